000010*=============================================================*
000020*  BACK OUT ONE TRANSMISSION BY SOURCE ID, RUN DATE AND CYCLE *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1BKOT.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    WHEN A SOURCE SYSTEM SENDS A BAD FILE THE ONLY REMEDY
000100*    USED TO BE A HAND-KEYED R TRANSACTION PER KEY.  THIS
000110*    PROGRAM BACKS OUT EVERY MASTER CHANGE ONE TRANSMISSION
000120*    MADE, FOUND FROM THE JRNHVS JOURNAL HISTORY BY THE
000130*    SOURCE ID, RUN DATE AND CYCLE NAMESPACE JOURNALED WITH
000140*    EACH CHANGE.  FOR EVERY KEY THE TRANSMISSION TOUCHED:
000150*      - A KEY IT CHANGED IS RESTORED TO ITS VALUES BEFORE
000160*        THE TRANSMISSION (THE OLD VALUE OF ITS FIRST CHANGE),
000170*      - A KEY IT ADDED IS DELETED AGAIN,
000180*      - A KEY IT DELETED IS ADDED BACK WITH ITS LAST VALUES,
000190*    UNLESS THE KEY HAS BEEN CHANGED SINCE - A LATER JOURNAL
000200*    ENTRY FROM ANY OTHER SOURCE, OR A MASTER THAT NO LONGER
000210*    HOLDS WHAT THE TRANSMISSION LEFT (AN ONLINE WX1M CHANGE
000220*    NOT YET IN JRNHVS, OR A CHANGE WX1LOAD NEVER POSTED).
000230*    SUCH KEYS ARE LISTED AS CONFLICTS WITH THEIR PRIOR AND
000240*    TRANSMITTED VALUES FOR A MANUAL DECISION AND ARE NEVER
000250*    OVERWRITTEN.
000260*
000270*    THE DEFAULT MODE IS PREVIEW - THE REPORT SHOWS WHAT
000280*    WOULD BE RESTORED AND NOTHING IS UPDATED.  ON A SEPARATE
000290*    COMMIT RUN (CTLCARD MODE C) EACH RESTORATION IS APPLIED
000300*    TO WSWX1VS, JOURNALED IN THE 5000-AUDIT-LOG-CHANGE LINE
000310*    FORMAT (JOB=WX1BKOT, SRC= AND CYC= OF THE TRANSMISSION
000320*    BACKED OUT, TC=R/D/A), AND STAGED ON GLRSTG WITH REASON
000330*    BKOT SO THE NEXT NAMESPACE RUN CARRIES THE REVERSING
000340*    VALUES ON GLEXT.  A KEY THE TRANSMISSION ADDED IS STAGED
000350*    AT ZERO VALUES.  A SECOND COMMIT OF THE SAME TRANSMISSION
000360*    FINDS ITS OWN JOURNAL ENTRIES AND REPORTS EVERY KEY AS
000370*    ALREADY BACKED OUT.  THE SAME ENTRIES ARE WRITTEN
000380*    STRAIGHT TO JRNHVS, SINCE THIS JOB'S JRNADJ GENERATION
000390*    IS NOT PART OF ANY NAMESPAC HISTORY LOAD.
000393*    A PREVIEW OPENS THE JRNADJ GENERATION TOO BUT WRITES
000396*    NOTHING TO IT, AND THE JOB DELETES AN EMPTY ONE.
000400*
000410*    A TRANSMISSION WHOSE NAMESPACE RUN CROSSED MIDNIGHT
000420*    JOURNALED UNDER BOTH DATES - BACK OUT EACH DATE.
000430*
000440*    CTLCARD - COLUMNS 1-8 SOURCE ID AND 9-14 RUN DATE
000450*    (YYMMDD), BOTH REQUIRED; 15-16 CYCLE (DEFAULT 01);
000460*    COLUMN 17 = C FOR THE COMMIT RUN, ANYTHING ELSE
000470*    PREVIEWS.
000480*
000490*    RETURN CODE CONVENTION.
000500*      RC=0   EVERY KEY THE TRANSMISSION TOUCHED IS (OR IN
000510*             PREVIEW WOULD BE) RESTORED.
000520*      RC=4   CONFLICTS LISTED FOR A MANUAL DECISION, OR NO
000530*             JOURNALED CHANGE MATCHED THE CTLCARD - REVIEW
000540*             BKORPT.
000550*      RC=8   A COMMIT-RUN MASTER UPDATE FAILED - THE KEYS
000560*             SHOWN ON BKORPT AS FAILED WERE NOT RESTORED.
000565*             OR A JOURNAL OR JRNHVS WRITE FAILED.
000570*      RC=16  A MANDATORY FILE FAILED TO OPEN OR THE CTLCARD
000580*             IS MISSING OR INVALID.
000590*  MODIFICATION HISTORY.
000600*    10/15/26  JWK  INITIAL VERSION.
000603*    10/15/26  JWK  THE COMMIT JOURNAL IS NOW A JRNADJ
000606*                   GENERATION, NOT JRNFILE.
000607*    10/15/26  JWK  JRNFILE IS OPENED IN EVERY MODE SO THE JOB'S
000608*                   EMPTY-JOURNAL CHECK CAN READ IT; A JOURNAL
000609*                   OR HISTORY WRITE FAILURE NOW ENDS RC=8.
000610*---------------------------------------------------------------
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. WX1BKOT.
000640 AUTHOR. J. W. KOSINSKI.
000650 INSTALLATION. DATA CENTER.
000660 DATE-WRITTEN. 10/15/26.
000670 DATE-COMPILED.
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-370.
000710 OBJECT-COMPUTER. IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT JRNHVS ASSIGN TO JRNHVS
000750         ORGANIZATION IS INDEXED
000760         ACCESS IS DYNAMIC
000770         RECORD KEY IS JH-KEY
000780         FILE STATUS IS WS-JHS-STATUS.
000790     SELECT WSWX1VS ASSIGN TO WSWX1VS
000800         ORGANIZATION IS INDEXED
000810         ACCESS IS RANDOM
000820         RECORD KEY IS VS-KEY
000830         FILE STATUS IS WS-VSM-STATUS.
000840     SELECT JRNFILE ASSIGN TO JRNFILE
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-JRN-STATUS.
000870     SELECT GLRSTG ASSIGN TO GLRSTG
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RSG-STATUS.
000900     SELECT CTLCARD ASSIGN TO CTLCARD
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CTL-STATUS.
000930     SELECT BKORPT ASSIGN TO BKORPT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-RPT-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980*---------------------------------------------------------------
000990*  JOURNAL-HISTORY KSDS - MIRRORS COPYBOOK WX1JHS; SEE
001000*  JCL/WX1JHSK.JCL FOR THE CLUSTER DEFINITION.  READ FRONT TO
001010*  BACK, SO EACH KEY'S WS-2 AND THEN WX-2 CHANGES ARRIVE
001020*  TOGETHER IN DATE/TIME ORDER.  A COMMIT RUN ADDS ITS OWN
001030*  ENTRIES BEHIND THE BROWSE, UNDER KEYS ALREADY PASSED.
001040*---------------------------------------------------------------
001050 FD  JRNHVS
001060     LABEL RECORDS ARE STANDARD.
001070 01  JH-REC.
001080     05  JH-KEY.
001090         10  JH-WS1WX1-KEY        PIC X(10).
001100         10  JH-FIELD             PIC X(10).
001110         10  JH-DATE              PIC 9(06).
001120         10  JH-TIME              PIC 9(08).
001130     05  JH-OLD-VALUE             PIC X(10).
001140     05  JH-NEW-VALUE             PIC X(10).
001150     05  JH-JOB-ID                PIC X(08).
001160     05  JH-SOURCE-ID             PIC X(08).
001170     05  JH-CYCLE-NO              PIC 9(02).
001180     05  JH-TRAN-CODE             PIC X(01).
001190     05  FILLER                   PIC X(07).
001200*---------------------------------------------------------------
001210*  WS-1/WX-1 SHARED VSAM KSDS - SAME CLUSTER WX1MAINT UPDATES.
001220*  SEE JCL/WS1WX1K.JCL FOR THE CLUSTER DEFINITION.
001230*---------------------------------------------------------------
001240 FD  WSWX1VS
001250     LABEL RECORDS ARE STANDARD.
001260 01  VS-REC.
001270     05  VS-KEY                   PIC X(10).
001280     05  VS-WS-2                  PIC 9(02).
001290     05  VS-WX-2                  PIC 9(02).
001300*---------------------------------------------------------------
001310*  AUDIT JOURNAL - SAME 120-BYTE LINE FORMAT NAMESPACE WRITES,
001320*  ON ITS OWN GENERATION OF THE JRNADJ GDG.
001330*---------------------------------------------------------------
001340 FD  JRNFILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  JRN-LINE                     PIC X(120).
001370*---------------------------------------------------------------
001380*  GL RE-EXTRACT STAGING - SAME LAYOUT WX1GACK WRITES; THE
001390*  NEXT NAMESPACE RUN FOLDS IT INTO GLEXT.  EXTENDED, NEVER
001400*  REWRITTEN, SO ITEMS ALREADY STAGED STAY.
001410*---------------------------------------------------------------
001420 FD  GLRSTG
001430     LABEL RECORDS ARE STANDARD.
001440 01  RSG-OUT-REC.
001450     05  RSG-KEY                  PIC X(10).
001460     05  RSG-WS-2                 PIC 9(02).
001470     05  RSG-WX-2                 PIC 9(02).
001480     05  RSG-ORIG-DATE            PIC 9(06).
001490     05  RSG-ORIG-CYCLE           PIC 9(02).
001500     05  RSG-REASON               PIC X(04).
001510*---------------------------------------------------------------
001520*  CONTROL CARD - THE TRANSMISSION TO BACK OUT AND RUN MODE.
001530*---------------------------------------------------------------
001540 FD  CTLCARD
001550     LABEL RECORDS ARE OMITTED.
001560 01  CTL-CARD-REC.
001570     05  CTL-SOURCE-ID            PIC X(08).
001580     05  CTL-RUN-DATE             PIC X(06).
001590     05  CTL-RUN-DATE-PARTS REDEFINES CTL-RUN-DATE.
001600         10  CTL-RUN-YY           PIC 9(02).
001610         10  CTL-RUN-MM           PIC 9(02).
001620         10  CTL-RUN-DD           PIC 9(02).
001630     05  CTL-CYCLE-NO             PIC X(02).
001640     05  CTL-RUN-MODE             PIC X(01).
001650*---------------------------------------------------------------
001660*  BACKOUT REPORT.
001670*---------------------------------------------------------------
001680 FD  BKORPT
001690     LABEL RECORDS ARE STANDARD.
001700 01  RPT-LINE                     PIC X(132).
001710 WORKING-STORAGE SECTION.
001720 01  WS-FILE-STATUSES.
001730     05  WS-JHS-STATUS            PIC X(02) VALUE "00".
001740     05  WS-VSM-STATUS            PIC X(02) VALUE "00".
001750     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
001760     05  WS-RSG-STATUS            PIC X(02) VALUE "00".
001770     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001780     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001790 01  WS-SWITCHES.
001800     05  WS-JHS-EOF-SW            PIC X(01) VALUE "N".
001810         88  END-OF-JRNHVS        VALUE "Y".
001820     05  WS-RUN-MODE-SW           PIC X(01) VALUE "P".
001830         88  COMMIT-MODE          VALUE "C".
001840     05  WS-CARD-OK-SW            PIC X(01) VALUE "Y".
001850         88  CARD-IS-VALID        VALUE "Y".
001860     05  WS-UPDATE-OK-SW          PIC X(01) VALUE "Y".
001870         88  UPDATES-CLEAN        VALUE "Y".
001880     05  WS-VSM-FOUND-SW          PIC X(01) VALUE "N".
001890         88  VSM-RECORD-FOUND     VALUE "Y".
001900         88  VSM-RECORD-NOT-FOUND VALUE "N".
001910     05  WS-CONFLICT-SW           PIC X(01) VALUE "N".
001920         88  KEY-IN-CONFLICT      VALUE "Y".
001930     05  WS-KEY-UPDATED-SW        PIC X(01) VALUE "N".
001940         88  KEY-UPDATED          VALUE "Y".
001950*---------------------------------------------------------------
001960*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.  THE
001970*  HASHES ARE DISPLAY NUMERIC SO THEY PRINT IN THE SAME 9(08)
001980*  SHAPE THE GLEXT TRAILER CARRIES.
001990*---------------------------------------------------------------
002000 01  WS-COUNTERS.
002010     05  WS-HIST-COUNT            PIC 9(08) COMP VALUE ZERO.
002020     05  WS-MATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
002030     05  WS-KEY-COUNT             PIC 9(08) COMP VALUE ZERO.
002040     05  WS-RESTORE-COUNT         PIC 9(08) COMP VALUE ZERO.
002050     05  WS-DELETE-COUNT          PIC 9(08) COMP VALUE ZERO.
002060     05  WS-READD-COUNT           PIC 9(08) COMP VALUE ZERO.
002070     05  WS-NOOP-COUNT            PIC 9(08) COMP VALUE ZERO.
002080     05  WS-CONFLICT-COUNT        PIC 9(08) COMP VALUE ZERO.
002090     05  WS-FAILED-COUNT          PIC 9(08) COMP VALUE ZERO.
002100     05  WS-STAGED-COUNT          PIC 9(08) COMP VALUE ZERO.
002110     05  WS-FLD-IX                PIC 9(04) COMP VALUE ZERO.
002120     05  WS-BASE-IX               PIC 9(04) COMP VALUE ZERO.
002130 01  WS-HASH-TOTALS.
002140     05  WS-BACKED-OUT-HASH       PIC 9(08) VALUE ZERO.
002150     05  WS-RESTORED-HASH         PIC 9(08) VALUE ZERO.
002160 01  WS-COUNTERS-EDITED.
002170     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
002180*---------------------------------------------------------------
002190*  THE TRANSMISSION BEING BACKED OUT - FROM THE CTLCARD.
002200*---------------------------------------------------------------
002210 01  WS-TRANSMISSION.
002220     05  WS-SOURCE-ID             PIC X(08) VALUE SPACES.
002230     05  WS-RUN-DATE              PIC 9(06) VALUE ZERO.
002240     05  WS-CYCLE-NO              PIC 9(02) VALUE 1.
002250 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
002260*---------------------------------------------------------------
002270*  ONE KEY'S JOURNAL HISTORY, SUMMARIZED PER FIELD (1 = WS-2,
002280*  2 = WX-2): HOW MANY CHANGES THE TRANSMISSION MADE, THE
002290*  VALUE BEFORE ITS FIRST ONE, THE VALUE AFTER ITS LAST ONE,
002300*  AND THE FIRST LATER CHANGE FROM ANY OTHER SOURCE.
002310*---------------------------------------------------------------
002320 01  WS-KEY-WORK.
002330     05  WS-CUR-KEY               PIC X(10) VALUE SPACES.
002340     05  WS-ACTION                PIC X(01) VALUE SPACE.
002350         88  ACTION-RESTORE       VALUE "R".
002360         88  ACTION-DELETE        VALUE "D".
002370         88  ACTION-READD         VALUE "A".
002380         88  ACTION-NONE          VALUE "N".
002390 01  WS-FIELD-TABLE.
002400     05  WS-FIELD-ENTRY OCCURS 2 TIMES.
002410         10  FT-MATCH-COUNT       PIC 9(04) COMP.
002420         10  FT-FIRST-OLD         PIC X(10).
002430         10  FT-LAST-NEW          PIC X(10).
002440         10  FT-FIRST-TRAN        PIC X(01).
002450         10  FT-LATER-SW          PIC X(01).
002460             88  FT-CHANGED-SINCE VALUE "Y".
002470         10  FT-LATER-JOB         PIC X(08).
002480         10  FT-LATER-DATE        PIC 9(06).
002490         10  FT-LATER-TIME        PIC 9(08).
002500*---------------------------------------------------------------
002510*  VALUE WORK AREAS - THE PRIOR (RESTORED) VALUES ARE TAKEN
002520*  FROM THE JOURNAL AS TEXT AND PROVED NUMERIC BEFORE USE.
002530*---------------------------------------------------------------
002540 01  WS-VALUE-WORK.
002550     05  WS-RST-WS-2-X            PIC X(02) VALUE SPACES.
002560     05  WS-RST-WS-2 REDEFINES WS-RST-WS-2-X
002570                                  PIC 9(02).
002580     05  WS-RST-WX-2-X            PIC X(02) VALUE SPACES.
002590     05  WS-RST-WX-2 REDEFINES WS-RST-WX-2-X
002600                                  PIC 9(02).
002610     05  WS-EXP-WS-2              PIC X(02) VALUE SPACES.
002620     05  WS-EXP-WX-2              PIC X(02) VALUE SPACES.
002630     05  WS-CUR-WS-2              PIC 9(02) VALUE ZERO.
002640     05  WS-CUR-WX-2              PIC 9(02) VALUE ZERO.
002650 01  WS-CONFLICT-TEXT             PIC X(70) VALUE SPACES.
002660*---------------------------------------------------------------
002670*  JOB IDENTIFICATION AND AUDIT WORK FIELDS, MATCHING THE
002680*  NAMESPACE JOURNAL CONVENTION.
002690*---------------------------------------------------------------
002700 01  WS-RUN-INFO.
002710     05  WS-JOB-ID                PIC X(08) VALUE "WX1BKOT ".
002720     05  WS-JRN-DATE              PIC 9(06) VALUE ZERO.
002730     05  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
002740 01  WS-AUDIT-FIELDS.
002750     05  AUD-KEY                  PIC X(10).
002760     05  AUD-FIELD-NAME           PIC X(10).
002770     05  AUD-OLD-VALUE            PIC X(10).
002780     05  AUD-NEW-VALUE            PIC X(10).
002790     05  AUD-TRAN-CODE            PIC X(01).
002800 01  WS-JRN-LINE                  PIC X(120).
002810 01  WS-JH-HOLD                   PIC X(80).
002820 01  WS-PRINT-LINE                PIC X(132).
002830 PROCEDURE DIVISION.
002840 TEST-1 SECTION.
002850*-----------------------------------------------------------*
002860*  0000-MAINLINE                                            *
002870*-----------------------------------------------------------*
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
002910         UNTIL END-OF-JRNHVS.
002920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002930     GOBACK.
002940*-----------------------------------------------------------*
002950*  1000-INITIALIZE                                          *
002960*-----------------------------------------------------------*
002970 1000-INITIALIZE.
002980     ACCEPT WS-CURRENT-DATE FROM DATE.
002990     OPEN OUTPUT BKORPT.
003000     IF WS-RPT-STATUS NOT = "00"
003010         DISPLAY "WX1BKOT - BKORPT OPEN FAILED, STATUS = "
003020             WS-RPT-STATUS
003030         MOVE 16 TO RETURN-CODE
003040         GOBACK
003050     END-IF.
003060     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
003070     MOVE SPACES TO WS-PRINT-LINE.
003080     IF COMMIT-MODE
003090         STRING "WX1BKOT TRANSMISSION BACKOUT - COMMIT  "
003100             "SOURCE " WS-SOURCE-ID
003110             "  RUN DATE " WS-RUN-DATE
003120             "  CYCLE " WS-CYCLE-NO
003130             "  RUN " WS-CURRENT-DATE
003140             DELIMITED BY SIZE INTO WS-PRINT-LINE
003150     ELSE
003160         STRING "WX1BKOT TRANSMISSION BACKOUT - PREVIEW, "
003170             "NOTHING UPDATED  SOURCE " WS-SOURCE-ID
003180             "  RUN DATE " WS-RUN-DATE
003190             "  CYCLE " WS-CYCLE-NO
003200             DELIMITED BY SIZE INTO WS-PRINT-LINE
003210     END-IF.
003220     WRITE RPT-LINE FROM WS-PRINT-LINE.
003230     IF NOT CARD-IS-VALID
003240         CLOSE BKORPT
003250         MOVE 16 TO RETURN-CODE
003260         GOBACK
003270     END-IF.
003280     IF COMMIT-MODE
003290         OPEN I-O JRNHVS
003300     ELSE
003310         OPEN INPUT JRNHVS
003320     END-IF.
003330     IF WS-JHS-STATUS NOT = "00"
003340         DISPLAY "WX1BKOT - JRNHVS OPEN FAILED, STATUS = "
003350             WS-JHS-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         GOBACK
003380     END-IF.
003390     IF COMMIT-MODE
003400         OPEN I-O WSWX1VS
003410     ELSE
003420         OPEN INPUT WSWX1VS
003430     END-IF.
003440     IF WS-VSM-STATUS NOT = "00"
003450         DISPLAY "WX1BKOT - WSWX1VS OPEN FAILED, STATUS = "
003460             WS-VSM-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         GOBACK
003490     END-IF.
003500     OPEN OUTPUT JRNFILE.
003503     IF WS-JRN-STATUS NOT = "00"
003506         DISPLAY "WX1BKOT - JRNFILE OPEN FAILED, STATUS = "
003509             WS-JRN-STATUS
003512         MOVE 16 TO RETURN-CODE
003515         GOBACK
003518     END-IF.
003521     IF COMMIT-MODE
003524         PERFORM 1200-OPEN-COMMIT-FILES THRU 1200-EXIT
003527     END-IF.
003530 1000-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------*
003560*  1100-READ-CTLCARD - THE SOURCE ID AND A YYMMDD RUN DATE   *
003570*  ARE REQUIRED; A BACKOUT NEVER GUESSES WHICH TRANSMISSION. *
003580*-----------------------------------------------------------*
003590 1100-READ-CTLCARD.
003600     MOVE SPACES TO CTL-CARD-REC.
003610     OPEN INPUT CTLCARD.
003620     IF WS-CTL-STATUS = "00"
003630         READ CTLCARD
003640             AT END
003650                 MOVE SPACES TO CTL-CARD-REC
003660         END-READ
003670         CLOSE CTLCARD
003680     END-IF.
003690     IF CTL-SOURCE-ID = SPACES
003700         MOVE "N" TO WS-CARD-OK-SW
003710         DISPLAY "WX1BKOT - CTLCARD SOURCE ID MISSING"
003720     ELSE
003730         MOVE CTL-SOURCE-ID TO WS-SOURCE-ID
003740     END-IF.
003750     IF CTL-RUN-DATE NUMERIC
003760         AND CTL-RUN-MM > ZERO AND CTL-RUN-MM < 13
003770         AND CTL-RUN-DD > ZERO AND CTL-RUN-DD < 32
003780         MOVE CTL-RUN-DATE TO WS-RUN-DATE
003790     ELSE
003800         MOVE "N" TO WS-CARD-OK-SW
003810         DISPLAY "WX1BKOT - CTLCARD RUN DATE INVALID: "
003820             CTL-RUN-DATE
003830     END-IF.
003840     IF CTL-CYCLE-NO NUMERIC AND CTL-CYCLE-NO > ZERO
003850         MOVE CTL-CYCLE-NO TO WS-CYCLE-NO
003860     END-IF.
003870     IF CTL-RUN-MODE = "C"
003880         MOVE "C" TO WS-RUN-MODE-SW
003890     ELSE
003900         MOVE "P" TO WS-RUN-MODE-SW
003910     END-IF.
003920 1100-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------*
003950*  1200-OPEN-COMMIT-FILES - COMMIT ONLY: THE GL RE-EXTRACT   *
003960*  STAGING FILE.                                             *
003970*-----------------------------------------------------------*
003980 1200-OPEN-COMMIT-FILES.
004060     OPEN EXTEND GLRSTG.
004070     IF WS-RSG-STATUS NOT = "00"
004080         DISPLAY "WX1BKOT - GLRSTG OPEN FAILED, STATUS = "
004090             WS-RSG-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         GOBACK
004120     END-IF.
004130 1200-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------*
004160*  2000-READ-HISTORY - SUMMARIZE ONE JOURNAL-HISTORY RECORD  *
004170*  INTO ITS KEY'S FIELD TABLE; A NEW KEY (OR END OF FILE)    *
004180*  BACKS OUT THE KEY BEFORE IT.                              *
004190*-----------------------------------------------------------*
004200 2000-READ-HISTORY.
004210     READ JRNHVS NEXT RECORD
004220         AT END
004230             SET END-OF-JRNHVS TO TRUE
004240             IF WS-CUR-KEY NOT = SPACES
004250                 PERFORM 3000-BACK-OUT-KEY THRU 3000-EXIT
004260             END-IF
004270             GO TO 2000-EXIT
004280     END-READ.
004290     IF JH-WS1WX1-KEY = "**********"
004300         GO TO 2000-EXIT
004310     END-IF.
004320     ADD 1 TO WS-HIST-COUNT.
004330     IF JH-WS1WX1-KEY NOT = WS-CUR-KEY
004340         IF WS-CUR-KEY NOT = SPACES
004350             MOVE JH-REC TO WS-JH-HOLD
004360             PERFORM 3000-BACK-OUT-KEY THRU 3000-EXIT
004370             MOVE WS-JH-HOLD TO JH-REC
004380         END-IF
004390         PERFORM 2100-START-KEY THRU 2100-EXIT
004400     END-IF.
004410     IF JH-FIELD = "WS-2"
004420         MOVE 1 TO WS-FLD-IX
004430     ELSE
004440         IF JH-FIELD = "WX-2"
004450             MOVE 2 TO WS-FLD-IX
004460         ELSE
004470             GO TO 2000-EXIT
004480         END-IF
004490     END-IF.
004500     IF JH-SOURCE-ID = WS-SOURCE-ID
004510         AND JH-DATE = WS-RUN-DATE
004520         AND JH-CYCLE-NO NUMERIC
004530         AND JH-CYCLE-NO = WS-CYCLE-NO
004540         AND JH-JOB-ID NOT = WS-JOB-ID
004550         PERFORM 2200-NOTE-BATCH-CHANGE THRU 2200-EXIT
004560     ELSE
004570         IF FT-MATCH-COUNT (WS-FLD-IX) > ZERO
004580             PERFORM 2300-NOTE-LATER-CHANGE THRU 2300-EXIT
004590         END-IF
004600     END-IF.
004610 2000-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------*
004640*  2100-START-KEY - CLEAR THE FIELD TABLE FOR A NEW KEY      *
004650*-----------------------------------------------------------*
004660 2100-START-KEY.
004670     MOVE JH-WS1WX1-KEY TO WS-CUR-KEY.
004680     PERFORM 2110-CLEAR-FIELD THRU 2110-EXIT
004690         VARYING WS-FLD-IX FROM 1 BY 1
004700         UNTIL WS-FLD-IX > 2.
004710 2100-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------*
004740*  2110-CLEAR-FIELD                                         *
004750*-----------------------------------------------------------*
004760 2110-CLEAR-FIELD.
004770     MOVE ZERO TO FT-MATCH-COUNT (WS-FLD-IX).
004780     MOVE SPACES TO FT-FIRST-OLD (WS-FLD-IX).
004790     MOVE SPACES TO FT-LAST-NEW (WS-FLD-IX).
004800     MOVE SPACE TO FT-FIRST-TRAN (WS-FLD-IX).
004810     MOVE "N" TO FT-LATER-SW (WS-FLD-IX).
004820     MOVE SPACES TO FT-LATER-JOB (WS-FLD-IX).
004830     MOVE ZERO TO FT-LATER-DATE (WS-FLD-IX).
004840     MOVE ZERO TO FT-LATER-TIME (WS-FLD-IX).
004850 2110-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------*
004880*  2200-NOTE-BATCH-CHANGE - A CHANGE THE TRANSMISSION MADE.  *
004890*  THE FIRST ONE'S OLD VALUE IS WHAT THE KEY HELD BEFORE;    *
004900*  THE LAST ONE'S NEW VALUE IS WHAT IT LEFT BEHIND.          *
004910*-----------------------------------------------------------*
004920 2200-NOTE-BATCH-CHANGE.
004930     ADD 1 TO WS-MATCH-COUNT.
004940     ADD 1 TO FT-MATCH-COUNT (WS-FLD-IX).
004950     IF FT-MATCH-COUNT (WS-FLD-IX) = 1
004960         MOVE JH-OLD-VALUE TO FT-FIRST-OLD (WS-FLD-IX)
004970         MOVE JH-TRAN-CODE TO FT-FIRST-TRAN (WS-FLD-IX)
004980     END-IF.
004990     MOVE JH-NEW-VALUE TO FT-LAST-NEW (WS-FLD-IX).
005000 2200-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------*
005030*  2300-NOTE-LATER-CHANGE - ANY OTHER JOURNAL ENTRY AFTER    *
005040*  THE TRANSMISSION'S FIRST CHANGE TO THE FIELD; THE FIRST   *
005050*  ONE IS KEPT FOR THE CONFLICT LINE.                        *
005060*-----------------------------------------------------------*
005070 2300-NOTE-LATER-CHANGE.
005080     IF FT-CHANGED-SINCE (WS-FLD-IX)
005090         GO TO 2300-EXIT
005100     END-IF.
005110     MOVE "Y" TO FT-LATER-SW (WS-FLD-IX).
005120     MOVE JH-JOB-ID TO FT-LATER-JOB (WS-FLD-IX).
005130     MOVE JH-DATE TO FT-LATER-DATE (WS-FLD-IX).
005140     MOVE JH-TIME TO FT-LATER-TIME (WS-FLD-IX).
005150 2300-EXIT.
005160     EXIT.
005170*-----------------------------------------------------------*
005180*  3000-BACK-OUT-KEY - DECIDE, PROVE AND (COMMIT MODE) APPLY *
005190*  THE BACKOUT FOR WS-CUR-KEY.                               *
005200*-----------------------------------------------------------*
005210 3000-BACK-OUT-KEY.
005220     IF FT-MATCH-COUNT (1) = ZERO
005230         AND FT-MATCH-COUNT (2) = ZERO
005240         GO TO 3000-EXIT
005250     END-IF.
005260     ADD 1 TO WS-KEY-COUNT.
005270     MOVE "N" TO WS-CONFLICT-SW.
005280     PERFORM 3100-SET-ACTION THRU 3100-EXIT.
005290     PERFORM 3200-CHECK-LATER-CHANGE THRU 3200-EXIT.
005300     IF KEY-IN-CONFLICT
005310         GO TO 3000-EXIT
005320     END-IF.
005330     PERFORM 3300-CHECK-MASTER THRU 3300-EXIT.
005340     IF KEY-IN-CONFLICT
005350         GO TO 3000-EXIT
005360     END-IF.
005370     PERFORM 3400-REPORT-BACKOUT THRU 3400-EXIT.
005380     IF COMMIT-MODE
005390         AND NOT ACTION-NONE
005400         PERFORM 4000-APPLY-BACKOUT THRU 4000-EXIT
005410     END-IF.
005420 3000-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------*
005450*  3100-SET-ACTION - FROM THE TRANSMISSION'S FIRST CHANGE    *
005460*  CODE AND LAST NEW VALUE: AN ADD IS UNDONE BY A DELETE, A  *
005470*  DELETE BY A RE-ADD, ANYTHING ELSE BY RESTORING THE PRIOR  *
005480*  VALUES.  A FIELD THE TRANSMISSION NEVER TOUCHED KEEPS     *
005490*  WHATEVER THE MASTER HOLDS (FILLED IN BY 3300).            *
005500*-----------------------------------------------------------*
005510 3100-SET-ACTION.
005520     IF FT-MATCH-COUNT (1) > ZERO
005530         MOVE 1 TO WS-BASE-IX
005540     ELSE
005550         MOVE 2 TO WS-BASE-IX
005560     END-IF.
005570     IF FT-FIRST-TRAN (WS-BASE-IX) = "A"
005580         IF FT-LAST-NEW (WS-BASE-IX) = "*DELETED*"
005590             MOVE "N" TO WS-ACTION
005600         ELSE
005610             MOVE "D" TO WS-ACTION
005620         END-IF
005630     ELSE
005640         IF FT-LAST-NEW (WS-BASE-IX) = "*DELETED*"
005650             MOVE "A" TO WS-ACTION
005660         ELSE
005670             MOVE "R" TO WS-ACTION
005680         END-IF
005690     END-IF.
005700     MOVE FT-FIRST-OLD (1) (1:2) TO WS-RST-WS-2-X.
005710     MOVE FT-FIRST-OLD (2) (1:2) TO WS-RST-WX-2-X.
005720     MOVE FT-LAST-NEW (1) (1:2) TO WS-EXP-WS-2.
005730     MOVE FT-LAST-NEW (2) (1:2) TO WS-EXP-WX-2.
005740 3100-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------*
005770*  3200-CHECK-LATER-CHANGE - A LATER CHANGE FROM ANOTHER     *
005780*  SOURCE WINS; A LATER WX1BKOT ENTRY MEANS THIS             *
005790*  TRANSMISSION WAS ALREADY BACKED OUT.                      *
005800*-----------------------------------------------------------*
005810 3200-CHECK-LATER-CHANGE.
005820     IF FT-CHANGED-SINCE (1)
005830         MOVE 1 TO WS-FLD-IX
005840     ELSE
005850         IF FT-CHANGED-SINCE (2)
005860             MOVE 2 TO WS-FLD-IX
005870         ELSE
005880             GO TO 3200-EXIT
005890         END-IF
005900     END-IF.
005910     MOVE SPACES TO WS-CONFLICT-TEXT.
005920     IF FT-LATER-JOB (WS-FLD-IX) = WS-JOB-ID
005930         STRING "ALREADY BACKED OUT ON "
005940             FT-LATER-DATE (WS-FLD-IX) " "
005950             FT-LATER-TIME (WS-FLD-IX)
005960             DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
005970     ELSE
005980         STRING "CHANGED SINCE BY " FT-LATER-JOB (WS-FLD-IX)
005990             " ON " FT-LATER-DATE (WS-FLD-IX) " "
006000             FT-LATER-TIME (WS-FLD-IX)
006010             DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
006020     END-IF.
006030     PERFORM 3900-REPORT-CONFLICT THRU 3900-EXIT.
006040 3200-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------*
006070*  3300-CHECK-MASTER - THE MASTER MUST STILL HOLD WHAT THE   *
006080*  TRANSMISSION LEFT, AND THE PRIOR VALUES MUST BE USABLE.   *
006090*  AN ONLINE CHANGE NOT YET LOADED TO JRNHVS, OR A CHANGE    *
006100*  WX1LOAD NEVER POSTED, SHOWS UP HERE.                      *
006110*-----------------------------------------------------------*
006120 3300-CHECK-MASTER.
006130     MOVE WS-CUR-KEY TO VS-KEY.
006140     READ WSWX1VS
006150         INVALID KEY
006160             SET VSM-RECORD-NOT-FOUND TO TRUE
006170         NOT INVALID KEY
006180             SET VSM-RECORD-FOUND TO TRUE
006190     END-READ.
006200     MOVE SPACES TO WS-CONFLICT-TEXT.
006210     IF ACTION-READD OR ACTION-NONE
006220         PERFORM 3310-CHECK-NOT-ON-FILE THRU 3310-EXIT
006230         GO TO 3300-EXIT
006240     END-IF.
006250     IF VSM-RECORD-NOT-FOUND
006260         MOVE "NO LONGER ON THE MASTER" TO WS-CONFLICT-TEXT
006270         PERFORM 3900-REPORT-CONFLICT THRU 3900-EXIT
006280         GO TO 3300-EXIT
006290     END-IF.
006300     MOVE VS-WS-2 TO WS-CUR-WS-2.
006310     MOVE VS-WX-2 TO WS-CUR-WX-2.
006320     IF (FT-MATCH-COUNT (1) > ZERO
006330             AND VS-WS-2 NOT = WS-EXP-WS-2)
006340         OR (FT-MATCH-COUNT (2) > ZERO
006350             AND VS-WX-2 NOT = WS-EXP-WX-2)
006360         STRING "MASTER NOW WS-2 " VS-WS-2 " WX-2 " VS-WX-2
006370             " - CHANGED SINCE OR NEVER POSTED"
006380             DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
006390         PERFORM 3900-REPORT-CONFLICT THRU 3900-EXIT
006400         GO TO 3300-EXIT
006410     END-IF.
006420     IF FT-MATCH-COUNT (1) = ZERO
006430         MOVE VS-WS-2 TO WS-RST-WS-2
006440     END-IF.
006450     IF FT-MATCH-COUNT (2) = ZERO
006460         MOVE VS-WX-2 TO WS-RST-WX-2
006470     END-IF.
006480     IF ACTION-RESTORE
006490         AND (WS-RST-WS-2-X NOT NUMERIC
006500             OR WS-RST-WX-2-X NOT NUMERIC)
006510         MOVE "PRIOR VALUE NOT NUMERIC ON THE JOURNAL"
006520             TO WS-CONFLICT-TEXT
006530         PERFORM 3900-REPORT-CONFLICT THRU 3900-EXIT
006540     END-IF.
006550 3300-EXIT.
006560     EXIT.
006570*-----------------------------------------------------------*
006580*  3310-CHECK-NOT-ON-FILE - A KEY THE TRANSMISSION DELETED   *
006590*  MUST STILL BE OFF THE MASTER, AND A RE-ADD NEEDS NUMERIC  *
006600*  PRIOR VALUES.                                             *
006610*-----------------------------------------------------------*
006620 3310-CHECK-NOT-ON-FILE.
006630     IF VSM-RECORD-FOUND
006640         MOVE "BACK ON THE MASTER SINCE THE DELETE"
006650             TO WS-CONFLICT-TEXT
006660         PERFORM 3900-REPORT-CONFLICT THRU 3900-EXIT
006670         GO TO 3310-EXIT
006680     END-IF.
006690     IF ACTION-READD
006700         AND (WS-RST-WS-2-X NOT NUMERIC
006710             OR WS-RST-WX-2-X NOT NUMERIC)
006720         MOVE "PRIOR VALUE NOT NUMERIC ON THE JOURNAL"
006730             TO WS-CONFLICT-TEXT
006740         PERFORM 3900-REPORT-CONFLICT THRU 3900-EXIT
006750     END-IF.
006760 3310-EXIT.
006770     EXIT.
006780*-----------------------------------------------------------*
006790*  3400-REPORT-BACKOUT - ONE LINE PER KEY BACKED OUT (OR, IN *
006800*  PREVIEW, TO BE BACKED OUT).                               *
006810*-----------------------------------------------------------*
006820 3400-REPORT-BACKOUT.
006830     MOVE SPACES TO WS-PRINT-LINE.
006840     EVALUATE TRUE
006850         WHEN ACTION-RESTORE
006860             ADD 1 TO WS-RESTORE-COUNT
006870             STRING "RESTORE   KEY " WS-CUR-KEY
006880                 "  WS-2 " WS-CUR-WS-2 " TO " WS-RST-WS-2-X
006890                 "  WX-2 " WS-CUR-WX-2 " TO " WS-RST-WX-2-X
006900                 DELIMITED BY SIZE INTO WS-PRINT-LINE
006910         WHEN ACTION-DELETE
006920             ADD 1 TO WS-DELETE-COUNT
006930             STRING "DELETE    KEY " WS-CUR-KEY
006940                 "  WS-2 " WS-CUR-WS-2
006950                 "  WX-2 " WS-CUR-WX-2
006960                 "  ADDED BY THE TRANSMISSION"
006970                 DELIMITED BY SIZE INTO WS-PRINT-LINE
006980         WHEN ACTION-READD
006990             ADD 1 TO WS-READD-COUNT
007000             STRING "RE-ADD    KEY " WS-CUR-KEY
007010                 "  WS-2 " WS-RST-WS-2-X
007020                 "  WX-2 " WS-RST-WX-2-X
007030                 "  DELETED BY THE TRANSMISSION"
007040                 DELIMITED BY SIZE INTO WS-PRINT-LINE
007050         WHEN OTHER
007060             ADD 1 TO WS-NOOP-COUNT
007070             STRING "NO CHANGE KEY " WS-CUR-KEY
007080                 "  ADDED AND DELETED BY THE TRANSMISSION"
007090                 DELIMITED BY SIZE INTO WS-PRINT-LINE
007100     END-EVALUATE.
007110     WRITE RPT-LINE FROM WS-PRINT-LINE.
007120 3400-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------*
007150*  3900-REPORT-CONFLICT - THE KEY IS LEFT ALONE.  THE SECOND *
007160*  LINE GIVES THE VALUES THE TRANSMISSION FOUND AND LEFT SO  *
007170*  THE MANUAL DECISION CAN BE MADE FROM THIS REPORT.         *
007180*-----------------------------------------------------------*
007190 3900-REPORT-CONFLICT.
007200     MOVE "Y" TO WS-CONFLICT-SW.
007210     ADD 1 TO WS-CONFLICT-COUNT.
007220     MOVE SPACES TO WS-PRINT-LINE.
007230     STRING "CONFLICT  KEY " WS-CUR-KEY "  " WS-CONFLICT-TEXT
007240         DELIMITED BY SIZE INTO WS-PRINT-LINE.
007250     WRITE RPT-LINE FROM WS-PRINT-LINE.
007260     MOVE SPACES TO WS-PRINT-LINE.
007270     STRING "              BEFORE WS-2 " FT-FIRST-OLD (1)
007280         " WX-2 " FT-FIRST-OLD (2)
007290         "  TRANSMISSION LEFT WS-2 " FT-LAST-NEW (1)
007300         " WX-2 " FT-LAST-NEW (2)
007310         DELIMITED BY SIZE INTO WS-PRINT-LINE.
007320     WRITE RPT-LINE FROM WS-PRINT-LINE.
007330 3900-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------*
007360*  4000-APPLY-BACKOUT - COMMIT ONLY: UPDATE THE MASTER, THEN *
007370*  JOURNAL BOTH FIELDS AND STAGE THE REVERSING GL ITEM.  A   *
007380*  FAILED UPDATE IS NEITHER JOURNALED NOR STAGED.            *
007390*-----------------------------------------------------------*
007400 4000-APPLY-BACKOUT.
007410     MOVE "N" TO WS-KEY-UPDATED-SW.
007420     EVALUATE TRUE
007430         WHEN ACTION-RESTORE
007440             PERFORM 4100-RESTORE-MASTER THRU 4100-EXIT
007450         WHEN ACTION-DELETE
007460             PERFORM 4200-DELETE-MASTER THRU 4200-EXIT
007470         WHEN ACTION-READD
007480             PERFORM 4300-READD-MASTER THRU 4300-EXIT
007490     END-EVALUATE.
007500     IF NOT KEY-UPDATED
007510         ADD 1 TO WS-FAILED-COUNT
007520         MOVE "N" TO WS-UPDATE-OK-SW
007530         MOVE SPACES TO WS-PRINT-LINE
007540         STRING "FAILED    KEY " WS-CUR-KEY
007550             "  MASTER UPDATE STATUS " WS-VSM-STATUS
007560             " - NOT RESTORED"
007570             DELIMITED BY SIZE INTO WS-PRINT-LINE
007580         WRITE RPT-LINE FROM WS-PRINT-LINE
007590         GO TO 4000-EXIT
007600     END-IF.
007610     PERFORM 4400-JOURNAL-BACKOUT THRU 4400-EXIT.
007620     PERFORM 4500-STAGE-GL-REVERSAL THRU 4500-EXIT.
007630 4000-EXIT.
007640     EXIT.
007650*-----------------------------------------------------------*
007660*  4100-RESTORE-MASTER - PUT BACK THE PRIOR VALUES           *
007670*-----------------------------------------------------------*
007680 4100-RESTORE-MASTER.
007690     MOVE WS-RST-WS-2 TO VS-WS-2.
007700     MOVE WS-RST-WX-2 TO VS-WX-2.
007710     REWRITE VS-REC.
007720     IF WS-VSM-STATUS = "00"
007730         MOVE "Y" TO WS-KEY-UPDATED-SW
007740         ADD WS-CUR-WS-2 TO WS-BACKED-OUT-HASH
007750         ADD WS-CUR-WX-2 TO WS-BACKED-OUT-HASH
007760         ADD WS-RST-WS-2 TO WS-RESTORED-HASH
007770         ADD WS-RST-WX-2 TO WS-RESTORED-HASH
007780     END-IF.
007790 4100-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------*
007820*  4200-DELETE-MASTER - THE TRANSMISSION ADDED THIS KEY      *
007830*-----------------------------------------------------------*
007840 4200-DELETE-MASTER.
007850     DELETE WSWX1VS RECORD.
007860     IF WS-VSM-STATUS = "00"
007870         MOVE "Y" TO WS-KEY-UPDATED-SW
007880         ADD WS-CUR-WS-2 TO WS-BACKED-OUT-HASH
007890         ADD WS-CUR-WX-2 TO WS-BACKED-OUT-HASH
007900     END-IF.
007910 4200-EXIT.
007920     EXIT.
007930*-----------------------------------------------------------*
007940*  4300-READD-MASTER - THE TRANSMISSION DELETED THIS KEY     *
007950*-----------------------------------------------------------*
007960 4300-READD-MASTER.
007970     MOVE WS-CUR-KEY TO VS-KEY.
007980     MOVE WS-RST-WS-2 TO VS-WS-2.
007990     MOVE WS-RST-WX-2 TO VS-WX-2.
008000     WRITE VS-REC.
008010     IF WS-VSM-STATUS = "00"
008020         MOVE "Y" TO WS-KEY-UPDATED-SW
008030         ADD WS-RST-WS-2 TO WS-RESTORED-HASH
008040         ADD WS-RST-WX-2 TO WS-RESTORED-HASH
008050     END-IF.
008060 4300-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------*
008090*  4400-JOURNAL-BACKOUT - BOTH FIELDS, OLD = WHAT THE        *
008100*  TRANSMISSION LEFT, NEW = WHAT IS RESTORED.  A RE-ADD      *
008110*  JOURNALS LIKE A NAMESPACE ADD (OLD = NEW) SO A LATER R    *
008120*  TRANSACTION STILL FINDS A NUMERIC PRIOR VALUE.            *
008130*-----------------------------------------------------------*
008140 4400-JOURNAL-BACKOUT.
008150     MOVE WS-CUR-KEY TO AUD-KEY.
008160     MOVE WS-ACTION TO AUD-TRAN-CODE.
008170     MOVE "WS-2" TO AUD-FIELD-NAME.
008180     EVALUATE TRUE
008190         WHEN ACTION-RESTORE
008200             MOVE WS-CUR-WS-2 TO AUD-OLD-VALUE
008210             MOVE WS-RST-WS-2 TO AUD-NEW-VALUE
008220         WHEN ACTION-DELETE
008230             MOVE WS-CUR-WS-2 TO AUD-OLD-VALUE
008240             MOVE "*DELETED*" TO AUD-NEW-VALUE
008250         WHEN OTHER
008260             MOVE WS-RST-WS-2 TO AUD-OLD-VALUE
008270             MOVE WS-RST-WS-2 TO AUD-NEW-VALUE
008280     END-EVALUATE.
008290     PERFORM 5000-AUDIT-LOG-CHANGE THRU 5000-EXIT.
008300     MOVE "WX-2" TO AUD-FIELD-NAME.
008310     EVALUATE TRUE
008320         WHEN ACTION-RESTORE
008330             MOVE WS-CUR-WX-2 TO AUD-OLD-VALUE
008340             MOVE WS-RST-WX-2 TO AUD-NEW-VALUE
008350         WHEN ACTION-DELETE
008360             MOVE WS-CUR-WX-2 TO AUD-OLD-VALUE
008370             MOVE "*DELETED*" TO AUD-NEW-VALUE
008380         WHEN OTHER
008390             MOVE WS-RST-WX-2 TO AUD-OLD-VALUE
008400             MOVE WS-RST-WX-2 TO AUD-NEW-VALUE
008410     END-EVALUATE.
008420     PERFORM 5000-AUDIT-LOG-CHANGE THRU 5000-EXIT.
008430 4400-EXIT.
008440     EXIT.
008450*-----------------------------------------------------------*
008460*  4500-STAGE-GL-REVERSAL - THE RESTORED VALUES (ZERO FOR A  *
008470*  DELETED KEY) RIDE THE NEXT GLEXT, TRACED BACK TO THE      *
008480*  TRANSMISSION'S RUN DATE AND CYCLE.                        *
008490*-----------------------------------------------------------*
008500 4500-STAGE-GL-REVERSAL.
008510     MOVE WS-CUR-KEY TO RSG-KEY.
008520     IF ACTION-DELETE
008530         MOVE ZERO TO RSG-WS-2
008540         MOVE ZERO TO RSG-WX-2
008550     ELSE
008560         MOVE WS-RST-WS-2 TO RSG-WS-2
008570         MOVE WS-RST-WX-2 TO RSG-WX-2
008580     END-IF.
008590     MOVE WS-RUN-DATE TO RSG-ORIG-DATE.
008600     MOVE WS-CYCLE-NO TO RSG-ORIG-CYCLE.
008610     MOVE "BKOT" TO RSG-REASON.
008620     WRITE RSG-OUT-REC.
008630     IF WS-RSG-STATUS = "00"
008640         ADD 1 TO WS-STAGED-COUNT
008650     ELSE
008660         MOVE "N" TO WS-UPDATE-OK-SW
008670         DISPLAY "WX1BKOT - GLRSTG WRITE FAILED, KEY = "
008680             WS-CUR-KEY " STATUS = " WS-RSG-STATUS
008690     END-IF.
008700 4500-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------*
008730*  5000-AUDIT-LOG-CHANGE - WRITE ONE JOURNAL LINE IN THE     *
008740*  SAME FIXED FORMAT NAMESPACE'S 5000-AUDIT-LOG-CHANGE USES  *
008750*  SO WX1AUDC, WX1TRND AND WX1JHLD PARSE BOTH ALIKE.         *
008760*-----------------------------------------------------------*
008770 5000-AUDIT-LOG-CHANGE.
008780     ACCEPT WS-JRN-DATE FROM DATE.
008790     ACCEPT WS-CURRENT-TIME FROM TIME.
008800     MOVE SPACES TO WS-JRN-LINE.
008810     STRING "JOB=" WS-JOB-ID
008820         " " WS-JRN-DATE WS-CURRENT-TIME
008830         " KEY=" AUD-KEY
008840         " FIELD=" AUD-FIELD-NAME
008850         " OLD=" AUD-OLD-VALUE
008860         " NEW=" AUD-NEW-VALUE
008870         " SRC=" WS-SOURCE-ID
008880         " CYC=" WS-CYCLE-NO
008890         " TC=" AUD-TRAN-CODE
008900         DELIMITED BY SIZE INTO WS-JRN-LINE.
008910     WRITE JRN-LINE FROM WS-JRN-LINE.
008911     IF WS-JRN-STATUS NOT = "00"
008912         MOVE "N" TO WS-UPDATE-OK-SW
008913         DISPLAY "WX1BKOT - JRNFILE WRITE FAILED, KEY = " AUD-KEY
008914             " STATUS = " WS-JRN-STATUS
008915     END-IF.
008920     PERFORM 5100-WRITE-HISTORY THRU 5100-EXIT.
008930 5000-EXIT.
008940     EXIT.
008950*-----------------------------------------------------------*
008960*  5100-WRITE-HISTORY - THE SAME CHANGE AS A JRNHVS RECORD,  *
008970*  THE WAY WX1JHLD WOULD LOAD IT.  THE BROWSE'S CURRENT      *
008980*  RECORD IS HELD BY 2000 WHILE THIS RUNS.                   *
008990*-----------------------------------------------------------*
009000 5100-WRITE-HISTORY.
009010     MOVE SPACES TO JH-REC.
009020     MOVE AUD-KEY TO JH-WS1WX1-KEY.
009030     MOVE AUD-FIELD-NAME TO JH-FIELD.
009040     MOVE WS-JRN-DATE TO JH-DATE.
009050     MOVE WS-CURRENT-TIME TO JH-TIME.
009060     MOVE AUD-OLD-VALUE TO JH-OLD-VALUE.
009070     MOVE AUD-NEW-VALUE TO JH-NEW-VALUE.
009080     MOVE WS-JOB-ID TO JH-JOB-ID.
009090     MOVE WS-SOURCE-ID TO JH-SOURCE-ID.
009100     MOVE WS-CYCLE-NO TO JH-CYCLE-NO.
009110     MOVE AUD-TRAN-CODE TO JH-TRAN-CODE.
009120     WRITE JH-REC
009130         INVALID KEY
009140             REWRITE JH-REC
009150                 INVALID KEY
009160                     DISPLAY "WX1BKOT - HISTORY WRITE FAILED, "
009170                         "KEY = " AUD-KEY " STATUS = "
009180                         WS-JHS-STATUS
009185                     MOVE "N" TO WS-UPDATE-OK-SW
009190             END-REWRITE
009200     END-WRITE.
009210 5100-EXIT.
009220     EXIT.
009230*-----------------------------------------------------------*
009240*  9000-TERMINATE - TOTALS AND RETURN CODE                  *
009250*-----------------------------------------------------------*
009260 9000-TERMINATE.
009270     CLOSE JRNFILE.
009280     IF COMMIT-MODE
009290         CLOSE GLRSTG
009300     END-IF.
009310     MOVE WS-HIST-COUNT TO WS-COUNT-A-ED.
009320     MOVE SPACES TO WS-PRINT-LINE.
009330     STRING "HISTORY RECORDS READ       = " WS-COUNT-A-ED
009340         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009350     WRITE RPT-LINE FROM WS-PRINT-LINE.
009360     MOVE WS-MATCH-COUNT TO WS-COUNT-A-ED.
009370     MOVE SPACES TO WS-PRINT-LINE.
009380     STRING "TRANSMISSION FIELD CHANGES = " WS-COUNT-A-ED
009390         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009400     WRITE RPT-LINE FROM WS-PRINT-LINE.
009410     MOVE WS-KEY-COUNT TO WS-COUNT-A-ED.
009420     MOVE SPACES TO WS-PRINT-LINE.
009430     STRING "KEYS TOUCHED               = " WS-COUNT-A-ED
009440         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009450     WRITE RPT-LINE FROM WS-PRINT-LINE.
009460     MOVE WS-RESTORE-COUNT TO WS-COUNT-A-ED.
009470     MOVE SPACES TO WS-PRINT-LINE.
009480     STRING "  VALUES RESTORED          = " WS-COUNT-A-ED
009490         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009500     WRITE RPT-LINE FROM WS-PRINT-LINE.
009510     MOVE WS-DELETE-COUNT TO WS-COUNT-A-ED.
009520     MOVE SPACES TO WS-PRINT-LINE.
009530     STRING "  ADDS DELETED             = " WS-COUNT-A-ED
009540         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009550     WRITE RPT-LINE FROM WS-PRINT-LINE.
009560     MOVE WS-READD-COUNT TO WS-COUNT-A-ED.
009570     MOVE SPACES TO WS-PRINT-LINE.
009580     STRING "  DELETES RE-ADDED         = " WS-COUNT-A-ED
009590         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009600     WRITE RPT-LINE FROM WS-PRINT-LINE.
009610     MOVE WS-NOOP-COUNT TO WS-COUNT-A-ED.
009620     MOVE SPACES TO WS-PRINT-LINE.
009630     STRING "  NO NET CHANGE            = " WS-COUNT-A-ED
009640         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009650     WRITE RPT-LINE FROM WS-PRINT-LINE.
009660     MOVE WS-CONFLICT-COUNT TO WS-COUNT-A-ED.
009670     MOVE SPACES TO WS-PRINT-LINE.
009680     STRING "  CONFLICTS - LEFT ALONE   = " WS-COUNT-A-ED
009690         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009700     WRITE RPT-LINE FROM WS-PRINT-LINE.
009710     IF COMMIT-MODE
009720         PERFORM 9100-WRITE-COMMIT-TOTALS THRU 9100-EXIT
009730     END-IF.
009740     CLOSE JRNHVS.
009750     CLOSE WSWX1VS.
009760     CLOSE BKORPT.
009770     IF NOT UPDATES-CLEAN
009780         MOVE 8 TO RETURN-CODE
009790     ELSE
009800         IF WS-CONFLICT-COUNT > ZERO
009810             OR WS-KEY-COUNT = ZERO
009820             MOVE 4 TO RETURN-CODE
009830         ELSE
009840             MOVE 0 TO RETURN-CODE
009850         END-IF
009860     END-IF.
009870 9000-EXIT.
009880     EXIT.
009890*-----------------------------------------------------------*
009900*  9100-WRITE-COMMIT-TOTALS - WHAT ACTUALLY CHANGED          *
009910*-----------------------------------------------------------*
009920 9100-WRITE-COMMIT-TOTALS.
009930     MOVE WS-FAILED-COUNT TO WS-COUNT-A-ED.
009940     MOVE SPACES TO WS-PRINT-LINE.
009950     STRING "  UPDATES FAILED           = " WS-COUNT-A-ED
009960         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009970     WRITE RPT-LINE FROM WS-PRINT-LINE.
009980     MOVE WS-STAGED-COUNT TO WS-COUNT-A-ED.
009990     MOVE SPACES TO WS-PRINT-LINE.
010000     STRING "GL REVERSALS STAGED        = " WS-COUNT-A-ED
010010         DELIMITED BY SIZE INTO WS-PRINT-LINE.
010020     WRITE RPT-LINE FROM WS-PRINT-LINE.
010030     MOVE SPACES TO WS-PRINT-LINE.
010040     STRING "WS-2+WX-2 HASH BACKED OUT  = " WS-BACKED-OUT-HASH
010050         DELIMITED BY SIZE INTO WS-PRINT-LINE.
010060     WRITE RPT-LINE FROM WS-PRINT-LINE.
010070     MOVE SPACES TO WS-PRINT-LINE.
010080     STRING "WS-2+WX-2 HASH RESTORED    = " WS-RESTORED-HASH
010090         DELIMITED BY SIZE INTO WS-PRINT-LINE.
010100     WRITE RPT-LINE FROM WS-PRINT-LINE.
010110 9100-EXIT.
010120     EXIT.
