000010*=============================================================*
000020*  PREFIX VALUE RULE MAINTENANCE AND RULE-TABLE LISTING       *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1RULE.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    MAINTAINS THE WX1RULVS PREFIX VALUE RULE KSDS (LAYOUT IN
000100*    COPYBOOK WX1RUL, CLUSTER DEFINED BY JCL MEMBER WX1RULK)
000110*    FROM A DECK OF RULE CARDS AND PRINTS THE WHOLE RULE TABLE
000120*    AFTERWARDS.  A RULE IS KEYED BY A FAMILY (3-CHARACTER) OR
000130*    ACCOUNT (6-CHARACTER) KEY PREFIX AND CARRIES THE MIN/MAX
000140*    ALLOWED FOR WS-2 AND FOR WX-2, THE WS-2/WX-2 DIFFERENCE
000150*    ALLOWED ON A MATCHED PAIR, AND A SEVERITY - W (WARN AND
000160*    POST) OR R (REJECT TO EXCFILE AND SUSPENSE).  NAMESPACE,
000170*    WX1M AND WX1X READ THE ACCOUNT RULE FIRST AND FALL BACK
000180*    TO THE FAMILY RULE, SO AN ACCOUNT RULE OVERRIDES ITS
000190*    FAMILY'S.
000200*
000210*    RULCARD LAYOUT -
000220*      COL  1      ACTION  A=ADD, C=CHANGE, D=DELETE
000230*      COL  2-11   PREFIX  (FAMILY 3 OR ACCOUNT 6, LEFT-
000240*                          JUSTIFIED)
000250*      COL 12-13   WS-2 MINIMUM       COL 14-15  WS-2 MAXIMUM
000260*      COL 16-17   WX-2 MINIMUM       COL 18-19  WX-2 MAXIMUM
000270*      COL 20-21   WS-2/WX-2 VARIANCE ALLOWED
000280*      COL 22      SEVERITY  W OR R
000290*      COL 23-52   DESCRIPTION
000291*      COL 53      DUAL CONTROL  Y OR N (BLANK = N)
000292*      COL 54-55   DUAL CONTROL - HOLD A CHANGE OF THIS MUCH
000293*                  OR MORE (00 = ANY SIZE)
000294*      COL 56-58   DUAL CONTROL - HOLD WHEN THE SAME USER
000295*                  CHANGED THE KEY WITHIN THIS MANY DAYS
000296*                  (000 = NOT TESTED)
000297*    A PREFIX UNDER DUAL CONTROL WITH BOTH TESTS ZERO HOLDS
000298*    EVERY WX1M CHANGE FOR A SECOND USER'S APPROVAL.
000300*    A DELETE CARD NEEDS ONLY THE ACTION AND PREFIX.
000310*
000320*    THE WHOLE DECK IS VALIDATED BEFORE ANYTHING IS APPLIED,
000330*    THE SAME WAY WX1KMAP TREATS ITS MAP - A BAD FIELD, AN ADD
000340*    FOR A PREFIX ALREADY ON FILE, A CHANGE OR DELETE FOR ONE
000350*    THAT IS NOT, OR TWO CARDS FOR ONE PREFIX ALL COME OUT ON
000360*    RULRPT AND STOP THE APPLY COLD.  CTLCARD COLUMN 1 = A
000370*    APPLIES A CLEAN DECK; ANYTHING ELSE IS THE TRIAL MODE
000380*    THAT REPORTS AND TOUCHES NOTHING.  AN EMPTY DECK JUST
000390*    LISTS THE TABLE.
000400*
000410*    RETURN CODE CONVENTION.
000420*      RC=0   DECK CLEAN; APPLIED (MODE A) OR TRIAL COMPLETE.
000430*      RC=8   DECK ERRORS - NOTHING APPLIED.
000440*      RC=16  A MANDATORY FILE FAILED TO OPEN OR THE CARD
000450*             TABLE OVERFLOWED.
000460*  MODIFICATION HISTORY.
000470*    10/15/26  JWK  INITIAL VERSION.
000473*    10/15/26  JWK  CARD COLUMNS 53-58 NOW CARRY THE WX1M
000476*                   DUAL-CONTROL CRITERIA; THE LISTING SHOWS THEM.
000480*---------------------------------------------------------------
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. WX1RULE.
000510 AUTHOR. J. W. KOSINSKI.
000520 INSTALLATION. DATA CENTER.
000530 DATE-WRITTEN. 10/15/26.
000540 DATE-COMPILED.
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT RULCARD ASSIGN TO RULCARD
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CRD-STATUS.
000640     SELECT CTLCARD ASSIGN TO CTLCARD
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CTL-STATUS.
000670     SELECT WX1RULVS ASSIGN TO WX1RULVS
000680         ORGANIZATION IS INDEXED
000690         ACCESS IS DYNAMIC
000700         RECORD KEY IS RL-PREFIX
000710         FILE STATUS IS WS-RUL-STATUS.
000720     SELECT RULRPT ASSIGN TO RULRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770*---------------------------------------------------------------
000780*  RULE MAINTENANCE CARDS - ONE ADD, CHANGE OR DELETE PER CARD.
000790*---------------------------------------------------------------
000800 FD  RULCARD
000810     LABEL RECORDS ARE STANDARD.
000820 01  RULE-CARD-REC.
000830     05  RD-ACTION                PIC X(01).
000840     05  RD-PREFIX                PIC X(10).
000850     05  RD-WS2-MIN               PIC X(02).
000860     05  RD-WS2-MAX               PIC X(02).
000870     05  RD-WX2-MIN               PIC X(02).
000880     05  RD-WX2-MAX               PIC X(02).
000890     05  RD-VARIANCE              PIC X(02).
000900     05  RD-SEVERITY              PIC X(01).
000910     05  RD-DESC                  PIC X(30).
000912     05  RD-DC-SW                 PIC X(01).
000914     05  RD-DC-MIN-CHANGE         PIC X(02).
000916     05  RD-DC-RECENT-DAYS        PIC X(03).
000920*---------------------------------------------------------------
000930*  CONTROL CARD - COLUMN 1 = A APPLIES, ANYTHING ELSE IS THE
000940*  TRIAL MODE.
000950*---------------------------------------------------------------
000960 FD  CTLCARD
000970     LABEL RECORDS ARE OMITTED.
000980 01  CTL-CARD-REC.
000990     05  CTL-RUN-MODE             PIC X(01).
001000*---------------------------------------------------------------
001010*  PREFIX VALUE RULE KSDS - MIRRORS COPYBOOK WX1RUL; SEE
001020*  JCL/WX1RULK.JCL FOR THE CLUSTER DEFINITION.
001030*---------------------------------------------------------------
001040 FD  WX1RULVS
001050     LABEL RECORDS ARE STANDARD.
001060 01  RL-REC.
001070     05  RL-PREFIX                PIC X(10).
001080     05  RL-WS2-MIN               PIC 9(02).
001090     05  RL-WS2-MAX               PIC 9(02).
001100     05  RL-WX2-MIN               PIC 9(02).
001110     05  RL-WX2-MAX               PIC 9(02).
001120     05  RL-VARIANCE              PIC 9(02).
001130     05  RL-SEVERITY              PIC X(01).
001140     05  RL-DESC                  PIC X(30).
001150     05  RL-CHANGED-DATE          PIC 9(06).
001152     05  RL-DC-SW                 PIC X(01).
001154     05  RL-DC-MIN-CHANGE         PIC 9(02).
001156     05  RL-DC-RECENT-DAYS        PIC 9(03).
001160*---------------------------------------------------------------
001170*  RULE MAINTENANCE REPORT AND RULE-TABLE LISTING.
001180*---------------------------------------------------------------
001190 FD  RULRPT
001200     LABEL RECORDS ARE STANDARD.
001210 01  RPT-LINE                     PIC X(132).
001220 WORKING-STORAGE SECTION.
001230 01  WS-FILE-STATUSES.
001240     05  WS-CRD-STATUS            PIC X(02) VALUE "00".
001250     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001260     05  WS-RUL-STATUS            PIC X(02) VALUE "00".
001270     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001280 01  WS-SWITCHES.
001290     05  WS-CRD-EOF-SW            PIC X(01) VALUE "N".
001300         88  END-OF-RULCARD       VALUE "Y".
001310     05  WS-RUN-MODE-SW           PIC X(01) VALUE "T".
001320         88  APPLY-MODE           VALUE "A".
001330     05  WS-RUL-FOUND-SW          PIC X(01) VALUE "N".
001340         88  RULE-ON-FILE         VALUE "Y".
001350         88  RULE-NOT-ON-FILE     VALUE "N".
001360     05  WS-RUL-EOF-SW            PIC X(01) VALUE "N".
001370         88  END-OF-WX1RULVS      VALUE "Y".
001380*---------------------------------------------------------------
001390*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
001400*---------------------------------------------------------------
001410 01  WS-COUNTERS.
001420     05  WS-CARD-COUNT            PIC 9(04) COMP VALUE ZERO.
001430     05  WS-CARD-MAX              PIC 9(04) COMP VALUE 200.
001440     05  WS-CARD-IX               PIC 9(04) COMP VALUE ZERO.
001450     05  WS-SCAN-IX               PIC 9(04) COMP VALUE ZERO.
001460     05  WS-SPACE-COUNT           PIC 9(04) COMP VALUE ZERO.
001470     05  WS-ERROR-COUNT           PIC 9(08) COMP VALUE ZERO.
001480     05  WS-ADD-COUNT             PIC 9(08) COMP VALUE ZERO.
001490     05  WS-CHANGE-COUNT          PIC 9(08) COMP VALUE ZERO.
001500     05  WS-DELETE-COUNT          PIC 9(08) COMP VALUE ZERO.
001510     05  WS-LIST-COUNT            PIC 9(08) COMP VALUE ZERO.
001520 01  WS-COUNTERS-EDITED.
001530     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
001540     05  WS-COUNT-B-ED            PIC ZZZZZZZ9.
001550     05  WS-COUNT-C-ED            PIC ZZZZZZZ9.
001560*---------------------------------------------------------------
001570*  THE CARD DECK, LOADED AND VALIDATED IN FULL BEFORE ANY
001580*  RULE IS APPLIED.
001590*---------------------------------------------------------------
001600 01  WS-CARD-TABLE-AREA.
001610     05  WS-CARD-ENTRY OCCURS 200 TIMES.
001620         10  RT-ACTION            PIC X(01).
001630         10  RT-PREFIX            PIC X(10).
001640         10  RT-WS2-MIN           PIC X(02).
001650         10  RT-WS2-MAX           PIC X(02).
001660         10  RT-WX2-MIN           PIC X(02).
001670         10  RT-WX2-MAX           PIC X(02).
001680         10  RT-VARIANCE          PIC X(02).
001690         10  RT-SEVERITY          PIC X(01).
001700         10  RT-DESC              PIC X(30).
001702         10  RT-DC-SW             PIC X(01).
001704         10  RT-DC-MIN-CHANGE     PIC X(02).
001706         10  RT-DC-RECENT-DAYS    PIC X(03).
001710*---------------------------------------------------------------
001720*  RUN DATE AND REPORT WORK AREAS.
001730*---------------------------------------------------------------
001740 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
001750 01  WS-ERROR-TEXT                PIC X(40) VALUE SPACES.
001760 01  WS-LEVEL-TEXT                PIC X(07) VALUE SPACES.
001770 01  WS-PRINT-LINE                PIC X(132).
001780 PROCEDURE DIVISION.
001790 TEST-1 SECTION.
001800*-----------------------------------------------------------*
001810*  0000-MAINLINE                                            *
001820*-----------------------------------------------------------*
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     PERFORM 2000-LOAD-RULCARD THRU 2000-EXIT
001860         UNTIL END-OF-RULCARD.
001870     PERFORM 3000-VALIDATE-CARD THRU 3000-EXIT
001880         VARYING WS-CARD-IX FROM 1 BY 1
001890         UNTIL WS-CARD-IX > WS-CARD-COUNT.
001900     IF WS-ERROR-COUNT > ZERO
001910         MOVE SPACES TO WS-PRINT-LINE
001920         WRITE RPT-LINE FROM WS-PRINT-LINE
001930         MOVE "DECK ERRORS - NOTHING APPLIED" TO WS-PRINT-LINE
001940         WRITE RPT-LINE FROM WS-PRINT-LINE
001950     ELSE
001960         IF APPLY-MODE
001970             PERFORM 4000-APPLY-CARD THRU 4000-EXIT
001980                 VARYING WS-CARD-IX FROM 1 BY 1
001990                 UNTIL WS-CARD-IX > WS-CARD-COUNT
002000         ELSE
002010             MOVE SPACES TO WS-PRINT-LINE
002020             WRITE RPT-LINE FROM WS-PRINT-LINE
002030             MOVE "TRIAL MODE - DECK IS CLEAN, NOTHING APPLIED"
002040                 TO WS-PRINT-LINE
002050             WRITE RPT-LINE FROM WS-PRINT-LINE
002060         END-IF
002070     END-IF.
002080     PERFORM 5000-LIST-RULES THRU 5000-EXIT.
002090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002100     GOBACK.
002110*-----------------------------------------------------------*
002120*  1000-INITIALIZE                                          *
002130*-----------------------------------------------------------*
002140 1000-INITIALIZE.
002150     ACCEPT WS-CURRENT-DATE FROM DATE.
002160     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
002170     OPEN INPUT RULCARD.
002180     IF WS-CRD-STATUS NOT = "00"
002190         DISPLAY "WX1RULE - RULCARD OPEN FAILED, STATUS = "
002200             WS-CRD-STATUS
002210         MOVE 16 TO RETURN-CODE
002220         GOBACK
002230     END-IF.
002240     OPEN I-O WX1RULVS.
002250     IF WS-RUL-STATUS NOT = "00"
002260         DISPLAY "WX1RULE - WX1RULVS OPEN FAILED, STATUS = "
002270             WS-RUL-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         GOBACK
002300     END-IF.
002310     OPEN OUTPUT RULRPT.
002320     IF WS-RPT-STATUS NOT = "00"
002330         DISPLAY "WX1RULE - RULRPT OPEN FAILED, STATUS = "
002340             WS-RPT-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF.
002380     MOVE SPACES TO WS-PRINT-LINE.
002390     IF APPLY-MODE
002400         STRING "WX1RULE VALUE RULE MAINTENANCE - APPLY MODE  "
002410             "RUN DATE " WS-CURRENT-DATE
002420             DELIMITED BY SIZE INTO WS-PRINT-LINE
002430     ELSE
002440         STRING "WX1RULE VALUE RULE MAINTENANCE - TRIAL MODE  "
002450             "RUN DATE " WS-CURRENT-DATE
002460             DELIMITED BY SIZE INTO WS-PRINT-LINE
002470     END-IF.
002480     WRITE RPT-LINE FROM WS-PRINT-LINE.
002490     MOVE SPACES TO WS-PRINT-LINE.
002500     WRITE RPT-LINE FROM WS-PRINT-LINE.
002510 1000-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------*
002540*  1100-READ-CTLCARD - MODE DEFAULTS TO TRIAL                *
002550*-----------------------------------------------------------*
002560 1100-READ-CTLCARD.
002570     MOVE SPACE TO CTL-RUN-MODE.
002580     OPEN INPUT CTLCARD.
002590     IF WS-CTL-STATUS = "00"
002600         READ CTLCARD
002610             AT END
002620                 MOVE SPACE TO CTL-RUN-MODE
002630         END-READ
002640         CLOSE CTLCARD
002650     END-IF.
002660     IF CTL-RUN-MODE = "A"
002670         MOVE "A" TO WS-RUN-MODE-SW
002680     ELSE
002690         MOVE "T" TO WS-RUN-MODE-SW
002700     END-IF.
002710 1100-EXIT.
002720     EXIT.
002730*-----------------------------------------------------------*
002740*  2000-LOAD-RULCARD                                        *
002750*-----------------------------------------------------------*
002760 2000-LOAD-RULCARD.
002770     READ RULCARD
002780         AT END
002790             SET END-OF-RULCARD TO TRUE
002800             GO TO 2000-EXIT
002810     END-READ.
002820     IF WS-CARD-COUNT >= WS-CARD-MAX
002830         DISPLAY "WX1RULE - CARD TABLE FULL AT " WS-CARD-MAX
002840             " ENTRIES"
002850         MOVE 16 TO RETURN-CODE
002860         GOBACK
002870     END-IF.
002880     ADD 1 TO WS-CARD-COUNT.
002890     MOVE RD-ACTION TO RT-ACTION (WS-CARD-COUNT).
002900     MOVE RD-PREFIX TO RT-PREFIX (WS-CARD-COUNT).
002910     MOVE RD-WS2-MIN TO RT-WS2-MIN (WS-CARD-COUNT).
002920     MOVE RD-WS2-MAX TO RT-WS2-MAX (WS-CARD-COUNT).
002930     MOVE RD-WX2-MIN TO RT-WX2-MIN (WS-CARD-COUNT).
002940     MOVE RD-WX2-MAX TO RT-WX2-MAX (WS-CARD-COUNT).
002950     MOVE RD-VARIANCE TO RT-VARIANCE (WS-CARD-COUNT).
002960     MOVE RD-SEVERITY TO RT-SEVERITY (WS-CARD-COUNT).
002970     MOVE RD-DESC TO RT-DESC (WS-CARD-COUNT).
002971     MOVE RD-DC-SW TO RT-DC-SW (WS-CARD-COUNT).
002972     MOVE RD-DC-MIN-CHANGE TO RT-DC-MIN-CHANGE (WS-CARD-COUNT).
002973     MOVE RD-DC-RECENT-DAYS TO RT-DC-RECENT-DAYS (WS-CARD-COUNT).
002974     IF RT-DC-SW (WS-CARD-COUNT) = SPACE
002975         MOVE "N" TO RT-DC-SW (WS-CARD-COUNT)
002976     END-IF.
002977     IF RT-DC-MIN-CHANGE (WS-CARD-COUNT) = SPACES
002978         MOVE "00" TO RT-DC-MIN-CHANGE (WS-CARD-COUNT)
002979     END-IF.
002980     IF RT-DC-RECENT-DAYS (WS-CARD-COUNT) = SPACES
002981         MOVE "000" TO RT-DC-RECENT-DAYS (WS-CARD-COUNT)
002982     END-IF.
002983 2000-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------*
003010*  3000-VALIDATE-CARD - EVERY PROBLEM COMES OUT ON THE       *
003020*  REPORT BEFORE ANYTHING IS TOUCHED.                        *
003030*-----------------------------------------------------------*
003040 3000-VALIDATE-CARD.
003050     MOVE SPACES TO WS-ERROR-TEXT.
003060     PERFORM 3100-EDIT-CARD THRU 3100-EXIT.
003070     MOVE SPACES TO WS-PRINT-LINE.
003080     IF WS-ERROR-TEXT = SPACES
003090         STRING "OK     " RT-ACTION (WS-CARD-IX)
003100             " " RT-PREFIX (WS-CARD-IX)
003110             " " RT-WS2-MIN (WS-CARD-IX) RT-WS2-MAX (WS-CARD-IX)
003120             RT-WX2-MIN (WS-CARD-IX) RT-WX2-MAX (WS-CARD-IX)
003130             RT-VARIANCE (WS-CARD-IX) RT-SEVERITY (WS-CARD-IX)
003140             " " RT-DESC (WS-CARD-IX)
003150             DELIMITED BY SIZE INTO WS-PRINT-LINE
003160     ELSE
003170         ADD 1 TO WS-ERROR-COUNT
003180         STRING "ERROR  " RT-ACTION (WS-CARD-IX)
003190             " " RT-PREFIX (WS-CARD-IX)
003200             " " RT-WS2-MIN (WS-CARD-IX) RT-WS2-MAX (WS-CARD-IX)
003210             RT-WX2-MIN (WS-CARD-IX) RT-WX2-MAX (WS-CARD-IX)
003220             RT-VARIANCE (WS-CARD-IX) RT-SEVERITY (WS-CARD-IX)
003230             " - " WS-ERROR-TEXT
003240             DELIMITED BY SIZE INTO WS-PRINT-LINE
003250     END-IF.
003260     WRITE RPT-LINE FROM WS-PRINT-LINE.
003270 3000-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------*
003300*  3100-EDIT-CARD - ONLY THE FIRST ERROR ON A CARD IS        *
003310*  REPORTED.                                                 *
003320*-----------------------------------------------------------*
003330 3100-EDIT-CARD.
003340     IF RT-ACTION (WS-CARD-IX) NOT = "A"
003350         AND RT-ACTION (WS-CARD-IX) NOT = "C"
003360         AND RT-ACTION (WS-CARD-IX) NOT = "D"
003370         MOVE "ACTION MUST BE A, C OR D" TO WS-ERROR-TEXT
003380         GO TO 3100-EXIT
003390     END-IF.
003400     MOVE ZERO TO WS-SPACE-COUNT.
003410     INSPECT RT-PREFIX (WS-CARD-IX)
003420         TALLYING WS-SPACE-COUNT FOR ALL SPACES.
003430     IF NOT ((WS-SPACE-COUNT = 7
003440             AND RT-PREFIX (WS-CARD-IX) (4:7) = SPACES)
003450         OR (WS-SPACE-COUNT = 4
003460             AND RT-PREFIX (WS-CARD-IX) (7:4) = SPACES))
003470         MOVE "PREFIX MUST BE A 3 OR 6 CHARACTER PREFIX"
003480             TO WS-ERROR-TEXT
003490         GO TO 3100-EXIT
003500     END-IF.
003510     MOVE RT-PREFIX (WS-CARD-IX) TO RL-PREFIX.
003520     PERFORM 6100-READ-RULE THRU 6100-EXIT.
003530     IF RT-ACTION (WS-CARD-IX) = "A" AND RULE-ON-FILE
003540         MOVE "PREFIX ALREADY HAS A RULE - USE C"
003550             TO WS-ERROR-TEXT
003560         GO TO 3100-EXIT
003570     END-IF.
003580     IF RT-ACTION (WS-CARD-IX) NOT = "A" AND RULE-NOT-ON-FILE
003590         MOVE "NO RULE ON FILE FOR THAT PREFIX"
003600             TO WS-ERROR-TEXT
003610         GO TO 3100-EXIT
003620     END-IF.
003630     PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT
003640         VARYING WS-SCAN-IX FROM 1 BY 1
003650         UNTIL WS-SCAN-IX >= WS-CARD-IX.
003660     IF WS-ERROR-TEXT NOT = SPACES
003670         GO TO 3100-EXIT
003680     END-IF.
003690     IF RT-ACTION (WS-CARD-IX) = "D"
003700         GO TO 3100-EXIT
003710     END-IF.
003720     IF RT-WS2-MIN (WS-CARD-IX) NOT NUMERIC
003730         OR RT-WS2-MAX (WS-CARD-IX) NOT NUMERIC
003740         OR RT-WX2-MIN (WS-CARD-IX) NOT NUMERIC
003750         OR RT-WX2-MAX (WS-CARD-IX) NOT NUMERIC
003760         OR RT-VARIANCE (WS-CARD-IX) NOT NUMERIC
003770         MOVE "MIN/MAX/VARIANCE MUST BE NUMERIC 00-99"
003780             TO WS-ERROR-TEXT
003790         GO TO 3100-EXIT
003800     END-IF.
003810     IF RT-WS2-MIN (WS-CARD-IX) > RT-WS2-MAX (WS-CARD-IX)
003820         MOVE "WS-2 MINIMUM IS ABOVE ITS MAXIMUM"
003830             TO WS-ERROR-TEXT
003840         GO TO 3100-EXIT
003850     END-IF.
003860     IF RT-WX2-MIN (WS-CARD-IX) > RT-WX2-MAX (WS-CARD-IX)
003870         MOVE "WX-2 MINIMUM IS ABOVE ITS MAXIMUM"
003880             TO WS-ERROR-TEXT
003890         GO TO 3100-EXIT
003900     END-IF.
003910     IF RT-SEVERITY (WS-CARD-IX) NOT = "W"
003920         AND RT-SEVERITY (WS-CARD-IX) NOT = "R"
003930         MOVE "SEVERITY MUST BE W OR R" TO WS-ERROR-TEXT
003940         GO TO 3100-EXIT
003950     END-IF.
003951     IF RT-DC-SW (WS-CARD-IX) NOT = "Y"
003952         AND RT-DC-SW (WS-CARD-IX) NOT = "N"
003953         MOVE "DUAL CONTROL MUST BE Y, N OR BLANK"
003954             TO WS-ERROR-TEXT
003955         GO TO 3100-EXIT
003956     END-IF.
003957     IF RT-DC-MIN-CHANGE (WS-CARD-IX) NOT NUMERIC
003958         OR RT-DC-RECENT-DAYS (WS-CARD-IX) NOT NUMERIC
003959         MOVE "DUAL-CONTROL MIN/DAYS MUST BE NUMERIC"
003960             TO WS-ERROR-TEXT
003961         GO TO 3100-EXIT
003962     END-IF.
003963 3100-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------*
003990*  3200-CHECK-DUPLICATE - TWO CARDS FOR ONE PREFIX IN THE   *
004000*  SAME DECK ARE AMBIGUOUS; THE LATER ONE IS FLAGGED.        *
004010*-----------------------------------------------------------*
004020 3200-CHECK-DUPLICATE.
004030     IF RT-PREFIX (WS-SCAN-IX) = RT-PREFIX (WS-CARD-IX)
004040         MOVE "PREFIX APPEARS TWICE IN THE DECK"
004050             TO WS-ERROR-TEXT
004060     END-IF.
004070 3200-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------*
004100*  4000-APPLY-CARD - WRITE, REWRITE OR DELETE ONE RULE.      *
004110*-----------------------------------------------------------*
004120 4000-APPLY-CARD.
004130     MOVE RT-PREFIX (WS-CARD-IX) TO RL-PREFIX.
004140     IF RT-ACTION (WS-CARD-IX) = "D"
004150         DELETE WX1RULVS RECORD
004160             INVALID KEY
004170                 DISPLAY "WX1RULE - DELETE FAILED, PREFIX = "
004180                     RL-PREFIX " STATUS = " WS-RUL-STATUS
004190             NOT INVALID KEY
004200                 ADD 1 TO WS-DELETE-COUNT
004210         END-DELETE
004220         GO TO 4000-EXIT
004230     END-IF.
004240     MOVE RT-WS2-MIN (WS-CARD-IX) TO RL-WS2-MIN.
004250     MOVE RT-WS2-MAX (WS-CARD-IX) TO RL-WS2-MAX.
004260     MOVE RT-WX2-MIN (WS-CARD-IX) TO RL-WX2-MIN.
004270     MOVE RT-WX2-MAX (WS-CARD-IX) TO RL-WX2-MAX.
004280     MOVE RT-VARIANCE (WS-CARD-IX) TO RL-VARIANCE.
004290     MOVE RT-SEVERITY (WS-CARD-IX) TO RL-SEVERITY.
004300     MOVE RT-DESC (WS-CARD-IX) TO RL-DESC.
004310     MOVE WS-CURRENT-DATE TO RL-CHANGED-DATE.
004312     MOVE RT-DC-SW (WS-CARD-IX) TO RL-DC-SW.
004314     MOVE RT-DC-MIN-CHANGE (WS-CARD-IX) TO RL-DC-MIN-CHANGE.
004316     MOVE RT-DC-RECENT-DAYS (WS-CARD-IX) TO RL-DC-RECENT-DAYS.
004320     IF RT-ACTION (WS-CARD-IX) = "A"
004330         WRITE RL-REC
004340             INVALID KEY
004350                 DISPLAY "WX1RULE - WRITE FAILED, PREFIX = "
004360                     RL-PREFIX " STATUS = " WS-RUL-STATUS
004370             NOT INVALID KEY
004380                 ADD 1 TO WS-ADD-COUNT
004390         END-WRITE
004400     ELSE
004410         REWRITE RL-REC
004420             INVALID KEY
004430                 DISPLAY "WX1RULE - REWRITE FAILED, PREFIX = "
004440                     RL-PREFIX " STATUS = " WS-RUL-STATUS
004450             NOT INVALID KEY
004460                 ADD 1 TO WS-CHANGE-COUNT
004470         END-REWRITE
004480     END-IF.
004490 4000-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------*
004520*  5000-LIST-RULES - PRINT THE WHOLE RULE TABLE IN PREFIX    *
004530*  ORDER AS IT STANDS AFTER THIS RUN.                        *
004540*-----------------------------------------------------------*
004550 5000-LIST-RULES.
004560     MOVE SPACES TO WS-PRINT-LINE.
004570     WRITE RPT-LINE FROM WS-PRINT-LINE.
004580     MOVE SPACES TO WS-PRINT-LINE.
004590     STRING "WX1RULVS VALUE RULE TABLE AS OF " WS-CURRENT-DATE
004600         DELIMITED BY SIZE INTO WS-PRINT-LINE.
004610     WRITE RPT-LINE FROM WS-PRINT-LINE.
004620     MOVE SPACES TO WS-PRINT-LINE.
004630     STRING "PREFIX      LEVEL    WS-2   WX-2   VAR  SEV  "
004640         "DESCRIPTION                     CHANGED  "
004645         "DUAL  MIN  DAYS"
004650         DELIMITED BY SIZE INTO WS-PRINT-LINE.
004660     WRITE RPT-LINE FROM WS-PRINT-LINE.
004670     MOVE "N" TO WS-RUL-EOF-SW.
004680     MOVE LOW-VALUES TO RL-PREFIX.
004690     START WX1RULVS KEY NOT LESS THAN RL-PREFIX
004700         INVALID KEY
004710             SET END-OF-WX1RULVS TO TRUE
004720     END-START.
004730     PERFORM 5100-LIST-ONE-RULE THRU 5100-EXIT
004740         UNTIL END-OF-WX1RULVS.
004750 5000-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------*
004780*  5100-LIST-ONE-RULE - THE PRIMING RECORD IS SKIPPED.       *
004790*-----------------------------------------------------------*
004800 5100-LIST-ONE-RULE.
004810     READ WX1RULVS NEXT RECORD
004820         AT END
004830             SET END-OF-WX1RULVS TO TRUE
004840             GO TO 5100-EXIT
004850     END-READ.
004860     IF RL-PREFIX = "**********"
004870         GO TO 5100-EXIT
004880     END-IF.
004890     ADD 1 TO WS-LIST-COUNT.
004900     IF RL-PREFIX (4:7) = SPACES
004910         MOVE "FAMILY" TO WS-LEVEL-TEXT
004920     ELSE
004930         MOVE "ACCOUNT" TO WS-LEVEL-TEXT
004940     END-IF.
004950     MOVE SPACES TO WS-PRINT-LINE.
004957     STRING RL-PREFIX "  " WS-LEVEL-TEXT
004964         "  " RL-WS2-MIN "-" RL-WS2-MAX
004971         "  " RL-WX2-MIN "-" RL-WX2-MAX
004978         "  " RL-VARIANCE
004985         "    " RL-SEVERITY
004992         "    " RL-DESC
004999         "  " RL-CHANGED-DATE
005006         "   " RL-DC-SW
005013         "   " RL-DC-MIN-CHANGE
005020         "   " RL-DC-RECENT-DAYS
005027         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005040     WRITE RPT-LINE FROM WS-PRINT-LINE.
005050 5100-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------*
005080*  6100-READ-RULE                                           *
005090*-----------------------------------------------------------*
005100 6100-READ-RULE.
005110     READ WX1RULVS
005120         INVALID KEY
005130             SET RULE-NOT-ON-FILE TO TRUE
005140         NOT INVALID KEY
005150             SET RULE-ON-FILE TO TRUE
005160     END-READ.
005170 6100-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------*
005200*  9000-TERMINATE                                            *
005210*-----------------------------------------------------------*
005220 9000-TERMINATE.
005230     MOVE SPACES TO WS-PRINT-LINE.
005240     WRITE RPT-LINE FROM WS-PRINT-LINE.
005250     MOVE WS-CARD-COUNT TO WS-COUNT-A-ED.
005260     MOVE WS-ERROR-COUNT TO WS-COUNT-B-ED.
005270     MOVE SPACES TO WS-PRINT-LINE.
005280     STRING "RULE CARDS READ      = " WS-COUNT-A-ED
005290         "   CARD ERRORS = " WS-COUNT-B-ED
005300         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005310     WRITE RPT-LINE FROM WS-PRINT-LINE.
005320     MOVE WS-ADD-COUNT TO WS-COUNT-A-ED.
005330     MOVE WS-CHANGE-COUNT TO WS-COUNT-B-ED.
005340     MOVE WS-DELETE-COUNT TO WS-COUNT-C-ED.
005350     MOVE SPACES TO WS-PRINT-LINE.
005360     STRING "RULES ADDED          = " WS-COUNT-A-ED
005370         "   CHANGED = " WS-COUNT-B-ED
005380         "   DELETED = " WS-COUNT-C-ED
005390         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005400     WRITE RPT-LINE FROM WS-PRINT-LINE.
005410     MOVE WS-LIST-COUNT TO WS-COUNT-A-ED.
005420     MOVE SPACES TO WS-PRINT-LINE.
005430     STRING "RULES ON FILE        = " WS-COUNT-A-ED
005440         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005450     WRITE RPT-LINE FROM WS-PRINT-LINE.
005460     CLOSE RULCARD.
005470     CLOSE WX1RULVS.
005480     CLOSE RULRPT.
005490     IF WS-ERROR-COUNT > ZERO
005500         MOVE 8 TO RETURN-CODE
005510     ELSE
005520         MOVE 0 TO RETURN-CODE
005530     END-IF.
005540 9000-EXIT.
005550     EXIT.
