000010*=============================================================*
000020*  ACCOUNTING PERIOD CLOSE AND CONTROLLED REOPEN              *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1PCLS.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    UNTIL NOW NOTHING STOPPED A LATE CORRECTION, A PENDING
000100*    CHANGE OR A REVERSAL FROM LANDING IN A MONTH THE
000110*    BUSINESS HAD ALREADY REPORTED ON, SO A RERUN OF THE
000120*    MONTH-END SUMMARY COULD COME OUT DIFFERENT FROM THE ONE
000130*    THAT WAS SIGNED OFF.  THIS JOB CLOSES AN ACCOUNTING
000140*    PERIOD (YYMM) ON THE WX1PRDVS PERIOD CONTROL FILE, AND
000150*    REOPENS ONE UNDER CONTROL WHEN IT MUST BE.
000160*
000170*    CLOSE (CTLCARD MODE C) - RUN AFTER THE MONTH'S WX1MSUM.
000180*    THE LATEST MSUMTOT GENERATION MUST BE FOR THE PERIOD
000190*    BEING CLOSED AND MUST SHOW EVERY CYCLE FOOTED.  THE
000200*    WSWX1VS MASTER IS SNAPSHOT TO A PRDSNAP GENERATION IN
000210*    THE WX1UNLD BACKUP LAYOUT (HEADER, ONE DETAIL PER KEY,
000220*    COUNT-AND-HASH TRAILER - WX1RELD CAN READ IT BACK), AND
000230*    THE PERIOD RECORD IS WRITTEN WITH STATUS C, THE MSUMTOT
000240*    CONTROL TOTALS FROZEN, THE SNAPSHOT TOTALS AND THE
000250*    CLOSING USER.  FROM THEN ON NAMESPACE, WX1PAPL, WX1M,
000260*    WX1A AND WX1X TREAT THE PERIOD AS LOCKED, AND A WX1MSUM
000270*    RERUN FOR IT PROVES AGAINST THE FROZEN TOTALS.
000280*
000290*    REOPEN (CTLCARD MODE R, JCL MEMBER WX1PROP) - SETS A
000300*    CLOSED PERIOD TO STATUS R, RECORDING THE USER ID, DATE AND
000310*    THE REASON, WHICH IS REQUIRED.  THE FROZEN TOTALS ARE KEPT
000320*    FOR REFERENCE; A LATER CLOSE FREEZES THE PERIOD AGAIN.
000330*
000340*    EVERY CLOSE AND REOPEN IS JOURNALED IN THE
000350*    5000-AUDIT-LOG-CHANGE LINE FORMAT ON ITS OWN JRNADJ
000360*    GENERATION - KEY "PERIOD" + YYMM, FIELD PRD-STATUS, THE
000370*    OLD AND NEW STATUS, SRC = THE CTLCARD USER ID.
000380*
000390*    CTLCARD - COLUMN 1 MODE (C CLOSE, R REOPEN), 2-5 PERIOD
000400*    (YYMM), 6-13 USER ID, 14-43 REOPEN REASON.
000410*
000420*    RETURN CODE CONVENTION.
000430*      RC=0   PERIOD CLOSED (OR REOPENED) AS REQUESTED.
000440*      RC=4   REQUEST REFUSED, NOTHING CHANGED - THE REASON
000450*             IS ON PRDRPT.
000460*      RC=8   THE SNAPSHOT, THE JOURNAL OR THE PERIOD RECORD
000467*             WRITE FAILED - THE PERIOD IS NOT CLOSED (OR
000474*             REOPENED); THE JCL DISCARDS THE SNAPSHOT AND
000481*             JOURNAL GENERATIONS ON RC 4 OR MORE.
000490*      RC=16  A MANDATORY FILE FAILED TO OPEN OR THE CTLCARD
000500*             IS MISSING OR INVALID.
000510*  MODIFICATION HISTORY.
000520*    10/15/26  JWK  INITIAL VERSION.
000522*    10/15/26  JWK  THE REOPEN NOW RUNS FROM ITS OWN MEMBER,
000524*                   WX1PROP, WITH NO PRDSNAP DD.  THE JOURNAL
000526*                   GOES TO THE JRNADJ GDG, AND BOTH MEMBERS
000528*                   DELETE THE NEW GENERATIONS ON RC 4 OR MORE.
000530*    10/15/26  JWK  A JOURNAL WRITE FAILURE NOW ENDS RC=8; THE
000532*                   CHANGE IS JOURNALED BEFORE WX1PRDVS IS
000534*                   UPDATED SO THE PERIOD IS LEFT AS IT WAS.
000536*---------------------------------------------------------------
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. WX1PCLS.
000560 AUTHOR. J. W. KOSINSKI.
000570 INSTALLATION. DATA CENTER.
000580 DATE-WRITTEN. 10/15/26.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CTLCARD ASSIGN TO CTLCARD
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CTL-STATUS.
000690     SELECT WX1PRDVS ASSIGN TO WX1PRDVS
000700         ORGANIZATION IS INDEXED
000710         ACCESS IS RANDOM
000720         RECORD KEY IS PD-PERIOD
000730         FILE STATUS IS WS-PRD-STATUS.
000740     SELECT MSUMTOT ASSIGN TO MSUMTOT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-TOT-STATUS.
000770     SELECT WSWX1VS ASSIGN TO WSWX1VS
000780         ORGANIZATION IS INDEXED
000790         ACCESS IS SEQUENTIAL
000800         RECORD KEY IS VS-KEY
000810         FILE STATUS IS WS-VSM-STATUS.
000820     SELECT PRDSNAP ASSIGN TO PRDSNAP
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SNP-STATUS.
000850     SELECT JRNFILE ASSIGN TO JRNFILE
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-JRN-STATUS.
000880     SELECT PRDRPT ASSIGN TO PRDRPT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RPT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930*---------------------------------------------------------------
000940*  CONTROL CARD - MODE, PERIOD, USER ID AND REOPEN REASON.
000950*---------------------------------------------------------------
000960 FD  CTLCARD
000970     LABEL RECORDS ARE OMITTED.
000980 01  CTL-CARD-REC.
000990     05  CTL-RUN-MODE             PIC X(01).
001000     05  CTL-PERIOD               PIC X(04).
001010     05  CTL-USER-ID              PIC X(08).
001020     05  CTL-REASON               PIC X(30).
001030*---------------------------------------------------------------
001040*  ACCOUNTING PERIOD CONTROL KSDS - MIRRORS COPYBOOK WX1PRD;
001050*  SEE JCL/WX1PRDK.JCL FOR THE CLUSTER DEFINITION.
001060*---------------------------------------------------------------
001070 FD  WX1PRDVS
001080     LABEL RECORDS ARE STANDARD.
001090 01  PD-REC.
001100     05  PD-PERIOD                PIC X(04).
001110     05  PD-STATUS                PIC X(01).
001120         88  PD-IS-CLOSED         VALUE "C".
001130         88  PD-IS-REOPENED       VALUE "R".
001140     05  PD-CLOSE-DATE            PIC 9(06).
001150     05  PD-CLOSE-TIME            PIC 9(08).
001160     05  PD-CLOSE-USER            PIC X(08).
001170     05  PD-DETAIL-COUNT          PIC 9(08).
001180     05  PD-TRAILER-COUNT         PIC 9(08).
001190     05  PD-WS2-TOTAL             PIC 9(10).
001200     05  PD-WX2-TOTAL             PIC 9(10).
001210     05  PD-MASTER-COUNT          PIC 9(08).
001220     05  PD-MASTER-WS2            PIC 9(10).
001230     05  PD-MASTER-WX2            PIC 9(10).
001240     05  PD-REOPEN-COUNT          PIC 9(02).
001250     05  PD-REOPEN-DATE           PIC 9(06).
001260     05  PD-REOPEN-USER           PIC X(08).
001270     05  PD-REOPEN-REASON         PIC X(30).
001280     05  FILLER                   PIC X(13).
001290*---------------------------------------------------------------
001300*  PERIOD CONTROL TOTALS AS WX1MSUM WROTE THEM - THE LATEST
001310*  GENERATION ONLY.
001320*---------------------------------------------------------------
001330 FD  MSUMTOT
001340     LABEL RECORDS ARE STANDARD.
001350 01  MT-REC.
001360     05  MT-PERIOD                PIC X(04).
001370     05  MT-RUN-DATE              PIC 9(06).
001380     05  MT-DETAIL-COUNT          PIC 9(08).
001390     05  MT-TRAILER-COUNT         PIC 9(08).
001400     05  MT-WS2-TOTAL             PIC 9(10).
001410     05  MT-WX2-TOTAL             PIC 9(10).
001420     05  MT-FOOT-SW               PIC X(01).
001430     05  FILLER                   PIC X(03).
001440*---------------------------------------------------------------
001450*  WS-1/WX-1 SHARED VSAM KSDS - SAME CLUSTER WX1MAINT UPDATES.
001460*  SEE JCL/WS1WX1K.JCL FOR THE CLUSTER DEFINITION.
001470*---------------------------------------------------------------
001480 FD  WSWX1VS
001490     LABEL RECORDS ARE STANDARD.
001500 01  VS-REC.
001510     05  VS-KEY                   PIC X(10).
001520     05  VS-WS-2                  PIC 9(02).
001530     05  VS-WX-2                  PIC 9(02).
001540*---------------------------------------------------------------
001550*  PERIOD-END MASTER SNAPSHOT - SAME HEADER/DETAIL/TRAILER
001560*  LAYOUT WX1UNLD WRITES AND WX1RELD READS BACK.
001570*---------------------------------------------------------------
001580 FD  PRDSNAP
001590     LABEL RECORDS ARE STANDARD.
001600 01  SNP-OUT-REC.
001610     05  SNP-REC-TYPE             PIC X(01).
001620     05  SNP-REC-BODY             PIC X(16).
001630     05  SNP-HEADER REDEFINES SNP-REC-BODY.
001640         10  SNH-RUN-DATE         PIC 9(06).
001650         10  FILLER               PIC X(10).
001660     05  SNP-DETAIL REDEFINES SNP-REC-BODY.
001670         10  SND-KEY              PIC X(10).
001680         10  SND-WS-2             PIC 9(02).
001690         10  SND-WX-2             PIC 9(02).
001700         10  FILLER               PIC X(02).
001710     05  SNP-TRAILER REDEFINES SNP-REC-BODY.
001720         10  SNT-REC-COUNT        PIC 9(08).
001730         10  SNT-HASH-TOTAL       PIC 9(08).
001740*---------------------------------------------------------------
001750*  AUDIT JOURNAL - SAME 120-BYTE LINE FORMAT NAMESPACE WRITES,
001760*  ON ITS OWN GENERATION OF THE JRNADJ GDG.
001770*---------------------------------------------------------------
001780 FD  JRNFILE
001790     LABEL RECORDS ARE STANDARD.
001800 01  JRN-LINE                     PIC X(120).
001810*---------------------------------------------------------------
001820*  PERIOD CLOSE / REOPEN REPORT.
001830*---------------------------------------------------------------
001840 FD  PRDRPT
001850     LABEL RECORDS ARE STANDARD.
001860 01  RPT-LINE                     PIC X(132).
001870 WORKING-STORAGE SECTION.
001880 01  WS-FILE-STATUSES.
001890     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001900     05  WS-PRD-STATUS            PIC X(02) VALUE "00".
001910     05  WS-TOT-STATUS            PIC X(02) VALUE "00".
001920     05  WS-VSM-STATUS            PIC X(02) VALUE "00".
001930     05  WS-SNP-STATUS            PIC X(02) VALUE "00".
001940     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
001950     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001960 01  WS-SWITCHES.
001970     05  WS-RUN-MODE-SW           PIC X(01) VALUE SPACE.
001980         88  CLOSE-MODE           VALUE "C".
001990         88  REOPEN-MODE          VALUE "R".
002000     05  WS-PRD-FOUND-SW          PIC X(01) VALUE "N".
002010         88  PERIOD-ON-FILE       VALUE "Y".
002020     05  WS-VSM-EOF-SW            PIC X(01) VALUE "N".
002030         88  END-OF-WSWX1VS       VALUE "Y".
002040     05  WS-SNAP-OK-SW            PIC X(01) VALUE "Y".
002050         88  SNAPSHOT-CLEAN       VALUE "Y".
002060     05  WS-RESULT-SW             PIC X(01) VALUE SPACE.
002070         88  PERIOD-UPDATED       VALUE "U".
002080         88  REQUEST-REFUSED      VALUE "R".
002090         88  UPDATE-FAILED        VALUE "F".
002100*---------------------------------------------------------------
002110*  SNAPSHOT COUNTERS - THE HASH TOTAL IS DISPLAY NUMERIC SO IT
002120*  PRINTS IN THE SAME 9(08) SHAPE THE TRAILER CARRIES.
002130*---------------------------------------------------------------
002140 01  WS-COUNTERS.
002150     05  WS-SNAP-COUNT            PIC 9(08) COMP VALUE ZERO.
002160     05  WS-SNAP-WS2-TOT          PIC 9(10) COMP VALUE ZERO.
002170     05  WS-SNAP-WX2-TOT          PIC 9(10) COMP VALUE ZERO.
002180 01  WS-SNAP-HASH                 PIC 9(08) VALUE ZERO.
002190 01  WS-COUNTERS-EDITED.
002200     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
002210     05  WS-COUNT-B-ED            PIC ZZZZZZZ9.
002220     05  WS-TOTAL-A-ED            PIC ZZZZZZZZZ9.
002230     05  WS-TOTAL-B-ED            PIC ZZZZZZZZZ9.
002240*---------------------------------------------------------------
002250*  REQUEST FIELDS FROM THE CTLCARD.
002260*---------------------------------------------------------------
002270 01  WS-REQUEST-FIELDS.
002280     05  WS-PERIOD                PIC X(04) VALUE SPACES.
002290     05  WS-USER-ID               PIC X(08) VALUE SPACES.
002300     05  WS-REASON                PIC X(30) VALUE SPACES.
002310     05  WS-REFUSE-REASON         PIC X(50) VALUE SPACES.
002320     05  WS-OLD-STATUS-NAME       PIC X(10) VALUE SPACES.
002330 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
002340*---------------------------------------------------------------
002350*  JOB IDENTIFICATION AND AUDIT WORK FIELDS, MATCHING THE
002360*  NAMESPACE JOURNAL CONVENTION.
002370*---------------------------------------------------------------
002380 01  WS-RUN-INFO.
002390     05  WS-JOB-ID                PIC X(08) VALUE "WX1PCLS ".
002400     05  WS-JRN-DATE              PIC 9(06) VALUE ZERO.
002410     05  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
002420     05  WS-CYCLE-NO              PIC 9(02) VALUE ZERO.
002430 01  WS-AUDIT-FIELDS.
002440     05  AUD-KEY                  PIC X(10).
002450     05  AUD-FIELD-NAME           PIC X(10).
002460     05  AUD-OLD-VALUE            PIC X(10).
002470     05  AUD-NEW-VALUE            PIC X(10).
002480     05  AUD-TRAN-CODE            PIC X(01).
002490 01  WS-JRN-LINE                  PIC X(120).
002500 01  WS-PRINT-LINE                PIC X(132).
002510 PROCEDURE DIVISION.
002520 TEST-1 SECTION.
002530*-----------------------------------------------------------*
002540*  0000-MAINLINE                                            *
002550*-----------------------------------------------------------*
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     IF CLOSE-MODE
002590         PERFORM 2000-CLOSE-PERIOD THRU 2000-EXIT
002600     ELSE
002610         PERFORM 3000-REOPEN-PERIOD THRU 3000-EXIT
002620     END-IF.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     GOBACK.
002650*-----------------------------------------------------------*
002660*  1000-INITIALIZE                                          *
002670*-----------------------------------------------------------*
002680 1000-INITIALIZE.
002690     ACCEPT WS-CURRENT-DATE FROM DATE.
002700     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
002710     OPEN I-O WX1PRDVS.
002720     IF WS-PRD-STATUS NOT = "00"
002730         DISPLAY "WX1PCLS - WX1PRDVS OPEN FAILED, STATUS = "
002740             WS-PRD-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         GOBACK
002770     END-IF.
002780     OPEN OUTPUT JRNFILE.
002790     IF WS-JRN-STATUS NOT = "00"
002800         DISPLAY "WX1PCLS - JRNFILE OPEN FAILED, STATUS = "
002810             WS-JRN-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         GOBACK
002840     END-IF.
002850     OPEN OUTPUT PRDRPT.
002860     IF WS-RPT-STATUS NOT = "00"
002870         DISPLAY "WX1PCLS - PRDRPT OPEN FAILED, STATUS = "
002880             WS-RPT-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         GOBACK
002910     END-IF.
002920     MOVE SPACES TO WS-PRINT-LINE.
002930     IF CLOSE-MODE
002940         STRING "WX1PCLS ACCOUNTING PERIOD CLOSE  "
002950             "RUN DATE " WS-CURRENT-DATE
002960             "  PERIOD " WS-PERIOD
002970             "  USER " WS-USER-ID
002980             DELIMITED BY SIZE INTO WS-PRINT-LINE
002990     ELSE
003000         STRING "WX1PCLS ACCOUNTING PERIOD REOPEN  "
003010             "RUN DATE " WS-CURRENT-DATE
003020             "  PERIOD " WS-PERIOD
003030             "  USER " WS-USER-ID
003040             DELIMITED BY SIZE INTO WS-PRINT-LINE
003050     END-IF.
003060     WRITE RPT-LINE FROM WS-PRINT-LINE.
003070     PERFORM 1200-READ-PERIOD THRU 1200-EXIT.
003080 1000-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------*
003110*  1100-READ-CTLCARD - MODE, PERIOD AND USER ARE REQUIRED;   *
003120*  A REOPEN ALSO NEEDS ITS REASON.  NO DEFAULTS - A PERIOD   *
003130*  IS NEVER CLOSED OR REOPENED BY ACCIDENT.                  *
003140*-----------------------------------------------------------*
003150 1100-READ-CTLCARD.
003160     MOVE SPACES TO CTL-CARD-REC.
003170     OPEN INPUT CTLCARD.
003180     IF WS-CTL-STATUS NOT = "00"
003190         DISPLAY "WX1PCLS - CTLCARD OPEN FAILED, STATUS = "
003200             WS-CTL-STATUS
003210         MOVE 16 TO RETURN-CODE
003220         GOBACK
003230     END-IF.
003240     READ CTLCARD
003250         AT END
003260             MOVE SPACES TO CTL-CARD-REC
003270     END-READ.
003280     CLOSE CTLCARD.
003290     MOVE CTL-RUN-MODE TO WS-RUN-MODE-SW.
003300     MOVE CTL-PERIOD TO WS-PERIOD.
003310     MOVE CTL-USER-ID TO WS-USER-ID.
003320     MOVE CTL-REASON TO WS-REASON.
003330     IF NOT CLOSE-MODE
003340         AND NOT REOPEN-MODE
003350         DISPLAY "WX1PCLS - CTLCARD MODE MUST BE C OR R"
003360         MOVE 16 TO RETURN-CODE
003370         GOBACK
003380     END-IF.
003390     IF WS-PERIOD NOT NUMERIC
003400         OR WS-PERIOD (3:2) < "01"
003410         OR WS-PERIOD (3:2) > "12"
003420         DISPLAY "WX1PCLS - INVALID CTLCARD PERIOD " WS-PERIOD
003430         MOVE 16 TO RETURN-CODE
003440         GOBACK
003450     END-IF.
003460     IF WS-PERIOD > WS-CURRENT-DATE (1:4)
003470         DISPLAY "WX1PCLS - PERIOD " WS-PERIOD
003480             " HAS NOT STARTED YET"
003490         MOVE 16 TO RETURN-CODE
003500         GOBACK
003510     END-IF.
003520     IF WS-USER-ID = SPACES
003530         DISPLAY "WX1PCLS - CTLCARD USER ID IS REQUIRED"
003540         MOVE 16 TO RETURN-CODE
003550         GOBACK
003560     END-IF.
003570     IF REOPEN-MODE
003580         AND WS-REASON = SPACES
003590         DISPLAY "WX1PCLS - REOPEN REASON REQUIRED, COLUMNS 14-43"
003600         MOVE 16 TO RETURN-CODE
003610         GOBACK
003620     END-IF.
003630 1100-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------*
003660*  1200-READ-PERIOD - THE PERIOD'S CONTROL RECORD, IF ANY    *
003670*-----------------------------------------------------------*
003680 1200-READ-PERIOD.
003690     MOVE "N" TO WS-PRD-FOUND-SW.
003700     MOVE WS-PERIOD TO PD-PERIOD.
003710     READ WX1PRDVS
003720         INVALID KEY
003730             GO TO 1200-EXIT
003740     END-READ.
003750     MOVE "Y" TO WS-PRD-FOUND-SW.
003760 1200-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------*
003790*  2000-CLOSE-PERIOD - PROVE THE MONTH'S TOTALS, SNAPSHOT    *
003800*  THE MASTER AND FREEZE THE PERIOD.                         *
003810*-----------------------------------------------------------*
003820 2000-CLOSE-PERIOD.
003830     IF PERIOD-ON-FILE
003840         AND PD-IS-CLOSED
003850         MOVE "PERIOD IS ALREADY CLOSED" TO WS-REFUSE-REASON
003860         PERFORM 8000-REFUSE-REQUEST THRU 8000-EXIT
003870         GO TO 2000-EXIT
003880     END-IF.
003890     PERFORM 2100-READ-MONTH-TOTALS THRU 2100-EXIT.
003900     IF REQUEST-REFUSED
003910         GO TO 2000-EXIT
003920     END-IF.
003930     PERFORM 2200-TAKE-SNAPSHOT THRU 2200-EXIT.
003940     IF NOT SNAPSHOT-CLEAN
003950         MOVE "F" TO WS-RESULT-SW
003960         MOVE SPACES TO WS-PRINT-LINE
003970         STRING "CLOSE FAILED - SNAPSHOT NOT WRITTEN CLEANLY, "
003980             "PERIOD LEFT OPEN"
003990             DELIMITED BY SIZE INTO WS-PRINT-LINE
004000         WRITE RPT-LINE FROM WS-PRINT-LINE
004010         GO TO 2000-EXIT
004020     END-IF.
004030     PERFORM 2300-FREEZE-PERIOD THRU 2300-EXIT.
004040 2000-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------*
004070*  2100-READ-MONTH-TOTALS - THE LATEST MSUMTOT MUST BE FOR   *
004080*  THIS PERIOD AND EVERY CYCLE IN IT MUST HAVE FOOTED.       *
004090*-----------------------------------------------------------*
004100 2100-READ-MONTH-TOTALS.
004110     OPEN INPUT MSUMTOT.
004120     IF WS-TOT-STATUS NOT = "00"
004130         DISPLAY "WX1PCLS - MSUMTOT OPEN FAILED, STATUS = "
004140             WS-TOT-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         GOBACK
004170     END-IF.
004180     READ MSUMTOT
004190         AT END
004200             CLOSE MSUMTOT
004210             MOVE "NO WX1MSUM TOTALS ON MSUMTOT - RUN WX1MSUM"
004220                 TO WS-REFUSE-REASON
004230             PERFORM 8000-REFUSE-REQUEST THRU 8000-EXIT
004240             GO TO 2100-EXIT
004250     END-READ.
004260     CLOSE MSUMTOT.
004270     MOVE MT-DETAIL-COUNT TO WS-COUNT-A-ED.
004280     MOVE MT-TRAILER-COUNT TO WS-COUNT-B-ED.
004290     MOVE MT-WS2-TOTAL TO WS-TOTAL-A-ED.
004300     MOVE MT-WX2-TOTAL TO WS-TOTAL-B-ED.
004310     MOVE SPACES TO WS-PRINT-LINE.
004320     STRING "WX1MSUM TOTALS  PERIOD " MT-PERIOD
004330         "  RUN " MT-RUN-DATE
004340         "  DETAILS " WS-COUNT-A-ED
004350         "  TRAILERS " WS-COUNT-B-ED
004360         "  WS-2 " WS-TOTAL-A-ED
004370         "  WX-2 " WS-TOTAL-B-ED
004380         "  FOOTED " MT-FOOT-SW
004390         DELIMITED BY SIZE INTO WS-PRINT-LINE.
004400     WRITE RPT-LINE FROM WS-PRINT-LINE.
004410     IF MT-PERIOD NOT = WS-PERIOD
004420         MOVE "LATEST WX1MSUM RUN IS FOR ANOTHER PERIOD"
004430             TO WS-REFUSE-REASON
004440         PERFORM 8000-REFUSE-REQUEST THRU 8000-EXIT
004450         GO TO 2100-EXIT
004460     END-IF.
004470     IF MT-FOOT-SW NOT = "Y"
004480         MOVE "WX1MSUM CONTROL PAGE DID NOT FOOT FOR THE PERIOD"
004490             TO WS-REFUSE-REASON
004500         PERFORM 8000-REFUSE-REQUEST THRU 8000-EXIT
004510     END-IF.
004520 2100-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------*
004550*  2200-TAKE-SNAPSHOT - COPY THE MASTER TO PRDSNAP WITH ITS  *
004560*  CONTROL TRAILER, TALLYING THE TOTALS TO BE FROZEN.        *
004570*-----------------------------------------------------------*
004580 2200-TAKE-SNAPSHOT.
004590     OPEN INPUT WSWX1VS.
004600     IF WS-VSM-STATUS NOT = "00"
004610         DISPLAY "WX1PCLS - WSWX1VS OPEN FAILED, STATUS = "
004620             WS-VSM-STATUS
004630         MOVE 16 TO RETURN-CODE
004640         GOBACK
004650     END-IF.
004660     OPEN OUTPUT PRDSNAP.
004670     IF WS-SNP-STATUS NOT = "00"
004680         DISPLAY "WX1PCLS - PRDSNAP OPEN FAILED, STATUS = "
004690             WS-SNP-STATUS
004700         MOVE 16 TO RETURN-CODE
004710         GOBACK
004720     END-IF.
004730     MOVE "H" TO SNP-REC-TYPE.
004740     MOVE SPACES TO SNP-REC-BODY.
004750     MOVE WS-CURRENT-DATE TO SNH-RUN-DATE.
004760     WRITE SNP-OUT-REC.
004770     IF WS-SNP-STATUS NOT = "00"
004780         MOVE "N" TO WS-SNAP-OK-SW
004790     END-IF.
004800     PERFORM 2210-SNAPSHOT-RECORD THRU 2210-EXIT
004810         UNTIL END-OF-WSWX1VS.
004820     MOVE "T" TO SNP-REC-TYPE.
004830     MOVE SPACES TO SNP-REC-BODY.
004840     MOVE WS-SNAP-COUNT TO SNT-REC-COUNT.
004850     MOVE WS-SNAP-HASH TO SNT-HASH-TOTAL.
004860     WRITE SNP-OUT-REC.
004870     IF WS-SNP-STATUS NOT = "00"
004880         MOVE "N" TO WS-SNAP-OK-SW
004890     END-IF.
004900     CLOSE WSWX1VS.
004910     CLOSE PRDSNAP.
004920     MOVE WS-SNAP-COUNT TO WS-COUNT-A-ED.
004930     MOVE WS-SNAP-WS2-TOT TO WS-TOTAL-A-ED.
004940     MOVE WS-SNAP-WX2-TOT TO WS-TOTAL-B-ED.
004950     MOVE SPACES TO WS-PRINT-LINE.
004960     STRING "MASTER SNAPSHOT  KEYS " WS-COUNT-A-ED
004970         "  WS-2 " WS-TOTAL-A-ED
004980         "  WX-2 " WS-TOTAL-B-ED
004990         "  HASH " WS-SNAP-HASH
005000         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005010     WRITE RPT-LINE FROM WS-PRINT-LINE.
005020 2200-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------*
005050*  2210-SNAPSHOT-RECORD                                     *
005060*-----------------------------------------------------------*
005070 2210-SNAPSHOT-RECORD.
005080     READ WSWX1VS NEXT RECORD
005090         AT END
005100             SET END-OF-WSWX1VS TO TRUE
005110             GO TO 2210-EXIT
005120     END-READ.
005130     ADD 1 TO WS-SNAP-COUNT.
005140     IF VS-WS-2 NUMERIC
005150         ADD VS-WS-2 TO WS-SNAP-WS2-TOT
005160         ADD VS-WS-2 TO WS-SNAP-HASH
005170     END-IF.
005180     IF VS-WX-2 NUMERIC
005190         ADD VS-WX-2 TO WS-SNAP-WX2-TOT
005200         ADD VS-WX-2 TO WS-SNAP-HASH
005210     END-IF.
005220     MOVE "D" TO SNP-REC-TYPE.
005230     MOVE SPACES TO SNP-REC-BODY.
005240     MOVE VS-KEY TO SND-KEY.
005250     MOVE VS-WS-2 TO SND-WS-2.
005260     MOVE VS-WX-2 TO SND-WX-2.
005270     WRITE SNP-OUT-REC.
005280     IF WS-SNP-STATUS NOT = "00"
005290         MOVE "N" TO WS-SNAP-OK-SW
005300         DISPLAY "WX1PCLS - SNAPSHOT WRITE FAILED, KEY = "
005310             VS-KEY " STATUS = " WS-SNP-STATUS
005320     END-IF.
005330 2210-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------*
005360*  2300-FREEZE-PERIOD - JOURNAL THE CLOSE, THEN WRITE (OR    *
005364*  REWRITE A REOPENED) PERIOD RECORD AS CLOSED WITH THE      *
005368*  FROZEN TOTALS.  JOURNALING FIRST MEANS A FAILED JOURNAL   *
005372*  WRITE LEAVES THE PERIOD OPEN, AND A FAILED PERIOD WRITE   *
005376*  ENDS RC 8 SO THE JCL DISCARDS THE JOURNAL LINE WITH IT.   *
005380*-----------------------------------------------------------*
005390 2300-FREEZE-PERIOD.
005400     ACCEPT WS-CURRENT-TIME FROM TIME.
005410     IF PERIOD-ON-FILE
005420         MOVE "REOPENED" TO WS-OLD-STATUS-NAME
005430     ELSE
005440         MOVE "OPEN" TO WS-OLD-STATUS-NAME
005450         MOVE SPACES TO PD-REC
005460         MOVE WS-PERIOD TO PD-PERIOD
005470         MOVE ZERO TO PD-REOPEN-COUNT
005480         MOVE ZERO TO PD-REOPEN-DATE
005490     END-IF.
005500     MOVE "C" TO PD-STATUS.
005510     MOVE WS-CURRENT-DATE TO PD-CLOSE-DATE.
005520     MOVE WS-CURRENT-TIME TO PD-CLOSE-TIME.
005530     MOVE WS-USER-ID TO PD-CLOSE-USER.
005540     MOVE MT-DETAIL-COUNT TO PD-DETAIL-COUNT.
005550     MOVE MT-TRAILER-COUNT TO PD-TRAILER-COUNT.
005560     MOVE MT-WS2-TOTAL TO PD-WS2-TOTAL.
005570     MOVE MT-WX2-TOTAL TO PD-WX2-TOTAL.
005580     MOVE WS-SNAP-COUNT TO PD-MASTER-COUNT.
005590     MOVE WS-SNAP-WS2-TOT TO PD-MASTER-WS2.
005600     MOVE WS-SNAP-WX2-TOT TO PD-MASTER-WX2.
005601     MOVE WS-OLD-STATUS-NAME TO AUD-OLD-VALUE.
005602     MOVE "CLOSED" TO AUD-NEW-VALUE.
005603     PERFORM 5000-AUDIT-LOG-CHANGE THRU 5000-EXIT.
005604     IF UPDATE-FAILED
005605         MOVE SPACES TO WS-PRINT-LINE
005606         STRING "CLOSE FAILED - JRNFILE STATUS " WS-JRN-STATUS
005607             ", PERIOD LEFT OPEN"
005608             DELIMITED BY SIZE INTO WS-PRINT-LINE
005609         WRITE RPT-LINE FROM WS-PRINT-LINE
005610         GO TO 2300-EXIT
005611     END-IF.
005612     IF PERIOD-ON-FILE
005620         REWRITE PD-REC
005630     ELSE
005640         WRITE PD-REC
005650     END-IF.
005660     IF WS-PRD-STATUS NOT = "00"
005670         MOVE "F" TO WS-RESULT-SW
005680         DISPLAY "WX1PCLS - WX1PRDVS UPDATE FAILED, STATUS = "
005690             WS-PRD-STATUS
005700         MOVE SPACES TO WS-PRINT-LINE
005710         STRING "CLOSE FAILED - WX1PRDVS STATUS " WS-PRD-STATUS
005720             ", PERIOD LEFT OPEN"
005730             DELIMITED BY SIZE INTO WS-PRINT-LINE
005740         WRITE RPT-LINE FROM WS-PRINT-LINE
005750         GO TO 2300-EXIT
005760     END-IF.
005770     MOVE "U" TO WS-RESULT-SW.
005810     MOVE SPACES TO WS-PRINT-LINE.
005820     STRING "PERIOD " WS-PERIOD " CLOSED BY " WS-USER-ID
005830         " - TOTALS FROZEN, WAS " WS-OLD-STATUS-NAME
005840         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005850     WRITE RPT-LINE FROM WS-PRINT-LINE.
005860 2300-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------*
005890*  3000-REOPEN-PERIOD - ONLY A CLOSED PERIOD CAN BE          *
005900*  REOPENED; THE FROZEN TOTALS STAY ON THE RECORD.  THE      *
005905*  REOPEN IS JOURNALED FIRST, AS IN 2300.                    *
005910*-----------------------------------------------------------*
005920 3000-REOPEN-PERIOD.
005930     IF NOT PERIOD-ON-FILE
005940         OR NOT PD-IS-CLOSED
005950         MOVE "PERIOD IS NOT CLOSED" TO WS-REFUSE-REASON
005960         PERFORM 8000-REFUSE-REQUEST THRU 8000-EXIT
005970         GO TO 3000-EXIT
005980     END-IF.
005990     MOVE "R" TO PD-STATUS.
006000     IF PD-REOPEN-COUNT < 99
006010         ADD 1 TO PD-REOPEN-COUNT
006020     END-IF.
006030     MOVE WS-CURRENT-DATE TO PD-REOPEN-DATE.
006040     MOVE WS-USER-ID TO PD-REOPEN-USER.
006050     MOVE WS-REASON TO PD-REOPEN-REASON.
006051     MOVE "CLOSED" TO AUD-OLD-VALUE.
006052     MOVE "REOPENED" TO AUD-NEW-VALUE.
006053     PERFORM 5000-AUDIT-LOG-CHANGE THRU 5000-EXIT.
006054     IF UPDATE-FAILED
006055         MOVE SPACES TO WS-PRINT-LINE
006056         STRING "REOPEN FAILED - JRNFILE STATUS " WS-JRN-STATUS
006057             ", PERIOD STILL CLOSED"
006058             DELIMITED BY SIZE INTO WS-PRINT-LINE
006059         WRITE RPT-LINE FROM WS-PRINT-LINE
006060         GO TO 3000-EXIT
006061     END-IF.
006062     REWRITE PD-REC.
006070     IF WS-PRD-STATUS NOT = "00"
006080         MOVE "F" TO WS-RESULT-SW
006090         DISPLAY "WX1PCLS - WX1PRDVS REWRITE FAILED, STATUS = "
006100             WS-PRD-STATUS
006110         MOVE SPACES TO WS-PRINT-LINE
006120         STRING "REOPEN FAILED - WX1PRDVS STATUS " WS-PRD-STATUS
006130             ", PERIOD STILL CLOSED"
006140             DELIMITED BY SIZE INTO WS-PRINT-LINE
006150         WRITE RPT-LINE FROM WS-PRINT-LINE
006160         GO TO 3000-EXIT
006170     END-IF.
006180     MOVE "U" TO WS-RESULT-SW.
006220     MOVE SPACES TO WS-PRINT-LINE.
006230     STRING "PERIOD " WS-PERIOD " REOPENED BY " WS-USER-ID
006240         " - REASON " WS-REASON
006250         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006260     WRITE RPT-LINE FROM WS-PRINT-LINE.
006270 3000-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------*
006300*  5000-AUDIT-LOG-CHANGE - WRITE ONE JOURNAL LINE IN THE     *
006310*  SAME FIXED FORMAT NAMESPACE'S 5000-AUDIT-LOG-CHANGE USES  *
006320*  SO WX1AUDC PARSES BOTH ALIKE.  THE KEY IS "PERIOD" PLUS   *
006330*  THE YYMM AND THE SOURCE IS THE REQUESTING USER.           *
006340*-----------------------------------------------------------*
006350 5000-AUDIT-LOG-CHANGE.
006360     ACCEPT WS-JRN-DATE FROM DATE.
006370     ACCEPT WS-CURRENT-TIME FROM TIME.
006380     MOVE SPACES TO AUD-KEY.
006390     STRING "PERIOD" WS-PERIOD
006400         DELIMITED BY SIZE INTO AUD-KEY.
006410     MOVE "PRD-STATUS" TO AUD-FIELD-NAME.
006420     MOVE SPACE TO AUD-TRAN-CODE.
006430     MOVE SPACES TO WS-JRN-LINE.
006440     STRING "JOB=" WS-JOB-ID
006450         " " WS-JRN-DATE WS-CURRENT-TIME
006460         " KEY=" AUD-KEY
006470         " FIELD=" AUD-FIELD-NAME
006480         " OLD=" AUD-OLD-VALUE
006490         " NEW=" AUD-NEW-VALUE
006500         " SRC=" WS-USER-ID
006510         " CYC=" WS-CYCLE-NO
006520         " TC=" AUD-TRAN-CODE
006530         DELIMITED BY SIZE INTO WS-JRN-LINE.
006540     WRITE JRN-LINE FROM WS-JRN-LINE.
006541     IF WS-JRN-STATUS NOT = "00"
006542         MOVE "F" TO WS-RESULT-SW
006543         DISPLAY "WX1PCLS - JRNFILE WRITE FAILED, STATUS = "
006544             WS-JRN-STATUS
006545     END-IF.
006550 5000-EXIT.
006560     EXIT.
006570*-----------------------------------------------------------*
006580*  8000-REFUSE-REQUEST - NOTHING IS CHANGED; SAY WHY.        *
006590*-----------------------------------------------------------*
006600 8000-REFUSE-REQUEST.
006610     MOVE "R" TO WS-RESULT-SW.
006620     MOVE SPACES TO WS-PRINT-LINE.
006630     IF CLOSE-MODE
006640         STRING "CLOSE REFUSED - " WS-REFUSE-REASON
006650             DELIMITED BY SIZE INTO WS-PRINT-LINE
006660     ELSE
006670         STRING "REOPEN REFUSED - " WS-REFUSE-REASON
006680             DELIMITED BY SIZE INTO WS-PRINT-LINE
006690     END-IF.
006700     WRITE RPT-LINE FROM WS-PRINT-LINE.
006710 8000-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------*
006740*  9000-TERMINATE                                            *
006750*-----------------------------------------------------------*
006760 9000-TERMINATE.
006770     CLOSE WX1PRDVS.
006780     CLOSE JRNFILE.
006790     CLOSE PRDRPT.
006800     IF UPDATE-FAILED
006810         MOVE 8 TO RETURN-CODE
006820     ELSE
006830         IF REQUEST-REFUSED
006840             MOVE 4 TO RETURN-CODE
006850         ELSE
006860             MOVE 0 TO RETURN-CODE
006870         END-IF
006880     END-IF.
006890 9000-EXIT.
006900     EXIT.
