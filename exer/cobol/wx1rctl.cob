000010*=============================================================*
000020*  RUN-CONTROL FRONT STEP - WHERE DOES THIS CYCLE RESUME      *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1RCTL.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    RUNS AS STEP001 OF JOB NAMESPAC, AHEAD OF EVERYTHING
000100*    ELSE.  A NAMESPAC RESUBMITTED FOR A CYCLE THAT ALREADY
000110*    POSTED USED TO APPLY THE PENDING CHANGES, POST VALFILE
000120*    AND CUT A GL EXTRACT ALL OVER AGAIN.  THE FIVE STEPS
000130*    THAT CHANGE SOMETHING - WX1PAPL, NAMESPACE, WX1LOAD,
000140*    WX1GLBL AND WX1JHLD - NOW KEEP A RUN-CONTROL LEDGER ON
000150*    THE RCLVS KSDS (COPYBOOK WX1RCL, DEFINED BY JCL MEMBER
000160*    WX1RCLK), ONE RECORD PER JOB-ID, RUN DATE, CYCLE AND
000170*    STEP.  THIS PROGRAM READS THE CYCLE'S FIVE LEDGER
000180*    RECORDS, PRINTS THEM ON RCLRPT, AND ENDS WITH A RETURN
000190*    CODE EQUAL TO THE NUMBER OF LEADING STEPS ALREADY
000200*    COMPLETE, WHICH THE COND PARAMETERS OF THE LATER STEPS
000210*    TEST - SO A FIRST RUN STARTS AT THE TOP, A RERUN AFTER A
000220*    MID-JOB FAILURE RESUMES AT THE FIRST INCOMPLETE STEP,
000230*    AND A RERUN OF A FINISHED CYCLE RUNS NOTHING.
000240*
000250*    THE RESOLVED JOB-ID, RUN DATE, CYCLE AND OVERRIDE ARE
000260*    WRITTEN TO RUNKEY, WHICH EVERY LEDGER STEP READS, SO
000270*    THE WHOLE JOB POSTS UNDER ONE LEDGER KEY EVEN IF IT
000280*    RUNS PAST MIDNIGHT.
000290*
000300*    CTLCARD - COLUMNS 1-8 JOB-ID (DEFAULT NMSPACE1),
000310*    COLUMNS 9-14 RUN DATE YYMMDD (DEFAULT TODAY - KEY THE
000320*    ORIGINAL DATE TO RESUME A CYCLE AFTER MIDNIGHT),
000330*    COLUMNS 15-16 CYCLE (DEFAULT 01), COLUMNS 17-26 THE
000340*    OVERRIDE - THE NAME OF A LEDGER STEP TO RUN AGAIN EVEN
000350*    THOUGH IT COMPLETED; THAT STEP AND EVERY STEP AFTER IT
000360*    RUN.  LEAVE THE OVERRIDE BLANK IN NORMAL RUNNING.
000370*
000380*    RETURN CODE CONVENTION.
000390*      RC=0   NO LEDGER STEP COMPLETE - THE CYCLE RUNS FROM
000400*             THE TOP.
000410*      RC=1-4 THAT MANY LEADING STEPS ARE COMPLETE - THE JOB
000420*             RESUMES AT THE NEXT ONE.
000430*      RC=5   EVERY LEDGER STEP IS COMPLETE - NOTHING RUNS.
000440*      RC=16  A MANDATORY FILE FAILED TO OPEN, THE RUNKEY
000446*             WRITE FAILED OR THE CTLCARD IS INVALID -
000452*             NOTHING RUNS.
000460*  MODIFICATION HISTORY.
000470*    10/15/26  JWK  INITIAL VERSION.
000475*    10/15/26  JWK  A FAILED RUNKEY WRITE NOW ENDS RC=16.
000480*---------------------------------------------------------------
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. WX1RCTL.
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
000610     SELECT RUNCTL ASSIGN TO RUNCTL
000620         ORGANIZATION IS INDEXED
000630         ACCESS IS RANDOM
000640         RECORD KEY IS LG-KEY
000650         FILE STATUS IS WS-RCL-STATUS.
000660     SELECT CTLCARD ASSIGN TO CTLCARD
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CTL-STATUS.
000690     SELECT RUNKEY ASSIGN TO RUNKEY
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RKY-STATUS.
000720     SELECT RCLRPT ASSIGN TO RCLRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770*---------------------------------------------------------------
000780*  RUN-CONTROL LEDGER KSDS - MIRRORS COPYBOOK WX1RCL; SEE
000790*  JCL/WX1RCLK.JCL FOR THE CLUSTER DEFINITION.
000800*---------------------------------------------------------------
000810 FD  RUNCTL
000820     LABEL RECORDS ARE STANDARD.
000830 01  LG-REC.
000840     05  LG-KEY.
000850         10  LG-JOB-ID            PIC X(08).
000860         10  LG-RUN-DATE          PIC 9(06).
000870         10  LG-CYCLE-NO          PIC 9(02).
000880         10  LG-STEP-SEQ          PIC 9(01).
000890     05  LG-STEP-NAME             PIC X(10).
000900     05  LG-STATUS                PIC X(01).
000910         88  LG-IS-RUNNING        VALUE "R".
000920         88  LG-IS-COMPLETE       VALUE "C".
000930         88  LG-IS-FAILED         VALUE "F".
000940     05  LG-START-TS              PIC X(14).
000950     05  LG-END-TS                PIC X(14).
000960     05  LG-RETURN-CODE           PIC 9(02).
000970     05  LG-RUN-COUNT             PIC 9(02).
000980     05  LG-OVERRIDE-SW           PIC X(01).
000990     05  LG-STEP-COUNTS OCCURS 3 TIMES.
001000         10  LG-COUNT-LABEL       PIC X(06).
001010         10  LG-COUNT             PIC 9(08).
001020*---------------------------------------------------------------
001030*  CONTROL CARD - JOB-ID, RUN DATE, CYCLE, OVERRIDE STEP.
001040*---------------------------------------------------------------
001050 FD  CTLCARD
001060     LABEL RECORDS ARE OMITTED.
001070 01  CTL-CARD-REC.
001080     05  CTL-JOB-ID               PIC X(08).
001090     05  CTL-RUN-DATE             PIC X(06).
001100     05  CTL-RUN-DATE-N REDEFINES CTL-RUN-DATE.
001110         10  CTL-RUN-YY           PIC 9(02).
001120         10  CTL-RUN-MM           PIC 9(02).
001130         10  CTL-RUN-DD           PIC 9(02).
001140     05  CTL-CYCLE-NO             PIC 9(02).
001150     05  CTL-OVERRIDE-STEP        PIC X(10).
001160*---------------------------------------------------------------
001170*  RESOLVED RUN KEY PASSED TO EVERY LEDGER STEP OF THE JOB.
001180*---------------------------------------------------------------
001190 FD  RUNKEY
001200     LABEL RECORDS ARE STANDARD.
001210 01  RK-REC.
001220     05  RK-JOB-ID                PIC X(08).
001230     05  RK-RUN-DATE              PIC 9(06).
001240     05  RK-CYCLE-NO              PIC 9(02).
001250     05  RK-OVERRIDE-SEQ          PIC 9(01).
001260     05  RK-OVERRIDE-STEP         PIC X(10).
001270*---------------------------------------------------------------
001280*  RUN-CONTROL REPORT.
001290*---------------------------------------------------------------
001300 FD  RCLRPT
001310     LABEL RECORDS ARE STANDARD.
001320 01  RPT-LINE                     PIC X(132).
001330 WORKING-STORAGE SECTION.
001340 01  WS-FILE-STATUSES.
001350     05  WS-RCL-STATUS            PIC X(02) VALUE "00".
001360     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001370     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
001380     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001390 01  WS-SWITCHES.
001400     05  WS-CARD-OK-SW            PIC X(01) VALUE "Y".
001410         88  CARD-IS-VALID        VALUE "Y".
001420     05  WS-LEAD-DONE-SW          PIC X(01) VALUE "N".
001430         88  LEADING-STEPS-COUNTED VALUE "Y".
001440*---------------------------------------------------------------
001450*  THE LEDGER STEPS IN JOB ORDER - THE SUBSCRIPT IS THE STEP
001460*  SEQUENCE CARRIED IN THE LEDGER KEY.
001470*---------------------------------------------------------------
001480 01  WS-STEP-NAME-VALUES.
001490     05  FILLER                   PIC X(10) VALUE "WX1PAPL".
001500     05  FILLER                   PIC X(10) VALUE "NAMESPACE".
001510     05  FILLER                   PIC X(10) VALUE "WX1LOAD".
001520     05  FILLER                   PIC X(10) VALUE "WX1GLBL".
001530     05  FILLER                   PIC X(10) VALUE "WX1JHLD".
001540 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
001550     05  WS-STEP-NAME             PIC X(10) OCCURS 5 TIMES.
001560 01  WS-STEP-STATE-TABLE.
001570     05  WS-STEP-STATE            PIC X(01) OCCURS 5 TIMES.
001580 01  WS-COUNTERS.
001590     05  WS-STEP-IX               PIC 9(04) COMP VALUE ZERO.
001600     05  WS-COUNT-IX              PIC 9(04) COMP VALUE ZERO.
001610     05  WS-LEAD-COMPLETE         PIC 9(04) COMP VALUE ZERO.
001620     05  WS-RESUME-SEQ            PIC 9(04) COMP VALUE ZERO.
001630     05  WS-OVERRIDE-SEQ          PIC 9(01) VALUE ZERO.
001640*---------------------------------------------------------------
001650*  THE RESOLVED RUN KEY - CTLCARD VALUES OR THEIR DEFAULTS.
001660*---------------------------------------------------------------
001670 01  WS-RUN-KEY.
001680     05  WS-JOB-ID                PIC X(08) VALUE "NMSPACE1".
001690     05  WS-RUN-DATE              PIC 9(06) VALUE ZERO.
001700     05  WS-CYCLE-NO              PIC 9(02) VALUE 1.
001710     05  WS-OVERRIDE-STEP         PIC X(10) VALUE SPACES.
001720 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
001730 01  WS-STATE-TEXT                PIC X(10) VALUE SPACES.
001740 01  WS-SEQ-ED                    PIC 9(01).
001750 01  WS-PRINT-LINE                PIC X(132).
001760 PROCEDURE DIVISION.
001770 TEST-1 SECTION.
001780*-----------------------------------------------------------*
001790*  0000-MAINLINE                                            *
001800*-----------------------------------------------------------*
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-READ-LEDGER-STEP THRU 2000-EXIT
001840         VARYING WS-STEP-IX FROM 1 BY 1
001850         UNTIL WS-STEP-IX > 5.
001860     PERFORM 3000-SET-RESUME-POINT THRU 3000-EXIT.
001870     PERFORM 4000-WRITE-RUNKEY THRU 4000-EXIT.
001880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001890     GOBACK.
001900*-----------------------------------------------------------*
001910*  1000-INITIALIZE                                          *
001920*-----------------------------------------------------------*
001930 1000-INITIALIZE.
001940     ACCEPT WS-CURRENT-DATE FROM DATE.
001950     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
001960     OPEN OUTPUT RCLRPT.
001970     IF WS-RPT-STATUS NOT = "00"
001980         DISPLAY "WX1RCTL - RCLRPT OPEN FAILED, STATUS = "
001990             WS-RPT-STATUS
002000         MOVE 16 TO RETURN-CODE
002010         GOBACK
002020     END-IF.
002030     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
002040     MOVE SPACES TO WS-PRINT-LINE.
002050     STRING "WX1RCTL NAMESPAC RUN CONTROL  JOB " WS-JOB-ID
002060         "  RUN DATE " WS-RUN-DATE
002070         "  CYCLE " WS-CYCLE-NO
002080         DELIMITED BY SIZE INTO WS-PRINT-LINE.
002090     WRITE RPT-LINE FROM WS-PRINT-LINE.
002100     IF NOT CARD-IS-VALID
002110         CLOSE RCLRPT
002120         MOVE 16 TO RETURN-CODE
002130         GOBACK
002140     END-IF.
002150     OPEN INPUT RUNCTL.
002160     IF WS-RCL-STATUS = "35"
002170         PERFORM 1200-PRIME-RUNCTL THRU 1200-EXIT
002180     END-IF.
002190     IF WS-RCL-STATUS NOT = "00"
002200         DISPLAY "WX1RCTL - RUNCTL OPEN FAILED, STATUS = "
002210             WS-RCL-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         GOBACK
002240     END-IF.
002250     OPEN OUTPUT RUNKEY.
002260     IF WS-RKY-STATUS NOT = "00"
002270         DISPLAY "WX1RCTL - RUNKEY OPEN FAILED, STATUS = "
002280             WS-RKY-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         GOBACK
002310     END-IF.
002320     MOVE SPACES TO WS-PRINT-LINE.
002330     STRING "SEQ STEP       STATUS     RC RUNS STARTED"
002340         "        ENDED          COUNTS"
002350         DELIMITED BY SIZE INTO WS-PRINT-LINE.
002360     WRITE RPT-LINE FROM WS-PRINT-LINE.
002370 1000-EXIT.
002380     EXIT.
002390*-----------------------------------------------------------*
002400*  1100-READ-CTLCARD - EVERY FIELD OPTIONAL.  A RUN DATE    *
002410*  THAT IS NOT A YYMMDD DATE, OR AN OVERRIDE THAT NAMES NO  *
002420*  LEDGER STEP, STOPS THE JOB RATHER THAN GUESS.            *
002430*-----------------------------------------------------------*
002440 1100-READ-CTLCARD.
002450     MOVE SPACES TO CTL-CARD-REC.
002460     OPEN INPUT CTLCARD.
002470     IF WS-CTL-STATUS = "00"
002480         READ CTLCARD
002490             AT END
002500                 MOVE SPACES TO CTL-CARD-REC
002510         END-READ
002520         CLOSE CTLCARD
002530     END-IF.
002540     IF CTL-JOB-ID NOT = SPACES
002550         MOVE CTL-JOB-ID TO WS-JOB-ID
002560     END-IF.
002570     IF CTL-RUN-DATE NOT = SPACES
002580         IF CTL-RUN-DATE NUMERIC
002590             AND CTL-RUN-MM > ZERO AND CTL-RUN-MM < 13
002600             AND CTL-RUN-DD > ZERO AND CTL-RUN-DD < 32
002610             MOVE CTL-RUN-DATE TO WS-RUN-DATE
002620         ELSE
002630             MOVE "N" TO WS-CARD-OK-SW
002640             DISPLAY "WX1RCTL - CTLCARD RUN DATE INVALID: "
002650                 CTL-RUN-DATE
002660         END-IF
002670     END-IF.
002680     IF CTL-CYCLE-NO NUMERIC AND CTL-CYCLE-NO > ZERO
002690         MOVE CTL-CYCLE-NO TO WS-CYCLE-NO
002700     END-IF.
002710     IF CTL-OVERRIDE-STEP NOT = SPACES
002720         MOVE CTL-OVERRIDE-STEP TO WS-OVERRIDE-STEP
002730         PERFORM 1110-FIND-OVERRIDE-STEP THRU 1110-EXIT
002740             VARYING WS-STEP-IX FROM 1 BY 1
002750             UNTIL WS-STEP-IX > 5
002760         IF WS-OVERRIDE-SEQ = ZERO
002770             MOVE "N" TO WS-CARD-OK-SW
002780             DISPLAY "WX1RCTL - CTLCARD OVERRIDE NAMES NO "
002790                 "LEDGER STEP: " WS-OVERRIDE-STEP
002800         END-IF
002810     END-IF.
002820 1100-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------*
002850*  1110-FIND-OVERRIDE-STEP                                  *
002860*-----------------------------------------------------------*
002870 1110-FIND-OVERRIDE-STEP.
002880     IF WS-STEP-NAME (WS-STEP-IX) = WS-OVERRIDE-STEP
002890         MOVE WS-STEP-IX TO WS-OVERRIDE-SEQ
002900     END-IF.
002910 1110-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------*
002940*  1200-PRIME-RUNCTL - FIRST RUN AFTER WX1RCLK DEFINES THE   *
002950*  CLUSTER WITHOUT ITS PRIMING STEPS: LOAD THE SAME ALL-     *
002960*  ASTERISKS PRIMING RECORD WX1RCLK SEEDS AND REOPEN.        *
002970*-----------------------------------------------------------*
002980 1200-PRIME-RUNCTL.
002990     DISPLAY "WX1RCTL - RUNCTL NEVER LOADED, PRIMING".
003000     OPEN OUTPUT RUNCTL.
003010     IF WS-RCL-STATUS NOT = "00"
003020         GO TO 1200-EXIT
003030     END-IF.
003040     MOVE SPACES TO LG-REC.
003050     MOVE "********" TO LG-JOB-ID.
003060     MOVE ZERO TO LG-RUN-DATE.
003070     MOVE ZERO TO LG-CYCLE-NO.
003080     MOVE ZERO TO LG-STEP-SEQ.
003090     MOVE ZERO TO LG-RETURN-CODE.
003100     MOVE ZERO TO LG-RUN-COUNT.
003110     WRITE LG-REC.
003120     CLOSE RUNCTL.
003130     OPEN INPUT RUNCTL.
003140 1200-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------*
003170*  2000-READ-LEDGER-STEP - ONE REPORT LINE PER LEDGER STEP;  *
003180*  A STEP WITH NO RECORD HAS NOT RUN THIS CYCLE.             *
003190*-----------------------------------------------------------*
003200 2000-READ-LEDGER-STEP.
003210     MOVE WS-JOB-ID TO LG-JOB-ID.
003220     MOVE WS-RUN-DATE TO LG-RUN-DATE.
003230     MOVE WS-CYCLE-NO TO LG-CYCLE-NO.
003240     MOVE WS-STEP-IX TO LG-STEP-SEQ.
003250     MOVE WS-STEP-IX TO WS-SEQ-ED.
003260     READ RUNCTL
003270         INVALID KEY
003280             MOVE "N" TO WS-STEP-STATE (WS-STEP-IX)
003290             MOVE SPACES TO WS-PRINT-LINE
003300             STRING " " WS-SEQ-ED "  " WS-STEP-NAME (WS-STEP-IX)
003310                 " NOT RUN"
003320                 DELIMITED BY SIZE INTO WS-PRINT-LINE
003330             WRITE RPT-LINE FROM WS-PRINT-LINE
003340             GO TO 2000-EXIT
003350     END-READ.
003360     MOVE LG-STATUS TO WS-STEP-STATE (WS-STEP-IX).
003370     EVALUATE TRUE
003380         WHEN LG-IS-COMPLETE
003390             MOVE "COMPLETE" TO WS-STATE-TEXT
003400         WHEN LG-IS-FAILED
003410             MOVE "FAILED" TO WS-STATE-TEXT
003420         WHEN OTHER
003430             MOVE "ABENDED" TO WS-STATE-TEXT
003440     END-EVALUATE.
003450     MOVE SPACES TO WS-PRINT-LINE.
003460     STRING " " WS-SEQ-ED "  " LG-STEP-NAME
003470         " " WS-STATE-TEXT
003480         " " LG-RETURN-CODE
003490         "  " LG-RUN-COUNT
003500         "  " LG-START-TS (1:12)
003510         "   " LG-END-TS (1:12)
003520         "   " LG-COUNT-LABEL (1) " " LG-COUNT (1)
003530         " " LG-COUNT-LABEL (2) " " LG-COUNT (2)
003540         " " LG-COUNT-LABEL (3) " " LG-COUNT (3)
003550         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003560     WRITE RPT-LINE FROM WS-PRINT-LINE.
003570 2000-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------*
003600*  3000-SET-RESUME-POINT - THE RESUME POINT IS THE FIRST     *
003610*  STEP NOT COMPLETE; AN OVERRIDE CAN ONLY MOVE IT EARLIER.  *
003620*-----------------------------------------------------------*
003630 3000-SET-RESUME-POINT.
003640     MOVE ZERO TO WS-LEAD-COMPLETE.
003650     MOVE "N" TO WS-LEAD-DONE-SW.
003660     PERFORM 3100-COUNT-LEADING-STEP THRU 3100-EXIT
003670         VARYING WS-COUNT-IX FROM 1 BY 1
003680         UNTIL WS-COUNT-IX > 5.
003690     MOVE WS-LEAD-COMPLETE TO WS-RESUME-SEQ.
003700     IF WS-OVERRIDE-SEQ > ZERO
003710         AND WS-OVERRIDE-SEQ <= WS-LEAD-COMPLETE
003720         COMPUTE WS-RESUME-SEQ = WS-OVERRIDE-SEQ - 1
003730     END-IF.
003740     MOVE SPACES TO WS-PRINT-LINE.
003750     IF WS-OVERRIDE-SEQ > ZERO
003760         STRING "OVERRIDE - " WS-OVERRIDE-STEP
003770             " AND EVERY STEP AFTER IT RUN EVEN IF COMPLETE"
003780             DELIMITED BY SIZE INTO WS-PRINT-LINE
003790         WRITE RPT-LINE FROM WS-PRINT-LINE
003800         MOVE SPACES TO WS-PRINT-LINE
003810     END-IF.
003820     IF WS-RESUME-SEQ > 4
003830         STRING "CYCLE ALREADY COMPLETE - NO LEDGER STEP WILL "
003840             "RUN.  CODE AN OVERRIDE TO FORCE A STEP."
003850             DELIMITED BY SIZE INTO WS-PRINT-LINE
003860     ELSE
003870         COMPUTE WS-SEQ-ED = WS-RESUME-SEQ + 1
003880         STRING "JOB STARTS AT LEDGER STEP " WS-SEQ-ED
003890             " " WS-STEP-NAME (WS-RESUME-SEQ + 1)
003900             DELIMITED BY SIZE INTO WS-PRINT-LINE
003910     END-IF.
003920     WRITE RPT-LINE FROM WS-PRINT-LINE.
003930 3000-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------*
003960*  3100-COUNT-LEADING-STEP                                  *
003970*-----------------------------------------------------------*
003980 3100-COUNT-LEADING-STEP.
003990     IF LEADING-STEPS-COUNTED
004000         GO TO 3100-EXIT
004010     END-IF.
004020     IF WS-STEP-STATE (WS-COUNT-IX) = "C"
004030         ADD 1 TO WS-LEAD-COMPLETE
004040     ELSE
004050         MOVE "Y" TO WS-LEAD-DONE-SW
004060     END-IF.
004070 3100-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------*
004100*  4000-WRITE-RUNKEY - THE KEY EVERY LEDGER STEP POSTS UNDER *
004110*-----------------------------------------------------------*
004120 4000-WRITE-RUNKEY.
004130     MOVE WS-JOB-ID TO RK-JOB-ID.
004140     MOVE WS-RUN-DATE TO RK-RUN-DATE.
004150     MOVE WS-CYCLE-NO TO RK-CYCLE-NO.
004160     MOVE WS-OVERRIDE-SEQ TO RK-OVERRIDE-SEQ.
004170     MOVE WS-OVERRIDE-STEP TO RK-OVERRIDE-STEP.
004180     WRITE RK-REC.
004181     IF WS-RKY-STATUS NOT = "00"
004182         DISPLAY "WX1RCTL - RUNKEY WRITE FAILED, STATUS = "
004183             WS-RKY-STATUS
004184         MOVE 16 TO RETURN-CODE
004185         GOBACK
004186     END-IF.
004190 4000-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------*
004220*  9000-TERMINATE                                            *
004230*-----------------------------------------------------------*
004240 9000-TERMINATE.
004250     CLOSE RUNCTL.
004260     CLOSE RUNKEY.
004270     CLOSE RCLRPT.
004280     MOVE WS-RESUME-SEQ TO RETURN-CODE.
004290 9000-EXIT.
004300     EXIT.
