000170*    REGARDLESS OF NIGHTLY VOLUME OR HOW MANY NIGHTS BACK THE
000180*    ORIGINAL CHANGE WAS - THE OLD 500-ENTRY IN-STORAGE TABLE
000190*    AND ITS "JOURNAL TABLE FULL" LIMIT ARE RETIRED.
000191*
000192*    THE ONLINE CHANGES WX1M AND WX1A HOLD ON THE JRNOVS KSDS
000193*    (JCL MEMBER WX1JHOK) ARE THEN MOVED INTO JRNHVS AND
000194*    DELETED FROM THE HOLDING FILE, SO AN R REVERSAL AND THE
000195*    WX1BKOT CONFLICT CHECK SEE ONLINE CHANGES TOO.
000200*
000210*    CTLCARD - COLUMNS 1-3 SET THE HISTORY WINDOW IN DAYS
000220*    (DEFAULT 30).
000250*      RC=0   HISTORY LOADED AND PURGED.
000260*      RC=4   ONE OR MORE INPUT LINES COULD NOT BE PARSED AND
000270*             WERE SKIPPED - SEE THE REPORT TRAILER.
000271*      RC=8   AN EARLIER LEDGER STEP OF THE CYCLE IS NOT
000272*             COMPLETE - HISTORY LOADED, BUT THE STEP IS LEFT
000273*             FAILED SO THE RESUMED CYCLE RUNS IT AGAIN.
000274*      RC=12  ALREADY COMPLETE FOR THIS CYCLE ON THE RUN-CONTROL
000276*             LEDGER AND NO OVERRIDE GIVEN - NOTHING LOADED.
000280*      RC=16  A MANDATORY FILE FAILED TO OPEN.
000290*  MODIFICATION HISTORY.
000300*    09/02/26  JWK  INITIAL VERSION.
000301*    10/15/26  JWK  NOW LEDGER STEP 5 OF THE NAMESPAC RUN-CONTROL
000302*                   LEDGER (RCLVS, COPYBOOK WX1RCL).  READS THE
000303*                   RUN KEY THE WX1RCTL FRONT STEP WRITES, MARKS
000304*                   ITSELF RUNNING, REFUSES RC=12 IF THE CYCLE
000305*                   ALREADY LOADED ITS HISTORY, AND POSTS ITS
000306*                   RETURN CODE AND COUNTS AT THE END.
000307*    10/15/26  JWK  JRNHVS RECORD 54 TO 80 BYTES - THE LINE'S
000308*                   JOB ID, SOURCE ID, CYCLE AND TRANSACTION CODE
000309*                   ARE NOW LOADED FOR THE WX1BKOT BACKOUT.
000311*    10/15/26  JWK  ALSO LOADS THE ONLINE CHANGES HELD ON JRNOVS
000313*                   BY WX1M AND WX1A (SEE 2500-LOAD-ONLINE-
000315*                   HOLDING) AND DELETES THEM FROM IT.
000316*    10/15/26  JWK  NO LONGER POSTS ITSELF COMPLETE WHILE AN
000317*                   EARLIER LEDGER STEP OF THE CYCLE IS NOT - IT
000318*                   ENDS RC=8, LEFT FAILED, SO THE RESUMED CYCLE
000319*                   LOADS THE JOURNAL OF THE STEP THAT FAILED OR
000320*                   REFUSED.
000321*---------------------------------------------------------------
000322 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. WX1JHLD.
000340 AUTHOR. J. W. KOSINSKI.
000350 INSTALLATION. DATA CENTER.
000490         ACCESS IS DYNAMIC
000500         RECORD KEY IS JH-KEY
000510         FILE STATUS IS WS-JHS-STATUS.
000511     SELECT JRNOVS ASSIGN TO JRNOVS
000512         ORGANIZATION IS INDEXED
000513         ACCESS IS DYNAMIC
000514         RECORD KEY IS JO-KEY
000515         FILE STATUS IS WS-JHO-STATUS.
000520     SELECT CTLCARD ASSIGN TO CTLCARD
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CTL-STATUS.
000550     SELECT JHLRPT ASSIGN TO JHLRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000571     SELECT RUNKEY ASSIGN TO RUNKEY
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS WS-RKY-STATUS.
000574     SELECT RUNCTL ASSIGN TO RUNCTL
000575         ORGANIZATION IS INDEXED
000576         ACCESS IS RANDOM
000577         RECORD KEY IS LG-KEY
000578         FILE STATUS IS WS-RCL-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*---------------------------------------------------------------
000780         10  JH-TIME              PIC 9(08).
000790     05  JH-OLD-VALUE             PIC X(10).
000800     05  JH-NEW-VALUE             PIC X(10).
000801     05  JH-JOB-ID                PIC X(08).
000802     05  JH-SOURCE-ID             PIC X(08).
000803     05  JH-CYCLE-NO              PIC 9(02).
000804     05  JH-TRAN-CODE             PIC X(01).
000805     05  FILLER                   PIC X(07).
000806*---------------------------------------------------------------
000807*  ONLINE-CHANGE HOLDING KSDS WRITTEN BY WX1M AND WX1A - SAME
000808*  WX1JHS LAYOUT; SEE JCL/WX1JHOK.JCL FOR THE CLUSTER.
000809*---------------------------------------------------------------
000810 FD  JRNOVS
000811     LABEL RECORDS ARE STANDARD.
000812 01  JO-REC.
000813     05  JO-KEY.
000814         10  JO-WS1WX1-KEY        PIC X(10).
000815         10  FILLER               PIC X(24).
000816     05  FILLER                   PIC X(46).
000817*---------------------------------------------------------------
000820*  CONTROL CARD - HISTORY WINDOW IN DAYS.
000830*---------------------------------------------------------------
000840 FD  CTLCARD
000910 FD  JHLRPT
000920     LABEL RECORDS ARE STANDARD.
000930 01  RPT-LINE                     PIC X(132).
000931*---------------------------------------------------------------
000932*  RUN KEY FROM THE WX1RCTL FRONT STEP - JOB-ID, RUN DATE,
000933*  CYCLE AND ANY OVERRIDE THIS JOB POSTS ITS LEDGER UNDER.
000934*---------------------------------------------------------------
000935 FD  RUNKEY
000936     LABEL RECORDS ARE STANDARD.
000937 01  RK-REC.
000938     05  RK-JOB-ID                PIC X(08).
000939     05  RK-RUN-DATE              PIC 9(06).
000940     05  RK-CYCLE-NO              PIC 9(02).
000941     05  RK-OVERRIDE-SEQ          PIC 9(01).
000942     05  RK-OVERRIDE-STEP         PIC X(10).
000943*---------------------------------------------------------------
000944*  RUN-CONTROL LEDGER KSDS - MIRRORS COPYBOOK WX1RCL; SEE
000945*  JCL/WX1RCLK.JCL FOR THE CLUSTER DEFINITION.
000946*---------------------------------------------------------------
000947 FD  RUNCTL
000948     LABEL RECORDS ARE STANDARD.
000949 01  LG-REC.
000950     05  LG-KEY.
000951         10  LG-JOB-ID            PIC X(08).
000952         10  LG-RUN-DATE          PIC 9(06).
000953         10  LG-CYCLE-NO          PIC 9(02).
000954         10  LG-STEP-SEQ          PIC 9(01).
000955     05  LG-STEP-NAME             PIC X(10).
000956     05  LG-STATUS                PIC X(01).
000957         88  LG-IS-RUNNING        VALUE "R".
000958         88  LG-IS-COMPLETE       VALUE "C".
000959         88  LG-IS-FAILED         VALUE "F".
000960     05  LG-START-TS              PIC X(14).
000961     05  LG-END-TS                PIC X(14).
000962     05  LG-RETURN-CODE           PIC 9(02).
000963     05  LG-RUN-COUNT             PIC 9(02).
000964     05  LG-OVERRIDE-SW           PIC X(01).
000965     05  LG-STEP-COUNTS OCCURS 3 TIMES.
000966         10  LG-COUNT-LABEL       PIC X(06).
000967         10  LG-COUNT             PIC 9(08).
000968 WORKING-STORAGE SECTION.
000969 01  WS-FILE-STATUSES.
000970     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
000971     05  WS-JHS-STATUS            PIC X(02) VALUE "00".
000972     05  WS-JHO-STATUS            PIC X(02) VALUE "00".
000980     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
000990     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
000993     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
000996     05  WS-RCL-STATUS            PIC X(02) VALUE "00".
001000 01  WS-SWITCHES.
001010     05  WS-JRN-EOF-SW            PIC X(01) VALUE "N".
001020         88  END-OF-JRNDAY        VALUE "Y".
001030     05  WS-JHS-EOF-SW            PIC X(01) VALUE "N".
001040         88  END-OF-JRNHVS        VALUE "Y".
001045     05  WS-JHO-EOF-SW            PIC X(01) VALUE "N".
001046         88  END-OF-JRNOVS        VALUE "Y".
001050*---------------------------------------------------------------
001060*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
001070*---------------------------------------------------------------
001110     05  WS-DUP-COUNT             PIC 9(08) COMP VALUE ZERO.
001120     05  WS-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
001130     05  WS-PURGE-COUNT           PIC 9(08) COMP VALUE ZERO.
001135     05  WS-ONLINE-COUNT          PIC 9(08) COMP VALUE ZERO.
001140 01  WS-COUNTERS-EDITED.
001150     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
001160*---------------------------------------------------------------
001280     05  WS-DP-MM                 PIC 9(02).
001290     05  WS-DP-DD                 PIC 9(02).
001300 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
001301*---------------------------------------------------------------
001302*  EARLIER-LEDGER-STEP CHECK MADE BEFORE THIS STEP IS POSTED.
001303*---------------------------------------------------------------
001304 01  WS-PRIOR-STEP-CHECK.
001305     05  WS-RCL-PRIOR-SEQ         PIC 9(01) VALUE ZERO.
001306     05  WS-RCL-OPEN-SW           PIC X(01) VALUE "N".
001307         88  RCL-EARLIER-OPEN     VALUE "Y".
001308     05  WS-RCL-OPEN-SEQ          PIC 9(01) VALUE ZERO.
001309     05  WS-RCL-OPEN-STATE        PIC X(20) VALUE SPACES.
001310 01  WS-PRINT-LINE                PIC X(132).
001311*---------------------------------------------------------------
001312*  RUN-CONTROL LEDGER WORK AREAS - THIS PROGRAM IS LEDGER STEP
001313*  5 OF JOB NAMESPAC (SEE COPYBOOK WX1RCL).
001314*---------------------------------------------------------------
001315 01  WS-RUN-CONTROL.
001316     05  WS-RCL-KEY.
001317         10  WS-RCL-JOB-ID        PIC X(08) VALUE SPACES.
001318         10  WS-RCL-RUN-DATE      PIC 9(06) VALUE ZERO.
001319         10  WS-RCL-CYCLE-NO      PIC 9(02) VALUE ZERO.
001320         10  WS-RCL-STEP-SEQ      PIC 9(01) VALUE 5.
001321     05  WS-RCL-OVERRIDE-SEQ      PIC 9(01) VALUE ZERO.
001322     05  WS-RCL-STEP-NAME         PIC X(10) VALUE "WX1JHLD".
001323     05  WS-RCL-FOUND-SW          PIC X(01) VALUE "N".
001324         88  RCL-STEP-FOUND       VALUE "Y".
001325     05  WS-RCL-DATE              PIC 9(06) VALUE ZERO.
001326     05  WS-RCL-TIME              PIC 9(08) VALUE ZERO.
001327 PROCEDURE DIVISION.
001330 TEST-1 SECTION.
001340*-----------------------------------------------------------*
001350*  0000-MAINLINE                                            *
001360*-----------------------------------------------------------*
001370 0000-MAINLINE.
001375     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-LOAD-JOURNAL-LINE THRU 2000-EXIT
001400         UNTIL END-OF-JRNDAY.
001405     PERFORM 2500-LOAD-ONLINE-HOLDING THRU 2500-EXIT.
001410     PERFORM 3000-PURGE-OLD-HISTORY THRU 3000-EXIT.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001425     PERFORM 9500-POST-RUN-CONTROL THRU 9500-EXIT.
001430     GOBACK.
001431*-----------------------------------------------------------*
001432*  0500-CHECK-RUN-CONTROL - PICK UP THE RUN KEY WX1RCTL      *
001433*  PASSED AND MARK THIS STEP RUNNING ON THE LEDGER.  A STEP  *
001434*  ALREADY COMPLETE FOR THE CYCLE REFUSES TO RUN AGAIN (RC   *
001435*  12) UNLESS THE RUN KEY CARRIES AN OVERRIDE NAMING THIS    *
001436*  STEP OR AN EARLIER ONE.                                   *
001437*-----------------------------------------------------------*
001438 0500-CHECK-RUN-CONTROL.
001439     MOVE SPACES TO RK-REC.
001440     OPEN INPUT RUNKEY.
001441     IF WS-RKY-STATUS NOT = "00"
001442         DISPLAY "WX1JHLD - RUNKEY OPEN FAILED, STATUS = "
001443             WS-RKY-STATUS
001444         MOVE 16 TO RETURN-CODE
001445         GOBACK
001446     END-IF.
001447     READ RUNKEY
001448         AT END
001449             MOVE SPACES TO RK-REC
001450     END-READ.
001451     CLOSE RUNKEY.
001452     IF RK-JOB-ID = SPACES
001453         OR RK-RUN-DATE NOT NUMERIC
001454         OR RK-CYCLE-NO NOT NUMERIC
001455         OR RK-OVERRIDE-SEQ NOT NUMERIC
001456         DISPLAY "WX1JHLD - RUNKEY EMPTY OR INVALID - WX1RCTL "
001457             "MUST RUN FIRST"
001458         MOVE 16 TO RETURN-CODE
001459         GOBACK
001460     END-IF.
001461     MOVE RK-JOB-ID TO WS-RCL-JOB-ID.
001462     MOVE RK-RUN-DATE TO WS-RCL-RUN-DATE.
001463     MOVE RK-CYCLE-NO TO WS-RCL-CYCLE-NO.
001464     MOVE RK-OVERRIDE-SEQ TO WS-RCL-OVERRIDE-SEQ.
001465     OPEN I-O RUNCTL.
001466     IF WS-RCL-STATUS NOT = "00"
001467         DISPLAY "WX1JHLD - RUNCTL OPEN FAILED, STATUS = "
001468             WS-RCL-STATUS
001469         MOVE 16 TO RETURN-CODE
001470         GOBACK
001471     END-IF.
001472     MOVE WS-RCL-KEY TO LG-KEY.
001473     READ RUNCTL
001474         INVALID KEY
001475             MOVE "N" TO WS-RCL-FOUND-SW
001476         NOT INVALID KEY
001477             MOVE "Y" TO WS-RCL-FOUND-SW
001478     END-READ.
001479     IF RCL-STEP-FOUND AND LG-IS-COMPLETE
001480         IF WS-RCL-OVERRIDE-SEQ = ZERO
001481             OR WS-RCL-OVERRIDE-SEQ > WS-RCL-STEP-SEQ
001482             DISPLAY "WX1JHLD - ALREADY COMPLETE FOR JOB "
001483                 WS-RCL-JOB-ID " RUN DATE " WS-RCL-RUN-DATE
001484                 " CYCLE " WS-RCL-CYCLE-NO " - NOT RERUN"
001485             DISPLAY "WX1JHLD - CODE AN OVERRIDE ON THE "
001486                 "WX1RCTL CTLCARD TO FORCE IT"
001487             CLOSE RUNCTL
001488             MOVE 12 TO RETURN-CODE
001489             GOBACK
001490         END-IF
001491         MOVE "Y" TO LG-OVERRIDE-SW
001492     ELSE
001493         MOVE "N" TO LG-OVERRIDE-SW
001494     END-IF.
001495     IF NOT RCL-STEP-FOUND
001496         MOVE WS-RCL-KEY TO LG-KEY
001497         MOVE WS-RCL-STEP-NAME TO LG-STEP-NAME
001498         MOVE ZERO TO LG-RUN-COUNT
001499     END-IF.
001500     ACCEPT WS-RCL-DATE FROM DATE.
001501     ACCEPT WS-RCL-TIME FROM TIME.
001502     MOVE "R" TO LG-STATUS.
001503     MOVE SPACES TO LG-START-TS.
001504     STRING WS-RCL-DATE WS-RCL-TIME
001505         DELIMITED BY SIZE INTO LG-START-TS.
001506     MOVE SPACES TO LG-END-TS.
001507     MOVE ZERO TO LG-RETURN-CODE.
001508     ADD 1 TO LG-RUN-COUNT.
001509     MOVE SPACES TO LG-COUNT-LABEL (1).
001510     MOVE SPACES TO LG-COUNT-LABEL (2).
001511     MOVE SPACES TO LG-COUNT-LABEL (3).
001512     MOVE ZERO TO LG-COUNT (1).
001513     MOVE ZERO TO LG-COUNT (2).
001514     MOVE ZERO TO LG-COUNT (3).
001515     IF RCL-STEP-FOUND
001516         REWRITE LG-REC
001517     ELSE
001518         WRITE LG-REC
001519     END-IF.
001520     IF WS-RCL-STATUS NOT = "00"
001521         DISPLAY "WX1JHLD - RUNCTL UPDATE FAILED, STATUS = "
001522             WS-RCL-STATUS
001523         MOVE 16 TO RETURN-CODE
001524         GOBACK
001525     END-IF.
001526 0500-EXIT.
001527     EXIT.
001528*-----------------------------------------------------------*
001529*  1000-INITIALIZE                                          *
001530*-----------------------------------------------------------*
001531 1000-INITIALIZE.
001532     ACCEPT WS-CURRENT-DATE FROM DATE.
001533     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS.
001534     PERFORM 6000-DATE-TO-DAY-NUM THRU 6000-EXIT.
001535     MOVE WS-REC-DAY-NUM TO WS-TODAY-NUM.
001536     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
001537     OPEN INPUT JRNDAY.
001540     IF WS-JRN-STATUS NOT = "00"
001550         DISPLAY "WX1JHLD - JRNDAY OPEN FAILED, STATUS = "
001560             WS-JRN-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         GOBACK
001660     END-IF.
001661     OPEN I-O JRNOVS.
001662     IF WS-JHO-STATUS NOT = "00"
001663         DISPLAY "WX1JHLD - JRNOVS OPEN FAILED, STATUS = "
001664             WS-JHO-STATUS
001665         MOVE 16 TO RETURN-CODE
001666         GOBACK
001667     END-IF.
001670     OPEN OUTPUT JHLRPT.
001680     IF WS-RPT-STATUS NOT = "00"
001690         DISPLAY "WX1JHLD - JHLRPT OPEN FAILED, STATUS = "
001980     EXIT.
001990*-----------------------------------------------------------*
002000*  2000-LOAD-JOURNAL-LINE - THE FIXED LAYOUT NAMESPACE       *
002010*  WRITES: JOB=(5:8) DATE(14:6) TIME(20:8) KEY=(33:10)       *
002015*  FIELD=(50:10) OLD=(65:10) NEW=(80:10) SRC=(95:8)          *
002020*  CYC=(108:2) TC=(114:1).  OLDER LINES AND WX1PAPL'S LEAVE  *
002025*  THE LAST THREE BLANK.                                     *
002030*-----------------------------------------------------------*
002040 2000-LOAD-JOURNAL-LINE.
002050     READ JRNDAY
002240     MOVE JRN-IN-LINE (20:8) TO JH-TIME.
002250     MOVE JRN-IN-LINE (65:10) TO JH-OLD-VALUE.
002260     MOVE JRN-IN-LINE (80:10) TO JH-NEW-VALUE.
002261     MOVE JRN-IN-LINE (5:8) TO JH-JOB-ID.
002262     MOVE JRN-IN-LINE (95:8) TO JH-SOURCE-ID.
002263     IF JRN-IN-LINE (108:2) NUMERIC
002264         MOVE JRN-IN-LINE (108:2) TO JH-CYCLE-NO
002265     ELSE
002266         MOVE ZERO TO JH-CYCLE-NO
002267     END-IF.
002268     MOVE JRN-IN-LINE (114:1) TO JH-TRAN-CODE.
002270     WRITE JH-REC
002280         INVALID KEY
002290             PERFORM 2100-REWRITE-HISTORY THRU 2100-EXIT
002470     END-REWRITE.
002480 2100-EXIT.
002490     EXIT.
002491*-----------------------------------------------------------*
002492*  2500-LOAD-ONLINE-HOLDING - MOVE EVERY ONLINE CHANGE WX1M  *
002493*  AND WX1A HELD ON JRNOVS INTO JRNHVS AND DELETE IT FROM    *
002494*  THE HOLDING FILE.  A RECORD THAT WILL NOT POST STAYS HELD *
002495*  FOR THE NEXT RUN.  THE WX1JHOK PRIMING RECORD (KEY ALL    *
002496*  ASTERISKS) IS LEFT ALONE.                                 *
002497*-----------------------------------------------------------*
002498 2500-LOAD-ONLINE-HOLDING.
002499     MOVE LOW-VALUES TO JO-KEY.
002500     START JRNOVS KEY NOT LESS THAN JO-KEY
002501         INVALID KEY
002502             SET END-OF-JRNOVS TO TRUE
002503     END-START.
002504     PERFORM 2510-LOAD-ONE-ONLINE THRU 2510-EXIT
002505         UNTIL END-OF-JRNOVS.
002506 2500-EXIT.
002507     EXIT.
002508*-----------------------------------------------------------*
002509*  2510-LOAD-ONE-ONLINE                                     *
002510*-----------------------------------------------------------*
002511 2510-LOAD-ONE-ONLINE.
002512     READ JRNOVS NEXT RECORD
002513         AT END
002514             SET END-OF-JRNOVS TO TRUE
002515             GO TO 2510-EXIT
002516     END-READ.
002517     IF JO-WS1WX1-KEY = "**********"
002518         GO TO 2510-EXIT
002519     END-IF.
002520     MOVE JO-REC TO JH-REC.
002521     WRITE JH-REC
002522         INVALID KEY
002523             PERFORM 2100-REWRITE-HISTORY THRU 2100-EXIT
002524         NOT INVALID KEY
002525             ADD 1 TO WS-ONLINE-COUNT
002526     END-WRITE.
002527     IF WS-JHS-STATUS NOT = "00"
002528         GO TO 2510-EXIT
002529     END-IF.
002530     DELETE JRNOVS RECORD.
002531     IF WS-JHO-STATUS NOT = "00"
002532         DISPLAY "WX1JHLD - JRNOVS DELETE FAILED, KEY = "
002533             JO-WS1WX1-KEY " STATUS = " WS-JHO-STATUS
002534     END-IF.
002535 2510-EXIT.
002536     EXIT.
002537*-----------------------------------------------------------*
002538*  3000-PURGE-OLD-HISTORY - SEQUENTIAL SWEEP DELETING EVERY  *
002539*  RECORD OLDER THAN THE DAY WINDOW.  THE WX1JHSK PRIMING    *
002540*  RECORD (KEY ALL ASTERISKS) IS LEFT ALONE.                 *
002541*-----------------------------------------------------------*
002550 3000-PURGE-OLD-HISTORY.
002560     MOVE LOW-VALUES TO JH-KEY.
002570     START JRNHVS KEY NOT LESS THAN JH-KEY
003110     STRING "HISTORY RECORDS ADDED= " WS-COUNT-A-ED
003120         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003130     WRITE RPT-LINE FROM WS-PRINT-LINE.
003132     MOVE WS-ONLINE-COUNT TO WS-COUNT-A-ED.
003134     MOVE SPACES TO WS-PRINT-LINE.
003136     STRING "ONLINE CHANGES ADDED = " WS-COUNT-A-ED
003137         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003138     WRITE RPT-LINE FROM WS-PRINT-LINE.
003140     MOVE WS-DUP-COUNT TO WS-COUNT-A-ED.
003150     MOVE SPACES TO WS-PRINT-LINE.
003160     STRING "RECORDS REPLACED     = " WS-COUNT-A-ED
003280     WRITE RPT-LINE FROM WS-PRINT-LINE.
003290     CLOSE JRNDAY.
003300     CLOSE JRNHVS.
003305     CLOSE JRNOVS.
003310     CLOSE JHLRPT.
003320     IF WS-SKIP-COUNT > ZERO
003330         MOVE 4 TO RETURN-CODE
003360     END-IF.
003370 9000-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------*
003400*  9500-POST-RUN-CONTROL - CLOSE THIS STEP OUT ON THE LEDGER *
003410*  WITH ITS RETURN CODE AND COUNTS.  RC 8 OR ABOVE LEAVES IT *
003420*  FAILED, SO THE NEXT SUBMISSION OF THE CYCLE RESUMES HERE. *
003422*  SO DOES AN EARLIER LEDGER STEP OF THE CYCLE THAT IS NOT   *
003424*  COMPLETE - THIS STEP IS NEVER POSTED COMPLETE AHEAD OF    *
003426*  THE STEPS WHOSE JOURNALS IT LOADS.                        *
003430*-----------------------------------------------------------*
003440 9500-POST-RUN-CONTROL.
003441     MOVE "N" TO WS-RCL-OPEN-SW.
003442     PERFORM 9550-CHECK-EARLIER-STEP THRU 9550-EXIT
003443         VARYING WS-RCL-PRIOR-SEQ FROM 1 BY 1
003444         UNTIL WS-RCL-PRIOR-SEQ NOT < WS-RCL-STEP-SEQ
003445             OR RCL-EARLIER-OPEN.
003446     IF RCL-EARLIER-OPEN
003447         DISPLAY "WX1JHLD - LEDGER STEP " WS-RCL-OPEN-SEQ " ("
003448             WS-RCL-OPEN-STATE ") NOT COMPLETE FOR THIS CYCLE"
003449         DISPLAY "WX1JHLD - LEFT FAILED SO THE RESUMED CYCLE "
003450             "LOADS ITS JOURNALS"
003451         MOVE 8 TO RETURN-CODE
003452     END-IF.
003453     MOVE WS-RCL-KEY TO LG-KEY.
003460     READ RUNCTL
003470         INVALID KEY
003480             DISPLAY "WX1JHLD - LEDGER RECORD LOST, STATUS = "
003490                 WS-RCL-STATUS
003500             MOVE 16 TO RETURN-CODE
003510             CLOSE RUNCTL
003520             GO TO 9500-EXIT
003530     END-READ.
003540     IF RETURN-CODE < 8
003550         MOVE "C" TO LG-STATUS
003560     ELSE
003570         MOVE "F" TO LG-STATUS
003580     END-IF.
003590     MOVE RETURN-CODE TO LG-RETURN-CODE.
003600     ACCEPT WS-RCL-DATE FROM DATE.
003610     ACCEPT WS-RCL-TIME FROM TIME.
003620     MOVE SPACES TO LG-END-TS.
003630     STRING WS-RCL-DATE WS-RCL-TIME
003640         DELIMITED BY SIZE INTO LG-END-TS.
003650     MOVE "LINES" TO LG-COUNT-LABEL (1).
003660     MOVE WS-LINE-COUNT TO LG-COUNT (1).
003670     MOVE "LOADED" TO LG-COUNT-LABEL (2).
003680     MOVE WS-LOAD-COUNT TO LG-COUNT (2).
003690     MOVE "PURGED" TO LG-COUNT-LABEL (3).
003700     MOVE WS-PURGE-COUNT TO LG-COUNT (3).
003710     REWRITE LG-REC.
003720     IF WS-RCL-STATUS NOT = "00"
003730         DISPLAY "WX1JHLD - RUNCTL UPDATE FAILED, STATUS = "
003740             WS-RCL-STATUS
003750         MOVE 16 TO RETURN-CODE
003760     END-IF.
003770     CLOSE RUNCTL.
003780 9500-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------*
003810*  9550-CHECK-EARLIER-STEP - IS LEDGER STEP WS-RCL-PRIOR-SEQ *
003820*  OF THIS CYCLE COMPLETE?  A MISSING RECORD COUNTS AS NOT   *
003830*  RUN.                                                      *
003840*-----------------------------------------------------------*
003850 9550-CHECK-EARLIER-STEP.
003860     MOVE WS-RCL-KEY TO LG-KEY.
003870     MOVE WS-RCL-PRIOR-SEQ TO LG-STEP-SEQ.
003880     READ RUNCTL
003890         INVALID KEY
003900             MOVE "Y" TO WS-RCL-OPEN-SW
003910             MOVE WS-RCL-PRIOR-SEQ TO WS-RCL-OPEN-SEQ
003920             MOVE "NOT RUN" TO WS-RCL-OPEN-STATE
003930         NOT INVALID KEY
003940             IF NOT LG-IS-COMPLETE
003950                 MOVE "Y" TO WS-RCL-OPEN-SW
003960                 MOVE WS-RCL-PRIOR-SEQ TO WS-RCL-OPEN-SEQ
003970                 MOVE SPACES TO WS-RCL-OPEN-STATE
003980                 STRING LG-STEP-NAME DELIMITED BY SPACE
003990                     " STATUS " LG-STATUS
004000                     DELIMITED BY SIZE INTO WS-RCL-OPEN-STATE
004010             END-IF
004020     END-READ.
004030 9550-EXIT.
004040     EXIT.
