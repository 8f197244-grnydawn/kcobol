000350*                   STATUS, NOT JUST THE CURRENT RECORD.
000360*                   RUNHVS MUST BE DEFINED TO THE REGION
000370*                   LIKE RUNSTVS BEFORE WX1S IS RUN.
000371*    10/15/26  JWK  NOW ALSO BROWSES THE RCLVS RUN-CONTROL LEDGER
000372*                   (COPYBOOK WX1RCL, DEFINED BY JCL MEMBER
000373*                   WX1RCLK) AND SHOWS THE NEWEST CYCLE STEP BY
000374*                   STEP - WX1PAPL, NAMESPACE, WX1LOAD, WX1GLBL,
000375*                   WX1JHLD - WITH EACH STEP'S STATUS, RETURN
000376*                   CODE, END TIME AND COUNTS.  RCLVS MUST BE
000377*                   DEFINED TO THE REGION LIKE RUNSTVS.
000380*---------------------------------------------------------------
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. WX1STAT.
000560*  RUN-HISTORY LAYOUT - SAME COPYBOOK NAMESPACE WRITES WITH.
000570*---------------------------------------------------------------
000580     COPY WX1RNH.
000581*---------------------------------------------------------------
000582*  RUN-CONTROL LEDGER LAYOUT - SAME COPYBOOK THE LEDGER STEPS
000583*  MIRROR.
000584*---------------------------------------------------------------
000585     COPY WX1RCL.
000590 01  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000600 01  WS-INPUT-LENGTH              PIC S9(04) COMP VALUE +80.
000610 01  WS-TERM-INPUT.
000650     05  FILLER                   PIC X(67).
000660 01  WS-INQUIRY-JOB-ID            PIC X(08) VALUE "NMSPACE1".
000670*---------------------------------------------------------------
000680*  STATUS DISPLAY - SIXTEEN 79-BYTE LINES SENT AS ONE TEXT
000690*  BLOCK: CURRENT STATUS, A HEADING, UP TO FIVE HISTORY LINES,
000693*  AND THE CURRENT CYCLE'S RUN-CONTROL LEDGER - A HEADING AND
000696*  ONE LINE PER LEDGER STEP.
000700*---------------------------------------------------------------
000710 01  WS-STATUS-TEXT.
000720     05  WS-STATUS-LINE-1         PIC X(79).
000760     05  WS-STATUS-LINE-5         PIC X(79).
000770     05  WS-HIST-LINE OCCURS 5 TIMES
000780                                  PIC X(79).
000782     05  WS-STEP-HEAD-LINE        PIC X(79).
000784     05  WS-STEP-LINES.
000786         10  WS-STEP-LINE OCCURS 5 TIMES
000788                                  PIC X(79).
000790*---------------------------------------------------------------
000800*  RIDFLD WORK KEY AND RING OF THE NEWEST FIVE RUNS FROM THE
000810*  FORWARD BROWSE OF THE RUN HISTORY - THE BROWSE RUNS THE
001000         10  RG-VALID-COUNT       PIC 9(08).
001010         10  RG-EXCP-COUNT        PIC 9(08).
001020         10  RG-RETURN-CODE       PIC 9(02).
001021*---------------------------------------------------------------
001022*  RIDFLD WORK KEY, CURRENT DATE/CYCLE GROUP AND STEP NAMES FOR
001023*  THE RUN-CONTROL LEDGER BROWSE.
001024*---------------------------------------------------------------
001025 01  WS-RCL-RID.
001026     05  WS-RCL-RID-JOB           PIC X(08).
001027     05  WS-RCL-RID-DATE          PIC X(06).
001028     05  WS-RCL-RID-CYCLE         PIC X(02).
001029     05  WS-RCL-RID-STEP          PIC X(01).
001030 01  WS-RCL-CUR-DATE              PIC 9(06) VALUE ZERO.
001031 01  WS-RCL-CUR-CYCLE             PIC 9(02) VALUE ZERO.
001032 01  WS-STEP-IX                   PIC 9(04) COMP VALUE ZERO.
001033 01  WS-STEP-SEQ-ED               PIC 9(01).
001034 01  WS-STEP-STATE-TEXT           PIC X(08).
001035 01  WS-LEDGER-STEP-VALUES.
001036     05  FILLER                   PIC X(10) VALUE "WX1PAPL".
001037     05  FILLER                   PIC X(10) VALUE "NAMESPACE".
001038     05  FILLER                   PIC X(10) VALUE "WX1LOAD".
001039     05  FILLER                   PIC X(10) VALUE "WX1GLBL".
001040     05  FILLER                   PIC X(10) VALUE "WX1JHLD".
001041 01  WS-LEDGER-STEP-TABLE REDEFINES WS-LEDGER-STEP-VALUES.
001042     05  WS-LEDGER-STEP           PIC X(10) OCCURS 5 TIMES.
001043 PROCEDURE DIVISION.
001044 TEST-1 SECTION.
001050*-----------------------------------------------------------*
001060*  0000-MAINLINE                                            *
001070*-----------------------------------------------------------*
001090     PERFORM 1000-GET-JOB-ID THRU 1000-EXIT.
001100     PERFORM 2000-READ-RUN-STATUS THRU 2000-EXIT.
001110     PERFORM 3000-READ-RUN-HISTORY THRU 3000-EXIT.
001115     PERFORM 4000-READ-RUN-CONTROL THRU 4000-EXIT.
001120     EXEC CICS SEND TEXT
001130         FROM (WS-STATUS-TEXT)
001140         LENGTH (LENGTH OF WS-STATUS-TEXT)
002690         DELIMITED BY SIZE INTO WS-HIST-LINE (WS-HIST-IX).
002700 3200-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------*
002730*  4000-READ-RUN-CONTROL - FORWARD BROWSE OF THE JOB'S RUN-  *
002740*  CONTROL LEDGER.  THE LEDGER KEY ENDS IN RUN DATE, CYCLE   *
002750*  AND STEP, SO THE LAST DATE/CYCLE GROUP THE BROWSE MEETS   *
002760*  IS THE CURRENT CYCLE; EACH NEW GROUP CLEARS THE STEP      *
002770*  LINES OF THE ONE BEFORE IT.                               *
002780*-----------------------------------------------------------*
002790 4000-READ-RUN-CONTROL.
002800     MOVE WS-INQUIRY-JOB-ID TO WS-RCL-RID-JOB.
002810     MOVE LOW-VALUES TO WS-RCL-RID-DATE.
002820     MOVE LOW-VALUES TO WS-RCL-RID-CYCLE.
002830     MOVE LOW-VALUES TO WS-RCL-RID-STEP.
002840     EXEC CICS STARTBR
002850         DATASET ('RCLVS')
002860         RIDFLD (WS-RCL-RID)
002870         GTEQ
002880         RESP (WS-RESP-CODE)
002890     END-EXEC.
002900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002910         MOVE "NO RUN-CONTROL LEDGER ON FILE" TO WS-STEP-HEAD-LINE
002920         GO TO 4000-EXIT
002930     END-IF.
002940     MOVE "N" TO WS-HIST-DONE-SW.
002950     MOVE ZERO TO WS-RCL-CUR-DATE.
002960     MOVE ZERO TO WS-RCL-CUR-CYCLE.
002970     PERFORM 4100-READ-NEXT-STEP THRU 4100-EXIT
002980         UNTIL HISTORY-DONE.
002990     EXEC CICS ENDBR
003000         DATASET ('RCLVS')
003010         RESP (WS-RESP-CODE)
003020     END-EXEC.
003030     IF WS-RCL-CUR-DATE = ZERO
003040         MOVE "NO RUN-CONTROL LEDGER FOR THAT JOB"
003050             TO WS-STEP-HEAD-LINE
003060         GO TO 4000-EXIT
003070     END-IF.
003080     STRING "STEPS OF RUN " WS-RCL-CUR-DATE
003090         " CYCLE " WS-RCL-CUR-CYCLE
003100         DELIMITED BY SIZE INTO WS-STEP-HEAD-LINE.
003110     PERFORM 4300-FILL-NOT-RUN THRU 4300-EXIT
003120         VARYING WS-STEP-IX FROM 1 BY 1
003130         UNTIL WS-STEP-IX > 5.
003140 4000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------*
003170*  4100-READ-NEXT-STEP - OTHER JOBS' RECORDS END THE BROWSE. *
003180*-----------------------------------------------------------*
003190 4100-READ-NEXT-STEP.
003200     EXEC CICS READNEXT
003210         DATASET ('RCLVS')
003220         INTO (WX1RCL-RECORD)
003230         RIDFLD (WS-RCL-RID)
003240         RESP (WS-RESP-CODE)
003250     END-EXEC.
003260     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003270         MOVE "Y" TO WS-HIST-DONE-SW
003280         GO TO 4100-EXIT
003290     END-IF.
003300     IF RCL-JOB-ID NOT = WS-INQUIRY-JOB-ID
003310         MOVE "Y" TO WS-HIST-DONE-SW
003320         GO TO 4100-EXIT
003330     END-IF.
003340     IF RCL-STEP-SEQ < 1 OR RCL-STEP-SEQ > 5
003350         GO TO 4100-EXIT
003360     END-IF.
003370     IF RCL-RUN-DATE NOT = WS-RCL-CUR-DATE
003380         OR RCL-CYCLE-NO NOT = WS-RCL-CUR-CYCLE
003390         MOVE RCL-RUN-DATE TO WS-RCL-CUR-DATE
003400         MOVE RCL-CYCLE-NO TO WS-RCL-CUR-CYCLE
003410         MOVE SPACES TO WS-STEP-LINES
003420     END-IF.
003430     PERFORM 4200-FORMAT-STEP-LINE THRU 4200-EXIT.
003440 4100-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------*
003470*  4200-FORMAT-STEP-LINE - A STEP STILL AT R IS EITHER       *
003480*  RUNNING NOW OR ABENDED; THE RUN STATUS ABOVE TELLS WHICH. *
003490*-----------------------------------------------------------*
003500 4200-FORMAT-STEP-LINE.
003510     EVALUATE TRUE
003520         WHEN RCL-IS-COMPLETE
003530             MOVE "COMPLETE" TO WS-STEP-STATE-TEXT
003540         WHEN RCL-IS-FAILED
003550             MOVE "FAILED" TO WS-STEP-STATE-TEXT
003560         WHEN OTHER
003570             MOVE "RUNNING" TO WS-STEP-STATE-TEXT
003580     END-EVALUATE.
003590     STRING RCL-STEP-SEQ " " RCL-STEP-NAME
003600         " " WS-STEP-STATE-TEXT
003610         " RC " RCL-RETURN-CODE
003620         " END " RCL-END-TS (1:12)
003630         " " RCL-COUNT-LABEL (1) " " RCL-COUNT (1)
003640         " " RCL-COUNT-LABEL (2) " " RCL-COUNT (2)
003650         DELIMITED BY SIZE INTO WS-STEP-LINE (RCL-STEP-SEQ).
003660 4200-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------*
003690*  4300-FILL-NOT-RUN - A STEP WITH NO LEDGER RECORD HAS NOT  *
003700*  RUN THIS CYCLE YET.                                       *
003710*-----------------------------------------------------------*
003720 4300-FILL-NOT-RUN.
003730     IF WS-STEP-LINE (WS-STEP-IX) = SPACES
003740         MOVE WS-STEP-IX TO WS-STEP-SEQ-ED
003750         STRING WS-STEP-SEQ-ED " " WS-LEDGER-STEP (WS-STEP-IX)
003760             " NOT RUN"
003770             DELIMITED BY SIZE INTO WS-STEP-LINE (WS-STEP-IX)
003780     END-IF.
003790 4300-EXIT.
003800     EXIT.
