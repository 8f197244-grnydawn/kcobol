000180*      RC=0   EXTRACT BALANCES - CLEAR TO TRANSMIT.
000190*      RC=8   MISSING HEADER OR TRAILER, OR COUNT/HASH OUT OF
000200*             BALANCE - DO NOT TRANSMIT.
000202*      RC=12  ALREADY COMPLETE FOR THIS CYCLE ON THE RUN-CONTROL
000204*             LEDGER, OR THE EXTRACT IS NOT THIS CYCLE'S - DO NOT
000206*             TRANSMIT.
000210*      RC=16  A MANDATORY FILE FAILED TO OPEN, OR A CONTROL
000215*             TOTAL COULD NOT BE RECORDED.
000220*  MODIFICATION HISTORY.
000230*    08/21/26  JWK  INITIAL VERSION.
000232*    09/02/26  JWK  THE EXTRACT NOW CARRIES A CYCLE NUMBER ON
000236*                   WIDENED 25 TO 27, LRECL 28) FOR THE
000238*                   MULTI-CYCLE DAY; THE REPORT NAMES THE
000239*                   CYCLE IT IS PROVING.
000240*    10/15/26  JWK  NOW LEDGER STEP 4 OF THE NAMESPAC RUN-CONTROL
000241*                   LEDGER (RCLVS, COPYBOOK WX1RCL).  READS THE
000242*                   RUN KEY THE WX1RCTL FRONT STEP WRITES, MARKS
000243*                   ITSELF RUNNING, REFUSES RC=12 IF THE CYCLE
000244*                   ALREADY PROVED ITS EXTRACT, AND POSTS ITS
000245*                   RETURN CODE AND COUNTS AT THE END.  AN
000246*                   EXTRACT WHOSE HEADER IS NOT FOR THE RUN KEY'S
000247*                   CYCLE (OR IS FROM AN EARLIER DAY) IS RC=12.
000248*    10/15/26  JWK  RECORDS THE EXTRACT'S DETAIL COUNT AND HASH
000249*                   (POINT GBDETAIL) ON THE WX1CTVS CONTROL-TOTAL
000250*                   LEDGER (COPYBOOK WX1CTT) FOR THE WX1CTLP PROOF
000251*                   STEP.
000252*---------------------------------------------------------------
000253 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. WX1GLBL.
000270 AUTHOR. J. W. KOSINSKI.
000280 INSTALLATION. DATA CENTER.
000400     SELECT BALRPT ASSIGN TO BALRPT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-STATUS.
000421     SELECT RUNKEY ASSIGN TO RUNKEY
000422         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS WS-RKY-STATUS.
000424     SELECT RUNCTL ASSIGN TO RUNCTL
000425         ORGANIZATION IS INDEXED
000426         ACCESS IS RANDOM
000427         RECORD KEY IS LG-KEY
000428         FILE STATUS IS WS-RCL-STATUS.
000429     SELECT WX1CTVS ASSIGN TO WX1CTVS
000430         ORGANIZATION IS INDEXED
000431         ACCESS IS RANDOM
000432         RECORD KEY IS CT-KEY
000433         FILE STATUS IS WS-CTT-STATUS.
000434 DATA DIVISION.
000440 FILE SECTION.
000450*---------------------------------------------------------------
000460*  THE GL EXTRACT AS NAMESPACE WRITES IT - HEADER, DETAILS AND
000750 FD  BALRPT
000760     LABEL RECORDS ARE STANDARD.
000770 01  RPT-LINE                     PIC X(132).
000771*---------------------------------------------------------------
000772*  RUN KEY FROM THE WX1RCTL FRONT STEP - JOB-ID, RUN DATE,
000773*  CYCLE AND ANY OVERRIDE THIS JOB POSTS ITS LEDGER UNDER.
000774*---------------------------------------------------------------
000775 FD  RUNKEY
000776     LABEL RECORDS ARE STANDARD.
000777 01  RK-REC.
000778     05  RK-JOB-ID                PIC X(08).
000779     05  RK-RUN-DATE              PIC 9(06).
000780     05  RK-CYCLE-NO              PIC 9(02).
000781     05  RK-OVERRIDE-SEQ          PIC 9(01).
000782     05  RK-OVERRIDE-STEP         PIC X(10).
000783*---------------------------------------------------------------
000784*  RUN-CONTROL LEDGER KSDS - MIRRORS COPYBOOK WX1RCL; SEE
000785*  JCL/WX1RCLK.JCL FOR THE CLUSTER DEFINITION.
000786*---------------------------------------------------------------
000787 FD  RUNCTL
000788     LABEL RECORDS ARE STANDARD.
000789 01  LG-REC.
000790     05  LG-KEY.
000791         10  LG-JOB-ID            PIC X(08).
000792         10  LG-RUN-DATE          PIC 9(06).
000793         10  LG-CYCLE-NO          PIC 9(02).
000794         10  LG-STEP-SEQ          PIC 9(01).
000795     05  LG-STEP-NAME             PIC X(10).
000796     05  LG-STATUS                PIC X(01).
000797         88  LG-IS-RUNNING        VALUE "R".
000798         88  LG-IS-COMPLETE       VALUE "C".
000799         88  LG-IS-FAILED         VALUE "F".
000800     05  LG-START-TS              PIC X(14).
000801     05  LG-END-TS                PIC X(14).
000802     05  LG-RETURN-CODE           PIC 9(02).
000803     05  LG-RUN-COUNT             PIC 9(02).
000804     05  LG-OVERRIDE-SW           PIC X(01).
000805     05  LG-STEP-COUNTS OCCURS 3 TIMES.
000806         10  LG-COUNT-LABEL       PIC X(06).
000807         10  LG-COUNT             PIC 9(08).
000808*---------------------------------------------------------------
000809*  CONTROL-TOTAL LEDGER KSDS - MIRRORS COPYBOOK WX1CTT; SEE
000810*  JCL/WX1CTTK.JCL FOR THE CLUSTER DEFINITION.
000811*---------------------------------------------------------------
000812 FD  WX1CTVS
000813     LABEL RECORDS ARE STANDARD.
000814 01  CT-REC.
000815     05  CT-KEY.
000816         10  CT-JOB-ID            PIC X(08).
000817         10  CT-RUN-DATE          PIC 9(06).
000818         10  CT-CYCLE-NO          PIC 9(02).
000819         10  CT-POINT-ID          PIC X(08).
000820     05  CT-STEP-NAME             PIC X(10).
000821     05  CT-RECORDED-TS           PIC X(14).
000822     05  CT-COUNT                 PIC 9(08).
000823     05  CT-HASH                  PIC 9(12).
000824     05  FILLER                   PIC X(12).
000825 WORKING-STORAGE SECTION.
000826 01  WS-FILE-STATUSES.
000827     05  WS-GLX-STATUS            PIC X(02) VALUE "00".
000828     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
000829     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
000830     05  WS-RCL-STATUS            PIC X(02) VALUE "00".
000831     05  WS-CTT-STATUS            PIC X(02) VALUE "00".
000832 01  WS-SWITCHES.
000833     05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000840         88  END-OF-GLEXT         VALUE "Y".
000850     05  WS-HEADER-SW             PIC X(01) VALUE "N".
000860         88  HEADER-SEEN          VALUE "Y".
000880         88  TRAILER-SEEN         VALUE "Y".
000890     05  WS-BALANCE-SW            PIC X(01) VALUE "Y".
000900         88  EXTRACT-IN-BALANCE   VALUE "Y".
000903     05  WS-WRONG-CYCLE-SW        PIC X(01) VALUE "N".
000906         88  EXTRACT-WRONG-CYCLE  VALUE "Y".
000910*---------------------------------------------------------------
000920*  COUNTERS - THE HASH TOTALS ARE DISPLAY NUMERIC SO THEY
000930*  COMPARE AND PRINT IN THE SAME 9(08) SHAPE THE TRAILER HAS.
001010     05  WS-TRL-WS2-HASH          PIC 9(08) VALUE ZERO.
001020     05  WS-TRL-WX2-HASH          PIC 9(08) VALUE ZERO.
001030 01  WS-PRINT-LINE                PIC X(132).
001031*---------------------------------------------------------------
001032*  RUN-CONTROL LEDGER WORK AREAS - THIS PROGRAM IS LEDGER STEP
001033*  4 OF JOB NAMESPAC (SEE COPYBOOK WX1RCL).
001034*---------------------------------------------------------------
001035 01  WS-RUN-CONTROL.
001036     05  WS-RCL-KEY.
001037         10  WS-RCL-JOB-ID        PIC X(08) VALUE SPACES.
001038         10  WS-RCL-RUN-DATE      PIC 9(06) VALUE ZERO.
001039         10  WS-RCL-CYCLE-NO      PIC 9(02) VALUE ZERO.
001040         10  WS-RCL-STEP-SEQ      PIC 9(01) VALUE 4.
001041     05  WS-RCL-OVERRIDE-SEQ      PIC 9(01) VALUE ZERO.
001042     05  WS-RCL-STEP-NAME         PIC X(10) VALUE "WX1GLBL".
001043     05  WS-RCL-FOUND-SW          PIC X(01) VALUE "N".
001044         88  RCL-STEP-FOUND       VALUE "Y".
001045     05  WS-RCL-DATE              PIC 9(06) VALUE ZERO.
001046     05  WS-RCL-TIME              PIC 9(08) VALUE ZERO.
001047*---------------------------------------------------------------
001048*  CONTROL-TOTAL LEDGER WORK AREAS - THE COUNT AND HASH THIS
001049*  STEP RECORDS AT EACH OF ITS POINTS (SEE COPYBOOK WX1CTT).
001050*---------------------------------------------------------------
001051 01  WS-CONTROL-POINT.
001052     05  WS-CTP-KEY.
001053         10  WS-CTP-JOB-ID        PIC X(08) VALUE SPACES.
001054         10  WS-CTP-RUN-DATE      PIC 9(06) VALUE ZERO.
001055         10  WS-CTP-CYCLE-NO      PIC 9(02) VALUE ZERO.
001056         10  WS-CTP-POINT-ID      PIC X(08) VALUE SPACES.
001057     05  WS-CTP-STEP-NAME         PIC X(10) VALUE "WX1GLBL".
001058     05  WS-CTP-COUNT             PIC 9(08) VALUE ZERO.
001059     05  WS-CTP-HASH              PIC 9(12) VALUE ZERO.
001060     05  WS-CTP-FOUND-SW          PIC X(01) VALUE "N".
001061         88  CTP-POINT-FOUND      VALUE "Y".
001062     05  WS-CTP-DATE              PIC 9(06) VALUE ZERO.
001063     05  WS-CTP-TIME              PIC 9(08) VALUE ZERO.
001064 PROCEDURE DIVISION.
001065 TEST-1 SECTION.
001066*-----------------------------------------------------------*
001070*  0000-MAINLINE                                            *
001080*-----------------------------------------------------------*
001090 0000-MAINLINE.
001095     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001120         UNTIL END-OF-GLEXT.
001130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001132     PERFORM 9600-POST-CONTROL-TOTALS THRU 9600-EXIT.
001135     PERFORM 9500-POST-RUN-CONTROL THRU 9500-EXIT.
001140     GOBACK.
001141*-----------------------------------------------------------*
001142*  0500-CHECK-RUN-CONTROL - PICK UP THE RUN KEY WX1RCTL      *
001143*  PASSED AND MARK THIS STEP RUNNING ON THE LEDGER.  A STEP  *
001144*  ALREADY COMPLETE FOR THE CYCLE REFUSES TO RUN AGAIN (RC   *
001145*  12) UNLESS THE RUN KEY CARRIES AN OVERRIDE NAMING THIS    *
001146*  STEP OR AN EARLIER ONE.                                   *
001147*-----------------------------------------------------------*
001148 0500-CHECK-RUN-CONTROL.
001149     MOVE SPACES TO RK-REC.
001150     OPEN INPUT RUNKEY.
001151     IF WS-RKY-STATUS NOT = "00"
001152         DISPLAY "WX1GLBL - RUNKEY OPEN FAILED, STATUS = "
001153             WS-RKY-STATUS
001154         MOVE 16 TO RETURN-CODE
001155         GOBACK
001156     END-IF.
001157     READ RUNKEY
001158         AT END
001159             MOVE SPACES TO RK-REC
001160     END-READ.
001161     CLOSE RUNKEY.
001162     IF RK-JOB-ID = SPACES
001163         OR RK-RUN-DATE NOT NUMERIC
001164         OR RK-CYCLE-NO NOT NUMERIC
001165         OR RK-OVERRIDE-SEQ NOT NUMERIC
001166         DISPLAY "WX1GLBL - RUNKEY EMPTY OR INVALID - WX1RCTL "
001167             "MUST RUN FIRST"
001168         MOVE 16 TO RETURN-CODE
001169         GOBACK
001170     END-IF.
001171     MOVE RK-JOB-ID TO WS-RCL-JOB-ID.
001172     MOVE RK-RUN-DATE TO WS-RCL-RUN-DATE.
001173     MOVE RK-CYCLE-NO TO WS-RCL-CYCLE-NO.
001174     MOVE RK-OVERRIDE-SEQ TO WS-RCL-OVERRIDE-SEQ.
001175     OPEN I-O RUNCTL.
001176     IF WS-RCL-STATUS NOT = "00"
001177         DISPLAY "WX1GLBL - RUNCTL OPEN FAILED, STATUS = "
001178             WS-RCL-STATUS
001179         MOVE 16 TO RETURN-CODE
001180         GOBACK
001181     END-IF.
001182     MOVE WS-RCL-KEY TO LG-KEY.
001183     READ RUNCTL
001184         INVALID KEY
001185             MOVE "N" TO WS-RCL-FOUND-SW
001186         NOT INVALID KEY
001187             MOVE "Y" TO WS-RCL-FOUND-SW
001188     END-READ.
001189     IF RCL-STEP-FOUND AND LG-IS-COMPLETE
001190         IF WS-RCL-OVERRIDE-SEQ = ZERO
001191             OR WS-RCL-OVERRIDE-SEQ > WS-RCL-STEP-SEQ
001192             DISPLAY "WX1GLBL - ALREADY COMPLETE FOR JOB "
001193                 WS-RCL-JOB-ID " RUN DATE " WS-RCL-RUN-DATE
001194                 " CYCLE " WS-RCL-CYCLE-NO " - NOT RERUN"
001195             DISPLAY "WX1GLBL - CODE AN OVERRIDE ON THE "
001196                 "WX1RCTL CTLCARD TO FORCE IT"
001197             CLOSE RUNCTL
001198             MOVE 12 TO RETURN-CODE
001199             GOBACK
001200         END-IF
001201         MOVE "Y" TO LG-OVERRIDE-SW
001202     ELSE
001203         MOVE "N" TO LG-OVERRIDE-SW
001204     END-IF.
001205     IF NOT RCL-STEP-FOUND
001206         MOVE WS-RCL-KEY TO LG-KEY
001207         MOVE WS-RCL-STEP-NAME TO LG-STEP-NAME
001208         MOVE ZERO TO LG-RUN-COUNT
001209     END-IF.
001210     ACCEPT WS-RCL-DATE FROM DATE.
001211     ACCEPT WS-RCL-TIME FROM TIME.
001212     MOVE "R" TO LG-STATUS.
001213     MOVE SPACES TO LG-START-TS.
001214     STRING WS-RCL-DATE WS-RCL-TIME
001215         DELIMITED BY SIZE INTO LG-START-TS.
001216     MOVE SPACES TO LG-END-TS.
001217     MOVE ZERO TO LG-RETURN-CODE.
001218     ADD 1 TO LG-RUN-COUNT.
001219     MOVE SPACES TO LG-COUNT-LABEL (1).
001220     MOVE SPACES TO LG-COUNT-LABEL (2).
001221     MOVE SPACES TO LG-COUNT-LABEL (3).
001222     MOVE ZERO TO LG-COUNT (1).
001223     MOVE ZERO TO LG-COUNT (2).
001224     MOVE ZERO TO LG-COUNT (3).
001225     IF RCL-STEP-FOUND
001226         REWRITE LG-REC
001227     ELSE
001228         WRITE LG-REC
001229     END-IF.
001230     IF WS-RCL-STATUS NOT = "00"
001231         DISPLAY "WX1GLBL - RUNCTL UPDATE FAILED, STATUS = "
001232             WS-RCL-STATUS
001233         MOVE 16 TO RETURN-CODE
001234         GOBACK
001235     END-IF.
001236 0500-EXIT.
001237     EXIT.
001238*-----------------------------------------------------------*
001239*  1000-INITIALIZE                                          *
001240*-----------------------------------------------------------*
001241 1000-INITIALIZE.
001242     OPEN INPUT GLEXT.
001243     IF WS-GLX-STATUS NOT = "00"
001244         DISPLAY "WX1GLBL - GLEXT OPEN FAILED, STATUS = "
001245             WS-GLX-STATUS
001246         MOVE 16 TO RETURN-CODE
001247         GOBACK
001250     END-IF.
001260     OPEN OUTPUT BALRPT.
001270     IF WS-RPT-STATUS NOT = "00"
001300         MOVE 16 TO RETURN-CODE
001310         GOBACK
001320     END-IF.
001321     OPEN I-O WX1CTVS.
001322     IF WS-CTT-STATUS NOT = "00"
001323         DISPLAY "WX1GLBL - WX1CTVS OPEN FAILED, STATUS = "
001324             WS-CTT-STATUS
001325         MOVE 16 TO RETURN-CODE
001326         GOBACK
001327     END-IF.
001328     MOVE WS-RCL-JOB-ID TO WS-CTP-JOB-ID.
001329     MOVE WS-RCL-RUN-DATE TO WS-CTP-RUN-DATE.
001330     MOVE WS-RCL-CYCLE-NO TO WS-CTP-CYCLE-NO.
001331     MOVE SPACES TO WS-PRINT-LINE.
001340     STRING "WX1GLBL GL EXTRACT BALANCING REPORT"
001350         DELIMITED BY SIZE INTO WS-PRINT-LINE.
001360     WRITE RPT-LINE FROM WS-PRINT-LINE.
001520             " FROM " GXH-SOURCE-ID
001530             DELIMITED BY SIZE INTO WS-PRINT-LINE
001540         WRITE RPT-LINE FROM WS-PRINT-LINE
001541         IF GXH-CYCLE-NO NOT = WS-RCL-CYCLE-NO
001542             OR GXH-RUN-DATE < WS-RCL-RUN-DATE
001543             MOVE "Y" TO WS-WRONG-CYCLE-SW
001544             MOVE "N" TO WS-BALANCE-SW
001545             MOVE SPACES TO WS-PRINT-LINE
001546             STRING "EXTRACT IS NOT FOR RUN DATE " WS-RCL-RUN-DATE
001547                 " CYCLE " WS-RCL-CYCLE-NO " OF THIS RUN"
001548                 DELIMITED BY SIZE INTO WS-PRINT-LINE
001549             WRITE RPT-LINE FROM WS-PRINT-LINE
001550         END-IF
001551         GO TO 2000-EXIT
001560     END-IF.
001570     IF GLX-IS-DETAIL
001580         ADD 1 TO WS-DETAIL-COUNT
002260     ELSE
002270         MOVE 8 TO RETURN-CODE
002280     END-IF.
002282     IF EXTRACT-WRONG-CYCLE
002284         MOVE 12 TO RETURN-CODE
002286     END-IF.
002290 9000-EXIT.
002300     EXIT.
002310*-----------------------------------------------------------*
002320*  9500-POST-RUN-CONTROL - CLOSE THIS STEP OUT ON THE LEDGER *
002330*  WITH ITS RETURN CODE AND COUNTS.  RC 8 OR ABOVE LEAVES IT *
002340*  FAILED, SO THE NEXT SUBMISSION OF THE CYCLE RESUMES HERE. *
002350*-----------------------------------------------------------*
002360 9500-POST-RUN-CONTROL.
002370     MOVE WS-RCL-KEY TO LG-KEY.
002380     READ RUNCTL
002390         INVALID KEY
002400             DISPLAY "WX1GLBL - LEDGER RECORD LOST, STATUS = "
002410                 WS-RCL-STATUS
002420             MOVE 16 TO RETURN-CODE
002430             CLOSE RUNCTL
002440             GO TO 9500-EXIT
002450     END-READ.
002460     IF RETURN-CODE < 8
002470         MOVE "C" TO LG-STATUS
002480     ELSE
002490         MOVE "F" TO LG-STATUS
002500     END-IF.
002510     MOVE RETURN-CODE TO LG-RETURN-CODE.
002520     ACCEPT WS-RCL-DATE FROM DATE.
002530     ACCEPT WS-RCL-TIME FROM TIME.
002540     MOVE SPACES TO LG-END-TS.
002550     STRING WS-RCL-DATE WS-RCL-TIME
002560         DELIMITED BY SIZE INTO LG-END-TS.
002570     MOVE "DETAIL" TO LG-COUNT-LABEL (1).
002580     MOVE WS-DETAIL-COUNT TO LG-COUNT (1).
002590     MOVE "WS2HSH" TO LG-COUNT-LABEL (2).
002600     MOVE WS-WS2-HASH TO LG-COUNT (2).
002610     MOVE "WX2HSH" TO LG-COUNT-LABEL (3).
002620     MOVE WS-WX2-HASH TO LG-COUNT (3).
002630     REWRITE LG-REC.
002640     IF WS-RCL-STATUS NOT = "00"
002650         DISPLAY "WX1GLBL - RUNCTL UPDATE FAILED, STATUS = "
002660             WS-RCL-STATUS
002670         MOVE 16 TO RETURN-CODE
002680     END-IF.
002690     CLOSE RUNCTL.
002700 9500-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------*
002730*  9600-POST-CONTROL-TOTALS - RECORD THE EXTRACT DETAILS    *
002740*  COUNTED (POINT GBDETAIL) ON THE WX1CTVS LEDGER FOR       *
002750*  WX1CTLP.  NOTHING IS RECORDED FOR AN EXTRACT OF THE      *
002760*  WRONG CYCLE.                                             *
002770*-----------------------------------------------------------*
002780 9600-POST-CONTROL-TOTALS.
002790     IF EXTRACT-WRONG-CYCLE
002800         CLOSE WX1CTVS
002810         GO TO 9600-EXIT
002820     END-IF.
002830     MOVE "GBDETAIL" TO WS-CTP-POINT-ID.
002840     MOVE WS-DETAIL-COUNT TO WS-CTP-COUNT.
002850     COMPUTE WS-CTP-HASH = WS-WS2-HASH + WS-WX2-HASH.
002860     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
002870     CLOSE WX1CTVS.
002880 9600-EXIT.
002890     EXIT.
002900*-----------------------------------------------------------*
002910*  9610-WRITE-CONTROL-POINT - RECORD WS-CTP-COUNT/HASH      *
002920*  UNDER WS-CTP-KEY, REPLACING WHAT AN EARLIER RUN OF THE   *
002930*  STEP LEFT FOR THE SAME CYCLE.                            *
002940*-----------------------------------------------------------*
002950 9610-WRITE-CONTROL-POINT.
002960     MOVE WS-CTP-KEY TO CT-KEY.
002970     READ WX1CTVS
002980         INVALID KEY
002990             MOVE "N" TO WS-CTP-FOUND-SW
003000         NOT INVALID KEY
003010             MOVE "Y" TO WS-CTP-FOUND-SW
003020     END-READ.
003030     MOVE SPACES TO CT-REC.
003040     MOVE WS-CTP-KEY TO CT-KEY.
003050     MOVE WS-CTP-STEP-NAME TO CT-STEP-NAME.
003060     ACCEPT WS-CTP-DATE FROM DATE.
003070     ACCEPT WS-CTP-TIME FROM TIME.
003080     STRING WS-CTP-DATE WS-CTP-TIME
003090         DELIMITED BY SIZE INTO CT-RECORDED-TS.
003100     MOVE WS-CTP-COUNT TO CT-COUNT.
003110     MOVE WS-CTP-HASH TO CT-HASH.
003120     IF CTP-POINT-FOUND
003130         REWRITE CT-REC
003140     ELSE
003150         WRITE CT-REC
003160     END-IF.
003170     IF WS-CTT-STATUS NOT = "00"
003180         DISPLAY "WX1GLBL - WX1CTVS UPDATE FAILED, POINT "
003190             WS-CTP-POINT-ID " STATUS = " WS-CTT-STATUS
003200         MOVE 16 TO RETURN-CODE
003210     END-IF.
003220 9610-EXIT.
003230     EXIT.
