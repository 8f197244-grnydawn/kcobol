000170*    RETURN CODE CONVENTION.
000180*      RC=0   ALL VALFILE RECORDS POSTED.
000190*      RC=8   ONE OR MORE POSTS FAILED - SEE SYSOUT MESSAGES.
000192*      RC=12  ALREADY COMPLETE FOR THIS CYCLE ON THE RUN-CONTROL
000194*             LEDGER, OR VALFILE IS NOT THIS CYCLE'S - NOTHING
000196*             POSTED.
000200*      RC=16  A MANDATORY FILE FAILED TO OPEN, OR A CONTROL
000205*             TOTAL COULD NOT BE RECORDED.
000210*  MODIFICATION HISTORY.
000220*    08/21/26  JWK  INITIAL VERSION.
000230*    08/21/26  JWK  VALFILE RECORDS NOW CARRY THE TRANSACTION
000261*                   THEM (LRECL 22 TO 24).  POSTING IS
000262*                   UNCHANGED - EVERY CYCLE'S VALFILE RUNS
000263*                   THROUGH ITS OWN WX1LOAD STEP.
000264*    10/15/26  JWK  NOW LEDGER STEP 3 OF THE NAMESPAC RUN-CONTROL
000265*                   LEDGER (RCLVS, COPYBOOK WX1RCL).  READS THE
000266*                   RUN KEY THE WX1RCTL FRONT STEP WRITES, MARKS
000267*                   ITSELF RUNNING, REFUSES RC=12 IF THE CYCLE
000268*                   ALREADY POSTED, AND POSTS ITS RETURN CODE AND
000269*                   COUNTS AT THE END.  A VALFILE WHOSE FIRST
000270*                   DETAIL IS NOT FOR THE RUN KEY'S CYCLE (OR IS
000271*                   FROM AN EARLIER DAY) IS NOT POSTED - RC=12.
000272*    10/15/26  JWK  RECORDS VALFILE DETAILS READ, POSTED AND
000273*                   FAILED (POINTS LDREAD, LDPOSTED, LDFAILED) ON
000274*                   THE WX1CTVS CONTROL-TOTAL LEDGER (COPYBOOK
000275*                   WX1CTT) FOR THE WX1CTLP PROOF STEP.
000276*---------------------------------------------------------------
000277 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. WX1LOAD.
000290 AUTHOR. J. W. KOSINSKI.
000300 INSTALLATION. DATA CENTER.
000440         ACCESS IS RANDOM
000450         RECORD KEY IS VS-KEY
000460         FILE STATUS IS WS-VSM-STATUS.
000461     SELECT RUNKEY ASSIGN TO RUNKEY
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-RKY-STATUS.
000464     SELECT RUNCTL ASSIGN TO RUNCTL
000465         ORGANIZATION IS INDEXED
000466         ACCESS IS RANDOM
000467         RECORD KEY IS LG-KEY
000468         FILE STATUS IS WS-RCL-STATUS.
000469     SELECT WX1CTVS ASSIGN TO WX1CTVS
000470         ORGANIZATION IS INDEXED
000471         ACCESS IS RANDOM
000472         RECORD KEY IS CT-KEY
000473         FILE STATUS IS WS-CTT-STATUS.
000474 DATA DIVISION.
000480 FILE SECTION.
000490*---------------------------------------------------------------
000500*  VALIDATED RECORDS FROM THE NAMESPACE STEP - SAME FIELD ORDER
000680     05  VS-KEY                   PIC X(10).
000690     05  VS-WS-2                  PIC 9(02).
000700     05  VS-WX-2                  PIC 9(02).
000701*---------------------------------------------------------------
000702*  RUN KEY FROM THE WX1RCTL FRONT STEP - JOB-ID, RUN DATE,
000703*  CYCLE AND ANY OVERRIDE THIS JOB POSTS ITS LEDGER UNDER.
000704*---------------------------------------------------------------
000705 FD  RUNKEY
000706     LABEL RECORDS ARE STANDARD.
000707 01  RK-REC.
000708     05  RK-JOB-ID                PIC X(08).
000709     05  RK-RUN-DATE              PIC 9(06).
000710     05  RK-CYCLE-NO              PIC 9(02).
000711     05  RK-OVERRIDE-SEQ          PIC 9(01).
000712     05  RK-OVERRIDE-STEP         PIC X(10).
000713*---------------------------------------------------------------
000714*  RUN-CONTROL LEDGER KSDS - MIRRORS COPYBOOK WX1RCL; SEE
000715*  JCL/WX1RCLK.JCL FOR THE CLUSTER DEFINITION.
000716*---------------------------------------------------------------
000717 FD  RUNCTL
000718     LABEL RECORDS ARE STANDARD.
000719 01  LG-REC.
000720     05  LG-KEY.
000721         10  LG-JOB-ID            PIC X(08).
000722         10  LG-RUN-DATE          PIC 9(06).
000723         10  LG-CYCLE-NO          PIC 9(02).
000724         10  LG-STEP-SEQ          PIC 9(01).
000725     05  LG-STEP-NAME             PIC X(10).
000726     05  LG-STATUS                PIC X(01).
000727         88  LG-IS-RUNNING        VALUE "R".
000728         88  LG-IS-COMPLETE       VALUE "C".
000729         88  LG-IS-FAILED         VALUE "F".
000730     05  LG-START-TS              PIC X(14).
000731     05  LG-END-TS                PIC X(14).
000732     05  LG-RETURN-CODE           PIC 9(02).
000733     05  LG-RUN-COUNT             PIC 9(02).
000734     05  LG-OVERRIDE-SW           PIC X(01).
000735     05  LG-STEP-COUNTS OCCURS 3 TIMES.
000736         10  LG-COUNT-LABEL       PIC X(06).
000737         10  LG-COUNT             PIC 9(08).
000738*---------------------------------------------------------------
000739*  CONTROL-TOTAL LEDGER KSDS - MIRRORS COPYBOOK WX1CTT; SEE
000740*  JCL/WX1CTTK.JCL FOR THE CLUSTER DEFINITION.
000741*---------------------------------------------------------------
000742 FD  WX1CTVS
000743     LABEL RECORDS ARE STANDARD.
000744 01  CT-REC.
000745     05  CT-KEY.
000746         10  CT-JOB-ID            PIC X(08).
000747         10  CT-RUN-DATE          PIC 9(06).
000748         10  CT-CYCLE-NO          PIC 9(02).
000749         10  CT-POINT-ID          PIC X(08).
000750     05  CT-STEP-NAME             PIC X(10).
000751     05  CT-RECORDED-TS           PIC X(14).
000752     05  CT-COUNT                 PIC 9(08).
000753     05  CT-HASH                  PIC 9(12).
000754     05  FILLER                   PIC X(12).
000755 WORKING-STORAGE SECTION.
000756 01  WS-FILE-STATUSES.
000757     05  WS-VAL-STATUS            PIC X(02) VALUE "00".
000758     05  WS-VSM-STATUS            PIC X(02) VALUE "00".
000759     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
000760     05  WS-RCL-STATUS            PIC X(02) VALUE "00".
000761     05  WS-CTT-STATUS            PIC X(02) VALUE "00".
000762 01  WS-SWITCHES.
000763     05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000770         88  END-OF-VALFILE       VALUE "Y".
000780     05  WS-VSM-FOUND-SW          PIC X(01) VALUE "N".
000790         88  VSM-RECORD-FOUND     VALUE "Y".
000800         88  VSM-RECORD-NOT-FOUND VALUE "N".
000802     05  WS-CYCLE-CHECK-SW        PIC X(01) VALUE "N".
000804         88  VALFILE-CYCLE-CHECKED VALUE "Y".
000806     05  WS-WRONG-CYCLE-SW        PIC X(01) VALUE "N".
000808         88  VALFILE-WRONG-CYCLE  VALUE "Y".
000810*---------------------------------------------------------------
000820*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
000830*---------------------------------------------------------------
000870     05  WS-CHG-COUNT             PIC 9(08) COMP VALUE ZERO.
000880     05  WS-DEL-COUNT             PIC 9(08) COMP VALUE ZERO.
000890     05  WS-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
000895     05  WS-POSTED-COUNT          PIC 9(08) COMP VALUE ZERO.
000896*    WS-2 PLUS WX-2 HASH OF THE VALFILE DETAILS, FOR THE
000897*    WX1CTVS CONTROL-TOTAL LEDGER.
000898     05  WS-LD-REC-HASH           PIC 9(04) VALUE ZERO.
000899     05  WS-LD-READ-HASH          PIC 9(12) VALUE ZERO.
000900     05  WS-LD-POSTED-HASH        PIC 9(12) VALUE ZERO.
000901     05  WS-LD-FAIL-HASH          PIC 9(12) VALUE ZERO.
000902 01  WS-COUNTERS-EDITED.
000910     05  WS-REC-COUNT-ED          PIC ZZZZZZZ9.
000920     05  WS-ADD-COUNT-ED          PIC ZZZZZZZ9.
000930     05  WS-CHG-COUNT-ED          PIC ZZZZZZZ9.
000940     05  WS-DEL-COUNT-ED          PIC ZZZZZZZ9.
000950     05  WS-FAIL-COUNT-ED         PIC ZZZZZZZ9.
000951*---------------------------------------------------------------
000952*  RUN-CONTROL LEDGER WORK AREAS - THIS PROGRAM IS LEDGER STEP
000953*  3 OF JOB NAMESPAC (SEE COPYBOOK WX1RCL).
000954*---------------------------------------------------------------
000955 01  WS-RUN-CONTROL.
000956     05  WS-RCL-KEY.
000957         10  WS-RCL-JOB-ID        PIC X(08) VALUE SPACES.
000958         10  WS-RCL-RUN-DATE      PIC 9(06) VALUE ZERO.
000959         10  WS-RCL-CYCLE-NO      PIC 9(02) VALUE ZERO.
000960         10  WS-RCL-STEP-SEQ      PIC 9(01) VALUE 3.
000961     05  WS-RCL-OVERRIDE-SEQ      PIC 9(01) VALUE ZERO.
000962     05  WS-RCL-STEP-NAME         PIC X(10) VALUE "WX1LOAD".
000963     05  WS-RCL-FOUND-SW          PIC X(01) VALUE "N".
000964         88  RCL-STEP-FOUND       VALUE "Y".
000965     05  WS-RCL-DATE              PIC 9(06) VALUE ZERO.
000966     05  WS-RCL-TIME              PIC 9(08) VALUE ZERO.
000967*---------------------------------------------------------------
000968*  CONTROL-TOTAL LEDGER WORK AREAS - THE COUNT AND HASH THIS
000969*  STEP RECORDS AT EACH OF ITS POINTS (SEE COPYBOOK WX1CTT).
000970*---------------------------------------------------------------
000971 01  WS-CONTROL-POINT.
000972     05  WS-CTP-KEY.
000973         10  WS-CTP-JOB-ID        PIC X(08) VALUE SPACES.
000974         10  WS-CTP-RUN-DATE      PIC 9(06) VALUE ZERO.
000975         10  WS-CTP-CYCLE-NO      PIC 9(02) VALUE ZERO.
000976         10  WS-CTP-POINT-ID      PIC X(08) VALUE SPACES.
000977     05  WS-CTP-STEP-NAME         PIC X(10) VALUE "WX1LOAD".
000978     05  WS-CTP-COUNT             PIC 9(08) VALUE ZERO.
000979     05  WS-CTP-HASH              PIC 9(12) VALUE ZERO.
000980     05  WS-CTP-FOUND-SW          PIC X(01) VALUE "N".
000981         88  CTP-POINT-FOUND      VALUE "Y".
000982     05  WS-CTP-DATE              PIC 9(06) VALUE ZERO.
000983     05  WS-CTP-TIME              PIC 9(08) VALUE ZERO.
000984 PROCEDURE DIVISION.
000985 TEST-1 SECTION.
000986*-----------------------------------------------------------*
000990*  0000-MAINLINE                                            *
001000*-----------------------------------------------------------*
001010 0000-MAINLINE.
001015     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     PERFORM 2000-POST-RECORD THRU 2000-EXIT
001040         UNTIL END-OF-VALFILE.
001050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001052     PERFORM 9600-POST-CONTROL-TOTALS THRU 9600-EXIT.
001055     PERFORM 9500-POST-RUN-CONTROL THRU 9500-EXIT.
001060     GOBACK.
001061*-----------------------------------------------------------*
001062*  0500-CHECK-RUN-CONTROL - PICK UP THE RUN KEY WX1RCTL      *
001063*  PASSED AND MARK THIS STEP RUNNING ON THE LEDGER.  A STEP  *
001064*  ALREADY COMPLETE FOR THE CYCLE REFUSES TO RUN AGAIN (RC   *
001065*  12) UNLESS THE RUN KEY CARRIES AN OVERRIDE NAMING THIS    *
001066*  STEP OR AN EARLIER ONE.                                   *
001067*-----------------------------------------------------------*
001068 0500-CHECK-RUN-CONTROL.
001069     MOVE SPACES TO RK-REC.
001070     OPEN INPUT RUNKEY.
001071     IF WS-RKY-STATUS NOT = "00"
001072         DISPLAY "WX1LOAD - RUNKEY OPEN FAILED, STATUS = "
001073             WS-RKY-STATUS
001074         MOVE 16 TO RETURN-CODE
001075         GOBACK
001076     END-IF.
001077     READ RUNKEY
001078         AT END
001079             MOVE SPACES TO RK-REC
001080     END-READ.
001081     CLOSE RUNKEY.
001082     IF RK-JOB-ID = SPACES
001083         OR RK-RUN-DATE NOT NUMERIC
001084         OR RK-CYCLE-NO NOT NUMERIC
001085         OR RK-OVERRIDE-SEQ NOT NUMERIC
001086         DISPLAY "WX1LOAD - RUNKEY EMPTY OR INVALID - WX1RCTL "
001087             "MUST RUN FIRST"
001088         MOVE 16 TO RETURN-CODE
001089         GOBACK
001090     END-IF.
001091     MOVE RK-JOB-ID TO WS-RCL-JOB-ID.
001092     MOVE RK-RUN-DATE TO WS-RCL-RUN-DATE.
001093     MOVE RK-CYCLE-NO TO WS-RCL-CYCLE-NO.
001094     MOVE RK-OVERRIDE-SEQ TO WS-RCL-OVERRIDE-SEQ.
001095     OPEN I-O RUNCTL.
001096     IF WS-RCL-STATUS NOT = "00"
001097         DISPLAY "WX1LOAD - RUNCTL OPEN FAILED, STATUS = "
001098             WS-RCL-STATUS
001099         MOVE 16 TO RETURN-CODE
001100         GOBACK
001101     END-IF.
001102     MOVE WS-RCL-KEY TO LG-KEY.
001103     READ RUNCTL
001104         INVALID KEY
001105             MOVE "N" TO WS-RCL-FOUND-SW
001106         NOT INVALID KEY
001107             MOVE "Y" TO WS-RCL-FOUND-SW
001108     END-READ.
001109     IF RCL-STEP-FOUND AND LG-IS-COMPLETE
001110         IF WS-RCL-OVERRIDE-SEQ = ZERO
001111             OR WS-RCL-OVERRIDE-SEQ > WS-RCL-STEP-SEQ
001112             DISPLAY "WX1LOAD - ALREADY COMPLETE FOR JOB "
001113                 WS-RCL-JOB-ID " RUN DATE " WS-RCL-RUN-DATE
001114                 " CYCLE " WS-RCL-CYCLE-NO " - NOT RERUN"
001115             DISPLAY "WX1LOAD - CODE AN OVERRIDE ON THE "
001116                 "WX1RCTL CTLCARD TO FORCE IT"
001117             CLOSE RUNCTL
001118             MOVE 12 TO RETURN-CODE
001119             GOBACK
001120         END-IF
001121         MOVE "Y" TO LG-OVERRIDE-SW
001122     ELSE
001123         MOVE "N" TO LG-OVERRIDE-SW
001124     END-IF.
001125     IF NOT RCL-STEP-FOUND
001126         MOVE WS-RCL-KEY TO LG-KEY
001127         MOVE WS-RCL-STEP-NAME TO LG-STEP-NAME
001128         MOVE ZERO TO LG-RUN-COUNT
001129     END-IF.
001130     ACCEPT WS-RCL-DATE FROM DATE.
001131     ACCEPT WS-RCL-TIME FROM TIME.
001132     MOVE "R" TO LG-STATUS.
001133     MOVE SPACES TO LG-START-TS.
001134     STRING WS-RCL-DATE WS-RCL-TIME
001135         DELIMITED BY SIZE INTO LG-START-TS.
001136     MOVE SPACES TO LG-END-TS.
001137     MOVE ZERO TO LG-RETURN-CODE.
001138     ADD 1 TO LG-RUN-COUNT.
001139     MOVE SPACES TO LG-COUNT-LABEL (1).
001140     MOVE SPACES TO LG-COUNT-LABEL (2).
001141     MOVE SPACES TO LG-COUNT-LABEL (3).
001142     MOVE ZERO TO LG-COUNT (1).
001143     MOVE ZERO TO LG-COUNT (2).
001144     MOVE ZERO TO LG-COUNT (3).
001145     IF RCL-STEP-FOUND
001146         REWRITE LG-REC
001147     ELSE
001148         WRITE LG-REC
001149     END-IF.
001150     IF WS-RCL-STATUS NOT = "00"
001151         DISPLAY "WX1LOAD - RUNCTL UPDATE FAILED, STATUS = "
001152             WS-RCL-STATUS
001153         MOVE 16 TO RETURN-CODE
001154         GOBACK
001155     END-IF.
001156 0500-EXIT.
001157     EXIT.
001158*-----------------------------------------------------------*
001159*  1000-INITIALIZE                                          *
001160*-----------------------------------------------------------*
001161 1000-INITIALIZE.
001162     OPEN INPUT VALFILE.
001163     IF WS-VAL-STATUS NOT = "00"
001164         DISPLAY "WX1LOAD - VALFILE OPEN FAILED, STATUS = "
001165             WS-VAL-STATUS
001166         MOVE 16 TO RETURN-CODE
001167         GOBACK
001170     END-IF.
001180     OPEN I-O WSWX1VS.
001190     IF WS-VSM-STATUS NOT = "00"
001220         MOVE 16 TO RETURN-CODE
001230         GOBACK
001240     END-IF.
001241     OPEN I-O WX1CTVS.
001242     IF WS-CTT-STATUS NOT = "00"
001243         DISPLAY "WX1LOAD - WX1CTVS OPEN FAILED, STATUS = "
001244             WS-CTT-STATUS
001245         MOVE 16 TO RETURN-CODE
001246         GOBACK
001247     END-IF.
001248     MOVE WS-RCL-JOB-ID TO WS-CTP-JOB-ID.
001249     MOVE WS-RCL-RUN-DATE TO WS-CTP-RUN-DATE.
001250     MOVE WS-RCL-CYCLE-NO TO WS-CTP-CYCLE-NO.
001251 1000-EXIT.
001260     EXIT.
001270*-----------------------------------------------------------*
001280*  2000-POST-RECORD - MAIN POSTING LOOP                      *
001350     IF NOT VAL-IS-DETAIL
001352         GO TO 2000-EXIT
001354     END-IF.
001355     IF NOT VALFILE-CYCLE-CHECKED
001356         PERFORM 2050-CHECK-VAL-CYCLE THRU 2050-EXIT
001357         IF VALFILE-WRONG-CYCLE
001358             GO TO 2000-EXIT
001359         END-IF
001360     END-IF.
001361     ADD 1 TO WS-REC-COUNT.
001362     MOVE ZERO TO WS-LD-REC-HASH.
001363     IF VAL-WS-2 NUMERIC
001364         ADD VAL-WS-2 TO WS-LD-REC-HASH
001365     END-IF.
001366     IF VAL-WX-2 NUMERIC
001367         ADD VAL-WX-2 TO WS-LD-REC-HASH
001368     END-IF.
001369     ADD WS-LD-REC-HASH TO WS-LD-READ-HASH.
001370     PERFORM 2200-READ-WSWX1VS THRU 2200-EXIT.
001371     IF VAL-IS-DELETE
001380         PERFORM 2500-DELETE-MASTER THRU 2500-EXIT
001390         GO TO 2000-EXIT
001400     END-IF.
001450     END-IF.
001460 2000-EXIT.
001470     EXIT.
001471*-----------------------------------------------------------*
001472*  2050-CHECK-VAL-CYCLE - THE FIRST DETAIL MUST BELONG TO    *
001473*  THE RUN DATE AND CYCLE ON THE RUN KEY.  A VALFILE LEFT    *
001474*  OVER FROM AN EARLIER CYCLE OR DAY STOPS THE STEP BEFORE   *
001475*  ANYTHING IS POSTED.                                       *
001476*-----------------------------------------------------------*
001477 2050-CHECK-VAL-CYCLE.
001478     MOVE "Y" TO WS-CYCLE-CHECK-SW.
001479     IF VAL-CYCLE-NO NOT = WS-RCL-CYCLE-NO
001480         OR VAL-RUN-DATE < WS-RCL-RUN-DATE
001481         MOVE "Y" TO WS-WRONG-CYCLE-SW
001482         SET END-OF-VALFILE TO TRUE
001483         DISPLAY "WX1LOAD - VALFILE IS FOR RUN DATE " VAL-RUN-DATE
001484             " CYCLE " VAL-CYCLE-NO
001485         DISPLAY "WX1LOAD - RUN KEY IS RUN DATE " WS-RCL-RUN-DATE
001486             " CYCLE " WS-RCL-CYCLE-NO " - NOTHING POSTED"
001487     END-IF.
001488 2050-EXIT.
001489     EXIT.
001490*-----------------------------------------------------------*
001491*  2100-READ-VALFILE                                        *
001500*-----------------------------------------------------------*
001510 2100-READ-VALFILE.
001520     READ VALFILE
001780     REWRITE VS-REC.
001790     IF WS-VSM-STATUS = "00"
001800         ADD 1 TO WS-CHG-COUNT
001805         ADD WS-LD-REC-HASH TO WS-LD-POSTED-HASH
001810     ELSE
001820         ADD 1 TO WS-FAIL-COUNT
001825         ADD WS-LD-REC-HASH TO WS-LD-FAIL-HASH
001830         DISPLAY "WX1LOAD - REWRITE FAILED, KEY = " VAL-KEY
001840             " STATUS = " WS-VSM-STATUS
001850     END-IF.
001950     WRITE VS-REC.
001960     IF WS-VSM-STATUS = "00"
001970         ADD 1 TO WS-ADD-COUNT
001975         ADD WS-LD-REC-HASH TO WS-LD-POSTED-HASH
001980     ELSE
001990         ADD 1 TO WS-FAIL-COUNT
001995         ADD WS-LD-REC-HASH TO WS-LD-FAIL-HASH
002000         DISPLAY "WX1LOAD - WRITE FAILED, KEY = " VAL-KEY
002010             " STATUS = " WS-VSM-STATUS
002020     END-IF.
002090 2500-DELETE-MASTER.
002100     IF VSM-RECORD-NOT-FOUND
002110         ADD 1 TO WS-FAIL-COUNT
002115         ADD WS-LD-REC-HASH TO WS-LD-FAIL-HASH
002120         DISPLAY "WX1LOAD - DELETE TARGET MISSING, KEY = "
002130             VAL-KEY
002140         GO TO 2500-EXIT
002160     DELETE WSWX1VS RECORD.
002170     IF WS-VSM-STATUS = "00"
002180         ADD 1 TO WS-DEL-COUNT
002185         ADD WS-LD-REC-HASH TO WS-LD-POSTED-HASH
002190     ELSE
002200         ADD 1 TO WS-FAIL-COUNT
002205         ADD WS-LD-REC-HASH TO WS-LD-FAIL-HASH
002210         DISPLAY "WX1LOAD - DELETE FAILED, KEY = " VAL-KEY
002220             " STATUS = " WS-VSM-STATUS
002230     END-IF.
002290 9000-TERMINATE.
002300     CLOSE VALFILE.
002310     CLOSE WSWX1VS.
002313     COMPUTE WS-POSTED-COUNT = WS-ADD-COUNT + WS-CHG-COUNT
002316         + WS-DEL-COUNT.
002320     MOVE WS-REC-COUNT TO WS-REC-COUNT-ED.
002330     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-ED.
002340     MOVE WS-CHG-COUNT TO WS-CHG-COUNT-ED.
002460*  9020-SET-RETURN-CODE                                      *
002470*-----------------------------------------------------------*
002480 9020-SET-RETURN-CODE.
002482     IF VALFILE-WRONG-CYCLE
002484         MOVE 12 TO RETURN-CODE
002486         GO TO 9020-EXIT
002488     END-IF.
002490     IF WS-FAIL-COUNT > ZERO
002500         MOVE 8 TO RETURN-CODE
002510     ELSE
002530     END-IF.
002540 9020-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------*
002570*  9500-POST-RUN-CONTROL - CLOSE THIS STEP OUT ON THE LEDGER *
002580*  WITH ITS RETURN CODE AND COUNTS.  RC 8 OR ABOVE LEAVES IT *
002590*  FAILED, SO THE NEXT SUBMISSION OF THE CYCLE RESUMES HERE. *
002600*-----------------------------------------------------------*
002610 9500-POST-RUN-CONTROL.
002620     MOVE WS-RCL-KEY TO LG-KEY.
002630     READ RUNCTL
002640         INVALID KEY
002650             DISPLAY "WX1LOAD - LEDGER RECORD LOST, STATUS = "
002660                 WS-RCL-STATUS
002670             MOVE 16 TO RETURN-CODE
002680             CLOSE RUNCTL
002690             GO TO 9500-EXIT
002700     END-READ.
002710     IF RETURN-CODE < 8
002720         MOVE "C" TO LG-STATUS
002730     ELSE
002740         MOVE "F" TO LG-STATUS
002750     END-IF.
002760     MOVE RETURN-CODE TO LG-RETURN-CODE.
002770     ACCEPT WS-RCL-DATE FROM DATE.
002780     ACCEPT WS-RCL-TIME FROM TIME.
002790     MOVE SPACES TO LG-END-TS.
002800     STRING WS-RCL-DATE WS-RCL-TIME
002810         DELIMITED BY SIZE INTO LG-END-TS.
002820     MOVE "READ" TO LG-COUNT-LABEL (1).
002830     MOVE WS-REC-COUNT TO LG-COUNT (1).
002840     MOVE "POSTED" TO LG-COUNT-LABEL (2).
002850     MOVE WS-POSTED-COUNT TO LG-COUNT (2).
002860     MOVE "FAILED" TO LG-COUNT-LABEL (3).
002870     MOVE WS-FAIL-COUNT TO LG-COUNT (3).
002880     REWRITE LG-REC.
002890     IF WS-RCL-STATUS NOT = "00"
002900         DISPLAY "WX1LOAD - RUNCTL UPDATE FAILED, STATUS = "
002910             WS-RCL-STATUS
002920         MOVE 16 TO RETURN-CODE
002930     END-IF.
002940     CLOSE RUNCTL.
002950 9500-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------*
002980*  9600-POST-CONTROL-TOTALS - RECORD VALFILE DETAILS READ,  *
002990*  POSTED AND FAILED ON THE WX1CTVS LEDGER FOR WX1CTLP.     *
003000*  NOTHING IS RECORDED FOR A VALFILE OF THE WRONG CYCLE.    *
003010*-----------------------------------------------------------*
003020 9600-POST-CONTROL-TOTALS.
003030     IF VALFILE-WRONG-CYCLE
003040         CLOSE WX1CTVS
003050         GO TO 9600-EXIT
003060     END-IF.
003070     MOVE "LDREAD" TO WS-CTP-POINT-ID.
003080     MOVE WS-REC-COUNT TO WS-CTP-COUNT.
003090     MOVE WS-LD-READ-HASH TO WS-CTP-HASH.
003100     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
003110     MOVE "LDPOSTED" TO WS-CTP-POINT-ID.
003120     MOVE WS-POSTED-COUNT TO WS-CTP-COUNT.
003130     MOVE WS-LD-POSTED-HASH TO WS-CTP-HASH.
003140     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
003150     MOVE "LDFAILED" TO WS-CTP-POINT-ID.
003160     MOVE WS-FAIL-COUNT TO WS-CTP-COUNT.
003170     MOVE WS-LD-FAIL-HASH TO WS-CTP-HASH.
003180     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
003190     CLOSE WX1CTVS.
003200 9600-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------*
003230*  9610-WRITE-CONTROL-POINT - RECORD WS-CTP-COUNT/HASH      *
003240*  UNDER WS-CTP-KEY, REPLACING WHAT AN EARLIER RUN OF THE   *
003250*  STEP LEFT FOR THE SAME CYCLE.                            *
003260*-----------------------------------------------------------*
003270 9610-WRITE-CONTROL-POINT.
003280     MOVE WS-CTP-KEY TO CT-KEY.
003290     READ WX1CTVS
003300         INVALID KEY
003310             MOVE "N" TO WS-CTP-FOUND-SW
003320         NOT INVALID KEY
003330             MOVE "Y" TO WS-CTP-FOUND-SW
003340     END-READ.
003350     MOVE SPACES TO CT-REC.
003360     MOVE WS-CTP-KEY TO CT-KEY.
003370     MOVE WS-CTP-STEP-NAME TO CT-STEP-NAME.
003380     ACCEPT WS-CTP-DATE FROM DATE.
003390     ACCEPT WS-CTP-TIME FROM TIME.
003400     STRING WS-CTP-DATE WS-CTP-TIME
003410         DELIMITED BY SIZE INTO CT-RECORDED-TS.
003420     MOVE WS-CTP-COUNT TO CT-COUNT.
003430     MOVE WS-CTP-HASH TO CT-HASH.
003440     IF CTP-POINT-FOUND
003450         REWRITE CT-REC
003460     ELSE
003470         WRITE CT-REC
003480     END-IF.
003490     IF WS-CTT-STATUS NOT = "00"
003500         DISPLAY "WX1LOAD - WX1CTVS UPDATE FAILED, POINT "
003510             WS-CTP-POINT-ID " STATUS = " WS-CTT-STATUS
003520         MOVE 16 TO RETURN-CODE
003530     END-IF.
003540 9610-EXIT.
003550     EXIT.
