000160*    AND DELETES THE PENDING RECORD.  A PENDING CHANGE WHOSE
000170*    KEY IS NO LONGER ON THE MASTER IS REPORTED AND DELETED
000180*    WITHOUT BEING APPLIED.  FUTURE-DATED CHANGES ARE HELD.
000183*    A CHANGE QUEUED BY THE WX1MADJ MASS ADJUSTMENT IS ALSO
000186*    STAGED ON GLRSTG FOR THE NEXT GLEXT.
000190*
000200*    RETURN CODE CONVENTION.
000210*      RC=0   ALL ARRIVED CHANGES APPLIED.
000220*      RC=4   ONE OR MORE ARRIVED CHANGES SKIPPED (KEY GONE OR
000230*             A VSAM ERROR) - REVIEW PNDRPT.
000231*      RC=4   ALSO SET WHEN A CHANGE WAS HELD OR REDIRECTED
000232*             BECAUSE ITS ACCOUNTING PERIOD IS CLOSED.
000233*      RC=8   A MASS-ADJUSTMENT GL ITEM COULD NOT BE STAGED
000234*             ON GLRSTG - THE CHANGE IS APPLIED; STAGE THE ITEM
000235*             LISTED ON PNDRPT BY HAND BEFORE THE GLEXT IS SENT.
000236*      RC=12  ALREADY COMPLETE FOR THIS CYCLE ON THE RUN-CONTROL
000237*             LEDGER AND NO OVERRIDE GIVEN - NOTHING APPLIED.
000240*      RC=16  A MANDATORY FILE FAILED TO OPEN.
000250*  MODIFICATION HISTORY.
000260*    08/21/26  JWK  INITIAL VERSION.
000326*                   CARRIES A SRC= TRANSMISSION-SOURCE FIELD.
000328*                   LINES WRITTEN HERE LEAVE IT BLANK - A
000329*                   PENDING CHANGE HAS NO FEED SOURCE.
000330*    10/15/26  JWK  NOW LEDGER STEP 1 OF THE NAMESPAC RUN-CONTROL
000331*                   LEDGER (RCLVS, COPYBOOK WX1RCL).  READS THE
000332*                   RUN KEY THE WX1RCTL FRONT STEP WRITES, MARKS
000333*                   ITSELF RUNNING, REFUSES RC=12 IF THE CYCLE
000334*                   ALREADY APPLIED ITS PENDING CHANGES, AND
000335*                   POSTS ITS RETURN CODE AND COUNTS AT THE END.
000336*    10/15/26  JWK  ACCOUNTING PERIOD LOCK (WX1PRDVS, COPYBOOK
000337*                   WX1PRD).  WHILE THE RUN DATE'S PERIOD IS
000338*                   CLOSED EVERY ARRIVED CHANGE IS HELD; A
000339*                   CHANGE DATED INTO A CLOSED PERIOD IS APPLIED
000340*                   AS OF THE RUN DATE AND FLAGGED REDIRECTED ON
000341*                   PNDRPT.  EITHER ENDS RC=4.
000342*    10/15/26  JWK  A PENDING CHANGE QUEUED BY THE WX1MADJ MASS
000343*                   ADJUSTMENT (ENTERED-TERM *MNN) IS JOURNALED
000344*                   SRC=MASSADJ, CYC=NN, TC=C SO WX1BKOT CAN
000345*                   BACK IT OUT, AND STAGED ON GLRSTG (REASON
000346*                   MADJ) FOR THE NEXT GLEXT.  GLRSTG IS NOW A
000347*                   MANDATORY DD OF THIS STEP.
000348*    10/15/26  JWK  THE RUN DATE - FOR THE PERIOD CHECK, THE
000349*                   ARRIVED TEST, PNDRPT AND THE GLRSTG ITEM - IS
000350*                   NOW THE RUN KEY'S, SO A CYCLE RESUMED AFTER
000351*                   MIDNIGHT KEEPS ITS OWN DAY.  A GLRSTG WRITE
000352*                   FAILURE IS COUNTED AND LISTED ON PNDRPT AND
000353*                   ENDS THE STEP RC=8.
000354*---------------------------------------------------------------
000355 IDENTIFICATION DIVISION.
000356 PROGRAM-ID. WX1PAPL.
000360 AUTHOR. J. W. KOSINSKI.
000370 INSTALLATION. DATA CENTER.
000380 DATE-WRITTEN. 08/21/26.
000560     SELECT JRNFILE ASSIGN TO JRNFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-JRN-STATUS.
000582     SELECT GLRSTG ASSIGN TO GLRSTG
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-RSG-STATUS.
000590     SELECT PNDRPT ASSIGN TO PNDRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000611     SELECT RUNKEY ASSIGN TO RUNKEY
000612         ORGANIZATION IS LINE SEQUENTIAL
000613         FILE STATUS IS WS-RKY-STATUS.
000614     SELECT RUNCTL ASSIGN TO RUNCTL
000615         ORGANIZATION IS INDEXED
000616         ACCESS IS RANDOM
000617         RECORD KEY IS LG-KEY
000618         FILE STATUS IS WS-RCL-STATUS.
000619     SELECT WX1PRDVS ASSIGN TO WX1PRDVS
000620         ORGANIZATION IS INDEXED
000621         ACCESS IS RANDOM
000622         RECORD KEY IS PD-PERIOD
000623         FILE STATUS IS WS-PRD-STATUS.
000624 DATA DIVISION.
000630 FILE SECTION.
000640*---------------------------------------------------------------
000650*  PENDING-CHANGES KSDS - SAME CLUSTER WX1M FUNCTION P WRITES.
000930 FD  JRNFILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  JRN-LINE                     PIC X(120).
000951*---------------------------------------------------------------
000952*  GL RE-EXTRACT STAGING - SAME LAYOUT WX1GACK WRITES; THE
000953*  NAMESPACE STEP FOLDS IT INTO GLEXT.  EXTENDED, NEVER
000954*  REWRITTEN, SO ITEMS ALREADY STAGED STAY.
000955*---------------------------------------------------------------
000956 FD  GLRSTG
000957     LABEL RECORDS ARE STANDARD.
000958 01  RSG-OUT-REC.
000959     05  RSG-KEY                  PIC X(10).
000960     05  RSG-WS-2                 PIC 9(02).
000961     05  RSG-WX-2                 PIC 9(02).
000962     05  RSG-ORIG-DATE            PIC 9(06).
000963     05  RSG-ORIG-CYCLE           PIC 9(02).
000964     05  RSG-REASON               PIC X(04).
000965*---------------------------------------------------------------
000970*  PENDING-CHANGES ACTIVITY REPORT.
000980*---------------------------------------------------------------
000990 FD  PNDRPT
001000     LABEL RECORDS ARE STANDARD.
001010 01  RPT-LINE                     PIC X(132).
001011*---------------------------------------------------------------
001012*  RUN KEY FROM THE WX1RCTL FRONT STEP - JOB-ID, RUN DATE,
001013*  CYCLE AND ANY OVERRIDE THIS JOB POSTS ITS LEDGER UNDER.
001014*---------------------------------------------------------------
001015 FD  RUNKEY
001016     LABEL RECORDS ARE STANDARD.
001017 01  RK-REC.
001018     05  RK-JOB-ID                PIC X(08).
001019     05  RK-RUN-DATE              PIC 9(06).
001020     05  RK-CYCLE-NO              PIC 9(02).
001021     05  RK-OVERRIDE-SEQ          PIC 9(01).
001022     05  RK-OVERRIDE-STEP         PIC X(10).
001023*---------------------------------------------------------------
001024*  RUN-CONTROL LEDGER KSDS - MIRRORS COPYBOOK WX1RCL; SEE
001025*  JCL/WX1RCLK.JCL FOR THE CLUSTER DEFINITION.
001026*---------------------------------------------------------------
001027 FD  RUNCTL
001028     LABEL RECORDS ARE STANDARD.
001029 01  LG-REC.
001030     05  LG-KEY.
001031         10  LG-JOB-ID            PIC X(08).
001032         10  LG-RUN-DATE          PIC 9(06).
001033         10  LG-CYCLE-NO          PIC 9(02).
001034         10  LG-STEP-SEQ          PIC 9(01).
001035     05  LG-STEP-NAME             PIC X(10).
001036     05  LG-STATUS                PIC X(01).
001037         88  LG-IS-RUNNING        VALUE "R".
001038         88  LG-IS-COMPLETE       VALUE "C".
001039         88  LG-IS-FAILED         VALUE "F".
001040     05  LG-START-TS              PIC X(14).
001041     05  LG-END-TS                PIC X(14).
001042     05  LG-RETURN-CODE           PIC 9(02).
001043     05  LG-RUN-COUNT             PIC 9(02).
001044     05  LG-OVERRIDE-SW           PIC X(01).
001045     05  LG-STEP-COUNTS OCCURS 3 TIMES.
001046         10  LG-COUNT-LABEL       PIC X(06).
001047         10  LG-COUNT             PIC 9(08).
001048*---------------------------------------------------------------
001049*  ACCOUNTING PERIOD CONTROL KSDS - MIRRORS COPYBOOK WX1PRD;
001050*  SEE JCL/WX1PRDK.JCL FOR THE CLUSTER DEFINITION.  ONLY THE
001051*  KEY AND STATUS ARE NEEDED HERE.
001052*---------------------------------------------------------------
001053 FD  WX1PRDVS
001054     LABEL RECORDS ARE STANDARD.
001055 01  PD-REC.
001056     05  PD-PERIOD                PIC X(04).
001057     05  PD-STATUS                PIC X(01).
001058         88  PD-IS-CLOSED         VALUE "C".
001059     05  FILLER                   PIC X(145).
001060 WORKING-STORAGE SECTION.
001061 01  WS-FILE-STATUSES.
001062     05  WS-PVS-STATUS            PIC X(02) VALUE "00".
001063     05  WS-VSM-STATUS            PIC X(02) VALUE "00".
001064     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
001070     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001073     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
001076     05  WS-RCL-STATUS            PIC X(02) VALUE "00".
001078     05  WS-PRD-STATUS            PIC X(02) VALUE "00".
001079     05  WS-RSG-STATUS            PIC X(02) VALUE "00".
001080 01  WS-SWITCHES.
001090     05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001100         88  END-OF-WX1PVS        VALUE "Y".
001130         88  VSM-RECORD-NOT-FOUND VALUE "N".
001140     05  WS-PVS-EMPTY-SW          PIC X(01) VALUE "N".
001150         88  PVS-NEVER-LOADED     VALUE "Y".
001152     05  WS-PRD-CLOSED-SW         PIC X(01) VALUE "N".
001154         88  PRD-PERIOD-CLOSED    VALUE "Y".
001156     05  WS-RUN-PRD-CLOSED-SW     PIC X(01) VALUE "N".
001158         88  RUN-PERIOD-CLOSED    VALUE "Y".
001161     05  WS-MASS-SW               PIC X(01) VALUE "N".
001164         88  PENDING-IS-MASS      VALUE "Y".
001167*---------------------------------------------------------------
001170*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
001180*---------------------------------------------------------------
001190 01  WS-COUNTERS.
001210     05  WS-APPLY-COUNT           PIC 9(08) COMP VALUE ZERO.
001220     05  WS-HELD-COUNT            PIC 9(08) COMP VALUE ZERO.
001230     05  WS-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
001233     05  WS-REDIR-COUNT           PIC 9(08) COMP VALUE ZERO.
001236     05  WS-LOCK-COUNT            PIC 9(08) COMP VALUE ZERO.
001238     05  WS-MASS-COUNT            PIC 9(08) COMP VALUE ZERO.
001239     05  WS-STAGE-FAIL-COUNT      PIC 9(08) COMP VALUE ZERO.
001240 01  WS-COUNTERS-EDITED.
001250     05  WS-READ-COUNT-ED         PIC ZZZZZZZ9.
001260     05  WS-APPLY-COUNT-ED        PIC ZZZZZZZ9.
001270     05  WS-HELD-COUNT-ED         PIC ZZZZZZZ9.
001280     05  WS-SKIP-COUNT-ED         PIC ZZZZZZZ9.
001283     05  WS-REDIR-COUNT-ED        PIC ZZZZZZZ9.
001286     05  WS-LOCK-COUNT-ED         PIC ZZZZZZZ9.
001288     05  WS-MASS-COUNT-ED         PIC ZZZZZZZ9.
001289     05  WS-STAGE-FAIL-COUNT-ED   PIC ZZZZZZZ9.
001290*---------------------------------------------------------------
001300*  JOB IDENTIFICATION AND DATE/TIME WORK AREAS.
001310*---------------------------------------------------------------
001330     05  WS-JOB-ID                PIC X(08) VALUE "WX1PAPL ".
001340     05  WS-CURRENT-DATE          PIC 9(06) VALUE ZERO.
001350     05  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
001353     05  WS-PRD-FIND-PERIOD       PIC X(04) VALUE SPACES.
001356     05  WS-PRD-LAST-PERIOD       PIC X(04) VALUE SPACES.
001357     05  WS-MASS-SOURCE-ID        PIC X(08) VALUE "MASSADJ ".
001358     05  WS-MASS-ADJ-NO           PIC 9(02) VALUE ZERO.
001360*---------------------------------------------------------------
001370*  AUDIT WORK FIELDS - SET BEFORE 5000-AUDIT-LOG-CHANGE IS
001380*  PERFORMED, MATCHING THE NAMESPACE CONVENTION.
001440     05  AUD-NEW-VALUE            PIC X(10).
001450 01  WS-JRN-LINE                  PIC X(120).
001460 01  WS-PRINT-LINE                PIC X(132).
001461*---------------------------------------------------------------
001462*  RUN-CONTROL LEDGER WORK AREAS - THIS PROGRAM IS LEDGER STEP
001463*  1 OF JOB NAMESPAC (SEE COPYBOOK WX1RCL).
001464*---------------------------------------------------------------
001465 01  WS-RUN-CONTROL.
001466     05  WS-RCL-KEY.
001467         10  WS-RCL-JOB-ID        PIC X(08) VALUE SPACES.
001468         10  WS-RCL-RUN-DATE      PIC 9(06) VALUE ZERO.
001469         10  WS-RCL-CYCLE-NO      PIC 9(02) VALUE ZERO.
001470         10  WS-RCL-STEP-SEQ      PIC 9(01) VALUE 1.
001471     05  WS-RCL-OVERRIDE-SEQ      PIC 9(01) VALUE ZERO.
001472     05  WS-RCL-STEP-NAME         PIC X(10) VALUE "WX1PAPL".
001473     05  WS-RCL-FOUND-SW          PIC X(01) VALUE "N".
001474         88  RCL-STEP-FOUND       VALUE "Y".
001475     05  WS-RCL-DATE              PIC 9(06) VALUE ZERO.
001476     05  WS-RCL-TIME              PIC 9(08) VALUE ZERO.
001477 PROCEDURE DIVISION.
001480 TEST-1 SECTION.
001490*-----------------------------------------------------------*
001500*  0000-MAINLINE                                            *
001510*-----------------------------------------------------------*
001520 0000-MAINLINE.
001525     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
001550         UNTIL END-OF-WX1PVS.
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001565     PERFORM 9500-POST-RUN-CONTROL THRU 9500-EXIT.
001570     GOBACK.
001571*-----------------------------------------------------------*
001572*  0500-CHECK-RUN-CONTROL - PICK UP THE RUN KEY WX1RCTL      *
001573*  PASSED AND MARK THIS STEP RUNNING ON THE LEDGER.  A STEP  *
001574*  ALREADY COMPLETE FOR THE CYCLE REFUSES TO RUN AGAIN (RC   *
001575*  12) UNLESS THE RUN KEY CARRIES AN OVERRIDE NAMING THIS    *
001576*  STEP OR AN EARLIER ONE.                                   *
001577*-----------------------------------------------------------*
001578 0500-CHECK-RUN-CONTROL.
001579     MOVE SPACES TO RK-REC.
001580     OPEN INPUT RUNKEY.
001581     IF WS-RKY-STATUS NOT = "00"
001582         DISPLAY "WX1PAPL - RUNKEY OPEN FAILED, STATUS = "
001583             WS-RKY-STATUS
001584         MOVE 16 TO RETURN-CODE
001585         GOBACK
001586     END-IF.
001587     READ RUNKEY
001588         AT END
001589             MOVE SPACES TO RK-REC
001590     END-READ.
001591     CLOSE RUNKEY.
001592     IF RK-JOB-ID = SPACES
001593         OR RK-RUN-DATE NOT NUMERIC
001594         OR RK-CYCLE-NO NOT NUMERIC
001595         OR RK-OVERRIDE-SEQ NOT NUMERIC
001596         DISPLAY "WX1PAPL - RUNKEY EMPTY OR INVALID - WX1RCTL "
001597             "MUST RUN FIRST"
001598         MOVE 16 TO RETURN-CODE
001599         GOBACK
001600     END-IF.
001601     MOVE RK-JOB-ID TO WS-RCL-JOB-ID.
001602     MOVE RK-RUN-DATE TO WS-RCL-RUN-DATE.
001603     MOVE RK-CYCLE-NO TO WS-RCL-CYCLE-NO.
001604     MOVE RK-OVERRIDE-SEQ TO WS-RCL-OVERRIDE-SEQ.
001605     OPEN I-O RUNCTL.
001606     IF WS-RCL-STATUS NOT = "00"
001607         DISPLAY "WX1PAPL - RUNCTL OPEN FAILED, STATUS = "
001608             WS-RCL-STATUS
001609         MOVE 16 TO RETURN-CODE
001610         GOBACK
001611     END-IF.
001612     MOVE WS-RCL-KEY TO LG-KEY.
001613     READ RUNCTL
001614         INVALID KEY
001615             MOVE "N" TO WS-RCL-FOUND-SW
001616         NOT INVALID KEY
001617             MOVE "Y" TO WS-RCL-FOUND-SW
001618     END-READ.
001619     IF RCL-STEP-FOUND AND LG-IS-COMPLETE
001620         IF WS-RCL-OVERRIDE-SEQ = ZERO
001621             OR WS-RCL-OVERRIDE-SEQ > WS-RCL-STEP-SEQ
001622             DISPLAY "WX1PAPL - ALREADY COMPLETE FOR JOB "
001623                 WS-RCL-JOB-ID " RUN DATE " WS-RCL-RUN-DATE
001624                 " CYCLE " WS-RCL-CYCLE-NO " - NOT RERUN"
001625             DISPLAY "WX1PAPL - CODE AN OVERRIDE ON THE "
001626                 "WX1RCTL CTLCARD TO FORCE IT"
001627             CLOSE RUNCTL
001628             MOVE 12 TO RETURN-CODE
001629             GOBACK
001630         END-IF
001631         MOVE "Y" TO LG-OVERRIDE-SW
001632     ELSE
001633         MOVE "N" TO LG-OVERRIDE-SW
001634     END-IF.
001635     IF NOT RCL-STEP-FOUND
001636         MOVE WS-RCL-KEY TO LG-KEY
001637         MOVE WS-RCL-STEP-NAME TO LG-STEP-NAME
001638         MOVE ZERO TO LG-RUN-COUNT
001639     END-IF.
001640     ACCEPT WS-RCL-DATE FROM DATE.
001641     ACCEPT WS-RCL-TIME FROM TIME.
001642     MOVE "R" TO LG-STATUS.
001643     MOVE SPACES TO LG-START-TS.
001644     STRING WS-RCL-DATE WS-RCL-TIME
001645         DELIMITED BY SIZE INTO LG-START-TS.
001646     MOVE SPACES TO LG-END-TS.
001647     MOVE ZERO TO LG-RETURN-CODE.
001648     ADD 1 TO LG-RUN-COUNT.
001649     MOVE SPACES TO LG-COUNT-LABEL (1).
001650     MOVE SPACES TO LG-COUNT-LABEL (2).
001651     MOVE SPACES TO LG-COUNT-LABEL (3).
001652     MOVE ZERO TO LG-COUNT (1).
001653     MOVE ZERO TO LG-COUNT (2).
001654     MOVE ZERO TO LG-COUNT (3).
001655     IF RCL-STEP-FOUND
001656         REWRITE LG-REC
001657     ELSE
001658         WRITE LG-REC
001659     END-IF.
001660     IF WS-RCL-STATUS NOT = "00"
001661         DISPLAY "WX1PAPL - RUNCTL UPDATE FAILED, STATUS = "
001662             WS-RCL-STATUS
001663         MOVE 16 TO RETURN-CODE
001664         GOBACK
001665     END-IF.
001666 0500-EXIT.
001667     EXIT.
001668*-----------------------------------------------------------*
001669*  1000-INITIALIZE                                          *
001670*-----------------------------------------------------------*
001671 1000-INITIALIZE.
001672     ACCEPT WS-CURRENT-DATE FROM DATE.
001673     OPEN I-O WX1PVS.
001674     IF WS-PVS-STATUS = "35"
001675         DISPLAY "WX1PAPL - WX1PVS NEVER LOADED - "
001676             "NO PENDING CHANGES"
001677         MOVE "Y" TO WS-PVS-EMPTY-SW
001680         SET END-OF-WX1PVS TO TRUE
001690     ELSE
001700         IF WS-PVS-STATUS NOT = "00"
001880         MOVE 16 TO RETURN-CODE
001890         GOBACK
001900     END-IF.
001901     OPEN EXTEND GLRSTG.
001902     IF WS-RSG-STATUS NOT = "00"
001903         DISPLAY "WX1PAPL - GLRSTG OPEN FAILED, STATUS = "
001904             WS-RSG-STATUS
001905         MOVE 16 TO RETURN-CODE
001906         GOBACK
001907     END-IF.
001910     OPEN OUTPUT PNDRPT.
001920     IF WS-RPT-STATUS NOT = "00"
001930         DISPLAY "WX1PAPL - PNDRPT OPEN FAILED, STATUS = "
001970     END-IF.
001980     MOVE SPACES TO WS-PRINT-LINE.
001990     STRING "WX1PAPL PENDING-CHANGES APPLY REPORT  RUN DATE "
002000         WS-RCL-RUN-DATE
002010         DELIMITED BY SIZE INTO WS-PRINT-LINE.
002020     WRITE RPT-LINE FROM WS-PRINT-LINE.
002021     OPEN INPUT WX1PRDVS.
002022     IF WS-PRD-STATUS NOT = "00"
002023         DISPLAY "WX1PAPL - WX1PRDVS OPEN FAILED, STATUS = "
002024             WS-PRD-STATUS
002025         MOVE 16 TO RETURN-CODE
002026         GOBACK
002027     END-IF.
002028     MOVE WS-RCL-RUN-DATE (1:4) TO WS-PRD-FIND-PERIOD.
002029     PERFORM 2500-CHECK-PERIOD THRU 2500-EXIT.
002030     IF PRD-PERIOD-CLOSED
002031         MOVE "Y" TO WS-RUN-PRD-CLOSED-SW
002032         MOVE SPACES TO WS-PRINT-LINE
002033         STRING "RUN DATE PERIOD " WS-PRD-FIND-PERIOD
002034             " IS CLOSED - ARRIVED CHANGES ARE HELD UNTIL IT IS "
002035             "REOPENED OR THE RUN DATE MOVES ON"
002036             DELIMITED BY SIZE INTO WS-PRINT-LINE
002037         WRITE RPT-LINE FROM WS-PRINT-LINE
002038     END-IF.
002039 1000-EXIT.
002040     EXIT.
002050*-----------------------------------------------------------*
002060*  2000-PROCESS-PENDING - MAIN APPLY LOOP.  THE WX1PNDK     *
002170         GO TO 2000-EXIT
002180     END-IF.
002190     ADD 1 TO WS-READ-COUNT.
002200     IF PVS-EFF-DATE > WS-RCL-RUN-DATE
002210         ADD 1 TO WS-HELD-COUNT
002220         MOVE SPACES TO WS-PRINT-LINE
002230         STRING "HELD    KEY " PVS-WS1WX1-KEY
002260         WRITE RPT-LINE FROM WS-PRINT-LINE
002270         GO TO 2000-EXIT
002280     END-IF.
002281     IF RUN-PERIOD-CLOSED
002282         ADD 1 TO WS-LOCK-COUNT
002283         MOVE SPACES TO WS-PRINT-LINE
002284         STRING "HELD    KEY " PVS-WS1WX1-KEY
002285             " EFF " PVS-EFF-DATE
002286             " - RUN DATE PERIOD CLOSED"
002287             DELIMITED BY SIZE INTO WS-PRINT-LINE
002288         WRITE RPT-LINE FROM WS-PRINT-LINE
002289         GO TO 2000-EXIT
002290     END-IF.
002291     MOVE PVS-EFF-DATE (1:4) TO WS-PRD-FIND-PERIOD.
002292     PERFORM 2500-CHECK-PERIOD THRU 2500-EXIT.
002293     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002300     IF VSM-RECORD-NOT-FOUND
002310         ADD 1 TO WS-SKIP-COUNT
002320         MOVE SPACES TO WS-PRINT-LINE
002570*-----------------------------------------------------------*
002580*  2200-APPLY-CHANGE - JOURNAL BOTH FIELDS, REWRITE THE      *
002590*  MASTER AND RETIRE THE PENDING RECORD.                     *
002593*  A CHANGE QUEUED BY WX1MADJ (ENTERED-TERM *MNN) IS ALSO    *
002596*  JOURNALED UNDER ITS ADJUSTMENT AND STAGED FOR THE GL.     *
002600*-----------------------------------------------------------*
002610 2200-APPLY-CHANGE.
002611     MOVE "N" TO WS-MASS-SW.
002612     IF PVS-ENTERED-TERM (1:2) = "*M"
002613         AND PVS-ENTERED-TERM (3:2) NUMERIC
002614         MOVE "Y" TO WS-MASS-SW
002615         MOVE PVS-ENTERED-TERM (3:2) TO WS-MASS-ADJ-NO
002616     END-IF.
002620     MOVE PVS-WS1WX1-KEY TO AUD-KEY.
002630     MOVE "WS-2" TO AUD-FIELD-NAME.
002640     MOVE VS-WS-2 TO AUD-OLD-VALUE.
002730     REWRITE VS-REC.
002740     IF WS-VSM-STATUS = "00"
002750         ADD 1 TO WS-APPLY-COUNT
002755         MOVE SPACES TO WS-PRINT-LINE
002760         STRING "APPLIED KEY " PVS-WS1WX1-KEY
002765             " EFF " PVS-EFF-DATE
002770             " WS2 " PVS-NEW-WS-2
002775             " WX2 " PVS-NEW-WX-2
002780             " ENTERED " PVS-ENTERED-DATE
002785             " TERM " PVS-ENTERED-TERM
002790             DELIMITED BY SIZE INTO WS-PRINT-LINE
002795         WRITE RPT-LINE FROM WS-PRINT-LINE
002800         IF PRD-PERIOD-CLOSED
002805             ADD 1 TO WS-REDIR-COUNT
002810             MOVE SPACES TO WS-PRINT-LINE
002815             STRING "        REDIRECTED - EFF PERIOD "
002820                 PVS-EFF-DATE (1:4) " CLOSED, APPLIED AS OF "
002825                 WS-RCL-RUN-DATE
002830                 DELIMITED BY SIZE INTO WS-PRINT-LINE
002835             WRITE RPT-LINE FROM WS-PRINT-LINE
002840         END-IF
002842         IF PENDING-IS-MASS
002844             ADD 1 TO WS-MASS-COUNT
002846             PERFORM 2600-STAGE-GL-ITEM THRU 2600-EXIT
002848         END-IF
002850         PERFORM 2400-DELETE-PENDING THRU 2400-EXIT
002860     ELSE
002870         ADD 1 TO WS-SKIP-COUNT
003040     END-IF.
003050 2400-EXIT.
003060     EXIT.
003061*-----------------------------------------------------------*
003062*  2500-CHECK-PERIOD - IS THE ACCOUNTING PERIOD IN          *
003063*  WS-PRD-FIND-PERIOD CLOSED ON WX1PRDVS?  NO RECORD, OR A  *
003064*  REOPENED ONE, MEANS OPEN.  THE LAST ANSWER IS KEPT SO A  *
003065*  RUN OF CHANGES FOR ONE MONTH READS THE FILE ONCE.        *
003066*-----------------------------------------------------------*
003067 2500-CHECK-PERIOD.
003068     IF WS-PRD-FIND-PERIOD = WS-PRD-LAST-PERIOD
003069         GO TO 2500-EXIT
003070     END-IF.
003071     MOVE WS-PRD-FIND-PERIOD TO WS-PRD-LAST-PERIOD.
003072     MOVE "N" TO WS-PRD-CLOSED-SW.
003073     MOVE WS-PRD-FIND-PERIOD TO PD-PERIOD.
003074     READ WX1PRDVS
003075         INVALID KEY
003076             GO TO 2500-EXIT
003077     END-READ.
003078     IF PD-IS-CLOSED
003079         MOVE "Y" TO WS-PRD-CLOSED-SW
003080     END-IF.
003081 2500-EXIT.
003082     EXIT.
003083*-----------------------------------------------------------*
003084*  2600-STAGE-GL-ITEM - A WX1MADJ MASS ADJUSTMENT QUEUED     *
003085*  FOR TODAY IS STAGED ON GLRSTG WITH REASON MADJ, AS        *
003086*  WX1MADJ STAGES ONE APPLIED AT ONCE, SO THE NEXT GLEXT     *
003087*  CARRIES IT AND A WX1BKOT BACKOUT HAS SOMETHING TO         *
003088*  REVERSE.                                                  *
003089*-----------------------------------------------------------*
003090 2600-STAGE-GL-ITEM.
003091     MOVE PVS-WS1WX1-KEY TO RSG-KEY.
003092     MOVE PVS-NEW-WS-2 TO RSG-WS-2.
003093     MOVE PVS-NEW-WX-2 TO RSG-WX-2.
003094     MOVE WS-RCL-RUN-DATE TO RSG-ORIG-DATE.
003095     MOVE WS-MASS-ADJ-NO TO RSG-ORIG-CYCLE.
003096     MOVE "MADJ" TO RSG-REASON.
003097     WRITE RSG-OUT-REC.
003098     IF WS-RSG-STATUS NOT = "00"
003099         ADD 1 TO WS-STAGE-FAIL-COUNT
003100         DISPLAY "WX1PAPL - GLRSTG WRITE FAILED, KEY = "
003101             PVS-WS1WX1-KEY " STATUS = " WS-RSG-STATUS
003102         MOVE SPACES TO WS-PRINT-LINE
003103         STRING "        GL ITEM NOT STAGED - STATUS "
003104             WS-RSG-STATUS " - STAGE WS " PVS-NEW-WS-2
003105             " WX " PVS-NEW-WX-2 " REASON MADJ BY HAND"
003106             DELIMITED BY SIZE INTO WS-PRINT-LINE
003107         WRITE RPT-LINE FROM WS-PRINT-LINE
003108     END-IF.
003109 2600-EXIT.
003110     EXIT.
003111*-----------------------------------------------------------*
003112*  5000-AUDIT-LOG-CHANGE - WRITE ONE JOURNAL LINE IN THE     *
003113*  SAME FIXED FORMAT NAMESPACE'S 5000-AUDIT-LOG-CHANGE USES  *
003114*  SO WX1AUDC AND WX1TRND PARSE BOTH ALIKE.                  *
003115*  A WX1MADJ MASS ADJUSTMENT CARRIES SRC=MASSADJ, CYC= ITS   *
003116*  ADJUSTMENT NUMBER AND TC=C, AS WX1MADJ JOURNALS IT.       *
003117*-----------------------------------------------------------*
003120 5000-AUDIT-LOG-CHANGE.
003130     ACCEPT WS-CURRENT-TIME FROM TIME.
003140     MOVE SPACES TO WS-JRN-LINE.
003143     IF PENDING-IS-MASS
003146         STRING "JOB=" WS-JOB-ID
003149             " " WS-CURRENT-DATE WS-CURRENT-TIME
003152             " KEY=" AUD-KEY
003155             " FIELD=" AUD-FIELD-NAME
003158             " OLD=" AUD-OLD-VALUE
003161             " NEW=" AUD-NEW-VALUE
003164             " SRC=" WS-MASS-SOURCE-ID
003167             " CYC=" WS-MASS-ADJ-NO
003170             " TC=C"
003173             DELIMITED BY SIZE INTO WS-JRN-LINE
003176     ELSE
003179         STRING "JOB=" WS-JOB-ID
003182             " " WS-CURRENT-DATE WS-CURRENT-TIME
003185             " KEY=" AUD-KEY
003188             " FIELD=" AUD-FIELD-NAME
003191             " OLD=" AUD-OLD-VALUE
003194             " NEW=" AUD-NEW-VALUE
003197             DELIMITED BY SIZE INTO WS-JRN-LINE
003200     END-IF.
003220     WRITE JRN-LINE FROM WS-JRN-LINE.
003230 5000-EXIT.
003240     EXIT.
003300     MOVE WS-APPLY-COUNT TO WS-APPLY-COUNT-ED.
003310     MOVE WS-HELD-COUNT TO WS-HELD-COUNT-ED.
003320     MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-ED.
003323     MOVE WS-REDIR-COUNT TO WS-REDIR-COUNT-ED.
003326     MOVE WS-LOCK-COUNT TO WS-LOCK-COUNT-ED.
003330     MOVE SPACES TO WS-PRINT-LINE.
003340     STRING "PENDING RECORDS READ = " WS-READ-COUNT-ED
003350         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003460     STRING "CHANGES SKIPPED      = " WS-SKIP-COUNT-ED
003470         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003480     WRITE RPT-LINE FROM WS-PRINT-LINE.
003481     MOVE SPACES TO WS-PRINT-LINE.
003482     STRING "CHANGES REDIRECTED   = " WS-REDIR-COUNT-ED
003483         "  (EFF PERIOD CLOSED, APPLIED AS OF RUN DATE)"
003484         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003485     WRITE RPT-LINE FROM WS-PRINT-LINE.
003486     MOVE SPACES TO WS-PRINT-LINE.
003487     STRING "HELD, PERIOD CLOSED  = " WS-LOCK-COUNT-ED
003488         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003489     WRITE RPT-LINE FROM WS-PRINT-LINE.
003490     MOVE WS-MASS-COUNT TO WS-MASS-COUNT-ED.
003491     MOVE SPACES TO WS-PRINT-LINE.
003492     STRING "MASS ADJ APPLIED     = " WS-MASS-COUNT-ED
003493         "  (WX1MADJ, JOURNALED SRC=MASSADJ)"
003494         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003495     WRITE RPT-LINE FROM WS-PRINT-LINE.
003496     MOVE WS-STAGE-FAIL-COUNT TO WS-STAGE-FAIL-COUNT-ED.
003497     MOVE SPACES TO WS-PRINT-LINE.
003498     STRING "GL ITEMS NOT STAGED  = " WS-STAGE-FAIL-COUNT-ED
003499         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003500     WRITE RPT-LINE FROM WS-PRINT-LINE.
003501     IF NOT PVS-NEVER-LOADED
003502         CLOSE WX1PVS
003510     END-IF.
003520     CLOSE WSWX1VS.
003530     CLOSE JRNFILE.
003535     CLOSE GLRSTG.
003540     CLOSE PNDRPT.
003545     CLOSE WX1PRDVS.
003550     IF WS-SKIP-COUNT > ZERO
003557         OR WS-REDIR-COUNT > ZERO
003564         OR WS-LOCK-COUNT > ZERO
003571         MOVE 4 TO RETURN-CODE
003578     ELSE
003585         MOVE 0 TO RETURN-CODE
003592     END-IF.
003594     IF WS-STAGE-FAIL-COUNT > ZERO
003596         MOVE 8 TO RETURN-CODE
003598     END-IF.
003600 9000-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003630*  9500-POST-RUN-CONTROL - CLOSE THIS STEP OUT ON THE LEDGER *
003640*  WITH ITS RETURN CODE AND COUNTS.  RC 8 OR ABOVE LEAVES IT *
003650*  FAILED, SO THE NEXT SUBMISSION OF THE CYCLE RESUMES HERE. *
003660*-----------------------------------------------------------*
003670 9500-POST-RUN-CONTROL.
003680     MOVE WS-RCL-KEY TO LG-KEY.
003690     READ RUNCTL
003700         INVALID KEY
003710             DISPLAY "WX1PAPL - LEDGER RECORD LOST, STATUS = "
003720                 WS-RCL-STATUS
003730             MOVE 16 TO RETURN-CODE
003740             CLOSE RUNCTL
003750             GO TO 9500-EXIT
003760     END-READ.
003770     IF RETURN-CODE < 8
003780         MOVE "C" TO LG-STATUS
003790     ELSE
003800         MOVE "F" TO LG-STATUS
003810     END-IF.
003820     MOVE RETURN-CODE TO LG-RETURN-CODE.
003830     ACCEPT WS-RCL-DATE FROM DATE.
003840     ACCEPT WS-RCL-TIME FROM TIME.
003850     MOVE SPACES TO LG-END-TS.
003860     STRING WS-RCL-DATE WS-RCL-TIME
003870         DELIMITED BY SIZE INTO LG-END-TS.
003880     MOVE "READ" TO LG-COUNT-LABEL (1).
003890     MOVE WS-READ-COUNT TO LG-COUNT (1).
003900     MOVE "APPLY" TO LG-COUNT-LABEL (2).
003910     MOVE WS-APPLY-COUNT TO LG-COUNT (2).
003920     MOVE "SKIP" TO LG-COUNT-LABEL (3).
003930     MOVE WS-SKIP-COUNT TO LG-COUNT (3).
003940     REWRITE LG-REC.
003950     IF WS-RCL-STATUS NOT = "00"
003960         DISPLAY "WX1PAPL - RUNCTL UPDATE FAILED, STATUS = "
003970             WS-RCL-STATUS
003980         MOVE 16 TO RETURN-CODE
003990     END-IF.
004000     CLOSE RUNCTL.
004010 9500-EXIT.
004020     EXIT.
