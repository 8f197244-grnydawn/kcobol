000200*    TRANFILE THE NAMESPACE STEP READS.  THE REPORT BREAKS
000210*    DETAIL COUNTS OUT BY SOURCE SO A SHORT TRANSMISSION
000220*    POINTS AT THE SYSTEM TO CALL.
000222*
000224*    THE DETAIL COUNT AND HASH READ AND WRITTEN ARE RECORDED
000226*    ON THE WX1CTVS CONTROL-TOTAL LEDGER (POINTS EDITIN AND
000228*    EDITOUT) FOR THE WX1CTLP PROOF STEP.
000230*
000240*    RETURN CODE CONVENTION.
000250*      RC=0   EVERY BATCH BALANCED, NO KEY EXCEPTIONS.
000290*             MISPLACED HEADER OR TRAILER, COUNT OR HASH
000300*             MISMATCH, DETAIL OUTSIDE A BATCH) - DO NOT
000310*             POST; NAMESPACE IS SKIPPED.
000320*      RC=16  A MANDATORY FILE FAILED TO OPEN, THE SOURCE
000326*             TABLE OVERFLOWED, THE RUN KEY IS MISSING OR
000332*             INVALID, OR A CONTROL TOTAL COULD NOT BE RECORDED.
000340*  MODIFICATION HISTORY.
000350*    08/21/26  JWK  INITIAL VERSION.
000360*    08/21/26  JWK  DETAIL RECORDS NOW CARRY A TRANSACTION CODE
000440*                   RPTFILE, EXCFILE AND THE JRNFILE AUDIT
000450*                   LINES, AND THE REPORT NOW BREAKS COUNTS OUT
000460*                   BY SOURCE.
000461*    10/15/26  JWK  RECORDS THE DETAIL COUNT AND HASH READ
000462*                   (POINT EDITIN) AND WRITTEN TO TRANOUT (POINT
000463*                   EDITOUT) ON THE WX1CTVS CONTROL-TOTAL LEDGER
000464*                   (COPYBOOK WX1CTT) UNDER THE RUN KEY WX1RCTL
000465*                   PASSES, FOR THE WX1CTLP PROOF STEP.  RC=16 IF
000466*                   THE RUN KEY IS MISSING.
000470*---------------------------------------------------------------
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. WX1EDIT.
000660     SELECT EDTRPT ASSIGN TO EDTRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000681     SELECT RUNKEY ASSIGN TO RUNKEY
000682         ORGANIZATION IS LINE SEQUENTIAL
000683         FILE STATUS IS WS-RKY-STATUS.
000684     SELECT WX1CTVS ASSIGN TO WX1CTVS
000685         ORGANIZATION IS INDEXED
000686         ACCESS IS RANDOM
000687         RECORD KEY IS CT-KEY
000688         FILE STATUS IS WS-CTT-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710*---------------------------------------------------------------
001120 FD  EDTRPT
001130     LABEL RECORDS ARE STANDARD.
001140 01  EDT-LINE                     PIC X(132).
001141*---------------------------------------------------------------
001142*  RUN KEY FROM THE WX1RCTL FRONT STEP - JOB-ID, RUN DATE AND
001143*  CYCLE THIS STEP RECORDS ITS CONTROL TOTALS UNDER.
001144*---------------------------------------------------------------
001145 FD  RUNKEY
001146     LABEL RECORDS ARE STANDARD.
001147 01  RK-REC.
001148     05  RK-JOB-ID                PIC X(08).
001149     05  RK-RUN-DATE              PIC 9(06).
001150     05  RK-CYCLE-NO              PIC 9(02).
001151     05  RK-OVERRIDE-SEQ          PIC 9(01).
001152     05  RK-OVERRIDE-STEP         PIC X(10).
001153*---------------------------------------------------------------
001154*  CONTROL-TOTAL LEDGER KSDS - MIRRORS COPYBOOK WX1CTT; SEE
001155*  JCL/WX1CTTK.JCL FOR THE CLUSTER DEFINITION.
001156*---------------------------------------------------------------
001157 FD  WX1CTVS
001158     LABEL RECORDS ARE STANDARD.
001159 01  CT-REC.
001160     05  CT-KEY.
001161         10  CT-JOB-ID            PIC X(08).
001162         10  CT-RUN-DATE          PIC 9(06).
001163         10  CT-CYCLE-NO          PIC 9(02).
001164         10  CT-POINT-ID          PIC X(08).
001165     05  CT-STEP-NAME             PIC X(10).
001166     05  CT-RECORDED-TS           PIC X(14).
001167     05  CT-COUNT                 PIC 9(08).
001168     05  CT-HASH                  PIC 9(12).
001169     05  FILLER                   PIC X(12).
001170 WORKING-STORAGE SECTION.
001171 01  WS-FILE-STATUSES.
001172     05  WS-RAW-STATUS            PIC X(02) VALUE "00".
001180     05  WS-OUT-STATUS            PIC X(02) VALUE "00".
001190     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001193     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
001196     05  WS-CTT-STATUS            PIC X(02) VALUE "00".
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001220         88  END-OF-RAWTRAN       VALUE "Y".
001390     05  WS-BAD-TYPE-COUNT        PIC 9(08) COMP VALUE ZERO.
001400     05  WS-BATCH-COUNT           PIC 9(04) COMP VALUE ZERO.
001410     05  WS-BAT-DETAIL-COUNT      PIC 9(08) COMP VALUE ZERO.
001415     05  WS-EDIT-OUT-COUNT        PIC 9(08) COMP VALUE ZERO.
001420 01  WS-BAT-HASH-TOTAL            PIC 9(08) VALUE ZERO.
001423 01  WS-EDIT-IN-HASH              PIC 9(08) VALUE ZERO.
001426 01  WS-EDIT-OUT-HASH             PIC 9(08) VALUE ZERO.
001430 01  WS-COUNTERS-EDITED.
001440     05  WS-DETAIL-COUNT-ED       PIC ZZZZZZZ9.
001450     05  WS-DUP-COUNT-ED          PIC ZZZZZZZ9.
001710         10  ST-BALANCED-SW       PIC X(01).
001720 01  WS-PREV-KEY                  PIC X(10) VALUE LOW-VALUES.
001730 01  WS-PRINT-LINE                PIC X(132).
001731*---------------------------------------------------------------
001732*  CONTROL-TOTAL LEDGER WORK AREAS - THE COUNT AND HASH THIS
001733*  STEP RECORDS AT EACH OF ITS POINTS (SEE COPYBOOK WX1CTT).
001734*---------------------------------------------------------------
001735 01  WS-CONTROL-POINT.
001736     05  WS-CTP-KEY.
001737         10  WS-CTP-JOB-ID        PIC X(08) VALUE SPACES.
001738         10  WS-CTP-RUN-DATE      PIC 9(06) VALUE ZERO.
001739         10  WS-CTP-CYCLE-NO      PIC 9(02) VALUE ZERO.
001740         10  WS-CTP-POINT-ID      PIC X(08) VALUE SPACES.
001741     05  WS-CTP-STEP-NAME         PIC X(10) VALUE "WX1EDIT".
001742     05  WS-CTP-COUNT             PIC 9(08) VALUE ZERO.
001743     05  WS-CTP-HASH              PIC 9(12) VALUE ZERO.
001744     05  WS-CTP-FOUND-SW          PIC X(01) VALUE "N".
001745         88  CTP-POINT-FOUND      VALUE "Y".
001746     05  WS-CTP-DATE              PIC 9(06) VALUE ZERO.
001747     05  WS-CTP-TIME              PIC 9(08) VALUE ZERO.
001748 PROCEDURE DIVISION.
001750 TEST-1 SECTION.
001760*-----------------------------------------------------------*
001770*  0000-MAINLINE                                            *
001810     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001820         UNTIL END-OF-RAWTRAN.
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001835     PERFORM 9600-POST-CONTROL-TOTALS THRU 9600-EXIT.
001840     GOBACK.
001850*-----------------------------------------------------------*
001860*  1000-INITIALIZE                                          *
001870*-----------------------------------------------------------*
001880 1000-INITIALIZE.
001885     PERFORM 1200-READ-RUN-KEY THRU 1200-EXIT.
001890     OPEN INPUT RAWTRAN.
001900     IF WS-RAW-STATUS NOT = "00"
001910         DISPLAY "WX1EDIT - RAWTRAN OPEN FAILED, STATUS = "
002070         MOVE 16 TO RETURN-CODE
002080         GOBACK
002090     END-IF.
002091     OPEN I-O WX1CTVS.
002092     IF WS-CTT-STATUS NOT = "00"
002093         DISPLAY "WX1EDIT - WX1CTVS OPEN FAILED, STATUS = "
002094             WS-CTT-STATUS
002095         MOVE 16 TO RETURN-CODE
002096         GOBACK
002097     END-IF.
002100     PERFORM 1300-WRITE-RPT-HEADER THRU 1300-EXIT.
002110 1000-EXIT.
002120     EXIT.
002121*-----------------------------------------------------------*
002122*  1200-READ-RUN-KEY - THE JOB-ID, RUN DATE AND CYCLE THE   *
002123*  WX1RCTL FRONT STEP PASSED; THIS STEP'S CONTROL TOTALS    *
002124*  ARE RECORDED UNDER THEM.                                 *
002125*-----------------------------------------------------------*
002126 1200-READ-RUN-KEY.
002127     MOVE SPACES TO RK-REC.
002128     OPEN INPUT RUNKEY.
002129     IF WS-RKY-STATUS NOT = "00"
002130         DISPLAY "WX1EDIT - RUNKEY OPEN FAILED, STATUS = "
002131             WS-RKY-STATUS
002132         MOVE 16 TO RETURN-CODE
002133         GOBACK
002134     END-IF.
002135     READ RUNKEY
002136         AT END
002137             MOVE SPACES TO RK-REC
002138     END-READ.
002139     CLOSE RUNKEY.
002140     IF RK-JOB-ID = SPACES
002141         OR RK-RUN-DATE NOT NUMERIC
002142         OR RK-CYCLE-NO NOT NUMERIC
002143         DISPLAY "WX1EDIT - RUNKEY EMPTY OR INVALID - WX1RCTL "
002144             "MUST RUN FIRST"
002145         MOVE 16 TO RETURN-CODE
002146         GOBACK
002147     END-IF.
002148     MOVE RK-JOB-ID TO WS-CTP-JOB-ID.
002149     MOVE RK-RUN-DATE TO WS-CTP-RUN-DATE.
002150     MOVE RK-CYCLE-NO TO WS-CTP-CYCLE-NO.
002151 1200-EXIT.
002152     EXIT.
002153*-----------------------------------------------------------*
002154*  1300-WRITE-RPT-HEADER                                    *
002155*-----------------------------------------------------------*
002160 1300-WRITE-RPT-HEADER.
002170     MOVE SPACES TO WS-PRINT-LINE.
002180     STRING "WX1EDIT TRANFILE BALANCING AND PRE-EDIT REPORT"
003430     END-IF.
003440     IF RD-WS-2 NUMERIC
003450         ADD RD-WS-2 TO WS-BAT-HASH-TOTAL
003455         ADD RD-WS-2 TO WS-EDIT-IN-HASH
003460     END-IF.
003470     IF RD-WX-2 NUMERIC
003480         ADD RD-WX-2 TO WS-BAT-HASH-TOTAL
003485         ADD RD-WX-2 TO WS-EDIT-IN-HASH
003490     END-IF.
003500     IF RD-KEY = WS-PREV-KEY
003510         ADD 1 TO WS-DUP-COUNT
003720     MOVE RD-TRAN-CODE TO TO-TRAN-CODE.
003730     MOVE WS-HDR-SOURCE-ID TO TO-SOURCE-ID.
003740     WRITE TRAN-OUT-REC.
003741     IF WS-OUT-STATUS = "00"
003742         ADD 1 TO WS-EDIT-OUT-COUNT
003743         IF TO-WS-2 NUMERIC
003744             ADD TO-WS-2 TO WS-EDIT-OUT-HASH
003745         END-IF
003746         IF TO-WX-2 NUMERIC
003747             ADD TO-WX-2 TO WS-EDIT-OUT-HASH
003748         END-IF
003749     END-IF.
003750 2300-EXIT.
003760     EXIT.
003770*-----------------------------------------------------------*
005140     END-IF.
005150 9020-EXIT.
005160     EXIT.
005170*-----------------------------------------------------------*
005180*  9600-POST-CONTROL-TOTALS - RECORD THE DETAIL COUNT AND   *
005190*  HASH READ (EDITIN) AND WRITTEN TO TRANOUT (EDITOUT) ON   *
005200*  THE WX1CTVS LEDGER FOR THE WX1CTLP PROOF STEP.           *
005210*-----------------------------------------------------------*
005220 9600-POST-CONTROL-TOTALS.
005230     MOVE "EDITIN" TO WS-CTP-POINT-ID.
005240     MOVE WS-DETAIL-COUNT TO WS-CTP-COUNT.
005250     MOVE WS-EDIT-IN-HASH TO WS-CTP-HASH.
005260     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
005270     MOVE "EDITOUT" TO WS-CTP-POINT-ID.
005280     MOVE WS-EDIT-OUT-COUNT TO WS-CTP-COUNT.
005290     MOVE WS-EDIT-OUT-HASH TO WS-CTP-HASH.
005300     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
005310     CLOSE WX1CTVS.
005320 9600-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------*
005350*  9610-WRITE-CONTROL-POINT - RECORD WS-CTP-COUNT/HASH      *
005360*  UNDER WS-CTP-KEY, REPLACING WHAT AN EARLIER RUN OF THE   *
005370*  STEP LEFT FOR THE SAME CYCLE.                            *
005380*-----------------------------------------------------------*
005390 9610-WRITE-CONTROL-POINT.
005400     MOVE WS-CTP-KEY TO CT-KEY.
005410     READ WX1CTVS
005420         INVALID KEY
005430             MOVE "N" TO WS-CTP-FOUND-SW
005440         NOT INVALID KEY
005450             MOVE "Y" TO WS-CTP-FOUND-SW
005460     END-READ.
005470     MOVE SPACES TO CT-REC.
005480     MOVE WS-CTP-KEY TO CT-KEY.
005490     MOVE WS-CTP-STEP-NAME TO CT-STEP-NAME.
005500     ACCEPT WS-CTP-DATE FROM DATE.
005510     ACCEPT WS-CTP-TIME FROM TIME.
005520     STRING WS-CTP-DATE WS-CTP-TIME
005530         DELIMITED BY SIZE INTO CT-RECORDED-TS.
005540     MOVE WS-CTP-COUNT TO CT-COUNT.
005550     MOVE WS-CTP-HASH TO CT-HASH.
005560     IF CTP-POINT-FOUND
005570         REWRITE CT-REC
005580     ELSE
005590         WRITE CT-REC
005600     END-IF.
005610     IF WS-CTT-STATUS NOT = "00"
005620         DISPLAY "WX1EDIT - WX1CTVS UPDATE FAILED, POINT "
005630             WS-CTP-POINT-ID " STATUS = " WS-CTT-STATUS
005640         MOVE 16 TO RETURN-CODE
005650     END-IF.
005660 9610-EXIT.
005670     EXIT.
