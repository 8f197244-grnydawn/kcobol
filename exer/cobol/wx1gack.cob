000160*    TRAILER, PROVES THE ACKNOWLEDGMENT AGAINST ITS TRAILER,
000170*    MATCHES THE TWO BY KEY, AND REPORTS ACCEPTED, REJECTED
000180*    AND UNMATCHED DETAILS ON BOTH SIDES.  EVERY REJECTED
000190*    ITEM IS APPENDED TO THE GLRSTG RE-EXTRACT STAGING FILE,
000196*    WHICH THE NAMESPACE STEP FOLDS INTO THE NEXT NIGHT'S
000202*    GLEXT SO THE POSTING IS CARRIED AGAIN.  ITEMS OTHER JOBS
000208*    HAVE STAGED THERE ARE KEPT; NAMESPAC EMPTIES THE FILE
000214*    ONCE THE EXTRACT HAS CARRIED THEM.
000220*
000230*    RETURN CODE CONVENTION.
000240*      RC=0   EVERYTHING MATCHED AND ACCEPTED.
000270*      RC=8   THE EXTRACT OR THE ACKNOWLEDGMENT IS OUT OF
000280*             BALANCE AGAINST ITS TRAILER - DO NOT TRUST THE
000290*             POSTING; FINANCE MUST RECONCILE BEFORE CLOSE.
000300*      RC=16  A MANDATORY FILE FAILED TO OPEN, THE EXTRACT
000306*             TABLE OVERFLOWED, OR A CONTROL TOTAL COULD NOT BE
000312*             RECORDED.
000320*  MODIFICATION HISTORY.
000330*    09/02/26  JWK  INITIAL VERSION.
000332*    09/02/26  JWK  THE EXTRACT NOW CARRIES A CYCLE NUMBER
000334*                   (BODY 25 TO 27); STAGED REJECTS CARRY THE
000336*                   CYCLE THEY ORIGINALLY RODE (GLRSTG LRECL
000338*                   24 TO 26) SO FINANCE CAN TRACE THEM.
000339*    10/15/26  JWK  RECORDS THE ACKNOWLEDGMENT'S DETAIL COUNT
000340*                   AND HASH (POINT GAACK) ON THE WX1CTVS
000341*                   CONTROL-TOTAL LEDGER (COPYBOOK WX1CTT) UNDER
000342*                   THE EXTRACT HEADER'S CYCLE, AND WRITES THAT
000343*                   KEY TO CTLKEY FOR THE WX1CTLP PROOF STEP.
000344*    10/15/26  JWK  GLRSTG IS OPENED EXTEND, NOT OUTPUT, SO THE
000345*                   BACKOUT AND MASS-ADJUSTMENT ITEMS WX1BKOT,
000346*                   WX1MADJ AND WX1PAPL APPEND ARE NOT WIPED
000347*                   BEFORE NAMESPACE HAS CARRIED THEM.
000348*---------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. WX1GACK.
000370 AUTHOR. J. W. KOSINSKI.
000560     SELECT ACKRPT ASSIGN TO ACKRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.
000581     SELECT WX1CTVS ASSIGN TO WX1CTVS
000582         ORGANIZATION IS INDEXED
000583         ACCESS IS RANDOM
000584         RECORD KEY IS CT-KEY
000585         FILE STATUS IS WS-CTT-STATUS.
000586     SELECT CTLKEY ASSIGN TO CTLKEY
000587         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-CKY-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610*---------------------------------------------------------------
001360 FD  ACKRPT
001370     LABEL RECORDS ARE STANDARD.
001380 01  RPT-LINE                     PIC X(132).
001381*---------------------------------------------------------------
001382*  CONTROL-TOTAL LEDGER KSDS - MIRRORS COPYBOOK WX1CTT; SEE
001383*  JCL/WX1CTTK.JCL FOR THE CLUSTER DEFINITION.
001384*---------------------------------------------------------------
001385 FD  WX1CTVS
001386     LABEL RECORDS ARE STANDARD.
001387 01  CT-REC.
001388     05  CT-KEY.
001389         10  CT-JOB-ID            PIC X(08).
001390         10  CT-RUN-DATE          PIC 9(06).
001391         10  CT-CYCLE-NO          PIC 9(02).
001392         10  CT-POINT-ID          PIC X(08).
001393     05  CT-STEP-NAME             PIC X(10).
001394     05  CT-RECORDED-TS           PIC X(14).
001395     05  CT-COUNT                 PIC 9(08).
001396     05  CT-HASH                  PIC 9(12).
001397     05  FILLER                   PIC X(12).
001398*---------------------------------------------------------------
001399*  THE EXTRACT'S CYCLE, PASSED IN RUN KEY LAYOUT (SEE WX1RCTL)
001400*  TO THE WX1CTLP PROOF STEP THAT FOLLOWS.
001401*---------------------------------------------------------------
001402 FD  CTLKEY
001403     LABEL RECORDS ARE STANDARD.
001404 01  CK-REC.
001405     05  CK-JOB-ID                PIC X(08).
001406     05  CK-RUN-DATE              PIC 9(06).
001407     05  CK-CYCLE-NO              PIC 9(02).
001408     05  CK-OVERRIDE-SEQ          PIC 9(01).
001409     05  CK-OVERRIDE-STEP         PIC X(10).
001410 WORKING-STORAGE SECTION.
001411 01  WS-FILE-STATUSES.
001412     05  WS-GLX-STATUS            PIC X(02) VALUE "00".
001420     05  WS-ACK-STATUS            PIC X(02) VALUE "00".
001430     05  WS-RSG-STATUS            PIC X(02) VALUE "00".
001440     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001443     05  WS-CTT-STATUS            PIC X(02) VALUE "00".
001446     05  WS-CKY-STATUS            PIC X(02) VALUE "00".
001450 01  WS-SWITCHES.
001460     05  WS-GLX-EOF-SW            PIC X(01) VALUE "N".
001470         88  END-OF-GLEXT         VALUE "Y".
001560     05  WS-EXT-FOUND-SW          PIC X(01) VALUE "N".
001570         88  EXT-ENTRY-FOUND      VALUE "Y".
001580         88  EXT-ENTRY-NOT-FOUND  VALUE "N".
001583     05  WS-GLX-HDR-SW            PIC X(01) VALUE "N".
001586         88  GLX-HEADER-SEEN      VALUE "Y".
001590*---------------------------------------------------------------
001600*  COUNTERS - THE HASH TOTALS ARE DISPLAY NUMERIC SO THEY
001610*  COMPARE AND PRINT IN THE SAME 9(08) SHAPE THE TRAILERS
001870 01  WS-SAVED-GLX-HEADER.
001880     05  WS-GXH-RUN-DATE          PIC 9(06) VALUE ZERO.
001885     05  WS-GXH-CYCLE-NO          PIC 9(02) VALUE ZERO.
001887     05  WS-GXH-SOURCE-ID         PIC X(08) VALUE SPACES.
001890 01  WS-COUNTERS-EDITED.
001900     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
001910     05  WS-COUNT-B-ED            PIC ZZZZZZZ9.
002010         10  XT-MATCHED-SW        PIC X(01).
002020 01  WS-FIND-KEY                  PIC X(10) VALUE SPACES.
002030 01  WS-PRINT-LINE                PIC X(132).
002031*---------------------------------------------------------------
002032*  CONTROL-TOTAL LEDGER WORK AREAS - THE COUNT AND HASH THIS
002033*  STEP RECORDS AT EACH OF ITS POINTS (SEE COPYBOOK WX1CTT).
002034*---------------------------------------------------------------
002035 01  WS-CONTROL-POINT.
002036     05  WS-CTP-KEY.
002037         10  WS-CTP-JOB-ID        PIC X(08) VALUE SPACES.
002038         10  WS-CTP-RUN-DATE      PIC 9(06) VALUE ZERO.
002039         10  WS-CTP-CYCLE-NO      PIC 9(02) VALUE ZERO.
002040         10  WS-CTP-POINT-ID      PIC X(08) VALUE SPACES.
002041     05  WS-CTP-STEP-NAME         PIC X(10) VALUE "WX1GACK".
002042     05  WS-CTP-COUNT             PIC 9(08) VALUE ZERO.
002043     05  WS-CTP-HASH              PIC 9(12) VALUE ZERO.
002044     05  WS-CTP-FOUND-SW          PIC X(01) VALUE "N".
002045         88  CTP-POINT-FOUND      VALUE "Y".
002046     05  WS-CTP-DATE              PIC 9(06) VALUE ZERO.
002047     05  WS-CTP-TIME              PIC 9(08) VALUE ZERO.
002048 PROCEDURE DIVISION.
002050 TEST-1 SECTION.
002060*-----------------------------------------------------------*
002070*  0000-MAINLINE                                            *
002180         VARYING WS-EXT-IX FROM 1 BY 1
002190         UNTIL WS-EXT-IX > WS-EXT-COUNT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002205     PERFORM 9600-POST-CONTROL-TOTALS THRU 9600-EXIT.
002210     GOBACK.
002220*-----------------------------------------------------------*
002230*  1000-INITIALIZE                                          *
002370         MOVE 16 TO RETURN-CODE
002380         GOBACK
002390     END-IF.
002400     OPEN EXTEND GLRSTG.
002410     IF WS-RSG-STATUS NOT = "00"
002420         DISPLAY "WX1GACK - GLRSTG OPEN FAILED, STATUS = "
002430             WS-RSG-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         GOBACK
002530     END-IF.
002531     OPEN I-O WX1CTVS.
002532     IF WS-CTT-STATUS NOT = "00"
002533         DISPLAY "WX1GACK - WX1CTVS OPEN FAILED, STATUS = "
002534             WS-CTT-STATUS
002535         MOVE 16 TO RETURN-CODE
002536         GOBACK
002537     END-IF.
002538     OPEN OUTPUT CTLKEY.
002539     IF WS-CKY-STATUS NOT = "00"
002540         DISPLAY "WX1GACK - CTLKEY OPEN FAILED, STATUS = "
002541             WS-CKY-STATUS
002542         MOVE 16 TO RETURN-CODE
002543         GOBACK
002544     END-IF.
002545     MOVE SPACES TO WS-PRINT-LINE.
002550     STRING "WX1GACK GL ACKNOWLEDGMENT MATCH REPORT"
002560         DELIMITED BY SIZE INTO WS-PRINT-LINE.
002570     WRITE RPT-LINE FROM WS-PRINT-LINE.
002700     IF GLX-IS-HEADER
002710         MOVE GXH-RUN-DATE TO WS-GXH-RUN-DATE
002715         MOVE GXH-CYCLE-NO TO WS-GXH-CYCLE-NO
002716         MOVE GXH-SOURCE-ID TO WS-GXH-SOURCE-ID
002717         MOVE "Y" TO WS-GLX-HDR-SW
002720         MOVE SPACES TO WS-PRINT-LINE
002730         STRING "EXTRACT OF " GXH-RUN-DATE
002735             " CYCLE " GXH-CYCLE-NO
005150     END-IF.
005160 9000-EXIT.
005170     EXIT.
005180*-----------------------------------------------------------*
005190*  9600-POST-CONTROL-TOTALS - RECORD THE ACKNOWLEDGMENT     *
005200*  DETAILS READ (POINT GAACK) ON THE WX1CTVS LEDGER UNDER   *
005210*  THE CYCLE THE EXTRACT HEADER NAMES, AND PASS THAT KEY    *
005220*  ON CTLKEY FOR THE WX1CTLP PROOF STEP THAT FOLLOWS.  AN   *
005230*  EXTRACT WITH NO HEADER RECORDS NOTHING.                  *
005240*-----------------------------------------------------------*
005250 9600-POST-CONTROL-TOTALS.
005260     IF NOT GLX-HEADER-SEEN
005270         DISPLAY "WX1GACK - NO EXTRACT HEADER, CONTROL TOTALS "
005280             "NOT RECORDED"
005290         CLOSE WX1CTVS
005300         CLOSE CTLKEY
005310         GO TO 9600-EXIT
005320     END-IF.
005330     MOVE WS-GXH-SOURCE-ID TO WS-CTP-JOB-ID.
005340     MOVE WS-GXH-RUN-DATE TO WS-CTP-RUN-DATE.
005350     MOVE WS-GXH-CYCLE-NO TO WS-CTP-CYCLE-NO.
005360     MOVE "GAACK" TO WS-CTP-POINT-ID.
005370     MOVE WS-ACK-COUNT TO WS-CTP-COUNT.
005380     COMPUTE WS-CTP-HASH = WS-ACK-WS2-HASH + WS-ACK-WX2-HASH.
005390     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
005400     CLOSE WX1CTVS.
005410     MOVE SPACES TO CK-REC.
005420     MOVE WS-GXH-SOURCE-ID TO CK-JOB-ID.
005430     MOVE WS-GXH-RUN-DATE TO CK-RUN-DATE.
005440     MOVE WS-GXH-CYCLE-NO TO CK-CYCLE-NO.
005450     MOVE ZERO TO CK-OVERRIDE-SEQ.
005460     WRITE CK-REC.
005470     CLOSE CTLKEY.
005480 9600-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------*
005510*  9610-WRITE-CONTROL-POINT - RECORD WS-CTP-COUNT/HASH      *
005520*  UNDER WS-CTP-KEY, REPLACING WHAT AN EARLIER RUN OF THE   *
005530*  STEP LEFT FOR THE SAME CYCLE.                            *
005540*-----------------------------------------------------------*
005550 9610-WRITE-CONTROL-POINT.
005560     MOVE WS-CTP-KEY TO CT-KEY.
005570     READ WX1CTVS
005580         INVALID KEY
005590             MOVE "N" TO WS-CTP-FOUND-SW
005600         NOT INVALID KEY
005610             MOVE "Y" TO WS-CTP-FOUND-SW
005620     END-READ.
005630     MOVE SPACES TO CT-REC.
005640     MOVE WS-CTP-KEY TO CT-KEY.
005650     MOVE WS-CTP-STEP-NAME TO CT-STEP-NAME.
005660     ACCEPT WS-CTP-DATE FROM DATE.
005670     ACCEPT WS-CTP-TIME FROM TIME.
005680     STRING WS-CTP-DATE WS-CTP-TIME
005690         DELIMITED BY SIZE INTO CT-RECORDED-TS.
005700     MOVE WS-CTP-COUNT TO CT-COUNT.
005710     MOVE WS-CTP-HASH TO CT-HASH.
005720     IF CTP-POINT-FOUND
005730         REWRITE CT-REC
005740     ELSE
005750         WRITE CT-REC
005760     END-IF.
005770     IF WS-CTT-STATUS NOT = "00"
005780         DISPLAY "WX1GACK - WX1CTVS UPDATE FAILED, POINT "
005790             WS-CTP-POINT-ID " STATUS = " WS-CTT-STATUS
005800         MOVE 16 TO RETURN-CODE
005810     END-IF.
005820 9610-EXIT.
005830     EXIT.
