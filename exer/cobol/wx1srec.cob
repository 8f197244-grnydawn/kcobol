000230*    DAY LIMIT AND EVERY REJECT UNWORKED LONGER THAN THE
000240*    LIMIT IS LISTED ON THE RCYRPT AGING REPORT SO THE
000250*    DATA-ENTRY GROUP SEES WHAT IS GOING STALE.
000252*
000254*    THE RAW DETAIL COUNT AND HASH AND THE RECYCLED BATCH'S
000256*    ARE RECORDED ON THE WX1CTVS CONTROL-TOTAL LEDGER (POINTS
000258*    RAWIN AND RECYCLE) FOR THE WX1CTLP PROOF STEP.
000260*
000270*    RETURN CODE CONVENTION.
000280*      RC=0   RECYCLE COMPLETE, NO REJECT OVER THE AGE LIMIT.
000290*      RC=4   ONE OR MORE SUSPENDED REJECTS ARE OVER THE AGE
000300*             LIMIT - REVIEW THE AGING REPORT.
000310*      RC=16  A MANDATORY FILE FAILED TO OPEN, THE RUN KEY IS
000313*             MISSING OR INVALID, OR A CONTROL TOTAL COULD NOT
000316*             BE RECORDED.
000320*  MODIFICATION HISTORY.
000330*    09/02/26  JWK  INITIAL VERSION.
000332*    09/02/26  JWK  RELEASED RECORDS NOW GO OUT AS THEIR OWN
000335*                   BEING FOLDED INTO THE UPSTREAM BATCH'S
000336*                   TRAILER, NOW THAT WX1EDIT BALANCES
000337*                   SEVERAL BATCHES PER FILE.
000338*    10/15/26  JWK  RECORDS THE RAW TRANSMISSION'S DETAIL COUNT
000339*                   AND HASH (POINT RAWIN) AND THE RECYCLED
000340*                   BATCH'S (POINT RECYCLE) ON THE WX1CTVS
000341*                   CONTROL-TOTAL LEDGER (COPYBOOK WX1CTT) UNDER
000342*                   THE RUN KEY WX1RCTL PASSES, FOR THE WX1CTLP
000343*                   PROOF STEP.  RC=16 IF THE RUN KEY IS MISSING.
000344*---------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. WX1SREC.
000370 AUTHOR. J. W. KOSINSKI.
000610     SELECT RCYRPT ASSIGN TO RCYRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000631     SELECT RUNKEY ASSIGN TO RUNKEY
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS WS-RKY-STATUS.
000634     SELECT WX1CTVS ASSIGN TO WX1CTVS
000635         ORGANIZATION IS INDEXED
000636         ACCESS IS RANDOM
000637         RECORD KEY IS CT-KEY
000638         FILE STATUS IS WS-CTT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660*---------------------------------------------------------------
000710 FD  RAWTRAN
000720     LABEL RECORDS ARE STANDARD.
000730 01  RAW-IN-REC                   PIC X(17).
000740*    DETAIL VIEW - COUNTED AND HASHED FOR THE CONTROL TOTALS.
000750 01  RAW-IN-DETAIL.
000760     05  RID-REC-TYPE             PIC X(01).
000770         88  RID-IS-DETAIL        VALUE "D".
000780     05  FILLER                   PIC X(10).
000790     05  RID-WS-2                 PIC X(02).
000800     05  RID-WX-2                 PIC X(02).
000810     05  FILLER                   PIC X(02).
000820*---------------------------------------------------------------
000830*  MERGED TRANSMISSION PASSED TO THE WX1EDIT STEP - THE RAW
000840*  FILE AS RECEIVED, FOLLOWED BY THE RELEASED SUSPENSE
001290 FD  RCYRPT
001300     LABEL RECORDS ARE STANDARD.
001310 01  RPT-LINE                     PIC X(132).
001311*---------------------------------------------------------------
001312*  RUN KEY FROM THE WX1RCTL FRONT STEP - JOB-ID, RUN DATE AND
001313*  CYCLE THIS STEP RECORDS ITS CONTROL TOTALS UNDER.
001314*---------------------------------------------------------------
001315 FD  RUNKEY
001316     LABEL RECORDS ARE STANDARD.
001317 01  RK-REC.
001318     05  RK-JOB-ID                PIC X(08).
001319     05  RK-RUN-DATE              PIC 9(06).
001320     05  RK-CYCLE-NO              PIC 9(02).
001321     05  RK-OVERRIDE-SEQ          PIC 9(01).
001322     05  RK-OVERRIDE-STEP         PIC X(10).
001323*---------------------------------------------------------------
001324*  CONTROL-TOTAL LEDGER KSDS - MIRRORS COPYBOOK WX1CTT; SEE
001325*  JCL/WX1CTTK.JCL FOR THE CLUSTER DEFINITION.
001326*---------------------------------------------------------------
001327 FD  WX1CTVS
001328     LABEL RECORDS ARE STANDARD.
001329 01  CT-REC.
001330     05  CT-KEY.
001331         10  CT-JOB-ID            PIC X(08).
001332         10  CT-RUN-DATE          PIC 9(06).
001333         10  CT-CYCLE-NO          PIC 9(02).
001334         10  CT-POINT-ID          PIC X(08).
001335     05  CT-STEP-NAME             PIC X(10).
001336     05  CT-RECORDED-TS           PIC X(14).
001337     05  CT-COUNT                 PIC 9(08).
001338     05  CT-HASH                  PIC 9(12).
001339     05  FILLER                   PIC X(12).
001340 WORKING-STORAGE SECTION.
001341 01  WS-FILE-STATUSES.
001342     05  WS-RAW-STATUS            PIC X(02) VALUE "00".
001350     05  WS-MRG-STATUS            PIC X(02) VALUE "00".
001360     05  WS-SUS-STATUS            PIC X(02) VALUE "00".
001370     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001380     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001383     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
001386     05  WS-CTT-STATUS            PIC X(02) VALUE "00".
001390 01  WS-SWITCHES.
001400     05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001410         88  END-OF-RAWTRAN       VALUE "Y".
001530     05  WS-RECYCLE-COUNT         PIC 9(08) COMP VALUE ZERO.
001540     05  WS-SUSPENDED-COUNT       PIC 9(08) COMP VALUE ZERO.
001550     05  WS-AGED-COUNT            PIC 9(08) COMP VALUE ZERO.
001555     05  WS-RAW-COUNT             PIC 9(08) COMP VALUE ZERO.
001560 01  WS-RECYCLE-HASH              PIC 9(08) VALUE ZERO.
001565 01  WS-HASH-WORK                 PIC 9(02) VALUE ZERO.
001567 01  WS-RAW-HASH                  PIC 9(08) VALUE ZERO.
001570 01  WS-COUNTERS-EDITED.
001580     05  WS-RECYCLE-COUNT-ED      PIC ZZZZZZZ9.
001590     05  WS-SUSPENDED-COUNT-ED    PIC ZZZZZZZ9.
001750     05  WS-DP-DD                 PIC 9(02).
001760 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
001770 01  WS-PRINT-LINE                PIC X(132).
001771*---------------------------------------------------------------
001772*  CONTROL-TOTAL LEDGER WORK AREAS - THE COUNT AND HASH THIS
001773*  STEP RECORDS AT EACH OF ITS POINTS (SEE COPYBOOK WX1CTT).
001774*---------------------------------------------------------------
001775 01  WS-CONTROL-POINT.
001776     05  WS-CTP-KEY.
001777         10  WS-CTP-JOB-ID        PIC X(08) VALUE SPACES.
001778         10  WS-CTP-RUN-DATE      PIC 9(06) VALUE ZERO.
001779         10  WS-CTP-CYCLE-NO      PIC 9(02) VALUE ZERO.
001780         10  WS-CTP-POINT-ID      PIC X(08) VALUE SPACES.
001781     05  WS-CTP-STEP-NAME         PIC X(10) VALUE "WX1SREC".
001782     05  WS-CTP-COUNT             PIC 9(08) VALUE ZERO.
001783     05  WS-CTP-HASH              PIC 9(12) VALUE ZERO.
001784     05  WS-CTP-FOUND-SW          PIC X(01) VALUE "N".
001785         88  CTP-POINT-FOUND      VALUE "Y".
001786     05  WS-CTP-DATE              PIC 9(06) VALUE ZERO.
001787     05  WS-CTP-TIME              PIC 9(08) VALUE ZERO.
001788 PROCEDURE DIVISION.
001790 TEST-1 SECTION.
001800*-----------------------------------------------------------*
001810*  0000-MAINLINE                                            *
001860         UNTIL END-OF-RAWTRAN.
001880     PERFORM 3000-WORK-SUSPENSE THRU 3000-EXIT.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001905     PERFORM 9600-POST-CONTROL-TOTALS THRU 9600-EXIT.
001910     GOBACK.
001920*-----------------------------------------------------------*
001930*  1000-INITIALIZE                                          *
001980     PERFORM 3300-DATE-TO-DAY-NUM THRU 3300-EXIT.
001990     MOVE WS-ENTERED-NUM TO WS-TODAY-NUM.
002000     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
002005     PERFORM 1200-READ-RUN-KEY THRU 1200-EXIT.
002010     OPEN INPUT RAWTRAN.
002020     IF WS-RAW-STATUS NOT = "00"
002030         DISPLAY "WX1SREC - RAWTRAN OPEN FAILED, STATUS = "
002330         MOVE 16 TO RETURN-CODE
002340         GOBACK
002350     END-IF.
002351     OPEN I-O WX1CTVS.
002352     IF WS-CTT-STATUS NOT = "00"
002353         DISPLAY "WX1SREC - WX1CTVS OPEN FAILED, STATUS = "
002354             WS-CTT-STATUS
002355         MOVE 16 TO RETURN-CODE
002356         GOBACK
002357     END-IF.
002360     MOVE SPACES TO WS-PRINT-LINE.
002370     STRING "WX1SREC SUSPENSE RECYCLE AND AGING REPORT  "
002380         "RUN DATE " WS-CURRENT-DATE
002580     END-IF.
002590 1100-EXIT.
002600     EXIT.
002601*-----------------------------------------------------------*
002602*  1200-READ-RUN-KEY - THE JOB-ID, RUN DATE AND CYCLE THE   *
002603*  WX1RCTL FRONT STEP PASSED; THIS STEP'S CONTROL TOTALS    *
002604*  ARE RECORDED UNDER THEM.                                 *
002605*-----------------------------------------------------------*
002606 1200-READ-RUN-KEY.
002607     MOVE SPACES TO RK-REC.
002608     OPEN INPUT RUNKEY.
002609     IF WS-RKY-STATUS NOT = "00"
002610         DISPLAY "WX1SREC - RUNKEY OPEN FAILED, STATUS = "
002611             WS-RKY-STATUS
002612         MOVE 16 TO RETURN-CODE
002613         GOBACK
002614     END-IF.
002615     READ RUNKEY
002616         AT END
002617             MOVE SPACES TO RK-REC
002618     END-READ.
002619     CLOSE RUNKEY.
002620     IF RK-JOB-ID = SPACES
002621         OR RK-RUN-DATE NOT NUMERIC
002622         OR RK-CYCLE-NO NOT NUMERIC
002623         DISPLAY "WX1SREC - RUNKEY EMPTY OR INVALID - WX1RCTL "
002624             "MUST RUN FIRST"
002625         MOVE 16 TO RETURN-CODE
002626         GOBACK
002627     END-IF.
002628     MOVE RK-JOB-ID TO WS-CTP-JOB-ID.
002629     MOVE RK-RUN-DATE TO WS-CTP-RUN-DATE.
002630     MOVE RK-CYCLE-NO TO WS-CTP-CYCLE-NO.
002631 1200-EXIT.
002632     EXIT.
002633*-----------------------------------------------------------*
002634*  2000-COPY-RAW-RECORD - PASS THE RAW FILE THROUGH AS IS.   *
002650*-----------------------------------------------------------*
002660 2000-COPY-RAW-RECORD.
002670     READ RAWTRAN
002690             SET END-OF-RAWTRAN TO TRUE
002700             GO TO 2000-EXIT
002710     END-READ.
002720     IF RID-IS-DETAIL
002730         ADD 1 TO WS-RAW-COUNT
002740         IF RID-WS-2 NUMERIC
002750             MOVE RID-WS-2 TO WS-HASH-WORK
002760             ADD WS-HASH-WORK TO WS-RAW-HASH
002770         END-IF
002780         IF RID-WX-2 NUMERIC
002790             MOVE RID-WX-2 TO WS-HASH-WORK
002800             ADD WS-HASH-WORK TO WS-RAW-HASH
002810         END-IF
002820     END-IF.
002830     MOVE RAW-IN-REC TO MRG-OUT-REC.
002840     WRITE MRG-OUT-REC.
002850 2000-EXIT.
004120     END-IF.
004130 9000-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------*
004160*  9600-POST-CONTROL-TOTALS - RECORD THE RAW TRANSMISSION'S *
004170*  DETAIL COUNT AND HASH (RAWIN) AND THE RECYCLED SUSPENSE  *
004180*  BATCH'S (RECYCLE) ON THE WX1CTVS LEDGER FOR THE WX1CTLP  *
004190*  PROOF STEP.                                              *
004200*-----------------------------------------------------------*
004210 9600-POST-CONTROL-TOTALS.
004220     MOVE "RAWIN" TO WS-CTP-POINT-ID.
004230     MOVE WS-RAW-COUNT TO WS-CTP-COUNT.
004240     MOVE WS-RAW-HASH TO WS-CTP-HASH.
004250     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
004260     MOVE "RECYCLE" TO WS-CTP-POINT-ID.
004270     MOVE WS-RECYCLE-COUNT TO WS-CTP-COUNT.
004280     MOVE WS-RECYCLE-HASH TO WS-CTP-HASH.
004290     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
004300     CLOSE WX1CTVS.
004310 9600-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------*
004340*  9610-WRITE-CONTROL-POINT - RECORD WS-CTP-COUNT/HASH      *
004350*  UNDER WS-CTP-KEY, REPLACING WHAT AN EARLIER RUN OF THE   *
004360*  STEP LEFT FOR THE SAME CYCLE.                            *
004370*-----------------------------------------------------------*
004380 9610-WRITE-CONTROL-POINT.
004390     MOVE WS-CTP-KEY TO CT-KEY.
004400     READ WX1CTVS
004410         INVALID KEY
004420             MOVE "N" TO WS-CTP-FOUND-SW
004430         NOT INVALID KEY
004440             MOVE "Y" TO WS-CTP-FOUND-SW
004450     END-READ.
004460     MOVE SPACES TO CT-REC.
004470     MOVE WS-CTP-KEY TO CT-KEY.
004480     MOVE WS-CTP-STEP-NAME TO CT-STEP-NAME.
004490     ACCEPT WS-CTP-DATE FROM DATE.
004500     ACCEPT WS-CTP-TIME FROM TIME.
004510     STRING WS-CTP-DATE WS-CTP-TIME
004520         DELIMITED BY SIZE INTO CT-RECORDED-TS.
004530     MOVE WS-CTP-COUNT TO CT-COUNT.
004540     MOVE WS-CTP-HASH TO CT-HASH.
004550     IF CTP-POINT-FOUND
004560         REWRITE CT-REC
004570     ELSE
004580         WRITE CT-REC
004590     END-IF.
004600     IF WS-CTT-STATUS NOT = "00"
004610         DISPLAY "WX1SREC - WX1CTVS UPDATE FAILED, POINT "
004620             WS-CTP-POINT-ID " STATUS = " WS-CTT-STATUS
004630         MOVE 16 TO RETURN-CODE
004640     END-IF.
004650 9610-EXIT.
004660     EXIT.
