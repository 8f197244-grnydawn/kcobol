000230*    NORMALIZES TO TWO HISTORY RECORDS, ONE PER FIELD, THE
000240*    SAME SHAPE THE BATCH JOURNAL ALREADY HAS.
000250*
000251*    WX1APRV ALSO WRITES WX1J - AN APRV= OR REJT= LINE FOR
000252*    EACH DUAL-CONTROL DECISION.  IT NORMALIZES TO ONE RECORD
000253*    WITH FIELD APPROVED OR REJECTED, THE REQUESTER'S USER ID
000254*    AS OLD VALUE AND THE APPROVER'S AS NEW; THE REASON PRINTS
000255*    ON THE REPORT BUT DOES NOT FIT AUDHIST.
000256*
000257*    A BATCH LINE THAT CARRIES A SRC= SOURCE PRINTS IT WITH
000258*    ITS CYC= ON THE REPORT, SO A WX1MADJ MASS ADJUSTMENT
000259*    (SRC=MASSADJ, CYC= ITS ADJUSTMENT NUMBER) OR ONE
000260*    TRANSMISSION'S CHANGES CAN BE PICKED OUT.
000261*
000262*    RETURN CODE CONVENTION.
000270*      RC=0   CONSOLIDATION COMPLETE.
000280*      RC=4   ONE OR MORE INPUT LINES COULD NOT BE PARSED AND
000290*             WERE SKIPPED - SEE THE REPORT TRAILER.
000324*                   FOR THE SRC= TRANSMISSION-SOURCE FIELD
000326*                   NAMESPACE NOW APPENDS.  THE FIXED OFFSETS
000328*                   PARSED HERE ARE UNCHANGED.
000330*    10/15/26  JWK  WX1J APRV=/REJT= DUAL-CONTROL DECISION
000332*                   LINES FROM WX1APRV NOW CARRIED - SEE
000334*                   3220-RELEASE-DECISION-LINE.  SORT RECORD GAINS
000336*                   SR-NOTE FOR THE REASON; AUDHIST IS UNCHANGED.
000337*    10/15/26  JWK  A BATCH LINE'S SRC= AND CYC= (TRANSMISSION
000338*                   SOURCE, OR MASSADJ AND THE ADJUSTMENT NUMBER
000339*                   FOR A WX1MADJ MASS ADJUSTMENT) NOW PRINT ON
000340*                   AUDRPT, AND MASS-ADJUSTMENT LINES ARE
000341*                   COUNTED IN THE TRAILER.  AUDHIST IS
000342*                   UNCHANGED.
000343*---------------------------------------------------------------
000344 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. WX1AUDC.
000360 AUTHOR. J. W. KOSINSKI.
000370 INSTALLATION. DATA CENTER.
000670 01  JRN-IN-LINE                  PIC X(120).
000680*---------------------------------------------------------------
000690*  THE WX1J TRANSIENT DATA QUEUE DATASET - 100-BYTE LINES IN
000700*  THE FIXED LAYOUT WX1MAINT'S 2300-AUDIT-ONLINE-CHANGE WRITES,
000705*  PLUS WX1APRV'S DECISION LINES.
000710*---------------------------------------------------------------
000720 FD  WX1JQ
000730     LABEL RECORDS ARE STANDARD.
000940     LABEL RECORDS ARE STANDARD.
000950 01  RPT-LINE                     PIC X(132).
000960*---------------------------------------------------------------
000970*  SORT WORK RECORD - SAME SHAPE AS AH-REC PLUS THE DECISION
000975*  REASON, WHICH ONLY THE REPORT CARRIES.
000980*---------------------------------------------------------------
000990 SD  SORTFILE.
001000 01  SR-REC.
001060     05  SR-FIELD                 PIC X(10).
001070     05  SR-OLD-VALUE             PIC X(10).
001080     05  SR-NEW-VALUE             PIC X(10).
001085     05  SR-NOTE                  PIC X(30).
001090 WORKING-STORAGE SECTION.
001100 01  WS-FILE-STATUSES.
001110     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
001250 01  WS-COUNTERS.
001260     05  WS-BATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
001270     05  WS-ONLINE-COUNT          PIC 9(08) COMP VALUE ZERO.
001275     05  WS-DECISION-COUNT        PIC 9(08) COMP VALUE ZERO.
001280     05  WS-HIST-COUNT            PIC 9(08) COMP VALUE ZERO.
001290     05  WS-KEY-COUNT             PIC 9(08) COMP VALUE ZERO.
001300     05  WS-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
001305     05  WS-MASS-COUNT            PIC 9(08) COMP VALUE ZERO.
001310 01  WS-COUNTERS-EDITED.
001320     05  WS-BATCH-COUNT-ED        PIC ZZZZZZZ9.
001330     05  WS-ONLINE-COUNT-ED       PIC ZZZZZZZ9.
001335     05  WS-DECISION-COUNT-ED     PIC ZZZZZZZ9.
001340     05  WS-HIST-COUNT-ED         PIC ZZZZZZZ9.
001350     05  WS-KEY-COUNT-ED          PIC ZZZZZZZ9.
001360     05  WS-SKIP-COUNT-ED         PIC ZZZZZZZ9.
001365     05  WS-MASS-COUNT-ED         PIC ZZZZZZZ9.
001370 01  WS-PREV-KEY                  PIC X(10) VALUE LOW-VALUES.
001380 01  WS-PRINT-LINE                PIC X(132).
001390 PROCEDURE DIVISION.
002150*  3110-RELEASE-BATCH-LINE - THE FIXED LAYOUT NAMESPACE      *
002160*  WRITES: JOB=(5:8) DATE(14:6) TIME(20:8) KEY=(33:10)      *
002170*  FIELD=(50:10) OLD=(65:10) NEW=(80:10).                   *
002175*  SRC=(95:8) CYC=(108:2), WHEN PRESENT, GO TO SR-NOTE.     *
002180*-----------------------------------------------------------*
002190 3110-RELEASE-BATCH-LINE.
002200     IF JRN-IN-LINE (1:4) NOT = "JOB="
002230         GO TO 3110-EXIT
002240     END-IF.
002250     ADD 1 TO WS-BATCH-COUNT.
002255     MOVE SPACES TO SR-NOTE.
002260     MOVE JRN-IN-LINE (33:10) TO SR-KEY.
002270     MOVE JRN-IN-LINE (14:6) TO SR-DATE.
002280     MOVE JRN-IN-LINE (20:8) TO SR-TIME.
002310     MOVE JRN-IN-LINE (50:10) TO SR-FIELD.
002320     MOVE JRN-IN-LINE (65:10) TO SR-OLD-VALUE.
002330     MOVE JRN-IN-LINE (80:10) TO SR-NEW-VALUE.
002331     IF JRN-IN-LINE (90:5) = " SRC="
002332         AND JRN-IN-LINE (95:8) NOT = SPACES
002333         STRING "SRC=" JRN-IN-LINE (95:8)
002334             " CYC=" JRN-IN-LINE (108:2)
002335             DELIMITED BY SIZE INTO SR-NOTE
002336     END-IF.
002337     IF JRN-IN-LINE (95:8) = "MASSADJ "
002338         ADD 1 TO WS-MASS-COUNT
002339     END-IF.
002340     RELEASE SR-REC.
002350 3110-EXIT.
002360     EXIT.
002540*  RELEASES TWO NORMALIZED RECORDS.                         *
002550*-----------------------------------------------------------*
002560 3210-RELEASE-ONLINE-LINE.
002562     IF TDQ-IN-LINE (1:5) = "APRV=" OR TDQ-IN-LINE (1:5) = "REJT="
002564         PERFORM 3220-RELEASE-DECISION-LINE THRU 3220-EXIT
002566         GO TO 3210-EXIT
002568     END-IF.
002570     IF TDQ-IN-LINE (1:5) NOT = "TERM="
002580         OR TDQ-IN-LINE (23:5) NOT = " KEY="
002590         ADD 1 TO WS-SKIP-COUNT
002600         GO TO 3210-EXIT
002610     END-IF.
002620     ADD 1 TO WS-ONLINE-COUNT.
002625     MOVE SPACES TO SR-NOTE.
002630     MOVE TDQ-IN-LINE (28:10) TO SR-KEY.
002640     MOVE TDQ-IN-LINE (11:6) TO SR-DATE.
002650     MOVE SPACES TO SR-TIME.
002820     RELEASE SR-REC.
002830 3210-EXIT.
002840     EXIT.
002841*-----------------------------------------------------------*
002842*  3220-RELEASE-DECISION-LINE - THE FIXED LAYOUT WX1APRV     *
002843*  WRITES: APRV=/REJT= (1:5) TERM (6:4) DATE(11:6)           *
002844*  TIME(17:6) KEY=(28:10) REQ=(43:8) APR=(56:8) RSN=(69:30). *
002845*-----------------------------------------------------------*
002846 3220-RELEASE-DECISION-LINE.
002847     IF TDQ-IN-LINE (23:5) NOT = " KEY="
002848         ADD 1 TO WS-SKIP-COUNT
002849         GO TO 3220-EXIT
002850     END-IF.
002851     ADD 1 TO WS-DECISION-COUNT.
002852     MOVE TDQ-IN-LINE (28:10) TO SR-KEY.
002853     MOVE TDQ-IN-LINE (11:6) TO SR-DATE.
002854     MOVE SPACES TO SR-TIME.
002855     MOVE TDQ-IN-LINE (17:6) TO SR-TIME (1:6).
002856     MOVE "00" TO SR-TIME (7:2).
002857     MOVE "O" TO SR-SOURCE.
002858     MOVE SPACES TO SR-SOURCE-ID.
002859     MOVE TDQ-IN-LINE (6:4) TO SR-SOURCE-ID (1:4).
002860     IF TDQ-IN-LINE (1:5) = "APRV="
002861         MOVE "APPROVED" TO SR-FIELD
002862     ELSE
002863         MOVE "REJECTED" TO SR-FIELD
002864     END-IF.
002865     MOVE SPACES TO SR-OLD-VALUE.
002866     MOVE TDQ-IN-LINE (43:8) TO SR-OLD-VALUE (1:8).
002867     MOVE SPACES TO SR-NEW-VALUE.
002868     MOVE TDQ-IN-LINE (56:8) TO SR-NEW-VALUE (1:8).
002869     MOVE TDQ-IN-LINE (69:30) TO SR-NOTE.
002870     RELEASE SR-REC.
002871 3220-EXIT.
002872     EXIT.
002873*-----------------------------------------------------------*
002874*  4000-REPORT - SORT OUTPUT PROCEDURE; WRITE THE SORTED     *
002875*  HISTORY FILE AND THE ACTIVITY REPORT WITH A HEADING PER  *
002880*  KEY.                                                     *
002890*-----------------------------------------------------------*
002900 4000-REPORT.
003340*-----------------------------------------------------------*
003350 4120-WRITE-RPT-DETAIL.
003360     MOVE SPACES TO WS-PRINT-LINE.
003361     IF SR-FIELD = "APPROVED" OR SR-FIELD = "REJECTED"
003362         STRING "    " SR-DATE " " SR-TIME
003363             "  " SR-FIELD
003364             " REQ=" SR-OLD-VALUE
003365             " APR=" SR-NEW-VALUE
003366             "  CICS   TERM=" SR-SOURCE-ID
003367             "  " SR-NOTE
003368             DELIMITED BY SIZE INTO WS-PRINT-LINE
003369         WRITE RPT-LINE FROM WS-PRINT-LINE
003370         GO TO 4120-EXIT
003371     END-IF.
003372     IF SR-SOURCE = "B"
003380         STRING "    " SR-DATE " " SR-TIME
003390             "  " SR-FIELD
003400             " OLD=" SR-OLD-VALUE
003410             " NEW=" SR-NEW-VALUE
003420             "  BATCH  JOB=" SR-SOURCE-ID
003425             "  " SR-NOTE
003430             DELIMITED BY SIZE INTO WS-PRINT-LINE
003440     ELSE
003450         STRING "    " SR-DATE " " SR-TIME
003580 9000-TERMINATE.
003590     MOVE WS-BATCH-COUNT TO WS-BATCH-COUNT-ED.
003600     MOVE WS-ONLINE-COUNT TO WS-ONLINE-COUNT-ED.
003605     MOVE WS-DECISION-COUNT TO WS-DECISION-COUNT-ED.
003610     MOVE WS-HIST-COUNT TO WS-HIST-COUNT-ED.
003620     MOVE WS-KEY-COUNT TO WS-KEY-COUNT-ED.
003630     MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-ED.
003690     STRING "ONLINE LINES READ    = " WS-ONLINE-COUNT-ED
003700         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003710     WRITE RPT-LINE FROM WS-PRINT-LINE.
003712     MOVE SPACES TO WS-PRINT-LINE.
003714     STRING "DECISION LINES READ  = " WS-DECISION-COUNT-ED
003716         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003718     WRITE RPT-LINE FROM WS-PRINT-LINE.
003720     MOVE SPACES TO WS-PRINT-LINE.
003730     STRING "HISTORY RECORDS      = " WS-HIST-COUNT-ED
003740         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003810     STRING "LINES SKIPPED        = " WS-SKIP-COUNT-ED
003820         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003830     WRITE RPT-LINE FROM WS-PRINT-LINE.
003831     MOVE WS-MASS-COUNT TO WS-MASS-COUNT-ED.
003832     MOVE SPACES TO WS-PRINT-LINE.
003833     STRING "  OF WHICH MASS ADJ  = " WS-MASS-COUNT-ED
003834         "  (JOURNALED SRC=MASSADJ BY WX1MADJ OR WX1PAPL)"
003835         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003836     WRITE RPT-LINE FROM WS-PRINT-LINE.
003840     CLOSE JRNDAY.
003850     CLOSE WX1JQ.
003860     CLOSE AUDHIST.
