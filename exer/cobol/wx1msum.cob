000180*
000190*    DETAIL VALUES ARE SUMMED FOR ADD/CHANGE/REVERSAL RECORDS;
000200*    DELETES COUNT AS ACTIVITY BUT THEIR VALUES ARE NOT ADDED.
000201*
000202*    ONE ACCOUNTING PERIOD (YYMM) IS SUMMARIZED - THE CTLCARD
000203*    PERIOD, OR THE RUN DATE'S MONTH WHEN THERE IS NO CARD.
000204*    DETAILS AND TRAILERS DATED IN ANY OTHER MONTH ARE SKIPPED.
000205*    THE PERIOD'S CONTROL TOTALS ARE WRITTEN TO MSUMTOT, WHICH
000206*    THE WX1PCLS CLOSE FREEZES INTO WX1PRDVS.  WHEN WX1PRDVS
000207*    SHOWS THE PERIOD ALREADY CLOSED THE CONTROL PAGE PROVES
000208*    THIS RUN'S TOTALS AGAINST THE FROZEN ONES.
000210*
000220*    RETURN CODE CONVENTION.
000230*      RC=0   SUMMARY COMPLETE, ALL NIGHTS FOOT.
000240*      RC=4   A NIGHT'S DETAILS DO NOT FOOT TO ITS TRAILER OR
000250*             A TRAILER IS MISSING - SEE THE CONTROL PAGE.
000253*      RC=8   THE PERIOD IS CLOSED AND THIS RUN'S TOTALS DO NOT
000256*             AGREE WITH THE TOTALS FROZEN WHEN IT WAS CLOSED.
000260*      RC=16  A MANDATORY FILE FAILED TO OPEN OR THE RUN-DATE
000270*             TABLE OVERFLOWED.
000280*  MODIFICATION HISTORY.
000350*                   CONTROL TABLE GREW 62 TO 186 ENTRIES -
000360*                   DOUBLE THE LIMIT(93) VALFILE GDG OF 31
000370*                   DAYS AT THREE CYCLES A DAY.
000371*    10/15/26  JWK  KEY, ACCOUNT AND FAMILY LINES NOW CARRY
000372*                   THEIR NAMES FROM THE WX1COAVS CHART OF
000373*                   ACCOUNTS.  THE CHART IS OPTIONAL - IF IT
000374*                   WILL NOT OPEN THE NAMES PRINT BLANK.
000375*    10/15/26  JWK  SUMMARIZES ONE ACCOUNTING PERIOD (YYMM) -
000376*                   CTLCARD COLUMNS 1-4, DEFAULT THE RUN DATE'S
000377*                   MONTH; RECORDS OF OTHER MONTHS STILL IN THE
000378*                   GDG ARE SKIPPED AND COUNTED.  THE PERIOD'S
000379*                   CONTROL TOTALS GO TO MSUMTOT FOR THE WX1PCLS
000380*                   CLOSE, AND A RERUN FOR A PERIOD WX1PRDVS
000381*                   SHOWS CLOSED IS PROVED AGAINST THE TOTALS
000382*                   FROZEN AT CLOSE (RC=8 IF THEY DIFFER).
000383*---------------------------------------------------------------
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. WX1MSUM.
000410 AUTHOR. J. W. KOSINSKI.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570     SELECT SORTFILE ASSIGN TO SORTWK01.
000571     SELECT WX1COAVS ASSIGN TO WX1COAVS
000572         ORGANIZATION IS INDEXED
000573         ACCESS IS RANDOM
000574         RECORD KEY IS CO-KEY
000575         FILE STATUS IS WS-COA-STATUS.
000576     SELECT CTLCARD ASSIGN TO CTLCARD
000577         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-CTL-STATUS.
000579     SELECT MSUMTOT ASSIGN TO MSUMTOT
000580         ORGANIZATION IS LINE SEQUENTIAL
000581         FILE STATUS IS WS-TOT-STATUS.
000582     SELECT WX1PRDVS ASSIGN TO WX1PRDVS
000583         ORGANIZATION IS INDEXED
000584         ACCESS IS RANDOM
000585         RECORD KEY IS PD-PERIOD
000586         FILE STATUS IS WS-PRD-STATUS.
000587 DATA DIVISION.
000590 FILE SECTION.
000600*---------------------------------------------------------------
000610*  THE MONTH'S VALFILE GENERATIONS - "D" DETAILS AND ONE "T"
000950     05  SR-WS-2                  PIC 9(02).
000960     05  SR-WX-2                  PIC 9(02).
000970     05  SR-TRAN-CODE             PIC X(01).
000971*---------------------------------------------------------------
000972*  CHART-OF-ACCOUNTS REFERENCE KSDS - MIRRORS COPYBOOKS/
000973*  WX1COA.CPY; READ ONLY FOR THE NAMES.  SEE JCL/WX1COAK.JCL.
000974*---------------------------------------------------------------
000975 FD  WX1COAVS
000976     LABEL RECORDS ARE STANDARD.
000977 01  CO-REC.
000978     05  CO-KEY                   PIC X(10).
000979     05  CO-LEVEL                 PIC X(01).
000980     05  CO-NAME                  PIC X(30).
000981     05  CO-OWNER                 PIC X(08).
000982     05  CO-OPEN-DATE             PIC 9(06).
000983     05  CO-STATUS                PIC X(01).
000984     05  CO-CLOSE-DATE            PIC 9(06).
000985*---------------------------------------------------------------
000986*  CONTROL CARD - PERIOD (YYMM) TO SUMMARIZE.
000987*---------------------------------------------------------------
000988 FD  CTLCARD
000989     LABEL RECORDS ARE OMITTED.
000990 01  CTL-CARD-REC.
000991     05  CTL-PERIOD               PIC X(04).
000992*---------------------------------------------------------------
000993*  PERIOD CONTROL TOTALS - ONE RECORD PER RUN ON ITS OWN
000994*  GENERATION; WX1PCLS READS THE LATEST WHEN IT CLOSES THE
000995*  PERIOD.
000996*---------------------------------------------------------------
000997 FD  MSUMTOT
000998     LABEL RECORDS ARE STANDARD.
000999 01  MT-REC.
001000     05  MT-PERIOD                PIC X(04).
001001     05  MT-RUN-DATE              PIC 9(06).
001002     05  MT-DETAIL-COUNT          PIC 9(08).
001003     05  MT-TRAILER-COUNT         PIC 9(08).
001004     05  MT-WS2-TOTAL             PIC 9(10).
001005     05  MT-WX2-TOTAL             PIC 9(10).
001006     05  MT-FOOT-SW               PIC X(01).
001007     05  FILLER                   PIC X(03).
001008*---------------------------------------------------------------
001009*  ACCOUNTING PERIOD CONTROL KSDS - MIRRORS COPYBOOK WX1PRD;
001010*  READ ONLY.  SEE JCL/WX1PRDK.JCL.
001011*---------------------------------------------------------------
001012 FD  WX1PRDVS
001013     LABEL RECORDS ARE STANDARD.
001014 01  PD-REC.
001015     05  PD-PERIOD                PIC X(04).
001016     05  PD-STATUS                PIC X(01).
001017         88  PD-IS-CLOSED         VALUE "C".
001018     05  PD-CLOSE-DATE            PIC 9(06).
001019     05  PD-CLOSE-TIME            PIC 9(08).
001020     05  PD-CLOSE-USER            PIC X(08).
001021     05  PD-DETAIL-COUNT          PIC 9(08).
001022     05  PD-TRAILER-COUNT         PIC 9(08).
001023     05  PD-WS2-TOTAL             PIC 9(10).
001024     05  PD-WX2-TOTAL             PIC 9(10).
001025     05  FILLER                   PIC X(87).
001026 WORKING-STORAGE SECTION.
001027 01  WS-FILE-STATUSES.
001028     05  WS-VAL-STATUS            PIC X(02) VALUE "00".
001029     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001030     05  WS-COA-STATUS            PIC X(02) VALUE "00".
001031     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001032     05  WS-TOT-STATUS            PIC X(02) VALUE "00".
001033     05  WS-PRD-STATUS            PIC X(02) VALUE "00".
001034 01  WS-SWITCHES.
001035     05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001040         88  END-OF-MONVAL        VALUE "Y".
001050     05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
001060         88  END-OF-SORTFILE      VALUE "Y".
001110         88  DATE-ENTRY-NOT-FOUND VALUE "N".
001120     05  WS-FOOT-OK-SW            PIC X(01) VALUE "Y".
001130         88  ALL-NIGHTS-FOOT      VALUE "Y".
001131     05  WS-COA-OPEN-SW           PIC X(01) VALUE "N".
001132         88  COA-AVAILABLE        VALUE "Y".
001133     05  WS-PRD-CLOSED-SW         PIC X(01) VALUE "N".
001134         88  PERIOD-IS-CLOSED     VALUE "Y".
001135     05  WS-PROOF-OK-SW           PIC X(01) VALUE "Y".
001136         88  FROZEN-TOTALS-AGREE  VALUE "Y".
001140*---------------------------------------------------------------
001150*  COUNTERS AND ACCUMULATORS - KEPT IN BINARY, EDITED ONLY
001160*  WHEN PRINTED.
001270     05  WS-HIT-IX                PIC 9(04) COMP VALUE ZERO.
001280     05  WS-FIND-DATE             PIC 9(06) COMP VALUE ZERO.
001290     05  WS-FIND-CYCLE            PIC 9(02) COMP VALUE ZERO.
001295     05  WS-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
001300*---------------------------------------------------------------
001310*  CONTROL-BREAK ACCUMULATORS - KEY, ACCOUNT (1:6), FAMILY
001320*  (1:3) AND GRAND LEVELS.
001480     05  WS-PREV-KEY              PIC X(10) VALUE SPACES.
001490     05  WS-PREV-ACCT             PIC X(06) VALUE SPACES.
001500     05  WS-PREV-FAM              PIC X(03) VALUE SPACES.
001501*---------------------------------------------------------------
001502*  CHART-OF-ACCOUNTS NAME LOOKUP - SET BEFORE 6200-FIND-NAME.
001503*---------------------------------------------------------------
001504 01  WS-COA-FIELDS.
001505     05  WS-COA-FIND-KEY          PIC X(10) VALUE SPACES.
001506     05  WS-COA-NAME              PIC X(30) VALUE SPACES.
001507*---------------------------------------------------------------
001508*  PERIOD BEING SUMMARIZED (YYMM) AND THE CLOSED-PERIOD PROOF
001509*  WORK FIELDS - SET BEFORE 5510-WRITE-PROOF-LINE.
001510*---------------------------------------------------------------
001511 01  WS-PERIOD-FIELDS.
001512     05  WS-CURRENT-DATE          PIC 9(06) VALUE ZERO.
001513     05  WS-PERIOD                PIC X(04) VALUE SPACES.
001514     05  WS-PROOF-LABEL           PIC X(20) VALUE SPACES.
001515     05  WS-PROOF-FROZEN          PIC 9(10) COMP VALUE ZERO.
001516     05  WS-PROOF-RERUN           PIC 9(10) COMP VALUE ZERO.
001517*---------------------------------------------------------------
001520*  PER-CYCLE CONTROL TABLE - ONE ENTRY PER RUN DATE AND
001530*  CYCLE, DETAILS COUNTED VS THE TRAILER'S OWN COUNTS,
001540*  REPORTED ON THE CONTROL PAGE.
001700     05  WS-PAGE-ED               PIC ZZZ9.
001710     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
001720     05  WS-COUNT-B-ED            PIC ZZZZZZZ9.
001723     05  WS-FROZEN-ED             PIC ZZZZZZZZZ9.
001726     05  WS-RERUN-ED              PIC ZZZZZZZZZ9.
001730 01  WS-PRINT-LINE                PIC X(132).
001740 PROCEDURE DIVISION.
001750 TEST-1 SECTION.
001890*  1000-INITIALIZE                                          *
001900*-----------------------------------------------------------*
001910 1000-INITIALIZE.
001913     ACCEPT WS-CURRENT-DATE FROM DATE.
001916     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
001920     OPEN INPUT MONVAL.
001930     IF WS-VAL-STATUS NOT = "00"
001940         DISPLAY "WX1MSUM - MONVAL OPEN FAILED, STATUS = "
002030         MOVE 16 TO RETURN-CODE
002040         GOBACK
002050     END-IF.
002051     OPEN INPUT WX1COAVS.
002052     IF WS-COA-STATUS = "00"
002053         MOVE "Y" TO WS-COA-OPEN-SW
002054     ELSE
002055         DISPLAY "WX1MSUM - WX1COAVS NOT AVAILABLE, STATUS = "
002056             WS-COA-STATUS " - NAMES NOT PRINTED"
002057     END-IF.
002058     OPEN OUTPUT MSUMTOT.
002059     IF WS-TOT-STATUS NOT = "00"
002060         DISPLAY "WX1MSUM - MSUMTOT OPEN FAILED, STATUS = "
002061             WS-TOT-STATUS
002062         MOVE 16 TO RETURN-CODE
002063         GOBACK
002064     END-IF.
002065     OPEN INPUT WX1PRDVS.
002066     IF WS-PRD-STATUS NOT = "00"
002067         DISPLAY "WX1MSUM - WX1PRDVS OPEN FAILED, STATUS = "
002068             WS-PRD-STATUS
002069         MOVE 16 TO RETURN-CODE
002070         GOBACK
002071     END-IF.
002072     PERFORM 1200-READ-PERIOD THRU 1200-EXIT.
002073 1000-EXIT.
002074     EXIT.
002080*-----------------------------------------------------------*
002090*  3000-COLLECT - SORT INPUT PROCEDURE; RELEASE DETAILS AND  *
002100*  POST EVERY RECORD TO THE PER-NIGHT CONTROL TABLE.         *
002240             GO TO 3100-EXIT
002250     END-READ.
002260     IF VAL-IS-DETAIL
002264         IF VAL-RUN-DATE (1:4) = WS-PERIOD
002268             PERFORM 3200-POST-DETAIL THRU 3200-EXIT
002272         ELSE
002276             ADD 1 TO WS-SKIP-COUNT
002280         END-IF
002284     ELSE
002288         IF VAL-IS-TRAILER
002292             IF VT-RUN-DATE (1:4) = WS-PERIOD
002296                 PERFORM 3300-POST-TRAILER THRU 3300-EXIT
002300             ELSE
002304                 ADD 1 TO WS-SKIP-COUNT
002308             END-IF
002312         END-IF
002316     END-IF.
002330 3100-EXIT.
002340     EXIT.
002350*-----------------------------------------------------------*
003630     MOVE WS-KEY-ACT TO WS-ACT-ED.
003640     MOVE WS-KEY-WS2-TOT TO WS-WS2-TOT-ED.
003650     MOVE WS-KEY-WX2-TOT TO WS-WX2-TOT-ED.
003655     MOVE WS-PREV-KEY TO WS-COA-FIND-KEY.
003656     PERFORM 6200-FIND-NAME THRU 6200-EXIT.
003660     MOVE SPACES TO WS-PRINT-LINE.
003670     STRING "      " WS-PREV-KEY
003680         "   ACTIVITY " WS-ACT-ED
003690         "   WS-2 " WS-WS2-TOT-ED
003700         "   WX-2 " WS-WX2-TOT-ED
003705         "   " WS-COA-NAME
003710         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003720     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
003730     ADD WS-KEY-ACT TO WS-ACCT-ACT.
003830     MOVE WS-ACCT-ACT TO WS-ACT-ED.
003840     MOVE WS-ACCT-WS2-TOT TO WS-WS2-TOT-ED.
003850     MOVE WS-ACCT-WX2-TOT TO WS-WX2-TOT-ED.
003855     MOVE SPACES TO WS-COA-FIND-KEY.
003856     MOVE WS-PREV-ACCT TO WS-COA-FIND-KEY.
003857     PERFORM 6200-FIND-NAME THRU 6200-EXIT.
003860     MOVE SPACES TO WS-PRINT-LINE.
003870     STRING "    ACCOUNT " WS-PREV-ACCT
003880         "     SUBTOTAL " WS-ACT-ED
003890         "   WS-2 " WS-WS2-TOT-ED
003900         "   WX-2 " WS-WX2-TOT-ED
003905         "   " WS-COA-NAME
003910         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003920     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
003930     ADD WS-ACCT-ACT TO WS-FAM-ACT.
004030     MOVE WS-FAM-ACT TO WS-ACT-ED.
004040     MOVE WS-FAM-WS2-TOT TO WS-WS2-TOT-ED.
004050     MOVE WS-FAM-WX2-TOT TO WS-WX2-TOT-ED.
004055     MOVE SPACES TO WS-COA-FIND-KEY.
004056     MOVE WS-PREV-FAM TO WS-COA-FIND-KEY.
004057     PERFORM 6200-FIND-NAME THRU 6200-EXIT.
004060     MOVE SPACES TO WS-PRINT-LINE.
004070     STRING "  FAMILY " WS-PREV-FAM
004080         "        SUBTOTAL " WS-ACT-ED
004090         "   WS-2 " WS-WS2-TOT-ED
004100         "   WX-2 " WS-WX2-TOT-ED
004105         "   " WS-COA-NAME
004110         DELIMITED BY SIZE INTO WS-PRINT-LINE.
004120     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
004130     ADD WS-FAM-ACT TO WS-GRAND-ACT.
004480     PERFORM 5100-WRITE-DATE-LINE THRU 5100-EXIT
004490         VARYING WS-DATE-IX FROM 1 BY 1
004500         UNTIL WS-DATE-IX > WS-DATE-COUNT.
004505     PERFORM 5500-PROVE-PERIOD THRU 5500-EXIT.
004510 5000-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------*
004970         MOVE WS-PAGE-COUNT TO WS-PAGE-ED
004980         MOVE SPACES TO RPT-LINE
004990         STRING "WX1MSUM MONTH-END SUMMARY BY KEY PREFIX"
004996             "   PERIOD " WS-PERIOD
005002             "          PAGE " WS-PAGE-ED
005010             DELIMITED BY SIZE INTO RPT-LINE
005020         WRITE RPT-LINE
005030         MOVE SPACES TO RPT-LINE
005220     STRING "CYCLE TRAILERS READ  = " WS-COUNT-B-ED
005230         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005240     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
005241     MOVE WS-SKIP-COUNT TO WS-COUNT-A-ED.
005242     MOVE SPACES TO WS-PRINT-LINE.
005243     STRING "OTHER MONTHS SKIPPED = " WS-COUNT-A-ED
005244         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005245     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
005250     CLOSE MONVAL.
005260     CLOSE SUMRPT.
005261     IF COA-AVAILABLE
005262         CLOSE WX1COAVS
005263     END-IF.
005270     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT.
005274     CLOSE MSUMTOT.
005278     CLOSE WX1PRDVS.
005282     IF NOT FROZEN-TOTALS-AGREE
005286         MOVE 8 TO RETURN-CODE
005290     ELSE
005294         IF ALL-NIGHTS-FOOT
005298             MOVE 0 TO RETURN-CODE
005302         ELSE
005306             MOVE 4 TO RETURN-CODE
005310         END-IF
005314     END-IF.
005320 9000-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------*
005350*  6200-FIND-NAME - CHART-OF-ACCOUNTS NAME FOR THE KEY,      *
005360*  ACCOUNT OR FAMILY IN WS-COA-FIND-KEY; BLANK IF NONE.      *
005370*-----------------------------------------------------------*
005380 6200-FIND-NAME.
005390     MOVE SPACES TO WS-COA-NAME.
005400     IF NOT COA-AVAILABLE
005410         GO TO 6200-EXIT
005420     END-IF.
005430     MOVE WS-COA-FIND-KEY TO CO-KEY.
005440     READ WX1COAVS
005450         INVALID KEY
005460             GO TO 6200-EXIT
005470     END-READ.
005480     MOVE CO-NAME TO WS-COA-NAME.
005490 6200-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------*
005520*  1100-READ-CTLCARD - PERIOD (YYMM) TO SUMMARIZE; DEFAULT   *
005530*  THE RUN DATE'S MONTH WHEN THERE IS NO CARD.               *
005540*-----------------------------------------------------------*
005550 1100-READ-CTLCARD.
005560     MOVE SPACES TO CTL-PERIOD.
005570     OPEN INPUT CTLCARD.
005580     IF WS-CTL-STATUS = "00"
005590         READ CTLCARD
005600             AT END
005610                 MOVE SPACES TO CTL-PERIOD
005620         END-READ
005630         CLOSE CTLCARD
005640     END-IF.
005650     IF CTL-PERIOD = SPACES
005660         MOVE WS-CURRENT-DATE (1:4) TO WS-PERIOD
005670         GO TO 1100-EXIT
005680     END-IF.
005690     IF CTL-PERIOD NOT NUMERIC
005700         OR CTL-PERIOD (3:2) < "01"
005710         OR CTL-PERIOD (3:2) > "12"
005720         DISPLAY "WX1MSUM - INVALID CTLCARD PERIOD " CTL-PERIOD
005730         MOVE 16 TO RETURN-CODE
005740         GOBACK
005750     END-IF.
005760     MOVE CTL-PERIOD TO WS-PERIOD.
005770 1100-EXIT.
005780     EXIT.
005790*-----------------------------------------------------------*
005800*  1200-READ-PERIOD - IS THE PERIOD ALREADY CLOSED?  NO      *
005810*  WX1PRDVS RECORD, OR A REOPENED ONE, MEANS OPEN.           *
005820*-----------------------------------------------------------*
005830 1200-READ-PERIOD.
005840     MOVE "N" TO WS-PRD-CLOSED-SW.
005850     MOVE WS-PERIOD TO PD-PERIOD.
005860     READ WX1PRDVS
005870         INVALID KEY
005880             GO TO 1200-EXIT
005890     END-READ.
005900     IF PD-IS-CLOSED
005910         MOVE "Y" TO WS-PRD-CLOSED-SW
005920     END-IF.
005930 1200-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------*
005960*  5500-PROVE-PERIOD - A RERUN FOR A CLOSED PERIOD MUST      *
005970*  REPRODUCE THE CONTROL TOTALS FROZEN WHEN IT WAS CLOSED.   *
005980*-----------------------------------------------------------*
005990 5500-PROVE-PERIOD.
006000     MOVE SPACES TO WS-PRINT-LINE.
006010     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006020     IF NOT PERIOD-IS-CLOSED
006030         STRING "PERIOD " WS-PERIOD
006040             " IS OPEN - NO FROZEN TOTALS TO PROVE"
006050             DELIMITED BY SIZE INTO WS-PRINT-LINE
006060         PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT
006070         GO TO 5500-EXIT
006080     END-IF.
006090     STRING "PERIOD " WS-PERIOD " CLOSED " PD-CLOSE-DATE
006100         " BY " PD-CLOSE-USER
006110         " - THIS RUN VS THE FROZEN TOTALS"
006120         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006130     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006140     MOVE SPACES TO WS-PRINT-LINE.
006150     STRING "    TOTAL                     FROZEN"
006156         "    THIS RUN   STATUS"
006162         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006170     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006180     MOVE "DETAIL RECORDS" TO WS-PROOF-LABEL.
006190     MOVE PD-DETAIL-COUNT TO WS-PROOF-FROZEN.
006200     MOVE WS-DETAIL-COUNT TO WS-PROOF-RERUN.
006210     PERFORM 5510-WRITE-PROOF-LINE THRU 5510-EXIT.
006220     MOVE "CYCLE TRAILERS" TO WS-PROOF-LABEL.
006230     MOVE PD-TRAILER-COUNT TO WS-PROOF-FROZEN.
006240     MOVE WS-TRAILER-COUNT TO WS-PROOF-RERUN.
006250     PERFORM 5510-WRITE-PROOF-LINE THRU 5510-EXIT.
006260     MOVE "WS-2 GRAND TOTAL" TO WS-PROOF-LABEL.
006270     MOVE PD-WS2-TOTAL TO WS-PROOF-FROZEN.
006280     MOVE WS-GRAND-WS2-TOT TO WS-PROOF-RERUN.
006290     PERFORM 5510-WRITE-PROOF-LINE THRU 5510-EXIT.
006300     MOVE "WX-2 GRAND TOTAL" TO WS-PROOF-LABEL.
006310     MOVE PD-WX2-TOTAL TO WS-PROOF-FROZEN.
006320     MOVE WS-GRAND-WX2-TOT TO WS-PROOF-RERUN.
006330     PERFORM 5510-WRITE-PROOF-LINE THRU 5510-EXIT.
006340 5500-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------*
006370*  5510-WRITE-PROOF-LINE                                     *
006380*-----------------------------------------------------------*
006390 5510-WRITE-PROOF-LINE.
006400     MOVE WS-PROOF-FROZEN TO WS-FROZEN-ED.
006410     MOVE WS-PROOF-RERUN TO WS-RERUN-ED.
006420     MOVE SPACES TO WS-PRINT-LINE.
006430     IF WS-PROOF-FROZEN = WS-PROOF-RERUN
006440         STRING "    " WS-PROOF-LABEL
006450             "  " WS-FROZEN-ED
006460             "  " WS-RERUN-ED
006470             "   AGREES"
006480             DELIMITED BY SIZE INTO WS-PRINT-LINE
006490     ELSE
006500         MOVE "N" TO WS-PROOF-OK-SW
006510         STRING "    " WS-PROOF-LABEL
006520             "  " WS-FROZEN-ED
006530             "  " WS-RERUN-ED
006540             "   DIFFERS"
006550             DELIMITED BY SIZE INTO WS-PRINT-LINE
006560     END-IF.
006570     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006580 5510-EXIT.
006590     EXIT.
006600*-----------------------------------------------------------*
006610*  9100-WRITE-TOTALS - THE PERIOD'S CONTROL TOTALS FOR THE   *
006620*  WX1PCLS CLOSE.                                            *
006630*-----------------------------------------------------------*
006640 9100-WRITE-TOTALS.
006650     MOVE SPACES TO MT-REC.
006660     MOVE WS-PERIOD TO MT-PERIOD.
006670     MOVE WS-CURRENT-DATE TO MT-RUN-DATE.
006680     MOVE WS-DETAIL-COUNT TO MT-DETAIL-COUNT.
006690     MOVE WS-TRAILER-COUNT TO MT-TRAILER-COUNT.
006700     MOVE WS-GRAND-WS2-TOT TO MT-WS2-TOTAL.
006710     MOVE WS-GRAND-WX2-TOT TO MT-WX2-TOTAL.
006720     MOVE WS-FOOT-OK-SW TO MT-FOOT-SW.
006730     WRITE MT-REC.
006740 9100-EXIT.
006750     EXIT.
