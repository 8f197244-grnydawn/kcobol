000435*                   AUDLAST CONCATENATION THAT RULE WOULD
000436*                   HAVE PURGED ESSENTIALLY THE WHOLE
000437*                   MASTER.  SUCH KEYS REPORT ONLY.
000438*    10/15/26  JWK  DORMANT LINES CARRY THE KEY'S WX1COAVS CHART
000439*                   NAME, BLANK IF THE CHART WILL NOT OPEN.
000440*---------------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. WX1DORM.
000740     SELECT DORRPT ASSIGN TO DORRPT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000761     SELECT WX1COAVS ASSIGN TO WX1COAVS
000762         ORGANIZATION IS INDEXED
000763         ACCESS IS RANDOM
000764         RECORD KEY IS CO-KEY
000765         FILE STATUS IS WS-COA-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790*---------------------------------------------------------------
001450 FD  DORRPT
001460     LABEL RECORDS ARE STANDARD.
001470 01  RPT-LINE                     PIC X(132).
001471*  CHART-OF-ACCOUNTS KSDS (COPYBOOKS/WX1COA.CPY, JCL/WX1COAK) -
001472*  READ ONLY FOR THE NAME PRINTED ON A DORMANT LINE.
001473 FD  WX1COAVS
001474     LABEL RECORDS ARE STANDARD.
001475 01  CO-REC.
001476     05  CO-KEY                   PIC X(10).
001477     05  FILLER                   PIC X(01).
001478     05  CO-NAME                  PIC X(30).
001479     05  FILLER                   PIC X(21).
001480 WORKING-STORAGE SECTION.
001490 01  WS-FILE-STATUSES.
001500     05  WS-AUD-STATUS            PIC X(02) VALUE "00".
001530     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
001540     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001550     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001555     05  WS-COA-STATUS            PIC X(02) VALUE "00".
001560 01  WS-SWITCHES.
001570     05  WS-AUD-EOF-SW            PIC X(01) VALUE "N".
001580         88  END-OF-AUDLAST       VALUE "Y".
001650     05  WS-KEY-FOUND-SW          PIC X(01) VALUE "N".
001660         88  KEY-ENTRY-FOUND      VALUE "Y".
001670         88  KEY-ENTRY-NOT-FOUND  VALUE "N".
001672     05  WS-COA-OPEN-SW           PIC X(01) VALUE "N".
001674         88  COA-AVAILABLE        VALUE "Y".
001676     05  WS-NAME-FOUND-SW         PIC X(01) VALUE "N".
001678         88  NAME-FOUND           VALUE "Y".
001680*---------------------------------------------------------------
001690*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.  THE
001700*  ARCHIVE HASH IS DISPLAY NUMERIC SO IT PRINTS IN THE SAME
002050         10  KT-KEY               PIC X(10).
002060         10  KT-LAST-ACT          PIC 9(06).
002070 01  WS-FIND-KEY                  PIC X(10) VALUE SPACES.
002072 01  WS-COA-FIND-KEY              PIC X(10) VALUE SPACES.
002074 01  WS-KEY-NAME                  PIC X(30) VALUE SPACES.
002080*---------------------------------------------------------------
002090*  JOB IDENTIFICATION AND AUDIT WORK FIELDS, MATCHING THE
002100*  NAMESPACE JOURNAL CONVENTION.
002620         MOVE 16 TO RETURN-CODE
002630         GOBACK
002640     END-IF.
002641     OPEN INPUT WX1COAVS.
002642     IF WS-COA-STATUS = "00"
002643         MOVE "Y" TO WS-COA-OPEN-SW
002644     ELSE
002645         DISPLAY "WX1DORM - WX1COAVS NOT AVAILABLE, STATUS = "
002646             WS-COA-STATUS " - NAMES NOT PRINTED"
002647     END-IF.
002650     IF CONFIRMED-MODE
002660         PERFORM 1200-OPEN-ARCHIVE THRU 1200-EXIT
002670     END-IF.
003780         GO TO 3000-EXIT
003790     END-IF.
003800     ADD 1 TO WS-DORMANT-COUNT.
003805     PERFORM 6300-FIND-NAME THRU 6300-EXIT.
003810     MOVE SPACES TO WS-PRINT-LINE.
003820     IF WS-LAST-ACT-DATE = ZERO
003830         STRING "DORMANT  KEY " VS-KEY
003840             " NO RECORDED ACTIVITY - REPORT ONLY, "
003845             "NOT PURGED  " WS-KEY-NAME
003850             DELIMITED BY SIZE INTO WS-PRINT-LINE
003860     ELSE
003870         STRING "DORMANT  KEY " VS-KEY
003880             " LAST ACTIVITY " WS-LAST-ACT-DATE "  " WS-KEY-NAME
003890             DELIMITED BY SIZE INTO WS-PRINT-LINE
003900     END-IF.
003910     WRITE RPT-LINE FROM WS-PRINT-LINE.
005210     CLOSE AUDLAST.
005220     CLOSE WSWX1VS.
005230     CLOSE DORRPT.
005231     IF COA-AVAILABLE
005232         CLOSE WX1COAVS
005233     END-IF.
005240     IF NOT ARCHIVE-CLEAN
005250         MOVE 8 TO RETURN-CODE
005260     ELSE
005320     END-IF.
005330 9000-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------*
005360*  6300-FIND-NAME - CHART-OF-ACCOUNTS NAME FOR VS-KEY: ITS   *
005370*  OWN ENTRY, ELSE ITS ACCOUNT'S, ELSE ITS FAMILY'S.         *
005380*-----------------------------------------------------------*
005390 6300-FIND-NAME.
005400     MOVE SPACES TO WS-KEY-NAME.
005410     MOVE "N" TO WS-NAME-FOUND-SW.
005420     IF NOT COA-AVAILABLE
005430         GO TO 6300-EXIT
005440     END-IF.
005450     MOVE VS-KEY TO WS-COA-FIND-KEY.
005460     PERFORM 6310-READ-CHART-NAME THRU 6310-EXIT.
005470     IF NAME-FOUND
005480         GO TO 6300-EXIT
005490     END-IF.
005500     MOVE SPACES TO WS-COA-FIND-KEY.
005510     MOVE VS-KEY (1:6) TO WS-COA-FIND-KEY.
005520     PERFORM 6310-READ-CHART-NAME THRU 6310-EXIT.
005530     IF NAME-FOUND
005540         GO TO 6300-EXIT
005550     END-IF.
005560     MOVE SPACES TO WS-COA-FIND-KEY.
005570     MOVE VS-KEY (1:3) TO WS-COA-FIND-KEY.
005580     PERFORM 6310-READ-CHART-NAME THRU 6310-EXIT.
005590 6300-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------*
005620*  6310-READ-CHART-NAME - ONE LEVEL OF THE NAME LOOKUP       *
005630*-----------------------------------------------------------*
005640 6310-READ-CHART-NAME.
005650     MOVE WS-COA-FIND-KEY TO CO-KEY.
005660     READ WX1COAVS
005670         INVALID KEY
005680             GO TO 6310-EXIT
005690     END-READ.
005700     MOVE CO-NAME TO WS-KEY-NAME.
005710     MOVE "Y" TO WS-NAME-FOUND-SW.
005720 6310-EXIT.
005730     EXIT.
