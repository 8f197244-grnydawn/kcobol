000170*
000180*    A JOURNALED DELETE (NEW=*DELETED*) COUNTS AS A CHANGE
000190*    BUT DOES NOT MOVE THE NEWEST NUMERIC VALUE.
000191*
000192*    A WX1MADJ MASS ADJUSTMENT (SRC=MASSADJ ON THE JOURNAL
000193*    LINE) IS COUNTED AS A CHANGE AND SHOWN UNDER MASS, BUT IS
000194*    NOT COUNTED TOWARD THE THRESHOLD - A DELIBERATE REPRICE
000195*    OF A FAMILY IS NOT INSTABILITY.
000200*
000210*    RETURN CODE CONVENTION.
000220*      RC=0   REPORT COMPLETE, NO KEY OVER THE THRESHOLD.
000284*                   FOR THE SRC= TRANSMISSION-SOURCE FIELD
000286*                   NAMESPACE NOW APPENDS.  THE FIXED OFFSETS
000288*                   PARSED HERE ARE UNCHANGED.
000290*    10/15/26  JWK  MASS ADJUSTMENTS (SRC=MASSADJ, WX1MADJ
000292*                   AND WX1PAPL) SHOWN IN THEIR OWN COLUMN AND
000294*                   LEFT OUT OF THE UNSTABLE TEST.
000296*---------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. WX1TRND.
000320 AUTHOR. J. W. KOSINSKI.
000880 01  WS-COUNTERS.
000890     05  WS-LINE-COUNT            PIC 9(08) COMP VALUE ZERO.
000900     05  WS-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
000905     05  WS-MASS-LINE-COUNT       PIC 9(08) COMP VALUE ZERO.
000910     05  WS-KEY-COUNT             PIC 9(04) COMP VALUE ZERO.
000920     05  WS-FLAG-COUNT            PIC 9(04) COMP VALUE ZERO.
000930     05  WS-KEY-IX                PIC 9(04) COMP VALUE ZERO.
000990     05  WS-SKIP-COUNT-ED         PIC ZZZZZZZ9.
001000     05  WS-KEY-COUNT-ED          PIC ZZZZZZZ9.
001010     05  WS-FLAG-COUNT-ED         PIC ZZZZZZZ9.
001015     05  WS-MASS-LINE-COUNT-ED    PIC ZZZZZZZ9.
001020*---------------------------------------------------------------
001030*  PER-KEY TREND TABLE - BUILT AS JRNHIST IS READ, REPORTED IN
001040*  ONE PASS AT END-OF-FILE.
001080         10  KT-KEY               PIC X(10).
001090         10  KT-WS2-CHANGES       PIC 9(04) COMP.
001100         10  KT-WX2-CHANGES       PIC 9(04) COMP.
001105         10  KT-MASS-CHANGES      PIC 9(04) COMP.
001110         10  KT-WS2-FIRST-OLD     PIC X(02).
001120         10  KT-WS2-LAST-NEW      PIC X(02).
001130         10  KT-WX2-FIRST-OLD     PIC X(02).
001200     05  PL-FIELD                 PIC X(10).
001210     05  PL-OLD-VALUE             PIC X(02).
001220     05  PL-NEW-VALUE             PIC X(02).
001225     05  PL-SOURCE                PIC X(08).
001230 01  WS-HIT-IX                    PIC 9(04) COMP VALUE ZERO.
001240*---------------------------------------------------------------
001250*  DRIFT ARITHMETIC WORK FIELDS.
001440     05  DL-WX2-RANGE             PIC X(08).
001450     05  FILLER                   PIC X(02) VALUE SPACES.
001460     05  DL-WX2-DRIFT             PIC X(04).
001466     05  FILLER                   PIC X(03) VALUE SPACES.
001472     05  DL-MASS                  PIC ZZZ9.
001478     05  FILLER                   PIC X(03) VALUE SPACES.
001484     05  DL-FLAG                  PIC X(12).
001490     05  FILLER                   PIC X(56) VALUE SPACES.
001500 01  WS-PRINT-LINE                PIC X(132).
001510 PROCEDURE DIVISION.
001520 TEST-1 SECTION.
002100     WRITE RPT-LINE FROM WS-PRINT-LINE.
002110     MOVE SPACES TO WS-PRINT-LINE.
002120     STRING "    KEY           WS2C   WS2 OLD-NEW  DRFT"
002130         "   WX2C   WX2 OLD-NEW  DRFT   MASS   FLAG"
002140         DELIMITED BY SIZE INTO WS-PRINT-LINE.
002150     WRITE RPT-LINE FROM WS-PRINT-LINE.
002160 1300-EXIT.
002340     MOVE JRN-IN-LINE (50:10) TO PL-FIELD.
002350     MOVE JRN-IN-LINE (65:2) TO PL-OLD-VALUE.
002360     MOVE JRN-IN-LINE (80:2) TO PL-NEW-VALUE.
002365     MOVE JRN-IN-LINE (95:8) TO PL-SOURCE.
002370     IF PL-FIELD NOT = "WS-2" AND PL-FIELD NOT = "WX-2"
002380         ADD 1 TO WS-SKIP-COUNT
002390         GO TO 2000-EXIT
002880     MOVE PL-KEY TO KT-KEY (WS-HIT-IX).
002890     MOVE ZERO TO KT-WS2-CHANGES (WS-HIT-IX).
002900     MOVE ZERO TO KT-WX2-CHANGES (WS-HIT-IX).
002905     MOVE ZERO TO KT-MASS-CHANGES (WS-HIT-IX).
002910     MOVE SPACES TO KT-WS2-FIRST-OLD (WS-HIT-IX).
002920     MOVE SPACES TO KT-WS2-LAST-NEW (WS-HIT-IX).
002930     MOVE SPACES TO KT-WX2-FIRST-OLD (WS-HIT-IX).
002990*  AND NEWEST NUMERIC VALUES PER FIELD.                      *
003000*-----------------------------------------------------------*
003010 2300-POST-CHANGE.
003012     IF PL-SOURCE = "MASSADJ "
003014         ADD 1 TO KT-MASS-CHANGES (WS-HIT-IX)
003016         ADD 1 TO WS-MASS-LINE-COUNT
003018     END-IF.
003020     IF PL-FIELD = "WS-2"
003030         ADD 1 TO KT-WS2-CHANGES (WS-HIT-IX)
003040         IF KT-WS2-FIRST-OLD (WS-HIT-IX) = SPACES
003380     MOVE KT-KEY (WS-KEY-IX) TO DL-KEY.
003390     MOVE KT-WS2-CHANGES (WS-KEY-IX) TO DL-WS2-CHANGES.
003400     MOVE KT-WX2-CHANGES (WS-KEY-IX) TO DL-WX2-CHANGES.
003405     MOVE KT-MASS-CHANGES (WS-KEY-IX) TO DL-MASS.
003410     STRING KT-WS2-FIRST-OLD (WS-KEY-IX) " - "
003420         KT-WS2-LAST-NEW (WS-KEY-IX)
003430         DELIMITED BY SIZE INTO DL-WS2-RANGE.
003610         MOVE WS-DRIFT-ED TO DL-WX2-DRIFT
003620     END-IF.
003630     COMPUTE WS-TOTAL-CHANGES =
003636         KT-WS2-CHANGES (WS-KEY-IX) + KT-WX2-CHANGES (WS-KEY-IX)
003642         - KT-MASS-CHANGES (WS-KEY-IX).
003650     IF WS-TOTAL-CHANGES > WS-THRESHOLD
003660         ADD 1 TO WS-FLAG-COUNT
003670         MOVE "**UNSTABLE**" TO DL-FLAG
003770     MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-ED.
003780     MOVE WS-KEY-COUNT TO WS-KEY-COUNT-ED.
003790     MOVE WS-FLAG-COUNT TO WS-FLAG-COUNT-ED.
003795     MOVE WS-MASS-LINE-COUNT TO WS-MASS-LINE-COUNT-ED.
003800     MOVE SPACES TO WS-PRINT-LINE.
003810     STRING "JOURNAL LINES READ   = " WS-LINE-COUNT-ED
003820         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003930     STRING "KEYS FLAGGED UNSTABLE= " WS-FLAG-COUNT-ED
003940         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003950     WRITE RPT-LINE FROM WS-PRINT-LINE.
003951     MOVE SPACES TO WS-PRINT-LINE.
003952     STRING "MASS ADJ CHANGES     = " WS-MASS-LINE-COUNT-ED
003953         "  (SRC=MASSADJ, NOT COUNTED TOWARD UNSTABLE)"
003954         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003955     WRITE RPT-LINE FROM WS-PRINT-LINE.
003960     CLOSE JRNHIST.
003970     CLOSE TRNRPT.
003980     IF WS-FLAG-COUNT > ZERO
