000380*    WX1X) BEFORE WX1X IS FIRST RUN.
000390*  MODIFICATION HISTORY.
000400*    09/02/26  JWK  INITIAL VERSION.
000401*    10/15/26  JWK  FUNCTION R NOW TESTS THE CORRECTED WS-2/WX-2
000402*                   AGAINST THE WX1RULVS PREFIX VALUE RULE (SEE
000403*                   2600-CHECK-RULES) - A REJECT RULE REFUSES THE
000404*                   RELEASE, A WARNING RULE ONLY SAYS SO.
000405*                   WX1RULVS MUST BE DEFINED TO THE REGION.
000407*    10/15/26  JWK  FUNCTION R REFUSES A RELEASE WHILE TODAY'S
000409*                   ACCOUNTING PERIOD IS CLOSED ON WX1PRDVS
000411*                   (COPYBOOK WX1PRD), AND A REVERSAL SUSPENDED
000413*                   IN A CLOSED PERIOD.  WX1PRDVS MUST BE DEFINED
000415*                   TO THE REGION.
000416*    10/15/26  JWK  EVERY WX1RULVS RULE HIT ON A RELEASE IS NOW
000417*                   WRITTEN TO TD QUEUE WX1R (COPYBOOK WX1HIT)
000418*                   FOR THE NIGHT'S WX1RHIT REPORT - SEE
000419*                   2630-LOG-RULE-HIT.  WX1R MUST BE DEFINED IN
000420*                   THE REGION'S DCT.
000421*    10/15/26  JWK  FUNCTION R NO LONGER TESTS A REVERSAL
000422*                   AGAINST THE WX1RULVS RULES, AS NAMESPACE DOES
000423*                   NOT, AND A REVERSAL'S CLOSED-PERIOD TEST NOW
000424*                   USES THE DATE OF THE KEY'S NEWEST WS-2/WX-2
000425*                   CHANGE ON JRNHVS (SEE 2910-FIND-LAST-JOURNAL),
000426*                   THE SAME DATE NAMESPACE TESTS, INSTEAD OF THE
000427*                   DATE IT WAS SUSPENDED.  JRNHVS MUST BE DEFINED
000428*                   TO THE REGION, AS FOR WX1H.
000429*---------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000431 PROGRAM-ID. WX1SUSP.
000440 AUTHOR. J. W. KOSINSKI.
000450 INSTALLATION. DATA CENTER.
000460 DATE-WRITTEN. 09/02/26.
000590*  SYMBOLIC MAP FOR THE WX1XMAP SCREEN.
000600*---------------------------------------------------------------
000610     COPY WX1XMAP.
000612*---------------------------------------------------------------
000614*  PREFIX VALUE RULE LAYOUT - SAME COPYBOOK NAMESPACE USES.
000616*---------------------------------------------------------------
000618     COPY WX1RUL.
000620*---------------------------------------------------------------
000622*  ACCOUNTING PERIOD CONTROL LAYOUT - SAME COPYBOOK WX1PCLS USES.
000624*---------------------------------------------------------------
000626     COPY WX1PRD.
000628*---------------------------------------------------------------
000630*  ONLINE RULE HIT LAYOUT - SAME COPYBOOK WX1RHIT REPORTS FROM.
000632*---------------------------------------------------------------
000634     COPY WX1HIT.
000636*---------------------------------------------------------------
000638*  JOURNAL-HISTORY LAYOUT - SAME COPYBOOK WX1HIST BROWSES WITH.
000640*---------------------------------------------------------------
000642     COPY WX1JHS.
000644 01  WS-SWITCHES.
000646     05  WS-FIRST-TIME-SW         PIC X(01) VALUE "Y".
000648         88  FIRST-TIME           VALUE "Y".
000650 01  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000660 01  WS-FUNCTION-CODE             PIC X(01) VALUE SPACE.
000670     88  FUNCTION-IS-INQUIRE      VALUE "I".
000690 01  WS-TRAN-CODE-CHECK           PIC X(01) VALUE SPACE.
000700     88  TRAN-CODE-VALID          VALUES "A" "C" "D" "R".
000710 01  WS-AUDIT-LINE                PIC X(100).
000711*---------------------------------------------------------------
000712*  VALUE RULE LOOKUP - ACCOUNT RULE FIRST, THEN FAMILY RULE.
000713*---------------------------------------------------------------
000714 01  WS-RULE-FIELDS.
000715     05  WS-RULE-FOUND-SW         PIC X(01) VALUE "N".
000716         88  RULE-FOUND           VALUE "Y".
000717     05  WS-RULE-RESULT-SW        PIC X(01) VALUE "N".
000718         88  RULE-WARNING         VALUE "W".
000719         88  RULE-REJECT          VALUE "R".
000720     05  WS-RULE-FIND-KEY         PIC X(10) VALUE SPACES.
000721     05  WS-RULE-WS2              PIC 9(02) VALUE ZERO.
000722     05  WS-RULE-WX2              PIC 9(02) VALUE ZERO.
000723     05  WS-RULE-DIFF             PIC 9(02) VALUE ZERO.
000724     05  WS-RULE-MSG              PIC X(22) VALUE SPACES.
000726     05  WS-RULE-HIT-FIELD        PIC X(10) VALUE SPACES.
000728*---------------------------------------------------------------
000730*  RIDFLD WORK KEY FOR THE GTEQ READ OF THE SUSPENSE FILE.
000740*---------------------------------------------------------------
000750 01  WS-SUS-RID.
000790 01  WS-ABS-TIME                  PIC S9(15) COMP-3 VALUE ZERO.
000800 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
000810 01  WS-CURRENT-TIME              PIC 9(06) VALUE ZERO.
000811*---------------------------------------------------------------
000812*  ACCOUNTING PERIOD LOCK - NOTHING IS RELEASED WHILE TODAY'S
000813*  PERIOD IS CLOSED ON WX1PRDVS, NOR A REVERSAL WHOSE CHANGE
000814*  WAS JOURNALED IN A CLOSED PERIOD.
000815*---------------------------------------------------------------
000816 01  WS-PRD-FIELDS.
000817     05  WS-PRD-RESULT-SW         PIC X(01) VALUE "O".
000818         88  PRD-PERIOD-OPEN      VALUE "O".
000819         88  PRD-PERIOD-CLOSED    VALUE "C".
000820         88  PRD-FILE-ERROR       VALUE "E".
000821     05  WS-PRD-FIND-PERIOD       PIC X(04) VALUE SPACES.
000822*---------------------------------------------------------------
000823*  REVERSAL PERIOD LOOKUP - RIDFLD WORK KEY FOR THE JRNHVS BROWSE
000824*  AND THE DATE OF THE KEY'S NEWEST WS-2/WX-2 JOURNAL ENTRY.
000825*---------------------------------------------------------------
000826 01  WS-JHS-RID.
000827     05  WS-JHS-RID-KEY           PIC X(10).
000828     05  WS-JHS-RID-REST          PIC X(24).
000829 01  WS-JHS-FIELDS.
000830     05  WS-JHS-BROWSE-SW         PIC X(01) VALUE "N".
000831         88  JHS-BROWSE-DONE      VALUE "Y".
000832         88  JHS-BROWSE-ERROR     VALUE "E".
000833     05  WS-JHS-LAST-DATE         PIC 9(06) VALUE ZERO.
000834*---------------------------------------------------------------
000835*  COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL TRIPS -
000840*  CARRIES THE FULL SUSPENSE KEY LAST INQUIRED.
000850*---------------------------------------------------------------
000860 01  WS-COMMAREA.
002500         PERFORM 2300-SEND-SUSPENSE-MAP THRU 2300-EXIT
002510         GO TO 2200-EXIT
002520     END-IF.
002521     MOVE "N" TO WS-RULE-RESULT-SW.
002522     IF XTRNI NOT = "D" AND XTRNI NOT = "R"
002523         PERFORM 2600-CHECK-RULES THRU 2600-EXIT
002524     END-IF.
002525     IF RULE-REJECT
002526         MOVE SPACES TO XMSGO
002527         STRING "RULE " WS-RULE-MSG " - REJECTED"
002528             DELIMITED BY SIZE INTO XMSGO
002529         PERFORM 2300-SEND-SUSPENSE-MAP THRU 2300-EXIT
002530         GO TO 2200-EXIT
002531     END-IF.
002532     EXEC CICS ASKTIME
002533         ABSTIME (WS-ABS-TIME)
002534     END-EXEC.
002535     EXEC CICS FORMATTIME
002536         ABSTIME (WS-ABS-TIME)
002537         YYMMDD (WS-CURRENT-DATE)
002538     END-EXEC.
002539     MOVE WS-CURRENT-DATE (1:4) TO WS-PRD-FIND-PERIOD.
002540     PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
002541     IF PRD-PERIOD-OPEN AND XTRNI = "R"
002542         PERFORM 2910-FIND-LAST-JOURNAL THRU 2910-EXIT
002543         IF JHS-BROWSE-ERROR
002544             MOVE "JOURNAL HISTORY ERROR - NOT RELEASED" TO XMSGO
002545             PERFORM 2300-SEND-SUSPENSE-MAP THRU 2300-EXIT
002546             GO TO 2200-EXIT
002547         END-IF
002548         IF WS-JHS-LAST-DATE NOT = ZERO
002549             MOVE WS-JHS-LAST-DATE (1:4) TO WS-PRD-FIND-PERIOD
002550             PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT
002551         END-IF
002552         IF PRD-PERIOD-CLOSED
002553             MOVE "REVERSAL INTO CLOSED PERIOD - NOT RELEASED"
002554                 TO XMSGO
002555             PERFORM 2300-SEND-SUSPENSE-MAP THRU 2300-EXIT
002556             GO TO 2200-EXIT
002557         END-IF
002558     END-IF.
002559     IF PRD-FILE-ERROR
002560         MOVE "PERIOD FILE ERROR - NOT RELEASED" TO XMSGO
002561         PERFORM 2300-SEND-SUSPENSE-MAP THRU 2300-EXIT
002562         GO TO 2200-EXIT
002563     END-IF.
002564     IF PRD-PERIOD-CLOSED
002565         MOVE SPACES TO XMSGO
002566         STRING "PERIOD " WS-PRD-FIND-PERIOD
002567             " CLOSED - NOT RELEASED"
002568             DELIMITED BY SIZE INTO XMSGO
002569         PERFORM 2300-SEND-SUSPENSE-MAP THRU 2300-EXIT
002570         GO TO 2200-EXIT
002571     END-IF.
002572     PERFORM 2400-AUDIT-RELEASE THRU 2400-EXIT.
002573     MOVE XWS2I TO SUS-WS-2.
002574     MOVE XWX2I TO SUS-WX-2.
002575     MOVE XTRNI TO SUS-TRAN-CODE.
002576     MOVE "R" TO SUS-STATUS.
002580     EXEC CICS REWRITE
002590         DATASET ('WX1SVS')
002600         FROM (WX1SUS-RECORD)
002620     END-EXEC.
002630     IF WS-RESP-CODE = DFHRESP(NORMAL)
002640         MOVE "RECORD RELEASED FOR TONIGHT'S RECYCLE" TO XMSGO
002645         IF RULE-WARNING
002646             MOVE SPACES TO XMSGO
002647             STRING "RELEASED - WARN " WS-RULE-MSG
002648                 DELIMITED BY SIZE INTO XMSGO
002649         END-IF
002650     ELSE
002660         MOVE "SUSPENSE FILE ERROR - NOT RELEASED" TO XMSGO
002670     END-IF.
003240     END-EXEC.
003250 2400-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------*
003280*  2600-CHECK-RULES - TEST THE CORRECTED WS-2/WX-2 AGAINST   *
003290*  THE WX1RULVS VALUE RULE FOR THE KEY'S ACCOUNT (FIRST 6),  *
003300*  OR FAILING THAT ITS FAMILY (FIRST 3), SO A CORRECTION     *
003310*  THE NAMESPACE EDIT PASS WOULD ONLY REJECT AGAIN IS        *
003320*  STOPPED HERE.  A WARNING RULE LETS THE RELEASE THROUGH    *
003330*  WITH THE WARNING ON THE SCREEN.  NO RULE, NO CHECK.       *
003340*-----------------------------------------------------------*
003350 2600-CHECK-RULES.
003360     MOVE "N" TO WS-RULE-RESULT-SW.
003370     MOVE SPACES TO WS-RULE-MSG.
003380     MOVE SPACES TO WS-RULE-FIND-KEY.
003390     MOVE SUS-WS1WX1-KEY (1:6) TO WS-RULE-FIND-KEY.
003400     PERFORM 2610-READ-RULE THRU 2610-EXIT.
003410     IF NOT RULE-FOUND
003420         MOVE SPACES TO WS-RULE-FIND-KEY
003430         MOVE SUS-WS1WX1-KEY (1:3) TO WS-RULE-FIND-KEY
003440         PERFORM 2610-READ-RULE THRU 2610-EXIT
003450     END-IF.
003460     IF NOT RULE-FOUND
003470         GO TO 2600-EXIT
003480     END-IF.
003490     MOVE XWS2I TO WS-RULE-WS2.
003500     MOVE XWX2I TO WS-RULE-WX2.
003510     IF WS-RULE-WS2 < RUL-WS2-MIN OR WS-RULE-WS2 > RUL-WS2-MAX
003520         STRING RUL-PREFIX (1:6) " WS-2 NOT "
003530             RUL-WS2-MIN "-" RUL-WS2-MAX
003540             DELIMITED BY SIZE INTO WS-RULE-MSG
003545         MOVE "WS-2" TO WS-RULE-HIT-FIELD
003550         PERFORM 2620-SET-RULE-RESULT THRU 2620-EXIT
003560         GO TO 2600-EXIT
003570     END-IF.
003580     IF WS-RULE-WX2 < RUL-WX2-MIN OR WS-RULE-WX2 > RUL-WX2-MAX
003590         STRING RUL-PREFIX (1:6) " WX-2 NOT "
003600             RUL-WX2-MIN "-" RUL-WX2-MAX
003610             DELIMITED BY SIZE INTO WS-RULE-MSG
003615         MOVE "WX-2" TO WS-RULE-HIT-FIELD
003620         PERFORM 2620-SET-RULE-RESULT THRU 2620-EXIT
003630         GO TO 2600-EXIT
003640     END-IF.
003650     IF WS-RULE-WS2 > WS-RULE-WX2
003660         SUBTRACT WS-RULE-WX2 FROM WS-RULE-WS2 GIVING WS-RULE-DIFF
003670     ELSE
003680         SUBTRACT WS-RULE-WS2 FROM WS-RULE-WX2 GIVING WS-RULE-DIFF
003690     END-IF.
003700     IF WS-RULE-DIFF > RUL-VARIANCE
003710         STRING RUL-PREFIX (1:6) " DIFF " WS-RULE-DIFF
003720             " OVER " RUL-VARIANCE
003730             DELIMITED BY SIZE INTO WS-RULE-MSG
003735         MOVE "WS-2/WX-2" TO WS-RULE-HIT-FIELD
003740         PERFORM 2620-SET-RULE-RESULT THRU 2620-EXIT
003750     END-IF.
003760 2600-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------*
003790*  2610-READ-RULE - ONE LEVEL OF THE RULE LOOKUP             *
003800*-----------------------------------------------------------*
003810 2610-READ-RULE.
003820     MOVE "N" TO WS-RULE-FOUND-SW.
003830     EXEC CICS READ
003840         DATASET ('WX1RULVS')
003850         INTO (WX1RUL-RECORD)
003860         RIDFLD (WS-RULE-FIND-KEY)
003870         RESP (WS-RESP-CODE)
003880     END-EXEC.
003890     IF WS-RESP-CODE = DFHRESP(NORMAL)
003900         MOVE "Y" TO WS-RULE-FOUND-SW
003910     END-IF.
003920 2610-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------*
003950*  2620-SET-RULE-RESULT - THE RULE'S SEVERITY DECIDES        *
003960*  BETWEEN A WARNING AND A REJECT.                           *
003970*-----------------------------------------------------------*
003980 2620-SET-RULE-RESULT.
003990     IF RUL-IS-WARNING
004000         MOVE "W" TO WS-RULE-RESULT-SW
004010     ELSE
004020         MOVE "R" TO WS-RULE-RESULT-SW
004030     END-IF.
004035     PERFORM 2630-LOG-RULE-HIT THRU 2630-EXIT.
004040 2620-EXIT.
004050     EXIT.
004051*-----------------------------------------------------------*
004052*  2630-LOG-RULE-HIT - WRITES THE HIT TO TD QUEUE WX1R IN    *
004053*  THE WX1HIT LAYOUT FOR THE NIGHT'S WX1RHIT REPORT, THE     *
004054*  SAME AS WX1MAINT.                                         *
004055*-----------------------------------------------------------*
004056 2630-LOG-RULE-HIT.
004057     EXEC CICS ASKTIME
004058         ABSTIME (WS-ABS-TIME)
004059     END-EXEC.
004060     EXEC CICS FORMATTIME
004061         ABSTIME (WS-ABS-TIME)
004062         YYMMDD (WS-CURRENT-DATE)
004063     END-EXEC.
004064     MOVE RUL-PREFIX TO HIT-PREFIX.
004065     MOVE SUS-WS1WX1-KEY TO HIT-KEY.
004066     MOVE WS-RULE-HIT-FIELD TO HIT-FIELD.
004067     MOVE WS-RULE-WS2 TO HIT-WS-2.
004068     MOVE WS-RULE-WX2 TO HIT-WX-2.
004069     MOVE RUL-SEVERITY TO HIT-SEVERITY.
004070     MOVE "WX1X" TO HIT-SOURCE-ID (1:4).
004071     MOVE EIBTRMID TO HIT-SOURCE-ID (5:4).
004072     MOVE WS-CURRENT-DATE TO HIT-RUN-DATE.
004073     MOVE ZERO TO HIT-CYCLE-NO.
004074     MOVE WS-FUNCTION-CODE TO HIT-TRAN-CODE.
004075     EXEC CICS WRITEQ TD
004076         QUEUE ('WX1R')
004077         FROM (WX1HIT-RECORD)
004078         LENGTH (LENGTH OF WX1HIT-RECORD)
004079     END-EXEC.
004080 2630-EXIT.
004081     EXIT.
004082*-----------------------------------------------------------*
004083*  2900-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD (YYMM)  *
004084*  IN WS-PRD-FIND-PERIOD ON WX1PRDVS, AS WX1MAINT DOES.  NO  *
004090*  RECORD, OR A REOPENED ONE, IS OPEN; STATUS C IS CLOSED.   *
004100*  ANY OTHER RESPONSE REFUSES THE RELEASE.                   *
004110*-----------------------------------------------------------*
004120 2900-CHECK-PERIOD.
004130     MOVE "O" TO WS-PRD-RESULT-SW.
004140     EXEC CICS READ
004150         DATASET ('WX1PRDVS')
004160         INTO (WX1PRD-RECORD)
004170         RIDFLD (WS-PRD-FIND-PERIOD)
004180         RESP (WS-RESP-CODE)
004190     END-EXEC.
004200     IF WS-RESP-CODE = DFHRESP(NOTFND)
004210         GO TO 2900-EXIT
004220     END-IF.
004230     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004240         MOVE "E" TO WS-PRD-RESULT-SW
004250         GO TO 2900-EXIT
004260     END-IF.
004270     IF PRD-IS-CLOSED
004280         MOVE "C" TO WS-PRD-RESULT-SW
004290     END-IF.
004300 2900-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------*
004330*  2910-FIND-LAST-JOURNAL - BROWSE THE KEY'S JRNHVS HISTORY  *
004340*  FOR ITS NEWEST WS-2 OR WX-2 CHANGE, THE ONE A REVERSAL    *
004350*  BACKS OUT, AS THE NAMESPACE REVERSAL LOOKUP DOES.  ITS    *
004360*  DATE IS LEFT IN WS-JHS-LAST-DATE - ZERO WHEN THE KEY HAS  *
004370*  NO HISTORY, WHICH NAMESPACE REJECTS ON THE RECYCLE.  ANY  *
004380*  OTHER BROWSE RESPONSE REFUSES THE RELEASE.                *
004390*-----------------------------------------------------------*
004400 2910-FIND-LAST-JOURNAL.
004410     MOVE ZERO TO WS-JHS-LAST-DATE.
004420     MOVE "N" TO WS-JHS-BROWSE-SW.
004430     MOVE SUS-WS1WX1-KEY TO WS-JHS-RID-KEY.
004440     MOVE LOW-VALUES TO WS-JHS-RID-REST.
004450     EXEC CICS STARTBR
004460         DATASET ('JRNHVS')
004470         RIDFLD (WS-JHS-RID)
004480         GTEQ
004490         RESP (WS-RESP-CODE)
004500     END-EXEC.
004510     IF WS-RESP-CODE = DFHRESP(NOTFND)
004520         GO TO 2910-EXIT
004530     END-IF.
004540     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004550         MOVE "E" TO WS-JHS-BROWSE-SW
004560         GO TO 2910-EXIT
004570     END-IF.
004580     PERFORM 2911-READ-NEXT-JOURNAL THRU 2911-EXIT
004590         UNTIL JHS-BROWSE-DONE OR JHS-BROWSE-ERROR.
004600     EXEC CICS ENDBR
004610         DATASET ('JRNHVS')
004620         RESP (WS-RESP-CODE)
004630     END-EXEC.
004640 2910-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------*
004670*  2911-READ-NEXT-JOURNAL - ANOTHER KEY OR THE END OF THE    *
004680*  FILE ENDS THE BROWSE; ONLY WS-2 AND WX-2 ENTRIES COUNT.   *
004690*-----------------------------------------------------------*
004700 2911-READ-NEXT-JOURNAL.
004710     EXEC CICS READNEXT
004720         DATASET ('JRNHVS')
004730         INTO (WX1JHS-RECORD)
004740         RIDFLD (WS-JHS-RID)
004750         RESP (WS-RESP-CODE)
004760     END-EXEC.
004770     IF WS-RESP-CODE = DFHRESP(ENDFILE)
004780         MOVE "Y" TO WS-JHS-BROWSE-SW
004790         GO TO 2911-EXIT
004800     END-IF.
004810     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004820         MOVE "E" TO WS-JHS-BROWSE-SW
004830         GO TO 2911-EXIT
004840     END-IF.
004850     IF JHS-WS1WX1-KEY NOT = SUS-WS1WX1-KEY
004860         MOVE "Y" TO WS-JHS-BROWSE-SW
004870         GO TO 2911-EXIT
004880     END-IF.
004890     IF JHS-FIELD NOT = "WS-2" AND JHS-FIELD NOT = "WX-2"
004900         GO TO 2911-EXIT
004910     END-IF.
004920     IF JHS-DATE > WS-JHS-LAST-DATE
004930         MOVE JHS-DATE TO WS-JHS-LAST-DATE
004940     END-IF.
004950 2911-EXIT.
004960     EXIT.
