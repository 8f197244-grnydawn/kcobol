000300*    AND, LIKE WX1J AND WSWX1VS, MUST BE ASSEMBLED/LINKED AND
000310*    DEFINED TO THE REGION (PROGRAM WX1MAINT, MAPSET WX1MSET,
000320*    TRANSACTION WX1M) BEFORE WX1M IS FIRST RUN.
000321*
000322*    EACH U THAT GOES THROUGH IS ALSO HELD, ONE WX1JHS RECORD
000323*    PER CHANGED FIELD, ON THE JRNOVS HOLDING KSDS (JCL MEMBER
000324*    WX1JHOK), WHICH MUST BE DEFINED TO THE REGION.  FUNCTION
000325*    H HANDS THE KEY TO TRANSACTION WX1H (PROGRAM WX1HIST) TO
000326*    SHOW ITS CHANGE HISTORY.
000330*  MODIFICATION HISTORY.
000340*    08/08/26  JWK  INITIAL VERSION.
000350*    08/08/26  JWK  WIDENED WS-AUDIT-LINE SO THE NEW-WX2 VALUE
000550*                   OF TODAY OR EARLIER - A NON-FUTURE DATE
000560*                   WOULD JUST BE A DELAYED FUNCTION U THE
000570*                   OPERATOR DID NOT ASK FOR.
000571*    10/15/26  JWK  FUNCTIONS U AND P NOW REFUSE A KEY WHOSE
000572*                   ACCOUNT (OR FAMILY, OR THE KEY ITSELF) IS
000573*                   CLOSED ON THE WX1COAVS CHART OF ACCOUNTS.
000574*                   A KEY NOT ON THE CHART IS STILL ALLOWED -
000575*                   ONLY NAMESPACE'S ADD EDIT DEMANDS ONE.
000576*    10/15/26  JWK  FUNCTIONS U AND P NOW TEST THE NEW WS-2/WX-2
000577*                   AGAINST THE WX1RULVS PREFIX VALUE RULE (SEE
000578*                   2600-CHECK-RULES); WX1RULVS MUST BE DEFINED
000579*                   TO THE REGION.
000580*    10/15/26  JWK  DUAL CONTROL.  A U OR P AGAINST A KEY WHOSE
000581*                   WX1RULVS RULE IS MARKED DUAL CONTROL IS HELD
000582*                   ON THE WX1AQVS APPROVAL QUEUE (COPYBOOK
000583*                   WX1APQ, JCL MEMBER WX1APQK) WHEN IT MEETS THE
000584*                   RULE'S CRITERIA, FOR A SUPERVISOR TO APPROVE
000585*                   ON TRANSACTION WX1A (PROGRAM WX1APRV).  A
000586*                   COVERED CHANGE THAT GOES THROUGH IS LOGGED
000587*                   THERE TOO.  SEE 2700-CHECK-DUAL-CONTROL.
000588*    10/15/26  JWK  ADDED FUNCTION H - HANDS THE KEY TO THE WX1H
000589*                   CHANGE-HISTORY INQUIRY.  A U THAT GOES THROUGH
000590*                   IS NOW ALSO HELD ON THE JRNOVS FILE (SEE
000591*                   2310-HOLD-ONLINE-HISTORY) SO WX1H SHOWS IT AT
000592*                   ONCE AND WX1JHLD LOADS IT INTO JRNHVS THAT
000593*                   NIGHT.
000594*    10/15/26  JWK  ACCOUNTING PERIOD LOCK.  A U IS REFUSED WHILE
000595*                   TODAY'S PERIOD IS CLOSED ON THE WX1PRDVS FILE
000596*                   (COPYBOOK WX1PRD), AND A P WHOSE EFFECTIVE
000597*                   DATE FALLS IN A CLOSED PERIOD IS NOT HELD.
000598*                   SEE 2900-CHECK-PERIOD; WX1PRDVS MUST BE
000599*                   DEFINED TO THE REGION.
000600*    10/15/26  JWK  EVERY WX1RULVS RULE HIT ON A U OR P IS NOW
000601*                   WRITTEN TO TD QUEUE WX1R (COPYBOOK WX1HIT)
000602*                   FOR THE NIGHT'S WX1RHIT REPORT - SEE
000603*                   2630-LOG-RULE-HIT.  WX1R MUST BE DEFINED IN
000604*                   THE REGION'S DCT.
000605*---------------------------------------------------------------
000606 IDENTIFICATION DIVISION.
000607 PROGRAM-ID. WX1MAINT.
000610 AUTHOR. J. W. KOSINSKI.
000620 INSTALLATION. DATA CENTER.
000630 DATE-WRITTEN. 08/08/26.
000800*  SYMBOLIC MAP FOR THE WX1MAP SCREEN.
000810*---------------------------------------------------------------
000820     COPY WX1MMAP.
000821*---------------------------------------------------------------
000822*  CHART-OF-ACCOUNTS LAYOUT - SAME COPYBOOK NAMESPACE USES.
000823*---------------------------------------------------------------
000824     COPY WX1COA.
000825*---------------------------------------------------------------
000826*  PREFIX VALUE RULE LAYOUT - SAME COPYBOOK NAMESPACE USES.
000827*---------------------------------------------------------------
000828     COPY WX1RUL.
000829*---------------------------------------------------------------
000830*  DUAL-CONTROL APPROVAL QUEUE LAYOUT - SAME COPYBOOK WX1APRV
000831*  USES.
000832*---------------------------------------------------------------
000833     COPY WX1APQ.
000834*---------------------------------------------------------------
000835*  KEY CHANGE-HISTORY LAYOUT - EACH U IS ALSO HELD ON THE JRNOVS
000836*  HOLDING FILE IN THIS LAYOUT FOR WX1H AND WX1JHLD.
000837*---------------------------------------------------------------
000838     COPY WX1JHS.
000839*---------------------------------------------------------------
000840*  ACCOUNTING PERIOD CONTROL LAYOUT - SAME COPYBOOK WX1PCLS USES.
000841*---------------------------------------------------------------
000842     COPY WX1PRD.
000843*---------------------------------------------------------------
000844*  ONLINE RULE HIT LAYOUT - SAME COPYBOOK WX1RHIT REPORTS FROM.
000845*---------------------------------------------------------------
000846     COPY WX1HIT.
000847 01  WS-SWITCHES.
000848     05  WS-FIRST-TIME-SW         PIC X(01) VALUE "Y".
000850         88  FIRST-TIME           VALUE "Y".
000851     05  WS-COA-CLOSED-SW         PIC X(01) VALUE "N".
000852         88  COA-ACCOUNT-CLOSED   VALUE "Y".
000853 01  WS-COA-FIND-KEY              PIC X(10) VALUE SPACES.
000854*---------------------------------------------------------------
000855*  VALUE RULE LOOKUP - ACCOUNT RULE FIRST, THEN FAMILY RULE.
000856*---------------------------------------------------------------
000857 01  WS-RULE-FIELDS.
000858     05  WS-RULE-FOUND-SW         PIC X(01) VALUE "N".
000859         88  RULE-FOUND           VALUE "Y".
000860     05  WS-RULE-RESULT-SW        PIC X(01) VALUE "N".
000861         88  RULE-WARNING         VALUE "W".
000862         88  RULE-REJECT          VALUE "R".
000863     05  WS-RULE-FIND-KEY         PIC X(10) VALUE SPACES.
000864     05  WS-RULE-WS2              PIC 9(02) VALUE ZERO.
000865     05  WS-RULE-WX2              PIC 9(02) VALUE ZERO.
000866     05  WS-RULE-DIFF             PIC 9(02) VALUE ZERO.
000867     05  WS-RULE-MSG              PIC X(22) VALUE SPACES.
000868     05  WS-RULE-HIT-FIELD        PIC X(10) VALUE SPACES.
000869*---------------------------------------------------------------
000870*  DUAL-CONTROL WORK FIELDS.  THE DAY NUMBERS USE THE SAME
000871*  YY*365 + MM*31 + DD APPROXIMATION AS WX1JHLD.
000872*---------------------------------------------------------------
000873 01  WS-DC-FIELDS.
000874     05  WS-DC-COVERED-SW         PIC X(01) VALUE "N".
000875         88  DC-COVERED           VALUE "Y".
000876     05  WS-DC-RESULT-SW          PIC X(01) VALUE SPACE.
000877         88  DC-HOLD              VALUE "H".
000878         88  DC-BLOCKED           VALUE "B".
000879     05  WS-DC-RECENT-SW          PIC X(01) VALUE "N".
000880         88  DC-RECENT-CHANGE     VALUE "Y".
000881     05  WS-DC-SCAN-DONE-SW       PIC X(01) VALUE "N".
000882         88  DC-SCAN-DONE         VALUE "Y".
000883     05  WS-DC-REASON             PIC X(04) VALUE SPACES.
000884     05  WS-DC-DIFF               PIC 9(02) VALUE ZERO.
000885     05  WS-USER-ID               PIC X(08) VALUE SPACES.
000886     05  WS-TODAY-NUM             PIC 9(08) COMP VALUE ZERO.
000887     05  WS-REC-DAY-NUM           PIC 9(08) COMP VALUE ZERO.
000888     05  WS-AGE-DAYS              PIC S9(08) COMP VALUE ZERO.
000889 01  WS-DATE-PARTS.
000890     05  WS-DP-YY                 PIC 9(02).
000891     05  WS-DP-MM                 PIC 9(02).
000892     05  WS-DP-DD                 PIC 9(02).
000893 01  WS-APQ-RID.
000894     05  WS-APQ-RID-KEY           PIC X(10).
000895     05  WS-APQ-RID-STAMP         PIC X(12).
000896 01  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000897 01  WS-FUNCTION-CODE             PIC X(01) VALUE SPACE.
000898     88  FUNCTION-IS-INQUIRE      VALUE "I".
000899     88  FUNCTION-IS-UPDATE       VALUE "U".
000900     88  FUNCTION-IS-PENDING      VALUE "P".
000905     88  FUNCTION-IS-HISTORY      VALUE "H".
000910 01  WS-AUDIT-LINE                PIC X(100).
000920*---------------------------------------------------------------
000930*  RIDFLD WORK KEY FOR THE GTEQ BROWSE OF THE PENDING FILE.
000990 01  WS-ABS-TIME                  PIC S9(15) COMP-3 VALUE ZERO.
001000 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
001010 01  WS-CURRENT-TIME              PIC 9(06) VALUE ZERO.
001011*---------------------------------------------------------------
001012*  JRNOVS HOLDING-FILE WORK FIELDS - THE OLD VALUES ARE SAVED
001013*  BEFORE THE REWRITE; A DUPLICATE KEY (TWO CHANGES TO ONE KEY
001014*  IN THE SAME SECOND) STEPS THE HUNDREDTHS AND TRIES AGAIN.
001015*---------------------------------------------------------------
001016 01  WS-HOLD-FIELDS.
001017     05  WS-HOLD-OLD-WS-2         PIC 9(02) VALUE ZERO.
001018     05  WS-HOLD-OLD-WX-2         PIC 9(02) VALUE ZERO.
001019     05  WS-HOLD-TRIES            PIC 9(02) VALUE ZERO.
001020     05  WS-HOLD-DONE-SW          PIC X(01) VALUE "N".
001021         88  HOLD-DONE            VALUE "Y".
001022     05  WS-HOLD-FAILED-SW        PIC X(01) VALUE "N".
001023         88  HOLD-FAILED          VALUE "Y".
001024*---------------------------------------------------------------
001025*  KEY HANDED TO THE WX1H CHANGE-HISTORY INQUIRY BY FUNCTION H.
001026*---------------------------------------------------------------
001027 01  WS-WX1H-KEY                  PIC X(10) VALUE SPACES.
001028*---------------------------------------------------------------
001029*  ACCOUNTING PERIOD LOCK - A U IS REFUSED WHILE TODAY'S PERIOD
001030*  IS CLOSED ON WX1PRDVS, A P WHEN ITS EFFECTIVE DATE'S IS.
001031*---------------------------------------------------------------
001032 01  WS-PRD-FIELDS.
001033     05  WS-PRD-RESULT-SW         PIC X(01) VALUE "O".
001034         88  PRD-PERIOD-OPEN      VALUE "O".
001035         88  PRD-PERIOD-CLOSED    VALUE "C".
001036         88  PRD-FILE-ERROR       VALUE "E".
001037     05  WS-PRD-FIND-PERIOD       PIC X(04) VALUE SPACES.
001038     05  WS-PRD-ACTION            PIC X(12) VALUE SPACES.
001039*---------------------------------------------------------------
001040*  COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL TRIPS.
001041*---------------------------------------------------------------
001050 01  WS-COMMAREA.
001060     05  CA-LAST-KEY              PIC X(10) VALUE SPACES.
001070 LINKAGE SECTION.
001400*-----------------------------------------------------------*
001410 1100-SEND-INITIAL-MAP.
001420     MOVE SPACES TO WX1MAPO.
001430     MOVE "ENTER KEY AND FUNCTION (I, U, P OR H), PRESS ENTER"
001440         TO MSGO.
001450     EXEC CICS SEND MAP ('WX1MAP')
001460         MAPSET ('WX1MSET')
001750             IF FUNCTION-IS-PENDING
001760                 PERFORM 2400-PENDING-UPDATE THRU 2400-EXIT
001770             ELSE
001772                 IF FUNCTION-IS-HISTORY
001774                     PERFORM 2800-SHOW-HISTORY THRU 2800-EXIT
001776                 ELSE
001778                     MOVE "FUNCTION MUST BE I, U, P OR H" TO MSGO
001780                     PERFORM 1100-SEND-INITIAL-MAP THRU 1100-EXIT
001790                 END-IF
001800             END-IF
001810         END-IF
001820     END-IF.
002380*  REWRITE AND JOURNAL THE CHANGE.                           *
002390*-----------------------------------------------------------*
002400 2200-UPDATE-RECORD.
002401     PERFORM 2500-CHECK-CHART THRU 2500-EXIT.
002402     IF COA-ACCOUNT-CLOSED
002403         MOVE "ACCOUNT CLOSED - NOT UPDATED" TO MSGO
002404         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
002405         GO TO 2200-EXIT
002406     END-IF.
002407     EXEC CICS ASKTIME
002408         ABSTIME (WS-ABS-TIME)
002409     END-EXEC.
002410     EXEC CICS FORMATTIME
002411         ABSTIME (WS-ABS-TIME)
002412         YYMMDD (WS-CURRENT-DATE)
002413     END-EXEC.
002414     MOVE WS-CURRENT-DATE (1:4) TO WS-PRD-FIND-PERIOD.
002415     PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
002416     IF NOT PRD-PERIOD-OPEN
002417         MOVE "NOT UPDATED" TO WS-PRD-ACTION
002418         PERFORM 2910-PERIOD-REFUSED-MSG THRU 2910-EXIT
002419         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
002420         GO TO 2200-EXIT
002421     END-IF.
002422     EXEC CICS READ
002423         DATASET ('WSWX1VS')
002430         INTO (WS1WX1-RECORD)
002440         RIDFLD (WS1WX1-KEY)
002450         UPDATE
002630         END-EXEC
002640         GO TO 2200-EXIT
002650     END-IF.
002651     PERFORM 2600-CHECK-RULES THRU 2600-EXIT.
002652     IF RULE-REJECT
002653         MOVE SPACES TO MSGO
002654         STRING "RULE " WS-RULE-MSG " - REJECTED"
002655             DELIMITED BY SIZE INTO MSGO
002656         MOVE WS1WX1-KEY TO KEYO
002657         MOVE WS-FUNCTION-CODE TO FUNCO
002658         MOVE WS-2 TO WS2O
002659         MOVE WX-2 TO WX2O
002660         EXEC CICS SEND MAP ('WX1MAP')
002661             MAPSET ('WX1MSET')
002662             DATAONLY
002663         END-EXEC
002664         GO TO 2200-EXIT
002665     END-IF.
002666     PERFORM 2700-CHECK-DUAL-CONTROL THRU 2700-EXIT.
002667     IF DC-HOLD OR DC-BLOCKED
002668         PERFORM 2430-HOLD-FOR-APPROVAL THRU 2430-EXIT
002669         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
002670         GO TO 2200-EXIT
002671     END-IF.
002672     PERFORM 2300-AUDIT-ONLINE-CHANGE THRU 2300-EXIT.
002673     MOVE WS2I TO WS-2.
002680     MOVE WX2I TO WX-2.
002690     EXEC CICS REWRITE
002700         DATASET ('WSWX1VS')
002710         FROM (WS1WX1-RECORD)
002720         RESP (WS-RESP-CODE)
002730     END-EXEC.
002731     IF WS-RESP-CODE = DFHRESP(NORMAL)
002732         PERFORM 2310-HOLD-ONLINE-HISTORY THRU 2310-EXIT
002733     END-IF.
002734     IF DC-COVERED AND WS-RESP-CODE = DFHRESP(NORMAL)
002735         MOVE "L" TO APQ-STATUS
002736         PERFORM 2710-WRITE-QUEUE-ENTRY THRU 2710-EXIT
002738     END-IF.
002740     MOVE WS1WX1-KEY TO KEYO.
002750     MOVE WS-FUNCTION-CODE TO FUNCO.
002760     MOVE WS-2 TO WS2O.
002770     MOVE WX-2 TO WX2O.
002780     MOVE "RECORD UPDATED" TO MSGO.
002785     PERFORM 2420-RULE-WARNING-MSG THRU 2420-EXIT.
002786     IF HOLD-FAILED
002787         MOVE "RECORD UPDATED - JRNOVS HOLD FAILED" TO MSGO
002788     END-IF.
002790     MOVE WS1WX1-KEY TO CA-LAST-KEY.
002800     EXEC CICS SEND MAP ('WX1MAP')
002810         MAPSET ('WX1MSET')
003110         FROM (WS-AUDIT-LINE)
003120         LENGTH (LENGTH OF WS-AUDIT-LINE)
003130     END-EXEC.
003133     MOVE WS-2 TO WS-HOLD-OLD-WS-2.
003136     MOVE WX-2 TO WS-HOLD-OLD-WX-2.
003140 2300-EXIT.
003150     EXIT.
003151*-----------------------------------------------------------*
003152*  2310-HOLD-ONLINE-HISTORY - ONCE THE REWRITE HAS GONE      *
003153*  THROUGH, HOLD ONE WX1JHS RECORD PER CHANGED FIELD ON THE  *
003154*  JRNOVS FILE, WHERE THE WX1H INQUIRY SEES IT AT ONCE AND   *
003155*  THE NIGHT'S WX1JHLD MOVES IT TO JRNHVS.  THE TD QUEUE     *
003156*  CANNOT SERVE EITHER - A TRANSACTION CANNOT BROWSE IT.     *
003157*-----------------------------------------------------------*
003158 2310-HOLD-ONLINE-HISTORY.
003159     MOVE "N" TO WS-HOLD-FAILED-SW.
003160     MOVE SPACES TO WX1JHS-RECORD.
003161     MOVE WS1WX1-KEY TO JHS-WS1WX1-KEY.
003162     MOVE WS-CURRENT-DATE TO JHS-DATE.
003163     MOVE EIBTRNID TO JHS-JOB-ID.
003164     MOVE EIBTRMID TO JHS-SOURCE-ID.
003165     MOVE ZERO TO JHS-CYCLE-NO.
003166     MOVE "U" TO JHS-TRAN-CODE.
003167     IF WS-2 NOT = WS-HOLD-OLD-WS-2
003168         MOVE "WS-2" TO JHS-FIELD
003169         MOVE WS-HOLD-OLD-WS-2 TO JHS-OLD-VALUE
003170         MOVE WS-2 TO JHS-NEW-VALUE
003171         PERFORM 2320-WRITE-HOLD-RECORD THRU 2320-EXIT
003172     END-IF.
003173     IF WX-2 NOT = WS-HOLD-OLD-WX-2
003174         MOVE "WX-2" TO JHS-FIELD
003175         MOVE WS-HOLD-OLD-WX-2 TO JHS-OLD-VALUE
003176         MOVE WX-2 TO JHS-NEW-VALUE
003177         PERFORM 2320-WRITE-HOLD-RECORD THRU 2320-EXIT
003178     END-IF.
003179 2310-EXIT.
003180     EXIT.
003181*-----------------------------------------------------------*
003182*  2320-WRITE-HOLD-RECORD - WRITE THE RECORD IN WX1JHS-      *
003183*  RECORD, STEPPING THE HUNDREDTHS PAST ANY DUPLICATE.       *
003184*-----------------------------------------------------------*
003185 2320-WRITE-HOLD-RECORD.
003186     COMPUTE JHS-TIME = WS-CURRENT-TIME * 100.
003187     MOVE ZERO TO WS-HOLD-TRIES.
003188     MOVE "N" TO WS-HOLD-DONE-SW.
003189     PERFORM 2330-TRY-HOLD-WRITE THRU 2330-EXIT
003190         UNTIL HOLD-DONE.
003191 2320-EXIT.
003192     EXIT.
003193*-----------------------------------------------------------*
003194*  2330-TRY-HOLD-WRITE                                      *
003195*-----------------------------------------------------------*
003196 2330-TRY-HOLD-WRITE.
003197     EXEC CICS WRITE
003198         DATASET ('JRNOVS')
003199         FROM (WX1JHS-RECORD)
003200         RIDFLD (WX1JHS-KEY)
003201         RESP (WS-RESP-CODE)
003202     END-EXEC.
003203     IF WS-RESP-CODE = DFHRESP(NORMAL)
003204         MOVE "Y" TO WS-HOLD-DONE-SW
003205         GO TO 2330-EXIT
003206     END-IF.
003207     ADD 1 TO WS-HOLD-TRIES.
003208     IF WS-RESP-CODE NOT = DFHRESP(DUPREC) OR WS-HOLD-TRIES > 98
003209         MOVE "Y" TO WS-HOLD-FAILED-SW
003210         MOVE "Y" TO WS-HOLD-DONE-SW
003211         GO TO 2330-EXIT
003212     END-IF.
003213     ADD 1 TO JHS-TIME.
003214 2330-EXIT.
003215     EXIT.
003216*-----------------------------------------------------------*
003217*  2400-PENDING-UPDATE - HOLD NEW WS-2/WX-2 VALUES ON THE   *
003218*  WX1PVS PENDING FILE UNDER A FUTURE EFFECTIVE DATE; THE   *
003219*  WX1PAPL BATCH STEP APPLIES AND JOURNALS THEM WHEN THE    *
003220*  DATE ARRIVES.                                            *
003221*-----------------------------------------------------------*
003222 2400-PENDING-UPDATE.
003230     IF WS2I NOT NUMERIC OR WX2I NOT NUMERIC
003240         MOVE "WS-2/WX-2 MUST BE NUMERIC 00-99 - NOT HELD"
003250             TO MSGO
003470         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
003480         GO TO 2400-EXIT
003490     END-IF.
003491     MOVE WS-EFF-DATE (1:4) TO WS-PRD-FIND-PERIOD.
003492     PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
003493     IF NOT PRD-PERIOD-OPEN
003494         MOVE "NOT HELD" TO WS-PRD-ACTION
003495         PERFORM 2910-PERIOD-REFUSED-MSG THRU 2910-EXIT
003496         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
003497         GO TO 2400-EXIT
003498     END-IF.
003500     EXEC CICS READ
003510         DATASET ('WSWX1VS')
003520         INTO (WS1WX1-RECORD)
003590         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
003600         GO TO 2400-EXIT
003610     END-IF.
003611     PERFORM 2500-CHECK-CHART THRU 2500-EXIT.
003612     IF COA-ACCOUNT-CLOSED
003613         MOVE "ACCOUNT CLOSED - NOT HELD" TO MSGO
003614         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
003615         GO TO 2400-EXIT
003616     END-IF.
003617     PERFORM 2600-CHECK-RULES THRU 2600-EXIT.
003618     IF RULE-REJECT
003619         MOVE SPACES TO MSGO
003620         STRING "RULE " WS-RULE-MSG " - REJECTED"
003621             DELIMITED BY SIZE INTO MSGO
003622         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
003623         GO TO 2400-EXIT
003624     END-IF.
003625     PERFORM 2700-CHECK-DUAL-CONTROL THRU 2700-EXIT.
003626     IF DC-HOLD OR DC-BLOCKED
003627         PERFORM 2430-HOLD-FOR-APPROVAL THRU 2430-EXIT
003628         PERFORM 2410-SEND-PENDING-MAP THRU 2410-EXIT
003629         GO TO 2400-EXIT
003630     END-IF.
003631     MOVE WS1WX1-KEY TO PND-WS1WX1-KEY.
003632     MOVE EFFDI TO PND-EFF-DATE.
003640     MOVE WS2I TO PND-NEW-WS-2.
003650     MOVE WX2I TO PND-NEW-WX-2.
003660     MOVE EIBTRMID TO PND-ENTERED-TERM.
003770     ELSE
003780         IF WS-RESP-CODE = DFHRESP(NORMAL)
003790             MOVE "PENDING CHANGE RECORDED" TO MSGO
003795             PERFORM 2420-RULE-WARNING-MSG THRU 2420-EXIT
003796             IF DC-COVERED
003797                 MOVE "L" TO APQ-STATUS
003798                 PERFORM 2710-WRITE-QUEUE-ENTRY THRU 2710-EXIT
003799             END-IF
003800             MOVE WS1WX1-KEY TO CA-LAST-KEY
003810         ELSE
003820             MOVE "PENDING FILE ERROR - CHANGE NOT HELD"
004020     END-EXEC.
004030 2410-EXIT.
004040     EXIT.
004041*-----------------------------------------------------------*
004042*  2420-RULE-WARNING-MSG - A CHANGE THAT WENT THROUGH UNDER  *
004043*  A WARNING-SEVERITY RULE SAYS SO IN PLACE OF THE PLAIN     *
004044*  RESULT MESSAGE.                                           *
004045*-----------------------------------------------------------*
004046 2420-RULE-WARNING-MSG.
004047     IF NOT RULE-WARNING
004048         GO TO 2420-EXIT
004049     END-IF.
004050     MOVE SPACES TO MSGO.
004051     IF FUNCTION-IS-UPDATE
004052         STRING "UPDATED - WARN " WS-RULE-MSG
004053             DELIMITED BY SIZE INTO MSGO
004054     ELSE
004055         STRING "HELD - WARN " WS-RULE-MSG
004056             DELIMITED BY SIZE INTO MSGO
004057     END-IF.
004058 2420-EXIT.
004059     EXIT.
004060*-----------------------------------------------------------*
004061*  2430-HOLD-FOR-APPROVAL - A CHANGE UNDER DUAL CONTROL THAT  *
004062*  MEETS THE RULE'S CRITERIA GOES ON THE WX1AQVS QUEUE AS     *
004063*  HELD; NOTHING IS CHANGED UNTIL WX1A APPROVES IT.  A KEY    *
004064*  WITH A CHANGE ALREADY HELD TAKES NO SECOND ONE.            *
004065*-----------------------------------------------------------*
004066 2430-HOLD-FOR-APPROVAL.
004067     IF DC-BLOCKED
004068         MOVE "CHANGE ALREADY AWAITING APPROVAL" TO MSGO
004069         GO TO 2430-EXIT
004070     END-IF.
004071     MOVE "H" TO APQ-STATUS.
004072     PERFORM 2710-WRITE-QUEUE-ENTRY THRU 2710-EXIT.
004073     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004074         MOVE "APPROVAL QUEUE ERROR - CHANGE NOT HELD" TO MSGO
004075         GO TO 2430-EXIT
004076     END-IF.
004077     MOVE SPACES TO MSGO.
004078     STRING "HELD FOR SUPERVISOR APPROVAL (" WS-DC-REASON ")"
004079         DELIMITED BY SIZE INTO MSGO.
004080     MOVE WS1WX1-KEY TO CA-LAST-KEY.
004081 2430-EXIT.
004082     EXIT.
004083*-----------------------------------------------------------*
004084*  2500-CHECK-CHART - IS THE KEY CLOSED ON WX1COAVS AT       *
004085*  FAMILY, ACCOUNT OR FULL-KEY LEVEL?  A LEVEL NOT ON THE    *
004086*  CHART DOES NOT COUNT AS CLOSED.                           *
004090*-----------------------------------------------------------*
004100 2500-CHECK-CHART.
004110     MOVE "N" TO WS-COA-CLOSED-SW.
004120     MOVE SPACES TO WS-COA-FIND-KEY.
004130     MOVE WS1WX1-KEY (1:3) TO WS-COA-FIND-KEY.
004140     PERFORM 2510-READ-CHART-ENTRY THRU 2510-EXIT.
004150     MOVE WS1WX1-KEY (1:6) TO WS-COA-FIND-KEY.
004160     PERFORM 2510-READ-CHART-ENTRY THRU 2510-EXIT.
004170     MOVE WS1WX1-KEY TO WS-COA-FIND-KEY.
004180     PERFORM 2510-READ-CHART-ENTRY THRU 2510-EXIT.
004190 2500-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------*
004220*  2510-READ-CHART-ENTRY - ONE LEVEL OF THE LOOKUP           *
004230*-----------------------------------------------------------*
004240 2510-READ-CHART-ENTRY.
004250     EXEC CICS READ
004260         DATASET ('WX1COAVS')
004270         INTO (WX1COA-RECORD)
004280         RIDFLD (WS-COA-FIND-KEY)
004290         RESP (WS-RESP-CODE)
004300     END-EXEC.
004310     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004320         GO TO 2510-EXIT
004330     END-IF.
004340     IF COA-IS-CLOSED
004350         MOVE "Y" TO WS-COA-CLOSED-SW
004360     END-IF.
004370 2510-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------*
004400*  2600-CHECK-RULES - TEST THE KEYED WS-2/WX-2 AGAINST THE   *
004410*  WX1RULVS VALUE RULE FOR THE KEY'S ACCOUNT (FIRST 6), OR   *
004420*  FAILING THAT ITS FAMILY (FIRST 3) - THE SAME RULE THE     *
004430*  NAMESPACE EDIT PASS APPLIES.  A BREACH OF A WARNING RULE  *
004440*  LETS THE CHANGE THROUGH WITH THE WARNING ON THE SCREEN;   *
004450*  A BREACH OF A REJECT RULE REFUSES IT.  NO RULE, NO CHECK. *
004460*-----------------------------------------------------------*
004470 2600-CHECK-RULES.
004480     MOVE "N" TO WS-RULE-RESULT-SW.
004490     MOVE SPACES TO WS-RULE-MSG.
004500     MOVE SPACES TO WS-RULE-FIND-KEY.
004510     MOVE WS1WX1-KEY (1:6) TO WS-RULE-FIND-KEY.
004520     PERFORM 2610-READ-RULE THRU 2610-EXIT.
004530     IF NOT RULE-FOUND
004540         MOVE SPACES TO WS-RULE-FIND-KEY
004550         MOVE WS1WX1-KEY (1:3) TO WS-RULE-FIND-KEY
004560         PERFORM 2610-READ-RULE THRU 2610-EXIT
004570     END-IF.
004580     IF NOT RULE-FOUND
004590         GO TO 2600-EXIT
004600     END-IF.
004610     MOVE WS2I TO WS-RULE-WS2.
004620     MOVE WX2I TO WS-RULE-WX2.
004630     IF WS-RULE-WS2 < RUL-WS2-MIN OR WS-RULE-WS2 > RUL-WS2-MAX
004640         STRING RUL-PREFIX (1:6) " WS-2 NOT "
004650             RUL-WS2-MIN "-" RUL-WS2-MAX
004660             DELIMITED BY SIZE INTO WS-RULE-MSG
004665         MOVE "WS-2" TO WS-RULE-HIT-FIELD
004670         PERFORM 2620-SET-RULE-RESULT THRU 2620-EXIT
004680         GO TO 2600-EXIT
004690     END-IF.
004700     IF WS-RULE-WX2 < RUL-WX2-MIN OR WS-RULE-WX2 > RUL-WX2-MAX
004710         STRING RUL-PREFIX (1:6) " WX-2 NOT "
004720             RUL-WX2-MIN "-" RUL-WX2-MAX
004730             DELIMITED BY SIZE INTO WS-RULE-MSG
004735         MOVE "WX-2" TO WS-RULE-HIT-FIELD
004740         PERFORM 2620-SET-RULE-RESULT THRU 2620-EXIT
004750         GO TO 2600-EXIT
004760     END-IF.
004770     IF WS-RULE-WS2 > WS-RULE-WX2
004780         SUBTRACT WS-RULE-WX2 FROM WS-RULE-WS2 GIVING WS-RULE-DIFF
004790     ELSE
004800         SUBTRACT WS-RULE-WS2 FROM WS-RULE-WX2 GIVING WS-RULE-DIFF
004810     END-IF.
004820     IF WS-RULE-DIFF > RUL-VARIANCE
004830         STRING RUL-PREFIX (1:6) " DIFF " WS-RULE-DIFF
004840             " OVER " RUL-VARIANCE
004850             DELIMITED BY SIZE INTO WS-RULE-MSG
004855         MOVE "WS-2/WX-2" TO WS-RULE-HIT-FIELD
004860         PERFORM 2620-SET-RULE-RESULT THRU 2620-EXIT
004870     END-IF.
004880 2600-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------*
004910*  2610-READ-RULE - ONE LEVEL OF THE RULE LOOKUP             *
004920*-----------------------------------------------------------*
004930 2610-READ-RULE.
004940     MOVE "N" TO WS-RULE-FOUND-SW.
004950     EXEC CICS READ
004960         DATASET ('WX1RULVS')
004970         INTO (WX1RUL-RECORD)
004980         RIDFLD (WS-RULE-FIND-KEY)
004990         RESP (WS-RESP-CODE)
005000     END-EXEC.
005010     IF WS-RESP-CODE = DFHRESP(NORMAL)
005020         MOVE "Y" TO WS-RULE-FOUND-SW
005030     END-IF.
005040 2610-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------*
005070*  2620-SET-RULE-RESULT - THE RULE'S SEVERITY DECIDES        *
005080*  BETWEEN A WARNING AND A REJECT.                           *
005090*-----------------------------------------------------------*
005100 2620-SET-RULE-RESULT.
005110     IF RUL-IS-WARNING
005120         MOVE "W" TO WS-RULE-RESULT-SW
005130     ELSE
005140         MOVE "R" TO WS-RULE-RESULT-SW
005150     END-IF.
005155     PERFORM 2630-LOG-RULE-HIT THRU 2630-EXIT.
005160 2620-EXIT.
005170     EXIT.
005171*-----------------------------------------------------------*
005172*  2630-LOG-RULE-HIT - WRITES THE HIT TO TD QUEUE WX1R IN    *
005173*  THE WX1HIT LAYOUT FOR THE NIGHT'S WX1RHIT REPORT.         *
005174*-----------------------------------------------------------*
005175 2630-LOG-RULE-HIT.
005176     MOVE RUL-PREFIX TO HIT-PREFIX.
005177     MOVE WS1WX1-KEY TO HIT-KEY.
005178     MOVE WS-RULE-HIT-FIELD TO HIT-FIELD.
005179     MOVE WS-RULE-WS2 TO HIT-WS-2.
005180     MOVE WS-RULE-WX2 TO HIT-WX-2.
005181     MOVE RUL-SEVERITY TO HIT-SEVERITY.
005182     MOVE "WX1M" TO HIT-SOURCE-ID (1:4).
005183     MOVE EIBTRMID TO HIT-SOURCE-ID (5:4).
005184     MOVE WS-CURRENT-DATE TO HIT-RUN-DATE.
005185     MOVE ZERO TO HIT-CYCLE-NO.
005186     MOVE WS-FUNCTION-CODE TO HIT-TRAN-CODE.
005187     EXEC CICS WRITEQ TD
005188         QUEUE ('WX1R')
005189         FROM (WX1HIT-RECORD)
005190         LENGTH (LENGTH OF WX1HIT-RECORD)
005191     END-EXEC.
005192 2630-EXIT.
005193     EXIT.
005194*-----------------------------------------------------------*
005195*  2700-CHECK-DUAL-CONTROL - IS THE KEY UNDER DUAL CONTROL    *
005200*  (THE RULE 2600 FOUND HAS RUL-DUAL-CONTROL SET) AND, IF SO, *
005210*  DOES THIS CHANGE NEED A SUPERVISOR?  IT DOES WHEN:         *
005220*    - THE RULE SETS NEITHER A MINIMUM CHANGE NOR A RECENT-   *
005230*      CHANGE WINDOW (EVERY CHANGE IS HELD), OR               *
005240*    - WS-2 OR WX-2 MOVES BY AT LEAST RUL-DC-MIN-CHANGE, OR    *
005250*    - THE SAME USER ID CHANGED THE KEY WITHIN THE LAST        *
005260*      RUL-DC-RECENT-DAYS DAYS.                               *
005270*  LEAVES WX1APQ-RECORD BUILT FOR THE CALLER TO WRITE.        *
005280*-----------------------------------------------------------*
005290 2700-CHECK-DUAL-CONTROL.
005300     MOVE "N" TO WS-DC-COVERED-SW.
005310     MOVE SPACE TO WS-DC-RESULT-SW.
005320     MOVE SPACES TO WS-DC-REASON.
005330     IF NOT RULE-FOUND
005340         GO TO 2700-EXIT
005350     END-IF.
005360     IF NOT RUL-DUAL-CONTROL
005370         GO TO 2700-EXIT
005380     END-IF.
005390     MOVE "Y" TO WS-DC-COVERED-SW.
005400     EXEC CICS ASSIGN
005410         USERID (WS-USER-ID)
005420     END-EXEC.
005430     EXEC CICS ASKTIME
005440         ABSTIME (WS-ABS-TIME)
005450     END-EXEC.
005460     EXEC CICS FORMATTIME
005470         ABSTIME (WS-ABS-TIME)
005480         YYMMDD (WS-CURRENT-DATE)
005490         TIME (WS-CURRENT-TIME)
005500     END-EXEC.
005510     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS.
005520     PERFORM 2790-DATE-TO-DAY-NUM THRU 2790-EXIT.
005530     MOVE WS-REC-DAY-NUM TO WS-TODAY-NUM.
005540     MOVE "N" TO WS-DC-RECENT-SW.
005550     PERFORM 2730-SCAN-QUEUE THRU 2730-EXIT.
005560     PERFORM 2740-BUILD-QUEUE-ENTRY THRU 2740-EXIT.
005570     IF DC-BLOCKED
005580         GO TO 2700-EXIT
005590     END-IF.
005600     IF RUL-DC-MIN-CHANGE = ZERO AND RUL-DC-RECENT-DAYS = ZERO
005610         MOVE "ALL " TO WS-DC-REASON
005620     END-IF.
005630     IF WS-DC-REASON = SPACES AND RUL-DC-MIN-CHANGE > ZERO
005640         PERFORM 2750-CHECK-CHANGE-SIZE THRU 2750-EXIT
005650     END-IF.
005660     IF WS-DC-REASON = SPACES AND DC-RECENT-CHANGE
005670         MOVE "RCNT" TO WS-DC-REASON
005680     END-IF.
005690     IF WS-DC-REASON NOT = SPACES
005700         MOVE "H" TO WS-DC-RESULT-SW
005710         MOVE WS-DC-REASON TO APQ-HOLD-REASON
005720     END-IF.
005730 2700-EXIT.
005740     EXIT.
005750*-----------------------------------------------------------*
005760*  2710-WRITE-QUEUE-ENTRY - WRITE THE BUILT WX1APQ-RECORD     *
005770*  UNDER THE STATUS THE CALLER SET; RESP IS LEFT FOR THE      *
005780*  CALLER TO TEST.                                            *
005790*-----------------------------------------------------------*
005800 2710-WRITE-QUEUE-ENTRY.
005810     EXEC CICS WRITE
005820         DATASET ('WX1AQVS')
005830         FROM (WX1APQ-RECORD)
005840         RIDFLD (WX1APQ-KEY)
005850         RESP (WS-RESP-CODE)
005860     END-EXEC.
005870 2710-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------*
005900*  2730-SCAN-QUEUE - BROWSE THE KEY'S WX1AQVS HISTORY FOR A   *
005910*  CHANGE STILL HELD, AND FOR A CHANGE BY THIS SAME USER ID   *
005920*  INSIDE THE RULE'S RECENT-CHANGE WINDOW.                    *
005930*-----------------------------------------------------------*
005940 2730-SCAN-QUEUE.
005950     MOVE WS1WX1-KEY TO WS-APQ-RID-KEY.
005960     MOVE LOW-VALUES TO WS-APQ-RID-STAMP.
005970     EXEC CICS STARTBR
005980         DATASET ('WX1AQVS')
005990         RIDFLD (WS-APQ-RID)
006000         GTEQ
006010         RESP (WS-RESP-CODE)
006020     END-EXEC.
006030     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006040         GO TO 2730-EXIT
006050     END-IF.
006060     MOVE "N" TO WS-DC-SCAN-DONE-SW.
006070     PERFORM 2735-READ-QUEUE-ENTRY THRU 2735-EXIT
006080         UNTIL DC-SCAN-DONE.
006090     EXEC CICS ENDBR
006100         DATASET ('WX1AQVS')
006110         RESP (WS-RESP-CODE)
006120     END-EXEC.
006130 2730-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------*
006160*  2735-READ-QUEUE-ENTRY - ONE ENTRY OF THE KEY'S HISTORY     *
006170*-----------------------------------------------------------*
006180 2735-READ-QUEUE-ENTRY.
006190     EXEC CICS READNEXT
006200         DATASET ('WX1AQVS')
006210         INTO (WX1APQ-RECORD)
006220         RIDFLD (WS-APQ-RID)
006230         RESP (WS-RESP-CODE)
006240     END-EXEC.
006250     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006260         MOVE "Y" TO WS-DC-SCAN-DONE-SW
006270         GO TO 2735-EXIT
006280     END-IF.
006290     IF APQ-WS1WX1-KEY NOT = WS1WX1-KEY
006300         MOVE "Y" TO WS-DC-SCAN-DONE-SW
006310         GO TO 2735-EXIT
006320     END-IF.
006330     IF APQ-HELD
006340         MOVE "B" TO WS-DC-RESULT-SW
006350         GO TO 2735-EXIT
006360     END-IF.
006370     IF RUL-DC-RECENT-DAYS = ZERO
006380         GO TO 2735-EXIT
006390     END-IF.
006400     IF NOT APQ-LOGGED AND NOT APQ-APPROVED
006410         GO TO 2735-EXIT
006420     END-IF.
006430     IF APQ-REQ-USER NOT = WS-USER-ID
006440         GO TO 2735-EXIT
006450     END-IF.
006460     MOVE APQ-REQ-DATE TO WS-DATE-PARTS.
006470     PERFORM 2790-DATE-TO-DAY-NUM THRU 2790-EXIT.
006480     COMPUTE WS-AGE-DAYS = WS-TODAY-NUM - WS-REC-DAY-NUM.
006490     IF WS-AGE-DAYS NOT > RUL-DC-RECENT-DAYS
006500         MOVE "Y" TO WS-DC-RECENT-SW
006510     END-IF.
006520 2735-EXIT.
006530     EXIT.
006540*-----------------------------------------------------------*
006550*  2740-BUILD-QUEUE-ENTRY - THE WX1AQVS RECORD FOR THIS       *
006560*  CHANGE: CURRENT VALUES AS OLD, KEYED VALUES AS NEW.        *
006570*-----------------------------------------------------------*
006580 2740-BUILD-QUEUE-ENTRY.
006590     MOVE SPACES TO WX1APQ-RECORD.
006600     MOVE WS1WX1-KEY TO APQ-WS1WX1-KEY.
006610     MOVE WS-CURRENT-DATE TO APQ-REQ-DATE.
006620     MOVE WS-CURRENT-TIME TO APQ-REQ-TIME.
006630     MOVE WS-FUNCTION-CODE TO APQ-FUNCTION.
006640     MOVE WS-2 TO APQ-OLD-WS-2.
006650     MOVE WX-2 TO APQ-OLD-WX-2.
006660     MOVE WS-RULE-WS2 TO APQ-NEW-WS-2.
006670     MOVE WS-RULE-WX2 TO APQ-NEW-WX-2.
006680     IF FUNCTION-IS-PENDING
006690         MOVE WS-EFF-DATE TO APQ-EFF-DATE
006700     ELSE
006710         MOVE ZERO TO APQ-EFF-DATE
006720     END-IF.
006730     MOVE WS-USER-ID TO APQ-REQ-USER.
006740     MOVE EIBTRMID TO APQ-REQ-TERM.
006750     MOVE ZERO TO APQ-DEC-DATE.
006760     MOVE ZERO TO APQ-DEC-TIME.
006770 2740-EXIT.
006780     EXIT.
006790*-----------------------------------------------------------*
006800*  2750-CHECK-CHANGE-SIZE - HOLD WHEN WS-2 OR WX-2 MOVES BY   *
006810*  AT LEAST THE RULE'S MINIMUM CHANGE, EITHER DIRECTION.      *
006820*-----------------------------------------------------------*
006830 2750-CHECK-CHANGE-SIZE.
006840     IF WS-RULE-WS2 > WS-2
006850         SUBTRACT WS-2 FROM WS-RULE-WS2 GIVING WS-DC-DIFF
006860     ELSE
006870         SUBTRACT WS-RULE-WS2 FROM WS-2 GIVING WS-DC-DIFF
006880     END-IF.
006890     IF WS-DC-DIFF NOT < RUL-DC-MIN-CHANGE
006900         MOVE "SIZE" TO WS-DC-REASON
006910         GO TO 2750-EXIT
006920     END-IF.
006930     IF WS-RULE-WX2 > WX-2
006940         SUBTRACT WX-2 FROM WS-RULE-WX2 GIVING WS-DC-DIFF
006950     ELSE
006960         SUBTRACT WS-RULE-WX2 FROM WX-2 GIVING WS-DC-DIFF
006970     END-IF.
006980     IF WS-DC-DIFF NOT < RUL-DC-MIN-CHANGE
006990         MOVE "SIZE" TO WS-DC-REASON
007000     END-IF.
007010 2750-EXIT.
007020     EXIT.
007030*-----------------------------------------------------------*
007040*  2790-DATE-TO-DAY-NUM - APPROXIMATE DAY NUMBER FROM THE     *
007050*  YYMMDD IN WS-DATE-PARTS, RETURNED IN WS-REC-DAY-NUM.       *
007060*-----------------------------------------------------------*
007070 2790-DATE-TO-DAY-NUM.
007080     COMPUTE WS-REC-DAY-NUM =
007090         (WS-DP-YY * 365) + (WS-DP-MM * 31) + WS-DP-DD.
007100 2790-EXIT.
007110     EXIT.
007120*-----------------------------------------------------------*
007130*  2800-SHOW-HISTORY - HAND THE KEY TO THE WX1H CHANGE-      *
007140*  HISTORY INQUIRY, THE SAME WAY WX1B HANDS ONE TO WX1M.     *
007150*-----------------------------------------------------------*
007160 2800-SHOW-HISTORY.
007170     IF WS1WX1-KEY = SPACES
007180         MOVE "KEY REQUIRED FOR FUNCTION H" TO MSGO
007190         EXEC CICS SEND MAP ('WX1MAP')
007192             MAPSET ('WX1MSET')
007194             DATAONLY
007196         END-EXEC
007200         GO TO 2800-EXIT
007210     END-IF.
007220     MOVE WS1WX1-KEY TO WS-WX1H-KEY.
007230     EXEC CICS RETURN
007240         TRANSID ('WX1H')
007250         COMMAREA (WS-WX1H-KEY)
007260         LENGTH (LENGTH OF WS-WX1H-KEY)
007270     END-EXEC.
007280 2800-EXIT.
007290     EXIT.
007300*-----------------------------------------------------------*
007310*  2900-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD (YYMM)  *
007320*  IN WS-PRD-FIND-PERIOD ON WX1PRDVS.  NO RECORD, OR A       *
007330*  REOPENED ONE, IS OPEN; STATUS C IS CLOSED.  ANY OTHER     *
007340*  RESPONSE REFUSES THE CHANGE RATHER THAN RISK POSTING      *
007350*  INTO A CLOSED MONTH.                                      *
007360*-----------------------------------------------------------*
007370 2900-CHECK-PERIOD.
007380     MOVE "O" TO WS-PRD-RESULT-SW.
007390     EXEC CICS READ
007400         DATASET ('WX1PRDVS')
007410         INTO (WX1PRD-RECORD)
007420         RIDFLD (WS-PRD-FIND-PERIOD)
007430         RESP (WS-RESP-CODE)
007440     END-EXEC.
007450     IF WS-RESP-CODE = DFHRESP(NOTFND)
007460         GO TO 2900-EXIT
007470     END-IF.
007480     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007490         MOVE "E" TO WS-PRD-RESULT-SW
007500         GO TO 2900-EXIT
007510     END-IF.
007520     IF PRD-IS-CLOSED
007530         MOVE "C" TO WS-PRD-RESULT-SW
007540     END-IF.
007550 2900-EXIT.
007560     EXIT.
007570*-----------------------------------------------------------*
007580*  2910-PERIOD-REFUSED-MSG - BUILD THE REFUSAL MESSAGE FOR   *
007590*  2900-CHECK-PERIOD'S ANSWER, ENDING WITH WS-PRD-ACTION.    *
007600*-----------------------------------------------------------*
007610 2910-PERIOD-REFUSED-MSG.
007620     MOVE SPACES TO MSGO.
007630     IF PRD-FILE-ERROR
007640         STRING "PERIOD FILE ERROR - " WS-PRD-ACTION
007650             DELIMITED BY SIZE INTO MSGO
007660     ELSE
007670         STRING "PERIOD " WS-PRD-FIND-PERIOD " CLOSED - "
007680             WS-PRD-ACTION
007690             DELIMITED BY SIZE INTO MSGO
007700     END-IF.
007710 2910-EXIT.
007720     EXIT.
