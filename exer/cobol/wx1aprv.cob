000010*=============================================================*
000020*  CICS SUPERVISOR APPROVAL OF DUAL-CONTROL WX1M CHANGES      *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1APRV.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    TRANSACTION WX1A.  A WX1M FUNCTION U OR P AGAINST A KEY
000100*    WHOSE WX1RULVS RULE IS MARKED DUAL CONTROL, AND WHICH
000110*    MEETS THAT RULE'S CRITERIA, IS NOT APPLIED - WX1MAINT
000120*    HOLDS IT ON THE WX1AQVS APPROVAL QUEUE (COPYBOOK
000130*    WX1APQ, JCL MEMBER WX1APQK) INSTEAD.  THIS TRANSACTION
000140*    LISTS THE HELD CHANGES, TEN TO A PAGE IN KEY ORDER, WITH
000150*    THE OLD AND PROPOSED WS-2/WX-2, THE REQUESTING USER ID
000160*    AND THE HOLD REASON (SIZE = CHANGE AT OR OVER THE RULE'S
000170*    MINIMUM, RCNT = SAME USER CHANGED THE KEY RECENTLY,
000180*    ALL = THE RULE HOLDS EVERY CHANGE).  THE SUPERVISOR KEYS
000190*    A LINE NUMBER AND A (APPROVE) OR R (REJECT, WITH A
000200*    REASON).
000210*
000220*    AN APPROVAL MUST COME FROM A USER ID OTHER THAN THE
000230*    REQUESTER'S.  ONLY THEN IS THE CHANGE APPLIED - A U IS
000240*    REWRITTEN TO WSWX1VS AND JOURNALED TO WX1J EXACTLY AS
000250*    WX1MAINT WOULD HAVE, PROVIDED THE MASTER STILL HOLDS THE
000260*    OLD VALUES THE REQUESTER SAW; A P IS WRITTEN TO WX1PVS
000270*    FOR WX1PAPL, PROVIDED ITS EFFECTIVE DATE IS STILL IN THE
000280*    FUTURE.  A CHANGE THAT CAN NO LONGER BE APPLIED HAS TO BE
000290*    REJECTED AND RE-ENTERED.  A CHANGE MAY ALSO BE REJECTED
000300*    (WITHDRAWN) BY ITS OWN REQUESTER.  EVERY DECISION IS
000310*    WRITTEN TO WX1J AS AN APRV= OR REJT= LINE CARRYING THE
000320*    REQUESTER, THE APPROVER AND THE REASON, WHICH WX1AUDC
000330*    CARRIES INTO THE AUDIT REPORT.
000340*
000350*    WHO MAY RUN WX1A AT ALL IS LEFT TO THE REGION'S
000360*    TRANSACTION SECURITY, THE SAME AS EVERY OTHER WX1
000370*    TRANSACTION.
000380*
000390*    PSEUDO-CONVERSATIONAL, LIKE WX1BRWS.  THE COMMAREA
000400*    CARRIES THE FIRST AND NEXT QUEUE KEYS AND THE QUEUE KEY
000410*    BEHIND EACH LINE ON THE SCREEN, SO A DECISION ALWAYS
000420*    ACTS ON THE ENTRY THE SUPERVISOR WAS LOOKING AT.
000430*
000440*    THE MAPSET WX1ASET (MAP WX1AMAP, LAID OUT BY COPYBOOKS/
000450*    WX1AMAP.CPY) HAS NO BMS SOURCE SHIPPED WITH THIS PROGRAM
000460*    AND MUST BE ASSEMBLED/LINKED AND DEFINED TO THE REGION
000470*    (PROGRAM WX1APRV, MAPSET WX1ASET, TRANSACTION WX1A),
000480*    WITH WX1AQVS, BEFORE WX1A IS FIRST RUN.
000482*
000484*    AN APPLIED U IS ALSO HELD ON THE JRNOVS HOLDING KSDS FOR
000486*    THE WX1H CHANGE-HISTORY INQUIRY AND THE NIGHT'S WX1JHLD,
000488*    AS WX1MAINT HOLDS ITS OWN (SEE 2640-HOLD-ONLINE-HISTORY).
000490*  MODIFICATION HISTORY.
000500*    10/15/26  JWK  INITIAL VERSION.
000503*    10/15/26  JWK  AN APPLIED U IS NOW ALSO HELD ON JRNOVS FOR
000506*                   WX1H AND THE NIGHTLY JRNHVS LOAD.
000508*    10/15/26  JWK  AN APPROVAL IS NOT APPLIED INTO A CLOSED
000510*                   ACCOUNTING PERIOD (WX1PRDVS, COPYBOOK WX1PRD)
000512*                   A U WHILE TODAY'S PERIOD IS CLOSED, A P WHOSE
000514*                   EFFECTIVE DATE'S PERIOD IS.  WX1PRDVS MUST BE
000516*                   DEFINED TO THE REGION.
000518*    10/15/26  JWK  A FAILED WX1AQVS REWRITE OF THE DECISION IS
000520*                   NOW REPORTED ON THE SCREEN AND NOT JOURNALED
000522*                   TO WX1J AS APRV=/REJT=.
000524*---------------------------------------------------------------
000526 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. WX1APRV.
000540 AUTHOR. J. W. KOSINSKI.
000550 INSTALLATION. DATA CENTER.
000560 DATE-WRITTEN. 10/15/26.
000570 DATE-COMPILED.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 DATA DIVISION.
000630 WORKING-STORAGE SECTION.
000640*---------------------------------------------------------------
000650*  SHARED WS-1/WX-1 LAYOUT - SAME COPYBOOK THE BATCH STEP USES.
000660*---------------------------------------------------------------
000670     COPY WS1WX1.
000680*---------------------------------------------------------------
000690*  PENDING-CHANGE LAYOUT - SAME COPYBOOK THE WX1PAPL STEP USES.
000700*---------------------------------------------------------------
000710     COPY WX1PND.
000720*---------------------------------------------------------------
000730*  DUAL-CONTROL APPROVAL QUEUE LAYOUT - SAME COPYBOOK WX1MAINT
000740*  USES.
000750*---------------------------------------------------------------
000760     COPY WX1APQ.
000761*---------------------------------------------------------------
000762*  KEY CHANGE-HISTORY LAYOUT - AN APPLIED U IS HELD ON JRNOVS IN
000763*  THIS LAYOUT, AS WX1MAINT HOLDS ITS OWN.
000764*---------------------------------------------------------------
000765     COPY WX1JHS.
000766*---------------------------------------------------------------
000767*  ACCOUNTING PERIOD CONTROL LAYOUT - SAME COPYBOOK WX1PCLS USES.
000768*---------------------------------------------------------------
000769     COPY WX1PRD.
000770*---------------------------------------------------------------
000780*  SYMBOLIC MAP FOR THE WX1AMAP SCREEN.
000790*---------------------------------------------------------------
000800     COPY WX1AMAP.
000810 01  WS-SWITCHES.
000820     05  WS-FIRST-TIME-SW         PIC X(01) VALUE "Y".
000830         88  FIRST-TIME           VALUE "Y".
000840     05  WS-LIST-DONE-SW          PIC X(01) VALUE "N".
000850         88  LIST-DONE            VALUE "Y".
000860     05  WS-APPLY-OK-SW           PIC X(01) VALUE "N".
000870         88  APPLY-OK             VALUE "Y".
000880     05  WS-BROWSE-OPEN-SW        PIC X(01) VALUE "N".
000890         88  BROWSE-OPEN          VALUE "Y".
000893     05  WS-DECISION-OK-SW        PIC X(01) VALUE "N".
000896         88  DECISION-RECORDED    VALUE "Y".
000900 01  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000910*---------------------------------------------------------------
000920*  ATTENTION ID BYTE - THE VALUE MATCHES DFHAID'S DFHPF8, KEPT
000930*  HERE AS AN 88 AS IN WX1BRWS.
000940*---------------------------------------------------------------
000950 01  WS-AID-BYTE                  PIC X(01) VALUE SPACE.
000960     88  AID-IS-PF8               VALUE "8".
000970 01  WS-ACTION-CODE               PIC X(01) VALUE SPACE.
000980     88  ACTION-IS-APPROVE        VALUE "A".
000990     88  ACTION-IS-REJECT         VALUE "R".
001000*---------------------------------------------------------------
001010*  BROWSE AND DECISION WORK FIELDS.
001020*---------------------------------------------------------------
001030 01  WS-BROWSE-FIELDS.
001040     05  WS-BROWSE-KEY            PIC X(22).
001050     05  WS-LINE-IX               PIC 9(04) COMP VALUE ZERO.
001060     05  WS-SEL-NUM               PIC 9(02) VALUE ZERO.
001070     05  WS-LINE-NUM              PIC 9(02) VALUE ZERO.
001080     05  WS-EFF-SHOW              PIC X(06) VALUE SPACES.
001090 01  WS-APQ-RID                   PIC X(22) VALUE SPACES.
001100 01  WS-USER-ID                   PIC X(08) VALUE SPACES.
001110 01  WS-RESULT-MSG                PIC X(40) VALUE SPACES.
001120 01  WS-DEC-REASON                PIC X(30) VALUE SPACES.
001130 01  WS-AUDIT-LINE                PIC X(100).
001140 01  WS-ABS-TIME                  PIC S9(15) COMP-3 VALUE ZERO.
001150 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
001160 01  WS-CURRENT-TIME              PIC 9(06) VALUE ZERO.
001161*---------------------------------------------------------------
001162*  ACCOUNTING PERIOD LOCK - AN APPROVED U IS NOT APPLIED WHILE
001163*  TODAY'S PERIOD IS CLOSED ON WX1PRDVS, NOR A P WHOSE EFFECTIVE
001164*  DATE'S PERIOD IS.
001165*---------------------------------------------------------------
001166 01  WS-PRD-FIELDS.
001167     05  WS-PRD-RESULT-SW         PIC X(01) VALUE "O".
001168         88  PRD-PERIOD-OPEN      VALUE "O".
001169         88  PRD-PERIOD-CLOSED    VALUE "C".
001170         88  PRD-FILE-ERROR       VALUE "E".
001171     05  WS-PRD-FIND-PERIOD       PIC X(04) VALUE SPACES.
001172 01  WS-HOLD-FIELDS.
001173     05  WS-HOLD-TRIES            PIC 9(02) VALUE ZERO.
001174     05  WS-HOLD-DONE-SW          PIC X(01) VALUE "N".
001175         88  HOLD-DONE            VALUE "Y".
001176     05  WS-HOLD-FAILED-SW        PIC X(01) VALUE "N".
001177         88  HOLD-FAILED          VALUE "Y".
001178*---------------------------------------------------------------
001180*  COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL TRIPS.  EACH
001190*  KEY IS A FULL 22-BYTE WX1AQVS KEY.
001200*---------------------------------------------------------------
001210 01  WS-COMMAREA.
001220     05  CA-FIRST-KEY             PIC X(22) VALUE LOW-VALUES.
001230     05  CA-NEXT-KEY              PIC X(22) VALUE LOW-VALUES.
001240     05  CA-PAGE-KEYS.
001250         10  CA-PAGE-KEY OCCURS 10 TIMES
001260                                  PIC X(22).
001270 LINKAGE SECTION.
001280 01  DFHCOMMAREA                  PIC X(264).
001290 PROCEDURE DIVISION.
001300 TEST-1 SECTION.
001310*-----------------------------------------------------------*
001320*  0000-MAINLINE                                            *
001330*-----------------------------------------------------------*
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     IF FIRST-TIME
001370         MOVE LOW-VALUES TO WS-BROWSE-KEY
001380         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
001390     ELSE
001400         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
001410     END-IF.
001420     EXEC CICS RETURN
001430         TRANSID ('WX1A')
001440         COMMAREA (WS-COMMAREA)
001450         LENGTH (LENGTH OF WS-COMMAREA)
001460     END-EXEC.
001470     GOBACK.
001480*-----------------------------------------------------------*
001490*  1000-INITIALIZE                                          *
001500*-----------------------------------------------------------*
001510 1000-INITIALIZE.
001520     MOVE "Y" TO WS-FIRST-TIME-SW.
001530     MOVE SPACES TO CA-PAGE-KEYS.
001540     IF EIBCALEN > ZERO
001550         MOVE "N" TO WS-FIRST-TIME-SW
001560         MOVE DFHCOMMAREA TO WS-COMMAREA
001570     END-IF.
001580     MOVE EIBAID TO WS-AID-BYTE.
001590 1000-EXIT.
001600     EXIT.
001610*-----------------------------------------------------------*
001620*  2000-PROCESS-SCREEN - RECEIVE, THEN DECIDE / PAGE / LIST  *
001630*-----------------------------------------------------------*
001640 2000-PROCESS-SCREEN.
001650     EXEC CICS RECEIVE MAP ('WX1AMAP')
001660         MAPSET ('WX1ASET')
001670         RESP (WS-RESP-CODE)
001680     END-EXEC.
001690     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001700         MOVE LOW-VALUES TO WS-BROWSE-KEY
001710         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
001720         GO TO 2000-EXIT
001730     END-IF.
001740     IF ASELI NOT = SPACES AND ASELI NUMERIC
001750         PERFORM 2500-DECIDE-LINE THRU 2500-EXIT
001760         MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
001770         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
001780         GO TO 2000-EXIT
001790     END-IF.
001800     IF AKEYI NOT = SPACES
001810         MOVE LOW-VALUES TO WS-BROWSE-KEY
001820         MOVE AKEYI TO WS-BROWSE-KEY (1:10)
001830         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
001840         GO TO 2000-EXIT
001850     END-IF.
001860     IF AID-IS-PF8 AND CA-NEXT-KEY NOT = HIGH-VALUES
001870         MOVE CA-NEXT-KEY TO WS-BROWSE-KEY
001880         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
001890         GO TO 2000-EXIT
001900     END-IF.
001910     MOVE CA-FIRST-KEY TO WS-BROWSE-KEY.
001920     PERFORM 3000-LIST-PAGE THRU 3000-EXIT.
001930 2000-EXIT.
001940     EXIT.
001950*-----------------------------------------------------------*
001960*  2500-DECIDE-LINE - APPROVE OR REJECT THE HELD CHANGE ON   *
001970*  THE SELECTED LINE.  THE RESULT IS LEFT IN WS-RESULT-MSG   *
001980*  FOR THE RE-LISTED PAGE.                                   *
001990*-----------------------------------------------------------*
002000 2500-DECIDE-LINE.
002010     MOVE ASELI TO WS-SEL-NUM.
002020     IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 10
002030         MOVE "SELECTION MUST BE 1 THROUGH 10" TO WS-RESULT-MSG
002040         GO TO 2500-EXIT
002050     END-IF.
002060     IF CA-PAGE-KEY (WS-SEL-NUM) = SPACES
002070         MOVE "NO CHANGE ON THAT LINE" TO WS-RESULT-MSG
002080         GO TO 2500-EXIT
002090     END-IF.
002100     MOVE AACTI TO WS-ACTION-CODE.
002110     IF NOT ACTION-IS-APPROVE AND NOT ACTION-IS-REJECT
002120         MOVE "ACTION MUST BE A (APPROVE) OR R (REJECT)"
002130             TO WS-RESULT-MSG
002140         GO TO 2500-EXIT
002150     END-IF.
002160     IF ACTION-IS-REJECT AND ARSNI = SPACES
002170         MOVE "A REJECTION NEEDS A REASON" TO WS-RESULT-MSG
002180         GO TO 2500-EXIT
002190     END-IF.
002200     EXEC CICS ASSIGN
002210         USERID (WS-USER-ID)
002220     END-EXEC.
002230     EXEC CICS ASKTIME
002240         ABSTIME (WS-ABS-TIME)
002250     END-EXEC.
002260     EXEC CICS FORMATTIME
002270         ABSTIME (WS-ABS-TIME)
002280         YYMMDD (WS-CURRENT-DATE)
002290         TIME (WS-CURRENT-TIME)
002300     END-EXEC.
002310     MOVE CA-PAGE-KEY (WS-SEL-NUM) TO WS-APQ-RID.
002320     EXEC CICS READ
002330         DATASET ('WX1AQVS')
002340         INTO (WX1APQ-RECORD)
002350         RIDFLD (WS-APQ-RID)
002360         UPDATE
002370         RESP (WS-RESP-CODE)
002380     END-EXEC.
002390     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002400         MOVE "CHANGE NO LONGER ON THE QUEUE" TO WS-RESULT-MSG
002410         GO TO 2500-EXIT
002420     END-IF.
002430     IF NOT APQ-HELD
002440         MOVE "CHANGE ALREADY DECIDED" TO WS-RESULT-MSG
002450         GO TO 2500-EXIT
002460     END-IF.
002470     IF ACTION-IS-APPROVE
002480         PERFORM 2600-APPROVE-CHANGE THRU 2600-EXIT
002490     ELSE
002500         PERFORM 2700-REJECT-CHANGE THRU 2700-EXIT
002510     END-IF.
002520 2500-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------*
002550*  2600-APPROVE-CHANGE - A DIFFERENT USER ID APPLIES THE     *
002560*  CHANGE, THEN THE QUEUE ENTRY IS MARKED APPROVED.          *
002570*-----------------------------------------------------------*
002580 2600-APPROVE-CHANGE.
002590     IF WS-USER-ID = APQ-REQ-USER
002600         MOVE "APPROVER MUST NOT BE THE REQUESTER"
002610             TO WS-RESULT-MSG
002620         GO TO 2600-EXIT
002630     END-IF.
002640     MOVE "N" TO WS-APPLY-OK-SW.
002650     IF APQ-IS-UPDATE
002660         PERFORM 2610-APPLY-UPDATE THRU 2610-EXIT
002670     ELSE
002680         PERFORM 2620-APPLY-PENDING THRU 2620-EXIT
002690     END-IF.
002700     IF NOT APPLY-OK
002710         GO TO 2600-EXIT
002720     END-IF.
002730     MOVE "A" TO APQ-STATUS.
002740     MOVE SPACES TO APQ-REJ-REASON.
002750     MOVE SPACES TO WS-DEC-REASON.
002760     STRING "FUNCTION " APQ-FUNCTION " HELD " APQ-HOLD-REASON
002770         DELIMITED BY SIZE INTO WS-DEC-REASON.
002780     PERFORM 2800-RECORD-DECISION THRU 2800-EXIT.
002790     MOVE SPACES TO WS-RESULT-MSG.
002800     STRING "APPROVED AND APPLIED - " APQ-WS1WX1-KEY
002810         DELIMITED BY SIZE INTO WS-RESULT-MSG.
002811     IF HOLD-FAILED
002812         MOVE SPACES TO WS-RESULT-MSG
002813         STRING "APPLIED, JRNOVS HOLD FAILED - " APQ-WS1WX1-KEY
002814             DELIMITED BY SIZE INTO WS-RESULT-MSG
002815     END-IF.
002817     IF NOT DECISION-RECORDED
002819         MOVE SPACES TO WS-RESULT-MSG
002821         STRING "APPLIED, QUEUE NOT UPDATED - " APQ-WS1WX1-KEY
002823             DELIMITED BY SIZE INTO WS-RESULT-MSG
002825     END-IF.
002827 2600-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------*
002850*  2610-APPLY-UPDATE - REWRITE WSWX1VS AND JOURNAL IT, BUT   *
002860*  ONLY IF THE MASTER STILL HOLDS THE VALUES THE REQUESTER   *
002870*  SAW - ANYTHING ELSE WOULD OVERLAY A LATER CHANGE.         *
002880*-----------------------------------------------------------*
002890 2610-APPLY-UPDATE.
002900     MOVE APQ-WS1WX1-KEY TO WS1WX1-KEY.
002901     MOVE WS-CURRENT-DATE (1:4) TO WS-PRD-FIND-PERIOD.
002902     PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
002903     IF NOT PRD-PERIOD-OPEN
002904         GO TO 2610-EXIT
002905     END-IF.
002910     EXEC CICS READ
002920         DATASET ('WSWX1VS')
002930         INTO (WS1WX1-RECORD)
002940         RIDFLD (WS1WX1-KEY)
002950         UPDATE
002960         RESP (WS-RESP-CODE)
002970     END-EXEC.
002980     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002990         MOVE "KEY NO LONGER ON FILE - REJECT IT"
003000             TO WS-RESULT-MSG
003010         GO TO 2610-EXIT
003020     END-IF.
003030     IF WS-2 NOT = APQ-OLD-WS-2 OR WX-2 NOT = APQ-OLD-WX-2
003040         MOVE "MASTER CHANGED SINCE REQUEST - REJECT IT"
003050             TO WS-RESULT-MSG
003060         GO TO 2610-EXIT
003070     END-IF.
003080     PERFORM 2630-AUDIT-ONLINE-CHANGE THRU 2630-EXIT.
003090     MOVE APQ-NEW-WS-2 TO WS-2.
003100     MOVE APQ-NEW-WX-2 TO WX-2.
003110     EXEC CICS REWRITE
003120         DATASET ('WSWX1VS')
003130         FROM (WS1WX1-RECORD)
003140         RESP (WS-RESP-CODE)
003150     END-EXEC.
003160     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003170         MOVE "MASTER REWRITE FAILED - NOT APPLIED"
003180             TO WS-RESULT-MSG
003190         GO TO 2610-EXIT
003200     END-IF.
003205     PERFORM 2640-HOLD-ONLINE-HISTORY THRU 2640-EXIT.
003210     MOVE "Y" TO WS-APPLY-OK-SW.
003220 2610-EXIT.
003230     EXIT.
003240*-----------------------------------------------------------*
003250*  2620-APPLY-PENDING - QUEUE THE APPROVED P ON WX1PVS FOR   *
003260*  WX1PAPL, AS WX1MAINT'S FUNCTION P WOULD HAVE.            *
003270*-----------------------------------------------------------*
003280 2620-APPLY-PENDING.
003290     IF APQ-EFF-DATE NOT > WS-CURRENT-DATE
003300         MOVE "EFFECTIVE DATE HAS PASSED - REJECT IT"
003310             TO WS-RESULT-MSG
003320         GO TO 2620-EXIT
003330     END-IF.
003332     MOVE APQ-EFF-DATE (1:4) TO WS-PRD-FIND-PERIOD.
003334     PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
003336     IF NOT PRD-PERIOD-OPEN
003337         GO TO 2620-EXIT
003338     END-IF.
003340     MOVE APQ-WS1WX1-KEY TO PND-WS1WX1-KEY.
003350     MOVE APQ-EFF-DATE TO PND-EFF-DATE.
003360     MOVE APQ-NEW-WS-2 TO PND-NEW-WS-2.
003370     MOVE APQ-NEW-WX-2 TO PND-NEW-WX-2.
003380     MOVE APQ-REQ-TERM TO PND-ENTERED-TERM.
003390     MOVE WS-CURRENT-DATE TO PND-ENTERED-DATE.
003400     EXEC CICS WRITE
003410         DATASET ('WX1PVS')
003420         FROM (WX1PND-RECORD)
003430         RIDFLD (WX1PND-KEY)
003440         RESP (WS-RESP-CODE)
003450     END-EXEC.
003460     IF WS-RESP-CODE = DFHRESP(DUPREC)
003470         MOVE "PENDING CHANGE ALREADY HELD FOR THAT DATE"
003480             TO WS-RESULT-MSG
003490         GO TO 2620-EXIT
003500     END-IF.
003510     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003520         MOVE "PENDING FILE ERROR - NOT APPLIED"
003530             TO WS-RESULT-MSG
003540         GO TO 2620-EXIT
003550     END-IF.
003560     MOVE "Y" TO WS-APPLY-OK-SW.
003570 2620-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------*
003600*  2630-AUDIT-ONLINE-CHANGE - THE SAME TERM= LINE WX1MAINT'S *
003610*  2300-AUDIT-ONLINE-CHANGE WRITES, UNDER THE REQUESTER'S    *
003620*  TERMINAL; THE APRV= LINE THAT FOLLOWS NAMES THE APPROVER. *
003630*-----------------------------------------------------------*
003640 2630-AUDIT-ONLINE-CHANGE.
003650     MOVE SPACES TO WS-AUDIT-LINE.
003660     STRING "TERM=" APQ-REQ-TERM
003670         " " WS-CURRENT-DATE WS-CURRENT-TIME
003680         " KEY=" WS1WX1-KEY
003690         " OLD-WS2=" WS-2
003700         " OLD-WX2=" WX-2
003710         " NEW-WS2=" APQ-NEW-WS-2
003720         " NEW-WX2=" APQ-NEW-WX-2
003730         DELIMITED BY SIZE INTO WS-AUDIT-LINE.
003740     EXEC CICS WRITEQ TD
003750         QUEUE ('WX1J')
003760         FROM (WS-AUDIT-LINE)
003770         LENGTH (LENGTH OF WS-AUDIT-LINE)
003780     END-EXEC.
003790 2630-EXIT.
003800     EXIT.
003801*-----------------------------------------------------------*
003802*  2640-HOLD-ONLINE-HISTORY - THE APPLIED CHANGE ON JRNOVS,  *
003803*  ONE WX1JHS RECORD PER CHANGED FIELD, AS WX1MAINT'S 2310   *
003804*  DOES, UNDER THE REQUESTER'S TERMINAL.  THE QUEUE ENTRY    *
003805*  STILL HOLDS THE OLD VALUES THE MASTER WAS MATCHED TO.     *
003806*-----------------------------------------------------------*
003807 2640-HOLD-ONLINE-HISTORY.
003808     MOVE "N" TO WS-HOLD-FAILED-SW.
003809     MOVE SPACES TO WX1JHS-RECORD.
003810     MOVE WS1WX1-KEY TO JHS-WS1WX1-KEY.
003811     MOVE WS-CURRENT-DATE TO JHS-DATE.
003812     MOVE EIBTRNID TO JHS-JOB-ID.
003813     MOVE APQ-REQ-TERM TO JHS-SOURCE-ID.
003814     MOVE ZERO TO JHS-CYCLE-NO.
003815     MOVE "U" TO JHS-TRAN-CODE.
003816     IF WS-2 NOT = APQ-OLD-WS-2
003817         MOVE "WS-2" TO JHS-FIELD
003818         MOVE APQ-OLD-WS-2 TO JHS-OLD-VALUE
003819         MOVE WS-2 TO JHS-NEW-VALUE
003820         PERFORM 2650-WRITE-HOLD-RECORD THRU 2650-EXIT
003821     END-IF.
003822     IF WX-2 NOT = APQ-OLD-WX-2
003823         MOVE "WX-2" TO JHS-FIELD
003824         MOVE APQ-OLD-WX-2 TO JHS-OLD-VALUE
003825         MOVE WX-2 TO JHS-NEW-VALUE
003826         PERFORM 2650-WRITE-HOLD-RECORD THRU 2650-EXIT
003827     END-IF.
003828 2640-EXIT.
003829     EXIT.
003830*-----------------------------------------------------------*
003831*  2650-WRITE-HOLD-RECORD - WRITE THE RECORD IN WX1JHS-      *
003832*  RECORD, STEPPING THE HUNDREDTHS PAST ANY DUPLICATE.       *
003833*-----------------------------------------------------------*
003834 2650-WRITE-HOLD-RECORD.
003835     COMPUTE JHS-TIME = WS-CURRENT-TIME * 100.
003836     MOVE ZERO TO WS-HOLD-TRIES.
003837     MOVE "N" TO WS-HOLD-DONE-SW.
003838     PERFORM 2660-TRY-HOLD-WRITE THRU 2660-EXIT
003839         UNTIL HOLD-DONE.
003840 2650-EXIT.
003841     EXIT.
003842*-----------------------------------------------------------*
003843*  2660-TRY-HOLD-WRITE                                      *
003844*-----------------------------------------------------------*
003845 2660-TRY-HOLD-WRITE.
003846     EXEC CICS WRITE
003847         DATASET ('JRNOVS')
003848         FROM (WX1JHS-RECORD)
003849         RIDFLD (WX1JHS-KEY)
003850         RESP (WS-RESP-CODE)
003851     END-EXEC.
003852     IF WS-RESP-CODE = DFHRESP(NORMAL)
003853         MOVE "Y" TO WS-HOLD-DONE-SW
003854         GO TO 2660-EXIT
003855     END-IF.
003856     ADD 1 TO WS-HOLD-TRIES.
003857     IF WS-RESP-CODE NOT = DFHRESP(DUPREC) OR WS-HOLD-TRIES > 98
003858         MOVE "Y" TO WS-HOLD-FAILED-SW
003859         MOVE "Y" TO WS-HOLD-DONE-SW
003860         GO TO 2660-EXIT
003861     END-IF.
003862     ADD 1 TO JHS-TIME.
003863 2660-EXIT.
003864     EXIT.
003865*-----------------------------------------------------------*
003866*  2700-REJECT-CHANGE - NOTHING IS APPLIED; THE ENTRY IS     *
003867*  MARKED REJECTED WITH THE SUPERVISOR'S REASON.             *
003868*-----------------------------------------------------------*
003869 2700-REJECT-CHANGE.
003870     MOVE "R" TO APQ-STATUS.
003871     MOVE ARSNI TO APQ-REJ-REASON.
003880     MOVE ARSNI TO WS-DEC-REASON.
003890     PERFORM 2800-RECORD-DECISION THRU 2800-EXIT.
003900     MOVE SPACES TO WS-RESULT-MSG.
003910     STRING "REJECTED - " APQ-WS1WX1-KEY
003920         DELIMITED BY SIZE INTO WS-RESULT-MSG.
003922     IF NOT DECISION-RECORDED
003924         MOVE "QUEUE UPDATE FAILED - NOT REJECTED"
003926             TO WS-RESULT-MSG
003928     END-IF.
003930 2700-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------*
003960*  2800-RECORD-DECISION - STAMP AND REWRITE THE QUEUE ENTRY  *
003968*  AND, ONLY IF THE REWRITE WORKED, JOURNAL THE DECISION TO  *
003976*  WX1J.  THE LINE LAYOUT IS                                 *
003984*  APRV= OR REJT= (1:5) TERM (6:4) DATE (11:6) TIME (17:6)   *
003992*  KEY= (28:10) REQ= (43:8) APR= (56:8) RSN= (69:30).        *
004000*-----------------------------------------------------------*
004010 2800-RECORD-DECISION.
004020     MOVE WS-USER-ID TO APQ-DEC-USER.
004030     MOVE EIBTRMID TO APQ-DEC-TERM.
004040     MOVE WS-CURRENT-DATE TO APQ-DEC-DATE.
004050     MOVE WS-CURRENT-TIME TO APQ-DEC-TIME.
004060     EXEC CICS REWRITE
004070         DATASET ('WX1AQVS')
004080         FROM (WX1APQ-RECORD)
004090         RESP (WS-RESP-CODE)
004100     END-EXEC.
004101     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004102         MOVE "N" TO WS-DECISION-OK-SW
004103         GO TO 2800-EXIT
004104     END-IF.
004105     MOVE "Y" TO WS-DECISION-OK-SW.
004110     MOVE SPACES TO WS-AUDIT-LINE.
004120     IF APQ-APPROVED
004130         MOVE "APRV=" TO WS-AUDIT-LINE (1:5)
004140     ELSE
004150         MOVE "REJT=" TO WS-AUDIT-LINE (1:5)
004160     END-IF.
004170     STRING EIBTRMID
004180         " " WS-CURRENT-DATE WS-CURRENT-TIME
004190         " KEY=" APQ-WS1WX1-KEY
004200         " REQ=" APQ-REQ-USER
004210         " APR=" WS-USER-ID
004220         " RSN=" WS-DEC-REASON
004230         DELIMITED BY SIZE INTO WS-AUDIT-LINE (6:95).
004240     EXEC CICS WRITEQ TD
004250         QUEUE ('WX1J')
004260         FROM (WS-AUDIT-LINE)
004270         LENGTH (LENGTH OF WS-AUDIT-LINE)
004280     END-EXEC.
004290 2800-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------*
004320*  3000-LIST-PAGE - FORWARD BROWSE OF WX1AQVS FROM           *
004330*  WS-BROWSE-KEY, UP TO TEN HELD CHANGES.  LOGGED, APPROVED  *
004340*  AND REJECTED ENTRIES AND THE PRIMING RECORD ARE PASSED    *
004350*  OVER.                                                     *
004360*-----------------------------------------------------------*
004370 3000-LIST-PAGE.
004380     MOVE SPACES TO WX1A-LINES.
004390     MOVE SPACES TO CA-PAGE-KEYS.
004400     MOVE ZERO TO WS-LINE-IX.
004410     MOVE "N" TO WS-LIST-DONE-SW.
004420     MOVE HIGH-VALUES TO CA-NEXT-KEY.
004430     MOVE WS-BROWSE-KEY TO WS-APQ-RID.
004440     EXEC CICS STARTBR
004450         DATASET ('WX1AQVS')
004460         RIDFLD (WS-APQ-RID)
004470         GTEQ
004480         RESP (WS-RESP-CODE)
004490     END-EXEC.
004500     MOVE "N" TO WS-BROWSE-OPEN-SW.
004510     IF WS-RESP-CODE = DFHRESP(NORMAL)
004520         MOVE "Y" TO WS-BROWSE-OPEN-SW
004530     ELSE
004540         MOVE "Y" TO WS-LIST-DONE-SW
004550     END-IF.
004560     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
004570         UNTIL LIST-DONE.
004580     IF BROWSE-OPEN
004590         EXEC CICS ENDBR
004600             DATASET ('WX1AQVS')
004610             RESP (WS-RESP-CODE)
004620         END-EXEC
004630     END-IF.
004640     IF WS-RESULT-MSG NOT = SPACES
004650         MOVE WS-RESULT-MSG TO AMSGO
004660     ELSE
004670         IF WS-LINE-IX = ZERO
004680             MOVE "NO CHANGES AWAITING APPROVAL" TO AMSGO
004690         ELSE
004700             IF CA-NEXT-KEY = HIGH-VALUES
004710                 MOVE "END OF QUEUE - SEL + A/R TO DECIDE"
004720                     TO AMSGO
004730             ELSE
004740                 MOVE "MORE - PF8 FORWARD" TO AMSGO
004750             END-IF
004760         END-IF
004770     END-IF.
004780     PERFORM 4000-SEND-LIST-MAP THRU 4000-EXIT.
004790 3000-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------*
004820*  3100-LIST-ONE-ENTRY                                      *
004830*-----------------------------------------------------------*
004840 3100-LIST-ONE-ENTRY.
004850     EXEC CICS READNEXT
004860         DATASET ('WX1AQVS')
004870         INTO (WX1APQ-RECORD)
004880         RIDFLD (WS-APQ-RID)
004890         RESP (WS-RESP-CODE)
004900     END-EXEC.
004910     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004920         MOVE "Y" TO WS-LIST-DONE-SW
004930         MOVE HIGH-VALUES TO CA-NEXT-KEY
004940         GO TO 3100-EXIT
004950     END-IF.
004960     IF APQ-WS1WX1-KEY = "**********"
004970         GO TO 3100-EXIT
004980     END-IF.
004990     IF NOT APQ-HELD
005000         GO TO 3100-EXIT
005010     END-IF.
005020     IF WS-LINE-IX >= 10
005030         MOVE "Y" TO WS-LIST-DONE-SW
005040         MOVE WX1APQ-KEY TO CA-NEXT-KEY
005050         GO TO 3100-EXIT
005060     END-IF.
005070     ADD 1 TO WS-LINE-IX.
005080     MOVE WX1APQ-KEY TO CA-PAGE-KEY (WS-LINE-IX).
005090     IF WS-LINE-IX = 1
005100         MOVE WX1APQ-KEY TO CA-FIRST-KEY
005110     END-IF.
005120     MOVE SPACES TO WS-EFF-SHOW.
005130     IF APQ-IS-PENDING
005140         MOVE APQ-EFF-DATE TO WS-EFF-SHOW
005150     END-IF.
005160     MOVE WS-LINE-IX TO WS-LINE-NUM.
005170     MOVE SPACES TO ALINI (WS-LINE-IX).
005180     STRING WS-LINE-NUM " " APQ-WS1WX1-KEY
005190         " " APQ-FUNCTION
005200         " " APQ-REQ-DATE " " APQ-REQ-TIME (1:4)
005210         " " APQ-REQ-USER
005220         " WS2 " APQ-OLD-WS-2 ">" APQ-NEW-WS-2
005230         " WX2 " APQ-OLD-WX-2 ">" APQ-NEW-WX-2
005240         " " WS-EFF-SHOW
005250         " " APQ-HOLD-REASON
005260         DELIMITED BY SIZE INTO ALINI (WS-LINE-IX).
005270 3100-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------*
005300*  4000-SEND-LIST-MAP                                       *
005310*-----------------------------------------------------------*
005320 4000-SEND-LIST-MAP.
005330     MOVE SPACES TO AKEYO.
005340     MOVE SPACES TO ASELO.
005350     MOVE SPACES TO AACTO.
005360     MOVE SPACES TO ARSNO.
005370     EXEC CICS SEND MAP ('WX1AMAP')
005380         MAPSET ('WX1ASET')
005390         ERASE
005400     END-EXEC.
005410 4000-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------*
005440*  2900-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD (YYMM)  *
005450*  IN WS-PRD-FIND-PERIOD ON WX1PRDVS, AS WX1MAINT DOES.  NO  *
005460*  RECORD, OR A REOPENED ONE, IS OPEN; STATUS C IS CLOSED.   *
005470*  ANY OTHER RESPONSE REFUSES THE CHANGE, WITH THE REFUSAL   *
005480*  LEFT IN WS-RESULT-MSG.                                    *
005490*-----------------------------------------------------------*
005500 2900-CHECK-PERIOD.
005510     MOVE "O" TO WS-PRD-RESULT-SW.
005520     EXEC CICS READ
005530         DATASET ('WX1PRDVS')
005540         INTO (WX1PRD-RECORD)
005550         RIDFLD (WS-PRD-FIND-PERIOD)
005560         RESP (WS-RESP-CODE)
005570     END-EXEC.
005580     IF WS-RESP-CODE = DFHRESP(NOTFND)
005590         GO TO 2900-EXIT
005600     END-IF.
005610     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005620         MOVE "E" TO WS-PRD-RESULT-SW
005630         MOVE "PERIOD FILE ERROR - NOT APPLIED"
005640             TO WS-RESULT-MSG
005650         GO TO 2900-EXIT
005660     END-IF.
005670     IF PRD-IS-CLOSED
005680         MOVE "C" TO WS-PRD-RESULT-SW
005690         MOVE SPACES TO WS-RESULT-MSG
005700         STRING "PERIOD " WS-PRD-FIND-PERIOD
005710             " CLOSED - NOT APPLIED, REJECT IT"
005720             DELIMITED BY SIZE INTO WS-RESULT-MSG
005730     END-IF.
005740 2900-EXIT.
005750     EXIT.
