000010*=============================================================*
000020*  CICS ONLINE CHANGE-HISTORY INQUIRY FOR ONE WS1WX1-KEY      *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1HIST.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    TRANSACTION WX1H.  ANSWERS "WHO CHANGED THIS KEY, WHEN,
000100*    AND FROM WHAT TO WHAT" FROM A SCREEN INSTEAD OF A SCAN
000110*    OF THE AUDHIST GENERATIONS.  THE OPERATOR KEYS A FULL
000120*    TEN-CHARACTER WS1WX1-KEY, OR ARRIVES WITH ONE - PF4 ON A
000130*    SELECTED WX1B LINE, OR FUNCTION H ON WX1M, HANDS THE KEY
000140*    OVER IN A TEN-BYTE COMMAREA THE SAME WAY WX1B HANDS ONE
000150*    TO WX1M.  THE SCREEN LISTS THE KEY'S JOURNALED CHANGES
000160*    FROM THE JRNHVS JOURNAL HISTORY (COPYBOOK WX1JHS, JCL
000170*    MEMBER WX1JHSK) TEN AT A TIME, NEWEST FIRST: DATE, TIME,
000180*    FIELD, OLD AND NEW VALUE, THE TRANSMISSION SOURCE ID (OR
000190*    THE JOB, FOR JOBS WITH NO TRANSMISSION, OR THE TERMINAL,
000200*    FOR AN ONLINE CHANGE) AND THE CYCLE.  PF8 PAGES TO OLDER
000210*    CHANGES, PF7 BACK TO NEWER.
000220*
000230*    ONLINE CHANGES REACH JRNHVS ONLY WHEN THE NIGHT'S WX1JHLD
000240*    STEP RUNS, AND THE WX1J QUEUE THAT CARRIES THEM CANNOT BE
000250*    READ BY A TRANSACTION WITHOUT DRAINING IT.  WX1M AND WX1A
000260*    THEREFORE ALSO WRITE EACH CHANGE TO THE JRNOVS HOLDING
000270*    FILE (SAME LAYOUT, JCL MEMBER WX1JHOK), AND THIS PROGRAM
000280*    LISTS WHAT IS THERE TOO, MARKED NOT LOADED.  AN ENTRY
000290*    ALREADY IN JRNHVS IS LISTED ONCE, FROM JRNHVS.
000300*
000310*    THE LIST IS REBUILT FROM THE FILES ON EVERY TRIP, SORTED
000320*    NEWEST FIRST IN A 100-ENTRY TABLE - THE KEY'S HISTORY IS
000330*    BOUNDED BY THE WX1JHLD PURGE WINDOW, AND A KEY WITH MORE
000340*    THAN 100 CHANGES IN IT SHOWS ITS NEWEST 100 AND SAYS SO.
000350*    PSEUDO-CONVERSATIONAL, LIKE WX1BRWS; THE COMMAREA
000360*    CARRIES THE KEY AND THE PAGE ON THE SCREEN.
000370*
000380*    THE MAPSET WX1HSET (MAP WX1HMAP, LAID OUT BY COPYBOOKS/
000390*    WX1HMAP.CPY) HAS NO BMS SOURCE SHIPPED WITH THIS PROGRAM
000400*    AND MUST BE ASSEMBLED/LINKED AND DEFINED TO THE REGION
000410*    (PROGRAM WX1HIST, MAPSET WX1HSET, TRANSACTION WX1H) WITH
000420*    FILES JRNHVS AND JRNOVS BEFORE WX1H IS FIRST RUN, LIKE
000430*    WX1BSET FOR WX1B.
000440*  MODIFICATION HISTORY.
000450*    10/15/26  JWK  INITIAL VERSION.
000460*---------------------------------------------------------------
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. WX1HIST.
000490 AUTHOR. J. W. KOSINSKI.
000500 INSTALLATION. DATA CENTER.
000510 DATE-WRITTEN. 10/15/26.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 DATA DIVISION.
000580 WORKING-STORAGE SECTION.
000590*---------------------------------------------------------------
000600*  JOURNAL-HISTORY LAYOUT - SAME COPYBOOK WX1JHLD LOADS WITH,
000610*  ALSO THE LAYOUT OF THE JRNOVS HOLDING FILE.
000620*---------------------------------------------------------------
000630     COPY WX1JHS.
000640*---------------------------------------------------------------
000650*  SYMBOLIC MAP FOR THE WX1HMAP SCREEN.
000660*---------------------------------------------------------------
000670     COPY WX1HMAP.
000680 01  WS-SWITCHES.
000690     05  WS-FIRST-TIME-SW         PIC X(01) VALUE "Y".
000700         88  FIRST-TIME           VALUE "Y".
000710     05  WS-HANDOFF-SW            PIC X(01) VALUE "N".
000720         88  KEY-HANDED-OVER      VALUE "Y".
000730     05  WS-BROWSE-DONE-SW        PIC X(01) VALUE "N".
000740         88  BROWSE-DONE          VALUE "Y".
000750     05  WS-SLOT-FOUND-SW         PIC X(01) VALUE "N".
000760         88  SLOT-FOUND           VALUE "Y".
000770     05  WS-TRUNCATED-SW          PIC X(01) VALUE "N".
000780         88  HISTORY-TRUNCATED    VALUE "Y".
000790     05  WS-ADD-LOADED-SW         PIC X(01) VALUE "Y".
000800 01  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000810*---------------------------------------------------------------
000820*  ATTENTION ID BYTE - THE VALUES MATCH DFHAID'S DFHPF7 AND
000830*  DFHPF8, KEPT HERE AS 88S AS IN WX1BRWS.
000840*---------------------------------------------------------------
000850 01  WS-AID-BYTE                  PIC X(01) VALUE SPACE.
000860     88  AID-IS-PF7               VALUE "7".
000870     88  AID-IS-PF8               VALUE "8".
000880*---------------------------------------------------------------
000890*  RIDFLD WORK KEY FOR THE BROWSES - THE KEY'S ENTRIES START
000900*  AT WS1WX1-KEY PLUS LOW-VALUES.
000910*---------------------------------------------------------------
000920 01  WS-JHS-RID.
000930     05  WS-JHS-RID-KEY           PIC X(10).
000940     05  WS-JHS-RID-REST          PIC X(24).
000950 01  WS-JHS-CHECK-RID             PIC X(34).
000960 01  WS-JHS-CHECK-REC             PIC X(80).
000970*---------------------------------------------------------------
000980*  THE KEY'S HISTORY, NEWEST FIRST.  EACH ENTRY IS PLACED BY
000990*  ITS DATE/TIME AS IT IS READ, SINCE THE FILES RETURN ONE
001000*  FIELD'S CHANGES AFTER ANOTHER'S.  HT-LOADED-SW IS N FOR AN
001010*  ENTRY FROM THE JRNOVS HOLDING FILE.
001020*---------------------------------------------------------------
001030 01  WS-HIST-TABLE.
001040     05  WS-HIST-COUNT            PIC 9(04) COMP VALUE ZERO.
001050     05  WS-HIST-ENTRY OCCURS 100 TIMES.
001060         10  HT-STAMP.
001070             15  HT-DATE          PIC 9(06).
001080             15  HT-TIME          PIC 9(08).
001090         10  HT-FIELD             PIC X(10).
001100         10  HT-OLD-VALUE         PIC X(10).
001110         10  HT-NEW-VALUE         PIC X(10).
001120         10  HT-SOURCE            PIC X(08).
001130         10  HT-CYCLE-NO          PIC 9(02).
001140         10  HT-LOADED-SW         PIC X(01).
001150             88  HT-NOT-LOADED    VALUE "N".
001160 01  WS-NEW-ENTRY.
001170     05  NE-STAMP.
001180         10  NE-DATE              PIC 9(06).
001190         10  NE-TIME              PIC 9(08).
001200     05  NE-FIELD                 PIC X(10).
001210     05  NE-OLD-VALUE             PIC X(10).
001220     05  NE-NEW-VALUE             PIC X(10).
001230     05  NE-SOURCE                PIC X(08).
001240     05  NE-CYCLE-NO              PIC 9(02).
001250     05  NE-LOADED-SW             PIC X(01).
001260 01  WS-TABLE-FIELDS.
001270     05  WS-INS-IX                PIC S9(04) COMP VALUE ZERO.
001280     05  WS-MOVE-IX               PIC S9(04) COMP VALUE ZERO.
001290     05  WS-LINE-IX               PIC 9(04) COMP VALUE ZERO.
001300     05  WS-ENTRY-IX              PIC 9(04) COMP VALUE ZERO.
001310     05  WS-PAGE-COUNT            PIC 9(04) COMP VALUE ZERO.
001320 01  WS-PAGE-ED                   PIC Z9.
001330 01  WS-PAGE-COUNT-ED             PIC Z9.
001340 01  WS-LOAD-MARK                 PIC X(10) VALUE SPACES.
001350*---------------------------------------------------------------
001360*  COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL TRIPS.  A
001370*  TEN-BYTE COMMAREA IS A KEY HANDED OVER BY WX1B OR WX1M.
001380*---------------------------------------------------------------
001390 01  WS-COMMAREA.
001400     05  CA-KEY                   PIC X(10) VALUE SPACES.
001410     05  CA-PAGE-NO               PIC 9(02) VALUE 1.
001420 LINKAGE SECTION.
001430 01  DFHCOMMAREA                  PIC X(12).
001440 PROCEDURE DIVISION.
001450 TEST-1 SECTION.
001460*-----------------------------------------------------------*
001470*  0000-MAINLINE                                            *
001480*-----------------------------------------------------------*
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     IF KEY-HANDED-OVER
001520         PERFORM 3000-LIST-HISTORY THRU 3000-EXIT
001530     ELSE
001540         IF FIRST-TIME
001550             PERFORM 1100-SEND-INITIAL-MAP THRU 1100-EXIT
001560         ELSE
001570             PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
001580         END-IF
001590     END-IF.
001600     EXEC CICS RETURN
001610         TRANSID ('WX1H')
001620         COMMAREA (WS-COMMAREA)
001630         LENGTH (LENGTH OF WS-COMMAREA)
001640     END-EXEC.
001650     GOBACK.
001660*-----------------------------------------------------------*
001670*  1000-INITIALIZE - NO COMMAREA IS A NEW TRIP, A TEN-BYTE   *
001680*  ONE IS A KEY HANDED OVER, ANYTHING ELSE IS OUR OWN.       *
001690*-----------------------------------------------------------*
001700 1000-INITIALIZE.
001710     MOVE "Y" TO WS-FIRST-TIME-SW.
001720     MOVE "N" TO WS-HANDOFF-SW.
001730     MOVE EIBAID TO WS-AID-BYTE.
001740     IF EIBCALEN = LENGTH OF CA-KEY
001750         MOVE "N" TO WS-FIRST-TIME-SW
001760         MOVE "Y" TO WS-HANDOFF-SW
001770         MOVE DFHCOMMAREA (1:10) TO CA-KEY
001780         MOVE 1 TO CA-PAGE-NO
001790         GO TO 1000-EXIT
001800     END-IF.
001810     IF EIBCALEN > ZERO
001820         MOVE "N" TO WS-FIRST-TIME-SW
001830         MOVE DFHCOMMAREA TO WS-COMMAREA
001840     END-IF.
001850 1000-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------*
001880*  1100-SEND-INITIAL-MAP - BLANK SCREEN FOR A NEW TRIP       *
001890*-----------------------------------------------------------*
001900 1100-SEND-INITIAL-MAP.
001910     MOVE SPACES TO WX1HMAPO.
001920     MOVE "ENTER A KEY TO SEE ITS CHANGE HISTORY" TO HMSGO.
001930     EXEC CICS SEND MAP ('WX1HMAP')
001940         MAPSET ('WX1HSET')
001950         ERASE
001960     END-EXEC.
001970 1100-EXIT.
001980     EXIT.
001990*-----------------------------------------------------------*
002000*  2000-PROCESS-SCREEN - RECEIVE, THEN NEW KEY / PAGE.  A    *
002010*  PF KEY WITH NOTHING KEYED COMES BACK AS MAPFAIL, WHICH    *
002020*  JUST MEANS NO NEW KEY.                                    *
002030*-----------------------------------------------------------*
002040 2000-PROCESS-SCREEN.
002050     EXEC CICS RECEIVE MAP ('WX1HMAP')
002060         MAPSET ('WX1HSET')
002070         RESP (WS-RESP-CODE)
002080     END-EXEC.
002090     IF WS-RESP-CODE = DFHRESP(MAPFAIL)
002100         MOVE SPACES TO HKEYI
002110     ELSE
002120         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002130             PERFORM 1100-SEND-INITIAL-MAP THRU 1100-EXIT
002140             GO TO 2000-EXIT
002150         END-IF
002160     END-IF.
002170     IF HKEYI NOT = SPACES AND HKEYI NOT = CA-KEY
002180         MOVE HKEYI TO CA-KEY
002190         MOVE 1 TO CA-PAGE-NO
002200         PERFORM 3000-LIST-HISTORY THRU 3000-EXIT
002210         GO TO 2000-EXIT
002220     END-IF.
002230     IF CA-KEY = SPACES
002240         PERFORM 1100-SEND-INITIAL-MAP THRU 1100-EXIT
002250         GO TO 2000-EXIT
002260     END-IF.
002270     IF AID-IS-PF8
002280         ADD 1 TO CA-PAGE-NO
002290     END-IF.
002300     IF AID-IS-PF7 AND CA-PAGE-NO > 1
002310         SUBTRACT 1 FROM CA-PAGE-NO
002320     END-IF.
002330     PERFORM 3000-LIST-HISTORY THRU 3000-EXIT.
002340 2000-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------*
002370*  3000-LIST-HISTORY - BUILD THE KEY'S HISTORY FROM JRNHVS   *
002380*  AND JRNOVS, THEN SHOW PAGE CA-PAGE-NO OF IT.  A PAGE PAST *
002390*  THE END SHOWS THE LAST ONE.                               *
002400*-----------------------------------------------------------*
002410 3000-LIST-HISTORY.
002420     MOVE ZERO TO WS-HIST-COUNT.
002430     MOVE "N" TO WS-TRUNCATED-SW.
002440     PERFORM 3100-LOAD-JOURNAL-HISTORY THRU 3100-EXIT.
002450     PERFORM 3200-LOAD-ONLINE-HOLDING THRU 3200-EXIT.
002460     MOVE SPACES TO WX1H-LINES.
002470     IF WS-HIST-COUNT = ZERO
002480         MOVE 1 TO CA-PAGE-NO
002490         MOVE "NO CHANGE HISTORY ON FILE FOR THAT KEY" TO HMSGO
002500         PERFORM 4000-SEND-HISTORY-MAP THRU 4000-EXIT
002510         GO TO 3000-EXIT
002520     END-IF.
002530     COMPUTE WS-PAGE-COUNT = (WS-HIST-COUNT + 9) / 10.
002540     IF CA-PAGE-NO > WS-PAGE-COUNT
002550         MOVE WS-PAGE-COUNT TO CA-PAGE-NO
002560     END-IF.
002570     IF CA-PAGE-NO < 1
002580         MOVE 1 TO CA-PAGE-NO
002590     END-IF.
002600     COMPUTE WS-ENTRY-IX = (CA-PAGE-NO - 1) * 10.
002610     PERFORM 3400-FORMAT-LINE THRU 3400-EXIT
002620         VARYING WS-LINE-IX FROM 1 BY 1
002630         UNTIL WS-LINE-IX > 10.
002640     MOVE CA-PAGE-NO TO WS-PAGE-ED.
002650     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED.
002660     MOVE SPACES TO HMSGO.
002670     IF HISTORY-TRUNCATED
002680         STRING "PAGE " WS-PAGE-ED " OF " WS-PAGE-COUNT-ED
002690             " - NEWEST 100 CHANGES ONLY"
002700             DELIMITED BY SIZE INTO HMSGO
002710     ELSE
002720         STRING "PAGE " WS-PAGE-ED " OF " WS-PAGE-COUNT-ED
002730             " - PF8 OLDER, PF7 NEWER"
002740             DELIMITED BY SIZE INTO HMSGO
002750     END-IF.
002760     PERFORM 4000-SEND-HISTORY-MAP THRU 4000-EXIT.
002770 3000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------*
002800*  3100-LOAD-JOURNAL-HISTORY - EVERY JRNHVS ENTRY FOR THE    *
002810*  KEY, ALL FIELDS.                                          *
002820*-----------------------------------------------------------*
002830 3100-LOAD-JOURNAL-HISTORY.
002840     MOVE CA-KEY TO WS-JHS-RID-KEY.
002850     MOVE LOW-VALUES TO WS-JHS-RID-REST.
002860     EXEC CICS STARTBR
002870         DATASET ('JRNHVS')
002880         RIDFLD (WS-JHS-RID)
002890         GTEQ
002900         RESP (WS-RESP-CODE)
002910     END-EXEC.
002920     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002930         GO TO 3100-EXIT
002940     END-IF.
002950     MOVE "Y" TO WS-ADD-LOADED-SW.
002960     MOVE "N" TO WS-BROWSE-DONE-SW.
002970     PERFORM 3110-READ-NEXT-HISTORY THRU 3110-EXIT
002980         UNTIL BROWSE-DONE.
002990     EXEC CICS ENDBR
003000         DATASET ('JRNHVS')
003010         RESP (WS-RESP-CODE)
003020     END-EXEC.
003030 3100-EXIT.
003040     EXIT.
003050*-----------------------------------------------------------*
003060*  3110-READ-NEXT-HISTORY - ANOTHER KEY ENDS THE BROWSE.     *
003070*-----------------------------------------------------------*
003080 3110-READ-NEXT-HISTORY.
003090     EXEC CICS READNEXT
003100         DATASET ('JRNHVS')
003110         INTO (WX1JHS-RECORD)
003120         RIDFLD (WS-JHS-RID)
003130         RESP (WS-RESP-CODE)
003140     END-EXEC.
003150     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003160         MOVE "Y" TO WS-BROWSE-DONE-SW
003170         GO TO 3110-EXIT
003180     END-IF.
003190     IF JHS-WS1WX1-KEY NOT = CA-KEY
003200         MOVE "Y" TO WS-BROWSE-DONE-SW
003210         GO TO 3110-EXIT
003220     END-IF.
003230     PERFORM 3300-ADD-ENTRY THRU 3300-EXIT.
003240 3110-EXIT.
003250     EXIT.
003260*-----------------------------------------------------------*
003270*  3200-LOAD-ONLINE-HOLDING - THE KEY'S ONLINE CHANGES STILL *
003280*  WAITING IN JRNOVS FOR THE NIGHT'S LOAD.                   *
003290*-----------------------------------------------------------*
003300 3200-LOAD-ONLINE-HOLDING.
003310     MOVE CA-KEY TO WS-JHS-RID-KEY.
003320     MOVE LOW-VALUES TO WS-JHS-RID-REST.
003330     EXEC CICS STARTBR
003340         DATASET ('JRNOVS')
003350         RIDFLD (WS-JHS-RID)
003360         GTEQ
003370         RESP (WS-RESP-CODE)
003380     END-EXEC.
003390     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003400         GO TO 3200-EXIT
003410     END-IF.
003420     MOVE "N" TO WS-ADD-LOADED-SW.
003430     MOVE "N" TO WS-BROWSE-DONE-SW.
003440     PERFORM 3210-READ-NEXT-HOLDING THRU 3210-EXIT
003450         UNTIL BROWSE-DONE.
003460     EXEC CICS ENDBR
003470         DATASET ('JRNOVS')
003480         RESP (WS-RESP-CODE)
003490     END-EXEC.
003500 3200-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------*
003530*  3210-READ-NEXT-HOLDING - AN ENTRY THE LOAD ALREADY PUT IN *
003540*  JRNHVS (THE LOAD STOPPED BEFORE ITS DELETE) IS LISTED     *
003550*  FROM THERE AND SKIPPED HERE.                              *
003560*-----------------------------------------------------------*
003570 3210-READ-NEXT-HOLDING.
003580     EXEC CICS READNEXT
003590         DATASET ('JRNOVS')
003600         INTO (WX1JHS-RECORD)
003610         RIDFLD (WS-JHS-RID)
003620         RESP (WS-RESP-CODE)
003630     END-EXEC.
003640     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003650         MOVE "Y" TO WS-BROWSE-DONE-SW
003660         GO TO 3210-EXIT
003670     END-IF.
003680     IF JHS-WS1WX1-KEY NOT = CA-KEY
003690         MOVE "Y" TO WS-BROWSE-DONE-SW
003700         GO TO 3210-EXIT
003710     END-IF.
003720     MOVE WX1JHS-KEY TO WS-JHS-CHECK-RID.
003730     EXEC CICS READ
003740         DATASET ('JRNHVS')
003750         INTO (WS-JHS-CHECK-REC)
003760         RIDFLD (WS-JHS-CHECK-RID)
003770         RESP (WS-RESP-CODE)
003780     END-EXEC.
003790     IF WS-RESP-CODE = DFHRESP(NORMAL)
003800         GO TO 3210-EXIT
003810     END-IF.
003820     PERFORM 3300-ADD-ENTRY THRU 3300-EXIT.
003830 3210-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------*
003860*  3300-ADD-ENTRY - PLACE THE RECORD IN WX1JHS-RECORD INTO   *
003870*  THE TABLE AHEAD OF THE FIRST OLDER ENTRY.  A FULL TABLE   *
003880*  DROPS ITS OLDEST ENTRY, OR THE NEW ONE IF OLDER STILL.    *
003890*-----------------------------------------------------------*
003900 3300-ADD-ENTRY.
003910     MOVE JHS-DATE TO NE-DATE.
003920     MOVE JHS-TIME TO NE-TIME.
003930     MOVE JHS-FIELD TO NE-FIELD.
003940     MOVE JHS-OLD-VALUE TO NE-OLD-VALUE.
003950     MOVE JHS-NEW-VALUE TO NE-NEW-VALUE.
003960     IF JHS-SOURCE-ID = SPACES
003970         MOVE JHS-JOB-ID TO NE-SOURCE
003980     ELSE
003990         MOVE JHS-SOURCE-ID TO NE-SOURCE
004000     END-IF.
004010     IF JHS-CYCLE-NO NUMERIC
004020         MOVE JHS-CYCLE-NO TO NE-CYCLE-NO
004030     ELSE
004040         MOVE ZERO TO NE-CYCLE-NO
004050     END-IF.
004060     MOVE WS-ADD-LOADED-SW TO NE-LOADED-SW.
004070     MOVE 1 TO WS-INS-IX.
004080     MOVE "N" TO WS-SLOT-FOUND-SW.
004090     PERFORM 3310-FIND-SLOT THRU 3310-EXIT
004100         UNTIL SLOT-FOUND.
004110     IF WS-INS-IX > 100
004120         MOVE "Y" TO WS-TRUNCATED-SW
004130         GO TO 3300-EXIT
004140     END-IF.
004150     IF WS-HIST-COUNT < 100
004160         ADD 1 TO WS-HIST-COUNT
004170     ELSE
004180         MOVE "Y" TO WS-TRUNCATED-SW
004190     END-IF.
004200     PERFORM 3320-SHIFT-ENTRY THRU 3320-EXIT
004210         VARYING WS-MOVE-IX FROM WS-HIST-COUNT BY -1
004220         UNTIL WS-MOVE-IX <= WS-INS-IX.
004230     MOVE WS-NEW-ENTRY TO WS-HIST-ENTRY (WS-INS-IX).
004240 3300-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------*
004270*  3310-FIND-SLOT - THE FIRST ENTRY OLDER THAN THE NEW ONE,  *
004280*  OR THE END OF THE TABLE.  EQUAL STAMPS KEEP READ ORDER.   *
004290*-----------------------------------------------------------*
004300 3310-FIND-SLOT.
004310     IF WS-INS-IX > WS-HIST-COUNT
004320         MOVE "Y" TO WS-SLOT-FOUND-SW
004330         GO TO 3310-EXIT
004340     END-IF.
004350     IF HT-STAMP (WS-INS-IX) < NE-STAMP
004360         MOVE "Y" TO WS-SLOT-FOUND-SW
004370         GO TO 3310-EXIT
004380     END-IF.
004390     ADD 1 TO WS-INS-IX.
004400 3310-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------*
004430*  3320-SHIFT-ENTRY - MOVE ONE ENTRY DOWN A SLOT TO OPEN THE *
004440*  INSERTION POINT.                                          *
004450*-----------------------------------------------------------*
004460 3320-SHIFT-ENTRY.
004470     MOVE WS-HIST-ENTRY (WS-MOVE-IX - 1)
004480         TO WS-HIST-ENTRY (WS-MOVE-IX).
004490 3320-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------*
004520*  3400-FORMAT-LINE - ONE LIST LINE OF THE PAGE: DATE, TIME, *
004530*  FIELD, OLD, NEW, SOURCE, CYCLE AND THE NOT LOADED MARK.   *
004540*-----------------------------------------------------------*
004550 3400-FORMAT-LINE.
004560     ADD 1 TO WS-ENTRY-IX.
004570     IF WS-ENTRY-IX > WS-HIST-COUNT
004580         GO TO 3400-EXIT
004590     END-IF.
004600     IF HT-NOT-LOADED (WS-ENTRY-IX)
004610         MOVE "NOT LOADED" TO WS-LOAD-MARK
004620     ELSE
004630         MOVE SPACES TO WS-LOAD-MARK
004640     END-IF.
004650     STRING HT-DATE (WS-ENTRY-IX)
004660         " " HT-TIME (WS-ENTRY-IX) (1:6)
004670         " " HT-FIELD (WS-ENTRY-IX)
004680         " " HT-OLD-VALUE (WS-ENTRY-IX)
004690         " " HT-NEW-VALUE (WS-ENTRY-IX)
004700         " " HT-SOURCE (WS-ENTRY-IX)
004710         " " HT-CYCLE-NO (WS-ENTRY-IX)
004720         " " WS-LOAD-MARK
004730         DELIMITED BY SIZE INTO HLINO (WS-LINE-IX).
004740 3400-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------*
004770*  4000-SEND-HISTORY-MAP                                    *
004780*-----------------------------------------------------------*
004790 4000-SEND-HISTORY-MAP.
004800     MOVE CA-KEY TO HKEYO.
004810     EXEC CICS SEND MAP ('WX1HMAP')
004820         MAPSET ('WX1HSET')
004830         ERASE
004840     END-EXEC.
004850 4000-EXIT.
004860     EXIT.
