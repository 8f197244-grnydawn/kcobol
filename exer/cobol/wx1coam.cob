000010*=============================================================*
000020*  CICS MAINTENANCE OF THE CHART-OF-ACCOUNTS REFERENCE MASTER *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1COAM.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    TRANSACTION WX1C.  MAINTAINS THE WX1COAVS CHART-OF-
000100*    ACCOUNTS KSDS (LAYOUT IN COPYBOOK WX1COA, CLUSTER DEFINED
000110*    BY JCL MEMBER WX1COAK) THAT NAMES EACH FAMILY (KEY
000120*    POSITIONS 1-3), ACCOUNT (1-6) AND, WHERE WANTED, FULL
000130*    WS1WX1-KEY, WITH ITS OWNER, OPEN DATE AND OPEN/CLOSED
000140*    STATUS.  THE LEVEL IS TAKEN FROM HOW MUCH OF THE KEY IS
000150*    KEYED - THREE CHARACTERS IS A FAMILY, SIX AN ACCOUNT,
000160*    TEN A FULL KEY.
000170*
000180*    FUNCTION I DISPLAYS THE ENTRY.  FUNCTION A ADDS ONE - THE
000190*    NAME IS REQUIRED, THE OPEN DATE DEFAULTS TO TODAY, AND AN
000200*    ACCOUNT'S FAMILY (OR A FULL KEY'S ACCOUNT) MUST ALREADY
000210*    BE ON FILE SO THE CHART NEVER HAS AN ORPHAN.  FUNCTION U
000220*    CHANGES THE NAME AND/OR OWNER.  FUNCTION C CLOSES THE
000230*    ENTRY AS OF TODAY AND FUNCTION O REOPENS IT.  ENTRIES ARE
000240*    NEVER DELETED - A CLOSED ACCOUNT STILL NEEDS ITS NAME ON
000250*    THE MONTH-END PAGES AND THE DORMANT KEY LIST.
000260*
000270*    NAMESPACE REJECTS AN A TRANSACTION FOR AN ACCOUNT THAT IS
000280*    NOT ON THIS FILE OR IS CLOSED (OR WHOSE FAMILY IS
000290*    CLOSED), AND WX1M REFUSES FUNCTION U/P AGAINST A CLOSED
000300*    ACCOUNT, SO A CLOSE HERE TAKES EFFECT ON THE NEXT CYCLE
000310*    AND THE NEXT ONLINE TRIP.
000320*
000330*    PSEUDO-CONVERSATIONAL, LIKE WX1MAINT.  THE COMMAREA
000340*    CARRIES THE LAST KEY SHOWN SO A BLANK KEY FIELD ON THE
000350*    FOLLOW-UP TRIP REPEATS IT.
000360*
000370*    THE MAPSET WX1CSET (MAP WX1CMAP, LAID OUT BY COPYBOOKS/
000380*    WX1CMAP.CPY) HAS NO BMS SOURCE SHIPPED WITH THIS PROGRAM
000390*    AND, LIKE WX1COAVS, MUST BE ASSEMBLED/LINKED AND DEFINED
000400*    TO THE REGION (PROGRAM WX1COAM, MAPSET WX1CSET,
000410*    TRANSACTION WX1C, FILE WX1COAVS) BEFORE WX1C IS FIRST RUN.
000420*  MODIFICATION HISTORY.
000430*    10/15/26  JWK  INITIAL VERSION.
000433*    10/15/26  JWK  AN OPEN DATE KEYED ON AN ADD MUST HAVE A
000436*                   MONTH 01-12 AND A DAY 01-31.
000440*---------------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. WX1COAM.
000470 AUTHOR. J. W. KOSINSKI.
000480 INSTALLATION. DATA CENTER.
000490 DATE-WRITTEN. 10/15/26.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 DATA DIVISION.
000560 WORKING-STORAGE SECTION.
000570*---------------------------------------------------------------
000580*  CHART-OF-ACCOUNTS LAYOUT - SAME COPYBOOK THE BATCH STEPS USE.
000590*---------------------------------------------------------------
000600     COPY WX1COA.
000610*---------------------------------------------------------------
000620*  SYMBOLIC MAP FOR THE WX1CMAP SCREEN.
000630*---------------------------------------------------------------
000640     COPY WX1CMAP.
000650 01  WS-SWITCHES.
000660     05  WS-FIRST-TIME-SW         PIC X(01) VALUE "Y".
000670         88  FIRST-TIME           VALUE "Y".
000680 01  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000690 01  WS-FUNCTION-CODE             PIC X(01) VALUE SPACE.
000700     88  FUNCTION-IS-INQUIRE      VALUE "I".
000710     88  FUNCTION-IS-ADD          VALUE "A".
000720     88  FUNCTION-IS-UPDATE       VALUE "U".
000730     88  FUNCTION-IS-CLOSE        VALUE "C".
000740     88  FUNCTION-IS-REOPEN       VALUE "O".
000750*---------------------------------------------------------------
000760*  KEY WORK FIELDS - THE KEYED ENTRY, ITS LEVEL, AND THE KEY
000770*  OF THE PARENT ENTRY AN ADD MUST FIND ON FILE.
000780*---------------------------------------------------------------
000790 01  WS-COA-FIELDS.
000800     05  WS-COA-KEY               PIC X(10) VALUE SPACES.
000810     05  WS-COA-LEVEL             PIC X(01) VALUE SPACE.
000820         88  LEVEL-IS-FAMILY      VALUE "F".
000830         88  LEVEL-IS-ACCOUNT     VALUE "A".
000840         88  LEVEL-IS-FULL-KEY    VALUE "K".
000850     05  WS-PARENT-KEY            PIC X(10) VALUE SPACES.
000860 01  WS-ABS-TIME                  PIC S9(15) COMP-3 VALUE ZERO.
000870 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
000880 01  WS-CURRENT-TIME              PIC 9(06) VALUE ZERO.
000881*---------------------------------------------------------------
000882*  OPEN DATE KEYED ON AN ADD, SPLIT FOR THE MONTH AND DAY EDIT.
000883*---------------------------------------------------------------
000884 01  WS-OPEN-DATE                 PIC 9(06) VALUE ZERO.
000885 01  FILLER REDEFINES WS-OPEN-DATE.
000886     05  WS-OPEN-YY               PIC 9(02).
000887     05  WS-OPEN-MM               PIC 9(02).
000888     05  WS-OPEN-DD               PIC 9(02).
000890*---------------------------------------------------------------
000900*  COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL TRIPS.
000910*---------------------------------------------------------------
000920 01  WS-COMMAREA.
000930     05  CA-LAST-KEY              PIC X(10) VALUE SPACES.
000940 LINKAGE SECTION.
000950 01  DFHCOMMAREA                  PIC X(10).
000960 PROCEDURE DIVISION.
000970 TEST-1 SECTION.
000980*-----------------------------------------------------------*
000990*  0000-MAINLINE                                            *
001000*-----------------------------------------------------------*
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     IF FIRST-TIME
001040         PERFORM 1100-SEND-INITIAL-MAP THRU 1100-EXIT
001050     ELSE
001060         PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
001070     END-IF.
001080     EXEC CICS RETURN
001090         TRANSID ('WX1C')
001100         COMMAREA (WS-COMMAREA)
001110         LENGTH (LENGTH OF WS-COMMAREA)
001120     END-EXEC.
001130     GOBACK.
001140*-----------------------------------------------------------*
001150*  1000-INITIALIZE                                          *
001160*-----------------------------------------------------------*
001170 1000-INITIALIZE.
001180     MOVE "Y" TO WS-FIRST-TIME-SW.
001190     IF EIBCALEN > ZERO
001200         MOVE "N" TO WS-FIRST-TIME-SW
001210         MOVE DFHCOMMAREA TO WS-COMMAREA
001220     END-IF.
001230 1000-EXIT.
001240     EXIT.
001250*-----------------------------------------------------------*
001260*  1100-SEND-INITIAL-MAP - BLANK SCREEN FOR A NEW TRIP       *
001270*-----------------------------------------------------------*
001280 1100-SEND-INITIAL-MAP.
001290     MOVE SPACES TO WX1CMAPO.
001300     MOVE "ENTER KEY AND FUNCTION (I, A, U, C OR O)" TO CMSGO.
001310     EXEC CICS SEND MAP ('WX1CMAP')
001320         MAPSET ('WX1CSET')
001330         ERASE
001340     END-EXEC.
001350 1100-EXIT.
001360     EXIT.
001370*-----------------------------------------------------------*
001380*  2000-PROCESS-FUNCTION - RECEIVE THE ANALYST'S INPUT,      *
001390*  WORK OUT THE KEY'S LEVEL AND DISPATCH ON THE FUNCTION.    *
001400*-----------------------------------------------------------*
001410 2000-PROCESS-FUNCTION.
001420     EXEC CICS RECEIVE MAP ('WX1CMAP')
001430         MAPSET ('WX1CSET')
001440         RESP (WS-RESP-CODE)
001450     END-EXEC.
001460     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001470         PERFORM 1100-SEND-INITIAL-MAP THRU 1100-EXIT
001480         GO TO 2000-EXIT
001490     END-IF.
001500     MOVE CKEYI TO WS-COA-KEY.
001510     IF WS-COA-KEY = SPACES
001520         MOVE CA-LAST-KEY TO WS-COA-KEY
001530     END-IF.
001540     MOVE CFUNI TO WS-FUNCTION-CODE.
001550     PERFORM 2050-SET-KEY-LEVEL THRU 2050-EXIT.
001560     IF WS-COA-LEVEL = SPACE
001570         MOVE "KEY MUST BE 3, 6 OR 10 CHARACTERS" TO CMSGO
001580         PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
001590         GO TO 2000-EXIT
001600     END-IF.
001610     IF FUNCTION-IS-INQUIRE
001620         PERFORM 2100-INQUIRE-ENTRY THRU 2100-EXIT
001630         GO TO 2000-EXIT
001640     END-IF.
001650     IF FUNCTION-IS-ADD
001660         PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
001670         GO TO 2000-EXIT
001680     END-IF.
001690     IF FUNCTION-IS-UPDATE OR FUNCTION-IS-CLOSE
001700         OR FUNCTION-IS-REOPEN
001710         PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
001720         GO TO 2000-EXIT
001730     END-IF.
001740     MOVE "FUNCTION MUST BE I, A, U, C OR O" TO CMSGO.
001750     PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT.
001760 2000-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------*
001790*  2050-SET-KEY-LEVEL - 3 CHARACTERS IS A FAMILY, 6 AN       *
001800*  ACCOUNT, 10 A FULL KEY; ANYTHING ELSE LEAVES THE LEVEL    *
001810*  BLANK.  THE PRIMING KEY IS NEVER MAINTAINABLE.            *
001820*-----------------------------------------------------------*
001830 2050-SET-KEY-LEVEL.
001840     MOVE SPACE TO WS-COA-LEVEL.
001850     MOVE SPACES TO WS-PARENT-KEY.
001860     IF WS-COA-KEY = "**********"
001870         OR WS-COA-KEY (1:1) = SPACE
001880         OR WS-COA-KEY (2:1) = SPACE
001890         OR WS-COA-KEY (3:1) = SPACE
001900         GO TO 2050-EXIT
001910     END-IF.
001920     IF WS-COA-KEY (4:7) = SPACES
001930         MOVE "F" TO WS-COA-LEVEL
001940         GO TO 2050-EXIT
001950     END-IF.
001960     IF WS-COA-KEY (4:1) = SPACE
001970         OR WS-COA-KEY (5:1) = SPACE
001980         OR WS-COA-KEY (6:1) = SPACE
001990         GO TO 2050-EXIT
002000     END-IF.
002010     IF WS-COA-KEY (7:4) = SPACES
002020         MOVE "A" TO WS-COA-LEVEL
002030         MOVE WS-COA-KEY (1:3) TO WS-PARENT-KEY
002040         GO TO 2050-EXIT
002050     END-IF.
002060     IF WS-COA-KEY (7:1) = SPACE
002070         OR WS-COA-KEY (8:1) = SPACE
002080         OR WS-COA-KEY (9:1) = SPACE
002090         OR WS-COA-KEY (10:1) = SPACE
002100         GO TO 2050-EXIT
002110     END-IF.
002120     MOVE "K" TO WS-COA-LEVEL.
002130     MOVE WS-COA-KEY (1:6) TO WS-PARENT-KEY.
002140 2050-EXIT.
002150     EXIT.
002160*-----------------------------------------------------------*
002170*  2100-INQUIRE-ENTRY - READ WX1COAVS AND RE-DISPLAY IT      *
002180*-----------------------------------------------------------*
002190 2100-INQUIRE-ENTRY.
002200     EXEC CICS READ
002210         DATASET ('WX1COAVS')
002220         INTO (WX1COA-RECORD)
002230         RIDFLD (WS-COA-KEY)
002240         RESP (WS-RESP-CODE)
002250     END-EXEC.
002260     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002270         MOVE "ENTRY NOT ON FILE" TO CMSGO
002280         PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
002290         GO TO 2100-EXIT
002300     END-IF.
002310     IF COA-IS-CLOSED
002320         MOVE "ENTRY FOUND - CLOSED" TO CMSGO
002330     ELSE
002340         MOVE "ENTRY FOUND" TO CMSGO
002350     END-IF.
002360     MOVE WS-COA-KEY TO CA-LAST-KEY.
002370     PERFORM 2910-SEND-ENTRY-MAP THRU 2910-EXIT.
002380 2100-EXIT.
002390     EXIT.
002400*-----------------------------------------------------------*
002410*  2200-ADD-ENTRY - NEW FAMILY, ACCOUNT OR FULL-KEY ENTRY.   *
002420*  THE PARENT LEVEL MUST ALREADY BE ON FILE.                 *
002430*-----------------------------------------------------------*
002440 2200-ADD-ENTRY.
002450     IF CNAMI = SPACES
002460         MOVE "NAME IS REQUIRED - NOT ADDED" TO CMSGO
002470         PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
002480         GO TO 2200-EXIT
002490     END-IF.
002500     IF CODTI NOT = SPACES
002503         IF CODTI NUMERIC
002506             MOVE CODTI TO WS-OPEN-DATE
002509         ELSE
002512             MOVE ZERO TO WS-OPEN-DATE
002515         END-IF
002518         IF WS-OPEN-MM = ZERO OR WS-OPEN-MM > 12
002521             OR WS-OPEN-DD = ZERO OR WS-OPEN-DD > 31
002524             MOVE "OPEN DATE MUST BE YYMMDD - NOT ADDED" TO CMSGO
002527             PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
002530             GO TO 2200-EXIT
002533         END-IF
002536     END-IF.
002550     IF NOT LEVEL-IS-FAMILY
002560         EXEC CICS READ
002570             DATASET ('WX1COAVS')
002580             INTO (WX1COA-RECORD)
002590             RIDFLD (WS-PARENT-KEY)
002600             RESP (WS-RESP-CODE)
002610         END-EXEC
002620         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002630             MOVE "PARENT FAMILY/ACCOUNT NOT ON FILE - NOT ADDED"
002640                 TO CMSGO
002650             PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
002660             GO TO 2200-EXIT
002670         END-IF
002680     END-IF.
002690     PERFORM 2400-GET-TODAY THRU 2400-EXIT.
002700     MOVE WS-COA-KEY TO COA-KEY.
002710     MOVE WS-COA-LEVEL TO COA-LEVEL.
002720     MOVE CNAMI TO COA-NAME.
002730     MOVE COWNI TO COA-OWNER.
002740     IF CODTI = SPACES
002750         MOVE WS-CURRENT-DATE TO COA-OPEN-DATE
002760     ELSE
002770         MOVE CODTI TO COA-OPEN-DATE
002780     END-IF.
002790     MOVE "O" TO COA-STATUS.
002800     MOVE ZERO TO COA-CLOSE-DATE.
002810     EXEC CICS WRITE
002820         DATASET ('WX1COAVS')
002830         FROM (WX1COA-RECORD)
002840         RIDFLD (COA-KEY)
002850         RESP (WS-RESP-CODE)
002860     END-EXEC.
002870     IF WS-RESP-CODE = DFHRESP(DUPREC)
002880         MOVE "ENTRY ALREADY ON FILE - NOT ADDED" TO CMSGO
002890         PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
002900         GO TO 2200-EXIT
002910     END-IF.
002920     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002930         MOVE "CHART FILE ERROR - NOT ADDED" TO CMSGO
002940         PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
002950         GO TO 2200-EXIT
002960     END-IF.
002970     MOVE "ENTRY ADDED - OPEN" TO CMSGO.
002980     MOVE WS-COA-KEY TO CA-LAST-KEY.
002990     PERFORM 2910-SEND-ENTRY-MAP THRU 2910-EXIT.
003000 2200-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------*
003030*  2300-CHANGE-ENTRY - READ FOR UPDATE, THEN CHANGE NAME/    *
003040*  OWNER (U), CLOSE AS OF TODAY (C) OR REOPEN (O).           *
003050*-----------------------------------------------------------*
003060 2300-CHANGE-ENTRY.
003070     EXEC CICS READ
003080         DATASET ('WX1COAVS')
003090         INTO (WX1COA-RECORD)
003100         RIDFLD (WS-COA-KEY)
003110         UPDATE
003120         RESP (WS-RESP-CODE)
003130     END-EXEC.
003140     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003150         MOVE "ENTRY NOT ON FILE - NOT CHANGED" TO CMSGO
003160         PERFORM 2900-SEND-COA-MAP THRU 2900-EXIT
003170         GO TO 2300-EXIT
003180     END-IF.
003190     PERFORM 2400-GET-TODAY THRU 2400-EXIT.
003200     IF FUNCTION-IS-UPDATE
003210         IF CNAMI NOT = SPACES
003220             MOVE CNAMI TO COA-NAME
003230         END-IF
003240         IF COWNI NOT = SPACES
003250             MOVE COWNI TO COA-OWNER
003260         END-IF
003270         MOVE "ENTRY UPDATED" TO CMSGO
003280     END-IF.
003290     IF FUNCTION-IS-CLOSE
003300         MOVE "C" TO COA-STATUS
003310         MOVE WS-CURRENT-DATE TO COA-CLOSE-DATE
003320         MOVE "ENTRY CLOSED - NO NEW ADDS OR UPDATES" TO CMSGO
003330     END-IF.
003340     IF FUNCTION-IS-REOPEN
003350         MOVE "O" TO COA-STATUS
003360         MOVE ZERO TO COA-CLOSE-DATE
003370         MOVE "ENTRY REOPENED" TO CMSGO
003380     END-IF.
003390     EXEC CICS REWRITE
003400         DATASET ('WX1COAVS')
003410         FROM (WX1COA-RECORD)
003420         RESP (WS-RESP-CODE)
003430     END-EXEC.
003440     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003450         MOVE "CHART FILE ERROR - NOT CHANGED" TO CMSGO
003460     END-IF.
003470     MOVE WS-COA-KEY TO CA-LAST-KEY.
003480     PERFORM 2910-SEND-ENTRY-MAP THRU 2910-EXIT.
003490 2300-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------*
003520*  2400-GET-TODAY - YYMMDD FOR THE OPEN AND CLOSE DATES      *
003530*-----------------------------------------------------------*
003540 2400-GET-TODAY.
003550     EXEC CICS ASKTIME
003560         ABSTIME (WS-ABS-TIME)
003570     END-EXEC.
003580     EXEC CICS FORMATTIME
003590         ABSTIME (WS-ABS-TIME)
003600         YYMMDD (WS-CURRENT-DATE)
003610         TIME (WS-CURRENT-TIME)
003620     END-EXEC.
003630 2400-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------*
003660*  2900-SEND-COA-MAP - RE-DISPLAY THE ANALYST'S INPUT WITH   *
003670*  THE RESULT MESSAGE.                                       *
003680*-----------------------------------------------------------*
003690 2900-SEND-COA-MAP.
003700     MOVE WS-COA-KEY TO CKEYO.
003710     MOVE WS-FUNCTION-CODE TO CFUNO.
003720     MOVE CNAMI TO CNAMO.
003730     MOVE COWNI TO COWNO.
003740     MOVE CODTI TO CODTO.
003750     EXEC CICS SEND MAP ('WX1CMAP')
003760         MAPSET ('WX1CSET')
003770         DATAONLY
003780     END-EXEC.
003790 2900-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------*
003820*  2910-SEND-ENTRY-MAP - SHOW THE ENTRY AS NOW ON FILE.      *
003830*-----------------------------------------------------------*
003840 2910-SEND-ENTRY-MAP.
003850     MOVE COA-KEY TO CKEYO.
003860     MOVE WS-FUNCTION-CODE TO CFUNO.
003870     MOVE COA-NAME TO CNAMO.
003880     MOVE COA-OWNER TO COWNO.
003890     MOVE COA-OPEN-DATE TO CODTO.
003900     MOVE COA-STATUS TO CSTAO.
003910     IF COA-CLOSE-DATE = ZERO
003920         MOVE SPACES TO CCDTO
003930     ELSE
003940         MOVE COA-CLOSE-DATE TO CCDTO
003950     END-IF.
003960     EXEC CICS SEND MAP ('WX1CMAP')
003970         MAPSET ('WX1CSET')
003980         DATAONLY
003990     END-EXEC.
004000 2910-EXIT.
004010     EXIT.
