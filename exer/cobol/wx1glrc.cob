000010*=============================================================*
000020*  WSWX1VS MASTER VS GL TRIAL BALANCE RECONCILIATION          *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1GLRC.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    WX1GACK PROVES EACH NIGHT'S POSTINGS WERE ACCEPTED, BUT
000100*    NOTHING PROVED THE LEDGER'S STANDING BALANCES STILL AGREE
000110*    WITH THE MASTER - A MANUAL GL ADJUSTMENT, A MISSED GLRSTG
000120*    RE-EXTRACT OR A WX1RELD RESTORE COULD LEAVE THE TWO OUT
000130*    OF STEP WITHOUT ANYONE HEARING ABOUT IT.  THIS PROGRAM
000140*    READS THE GL TEAM'S TRIAL BALANCE FILE (GLTB - HEADER,
000150*    DETAILS, COUNT-AND-TOTAL TRAILER) AND MATCHES IT AGAINST
000160*    THE WSWX1VS MASTER.
000170*
000180*    THE GL MAY CARRY A BALANCE BY FULL KEY OR BY ACCOUNT (A
000190*    DETAIL WHOSE KEY IS THE 6-POSITION ACCOUNT, BLANK IN
000200*    7-10).  FOR AN ACCOUNT THE GL CARRIES AT ACCOUNT LEVEL THE
000210*    MASTER KEYS UNDER IT ARE ROLLED UP AND MATCHED AS ONE
000220*    ITEM; EVERY OTHER MASTER KEY IS MATCHED KEY FOR KEY.  EACH
000230*    ITEM IS REPORTED IN BALANCE, OUT OF BALANCE, MASTER ONLY
000240*    OR GL ONLY, WITH SUBTOTALS BY ACCOUNT (POSITIONS 1-6) AND
000250*    FAMILY (POSITIONS 1-3) - THE SAME HIERARCHY WX1MSUM USES -
000260*    AND A CONTROL PAGE.
000270*
000280*    THE DIFFERENCE IS THE SUM OF THE ABSOLUTE WS-2 AND WX-2
000290*    DIFFERENCES OVER EVERY ITEM NOT IN BALANCE (A ONE-SIDED
000300*    ITEM COUNTS ITS WHOLE VALUE).  IT IS TESTED AGAINST THE
000310*    TOLERANCE ON THE CTLCARD (COLUMNS 1-10, BLANK = ZERO).
000320*    THE WX1PCLS MONTH-END CLOSE RUNS THIS AS ITS FIRST STEP
000330*    AND DOES NOT CLOSE ON RC=8.
000340*
000350*    RETURN CODE CONVENTION.
000360*      RC=0   MASTER AND TRIAL BALANCE AGREE ITEM FOR ITEM.
000370*      RC=4   DIFFERENCES FOUND, WITHIN THE TOLERANCE - REVIEW
000380*             RECRPT.
000390*      RC=8   DIFFERENCE OVER THE TOLERANCE, OR THE TRIAL
000400*             BALANCE DOES NOT PROVE TO ITS OWN TRAILER - DO
000410*             NOT CLOSE THE MONTH UNTIL FINANCE RECONCILES.
000420*      RC=16  A MANDATORY FILE FAILED TO OPEN, THE CTLCARD IS
000430*             INVALID OR THE ACCOUNT TABLE OVERFLOWED.
000440*  MODIFICATION HISTORY.
000450*    10/15/26  JWK  INITIAL VERSION.
000460*---------------------------------------------------------------
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. WX1GLRC.
000490 AUTHOR. J. W. KOSINSKI.
000500 INSTALLATION. DATA CENTER.
000510 DATE-WRITTEN. 10/15/26.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CTLCARD ASSIGN TO CTLCARD
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CTL-STATUS.
000620     SELECT GLTB ASSIGN TO GLTB
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GTB-STATUS.
000650     SELECT WSWX1VS ASSIGN TO WSWX1VS
000660         ORGANIZATION IS INDEXED
000670         ACCESS IS SEQUENTIAL
000680         RECORD KEY IS VS-KEY
000690         FILE STATUS IS WS-VSM-STATUS.
000700     SELECT RECRPT ASSIGN TO RECRPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.
000730     SELECT SORTFILE ASSIGN TO SORTWK01.
000740 DATA DIVISION.
000750 FILE SECTION.
000760*---------------------------------------------------------------
000770*  CONTROL CARD - RECONCILIATION TOLERANCE.
000780*---------------------------------------------------------------
000790 FD  CTLCARD
000800     LABEL RECORDS ARE OMITTED.
000810 01  CTL-CARD-REC.
000820     05  CTL-TOLERANCE            PIC X(10).
000830*---------------------------------------------------------------
000840*  GL TRIAL BALANCE - SAME HEADER/DETAIL/TRAILER DISCIPLINE AS
000850*  THE GLEXT EXTRACT AND THE ACKNOWLEDGMENT.  A DETAIL KEY IS A
000860*  FULL WS1WX1-KEY OR A 6-POSITION ACCOUNT, BLANK IN 7-10.
000870*---------------------------------------------------------------
000880 FD  GLTB
000890     LABEL RECORDS ARE STANDARD.
000900 01  GTB-IN-REC.
000910     05  GTB-REC-TYPE             PIC X(01).
000920         88  GTB-IS-HEADER        VALUE "H".
000930         88  GTB-IS-DETAIL        VALUE "D".
000940         88  GTB-IS-TRAILER       VALUE "T".
000950     05  GTB-REC-BODY             PIC X(32).
000960     05  GTB-HEADER REDEFINES GTB-REC-BODY.
000970         10  GTH-AS-OF-DATE       PIC 9(06).
000980         10  GTH-SOURCE-ID        PIC X(08).
000990         10  FILLER               PIC X(18).
001000     05  GTB-DETAIL REDEFINES GTB-REC-BODY.
001010         10  GTD-KEY.
001020             15  GTD-ACCT         PIC X(06).
001030             15  GTD-KEY-REST     PIC X(04).
001040         10  GTD-WS2-BAL          PIC 9(10).
001050         10  GTD-WX2-BAL          PIC 9(10).
001060         10  FILLER               PIC X(02).
001070     05  GTB-TRAILER REDEFINES GTB-REC-BODY.
001080         10  GTT-REC-COUNT        PIC 9(08).
001090         10  GTT-WS2-TOTAL        PIC 9(12).
001100         10  GTT-WX2-TOTAL        PIC 9(12).
001110*---------------------------------------------------------------
001120*  WS-1/WX-1 SHARED VSAM KSDS - READ IN KEY ORDER.  SEE
001130*  JCL/WS1WX1K.JCL FOR THE CLUSTER DEFINITION.
001140*---------------------------------------------------------------
001150 FD  WSWX1VS
001160     LABEL RECORDS ARE STANDARD.
001170 01  VS-REC.
001180     05  VS-KEY                   PIC X(10).
001190     05  VS-WS-2                  PIC 9(02).
001200     05  VS-WX-2                  PIC 9(02).
001210*---------------------------------------------------------------
001220*  RECONCILIATION REPORT.
001230*---------------------------------------------------------------
001240 FD  RECRPT
001250     LABEL RECORDS ARE STANDARD.
001260 01  RPT-LINE                     PIC X(132).
001270*---------------------------------------------------------------
001280*  SORT WORK RECORD - BOTH SIDES, ORDERED BY THE MATCH KEY (A
001290*  FULL KEY, OR AN ACCOUNT THE GL CARRIES AT ACCOUNT LEVEL).
001300*---------------------------------------------------------------
001310 SD  SORTFILE.
001320 01  SR-REC.
001330     05  SR-KEY                   PIC X(10).
001340     05  SR-SIDE                  PIC X(01).
001350         88  SR-IS-MASTER         VALUE "M".
001360         88  SR-IS-GL             VALUE "G".
001370     05  SR-WS-2                  PIC 9(10).
001380     05  SR-WX-2                  PIC 9(10).
001390 WORKING-STORAGE SECTION.
001400 01  WS-FILE-STATUSES.
001410     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
001420     05  WS-GTB-STATUS            PIC X(02) VALUE "00".
001430     05  WS-VSM-STATUS            PIC X(02) VALUE "00".
001440     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001450 01  WS-SWITCHES.
001460     05  WS-GTB-EOF-SW            PIC X(01) VALUE "N".
001470         88  END-OF-GLTB          VALUE "Y".
001480     05  WS-VSM-EOF-SW            PIC X(01) VALUE "N".
001490         88  END-OF-WSWX1VS       VALUE "Y".
001500     05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
001510         88  END-OF-SORTFILE      VALUE "Y".
001520     05  WS-FIRST-REC-SW          PIC X(01) VALUE "Y".
001530         88  FIRST-SORTED-RECORD  VALUE "Y".
001540     05  WS-GTB-TRL-SW            PIC X(01) VALUE "N".
001550         88  GTB-TRAILER-SEEN     VALUE "Y".
001560     05  WS-GTB-PROOF-SW          PIC X(01) VALUE "Y".
001570         88  GTB-PROVES           VALUE "Y".
001580     05  WS-ACCT-FOUND-SW         PIC X(01) VALUE "N".
001590         88  ACCT-LEVEL-FOUND     VALUE "Y".
001600         88  ACCT-LEVEL-NOT-FOUND VALUE "N".
001610     05  WS-ITEM-M-SW             PIC X(01) VALUE "N".
001620         88  ITEM-ON-MASTER       VALUE "Y".
001630     05  WS-ITEM-G-SW             PIC X(01) VALUE "N".
001640         88  ITEM-ON-GL           VALUE "Y".
001650*---------------------------------------------------------------
001660*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
001670*---------------------------------------------------------------
001680 01  WS-COUNTERS.
001690     05  WS-GTB-COUNT             PIC 9(08) COMP VALUE ZERO.
001700     05  WS-GTB-BAD-COUNT         PIC 9(08) COMP VALUE ZERO.
001710     05  WS-VSM-COUNT             PIC 9(08) COMP VALUE ZERO.
001720     05  WS-INBAL-COUNT           PIC 9(08) COMP VALUE ZERO.
001730     05  WS-OUTBAL-COUNT          PIC 9(08) COMP VALUE ZERO.
001740     05  WS-MONLY-COUNT           PIC 9(08) COMP VALUE ZERO.
001750     05  WS-GONLY-COUNT           PIC 9(08) COMP VALUE ZERO.
001760     05  WS-LINE-COUNT            PIC 9(04) COMP VALUE 99.
001770     05  WS-PAGE-COUNT            PIC 9(04) COMP VALUE ZERO.
001780     05  WS-PAGE-LIMIT            PIC 9(04) COMP VALUE 55.
001790     05  WS-ACCT-COUNT            PIC 9(04) COMP VALUE ZERO.
001800     05  WS-ACCT-MAX              PIC 9(04) COMP VALUE 1000.
001810     05  WS-ACCT-IX               PIC 9(04) COMP VALUE ZERO.
001820*---------------------------------------------------------------
001830*  TRIAL BALANCE PROOF - DETAILS FOOTED VS THE TRAILER.
001840*---------------------------------------------------------------
001850 01  WS-GTB-TOTALS.
001860     05  WS-GTB-AS-OF-DATE        PIC 9(06) VALUE ZERO.
001870     05  WS-GTB-SOURCE-ID         PIC X(08) VALUE SPACES.
001880     05  WS-GTB-WS2-TOT           PIC 9(12) VALUE ZERO.
001890     05  WS-GTB-WX2-TOT           PIC 9(12) VALUE ZERO.
001900     05  WS-GTT-REC-COUNT         PIC 9(08) VALUE ZERO.
001910     05  WS-GTT-WS2-TOTAL         PIC 9(12) VALUE ZERO.
001920     05  WS-GTT-WX2-TOTAL         PIC 9(12) VALUE ZERO.
001930*---------------------------------------------------------------
001940*  ACCOUNTS THE GL CARRIES AT ACCOUNT LEVEL - MASTER KEYS UNDER
001950*  THESE ARE ROLLED UP TO THE ACCOUNT BEFORE MATCHING.
001960*---------------------------------------------------------------
001970 01  WS-ACCT-TABLE-AREA.
001980     05  WS-ACCT-ENTRY OCCURS 1000 TIMES.
001990         10  AT-ACCT              PIC X(06).
002000 01  WS-FIND-ACCT                 PIC X(06) VALUE SPACES.
002010*---------------------------------------------------------------
002020*  CONTROL-BREAK ACCUMULATORS - ITEM, ACCOUNT (1:6), FAMILY
002030*  (1:3) AND GRAND LEVELS, MASTER (M) AND GL (G) SIDES.
002040*---------------------------------------------------------------
002050 01  WS-BREAK-TOTALS.
002060     05  WS-ITEM-M-WS2            PIC 9(10) COMP VALUE ZERO.
002070     05  WS-ITEM-M-WX2            PIC 9(10) COMP VALUE ZERO.
002080     05  WS-ITEM-G-WS2            PIC 9(10) COMP VALUE ZERO.
002090     05  WS-ITEM-G-WX2            PIC 9(10) COMP VALUE ZERO.
002100     05  WS-ACCT-M-WS2            PIC 9(10) COMP VALUE ZERO.
002110     05  WS-ACCT-M-WX2            PIC 9(10) COMP VALUE ZERO.
002120     05  WS-ACCT-G-WS2            PIC 9(10) COMP VALUE ZERO.
002130     05  WS-ACCT-G-WX2            PIC 9(10) COMP VALUE ZERO.
002140     05  WS-ACCT-EXC              PIC 9(08) COMP VALUE ZERO.
002150     05  WS-FAM-M-WS2             PIC 9(10) COMP VALUE ZERO.
002160     05  WS-FAM-M-WX2             PIC 9(10) COMP VALUE ZERO.
002170     05  WS-FAM-G-WS2             PIC 9(10) COMP VALUE ZERO.
002180     05  WS-FAM-G-WX2             PIC 9(10) COMP VALUE ZERO.
002190     05  WS-FAM-EXC               PIC 9(08) COMP VALUE ZERO.
002200     05  WS-GRAND-M-WS2           PIC 9(10) COMP VALUE ZERO.
002210     05  WS-GRAND-M-WX2           PIC 9(10) COMP VALUE ZERO.
002220     05  WS-GRAND-G-WS2           PIC 9(10) COMP VALUE ZERO.
002230     05  WS-GRAND-G-WX2           PIC 9(10) COMP VALUE ZERO.
002240     05  WS-GRAND-EXC             PIC 9(08) COMP VALUE ZERO.
002250 01  WS-BREAK-KEYS.
002260     05  WS-PREV-KEY              PIC X(10) VALUE SPACES.
002270     05  WS-PREV-ACCT             PIC X(06) VALUE SPACES.
002280     05  WS-PREV-FAM              PIC X(03) VALUE SPACES.
002290*---------------------------------------------------------------
002300*  DIFFERENCE AND TOLERANCE WORK FIELDS.
002310*---------------------------------------------------------------
002320 01  WS-DIFF-FIELDS.
002330     05  WS-TOLERANCE             PIC 9(10) VALUE ZERO.
002340     05  WS-DIFF-WORK             PIC S9(10) COMP VALUE ZERO.
002350     05  WS-ITEM-DIFF             PIC 9(10) COMP VALUE ZERO.
002360     05  WS-TOTAL-DIFF            PIC 9(12) COMP VALUE ZERO.
002370     05  WS-ITEM-STATUS           PIC X(14) VALUE SPACES.
002380     05  WS-CURRENT-DATE          PIC 9(06) VALUE ZERO.
002390*---------------------------------------------------------------
002400*  REPORT WORK FIELDS.
002410*---------------------------------------------------------------
002420 01  WS-EDITED-FIELDS.
002430     05  WS-M-WS2-ED              PIC ZZZZZZZZZ9.
002440     05  WS-M-WX2-ED              PIC ZZZZZZZZZ9.
002450     05  WS-G-WS2-ED              PIC ZZZZZZZZZ9.
002460     05  WS-G-WX2-ED              PIC ZZZZZZZZZ9.
002470     05  WS-EXC-ED                PIC ZZZZZZZ9.
002480     05  WS-PAGE-ED               PIC ZZZ9.
002490     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
002500     05  WS-COUNT-B-ED            PIC ZZZZZZZ9.
002510     05  WS-DIFF-ED               PIC ZZZZZZZZZZZ9.
002520     05  WS-TOL-ED                PIC ZZZZZZZZZ9.
002530 01  WS-PRINT-LINE                PIC X(132).
002540 PROCEDURE DIVISION.
002550 TEST-1 SECTION.
002560*-----------------------------------------------------------*
002570*  0000-MAINLINE                                            *
002580*-----------------------------------------------------------*
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     SORT SORTFILE
002620         ON ASCENDING KEY SR-KEY
002630         INPUT PROCEDURE IS 3000-COLLECT THRU 3000-EXIT
002640         OUTPUT PROCEDURE IS 4000-RECONCILE THRU 4000-EXIT.
002650     PERFORM 5000-CONTROL-PAGE THRU 5000-EXIT.
002660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002670     GOBACK.
002680*-----------------------------------------------------------*
002690*  1000-INITIALIZE                                          *
002700*-----------------------------------------------------------*
002710 1000-INITIALIZE.
002720     ACCEPT WS-CURRENT-DATE FROM DATE.
002730     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
002740     OPEN INPUT GLTB.
002750     IF WS-GTB-STATUS NOT = "00"
002760         DISPLAY "WX1GLRC - GLTB OPEN FAILED, STATUS = "
002770             WS-GTB-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         GOBACK
002800     END-IF.
002810     OPEN INPUT WSWX1VS.
002820     IF WS-VSM-STATUS NOT = "00"
002830         DISPLAY "WX1GLRC - WSWX1VS OPEN FAILED, STATUS = "
002840             WS-VSM-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         GOBACK
002870     END-IF.
002880     OPEN OUTPUT RECRPT.
002890     IF WS-RPT-STATUS NOT = "00"
002900         DISPLAY "WX1GLRC - RECRPT OPEN FAILED, STATUS = "
002910             WS-RPT-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         GOBACK
002940     END-IF.
002950 1000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------*
002980*  1100-READ-CTLCARD - TOLERANCE, BLANK OR NO CARD = ZERO.  *
002990*-----------------------------------------------------------*
003000 1100-READ-CTLCARD.
003010     MOVE SPACES TO CTL-TOLERANCE.
003020     OPEN INPUT CTLCARD.
003030     IF WS-CTL-STATUS = "00"
003040         READ CTLCARD
003050             AT END
003060                 MOVE SPACES TO CTL-TOLERANCE
003070         END-READ
003080         CLOSE CTLCARD
003090     END-IF.
003100     IF CTL-TOLERANCE = SPACES
003110         MOVE ZERO TO WS-TOLERANCE
003120         GO TO 1100-EXIT
003130     END-IF.
003140     IF CTL-TOLERANCE NOT NUMERIC
003150         DISPLAY "WX1GLRC - INVALID CTLCARD TOLERANCE "
003160             CTL-TOLERANCE
003170         MOVE 16 TO RETURN-CODE
003180         GOBACK
003190     END-IF.
003200     MOVE CTL-TOLERANCE TO WS-TOLERANCE.
003210 1100-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------*
003240*  3000-COLLECT - SORT INPUT PROCEDURE.  THE WHOLE TRIAL    *
003250*  BALANCE IS RELEASED FIRST SO THE ACCOUNT-LEVEL TABLE IS  *
003260*  COMPLETE BEFORE ANY MASTER KEY IS MAPPED.                *
003270*-----------------------------------------------------------*
003280 3000-COLLECT.
003290     PERFORM 3100-READ-GLTB THRU 3100-EXIT
003300         UNTIL END-OF-GLTB.
003310     PERFORM 3300-READ-MASTER THRU 3300-EXIT
003320         UNTIL END-OF-WSWX1VS.
003330 3000-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------*
003360*  3100-READ-GLTB - ONE TRIAL BALANCE RECORD                *
003370*-----------------------------------------------------------*
003380 3100-READ-GLTB.
003390     READ GLTB
003400         AT END
003410             SET END-OF-GLTB TO TRUE
003420             GO TO 3100-EXIT
003430     END-READ.
003440     IF GTB-IS-HEADER
003450         MOVE GTH-AS-OF-DATE TO WS-GTB-AS-OF-DATE
003460         MOVE GTH-SOURCE-ID TO WS-GTB-SOURCE-ID
003470         GO TO 3100-EXIT
003480     END-IF.
003490     IF GTB-IS-TRAILER
003500         MOVE "Y" TO WS-GTB-TRL-SW
003510         MOVE GTT-REC-COUNT TO WS-GTT-REC-COUNT
003520         MOVE GTT-WS2-TOTAL TO WS-GTT-WS2-TOTAL
003530         MOVE GTT-WX2-TOTAL TO WS-GTT-WX2-TOTAL
003540         GO TO 3100-EXIT
003550     END-IF.
003560     IF NOT GTB-IS-DETAIL
003570         GO TO 3100-EXIT
003580     END-IF.
003590     ADD 1 TO WS-GTB-COUNT.
003600     IF GTD-WS2-BAL NOT NUMERIC OR GTD-WX2-BAL NOT NUMERIC
003610         OR GTD-ACCT = SPACES
003620         ADD 1 TO WS-GTB-BAD-COUNT
003630         MOVE "N" TO WS-GTB-PROOF-SW
003640         GO TO 3100-EXIT
003650     END-IF.
003660     ADD GTD-WS2-BAL TO WS-GTB-WS2-TOT.
003670     ADD GTD-WX2-BAL TO WS-GTB-WX2-TOT.
003680     IF GTD-KEY-REST = SPACES
003690         PERFORM 3200-ADD-ACCT-LEVEL THRU 3200-EXIT
003700     END-IF.
003710     MOVE GTD-KEY TO SR-KEY.
003720     MOVE "G" TO SR-SIDE.
003730     MOVE GTD-WS2-BAL TO SR-WS-2.
003740     MOVE GTD-WX2-BAL TO SR-WX-2.
003750     RELEASE SR-REC.
003760 3100-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------*
003790*  3200-ADD-ACCT-LEVEL - NOTE AN ACCOUNT THE GL CARRIES AT   *
003800*  ACCOUNT LEVEL (ONCE, HOWEVER MANY DETAILS IT HAS).       *
003810*-----------------------------------------------------------*
003820 3200-ADD-ACCT-LEVEL.
003830     MOVE GTD-ACCT TO WS-FIND-ACCT.
003840     PERFORM 3400-FIND-ACCT THRU 3400-EXIT.
003850     IF ACCT-LEVEL-FOUND
003860         GO TO 3200-EXIT
003870     END-IF.
003880     IF WS-ACCT-COUNT >= WS-ACCT-MAX
003890         DISPLAY "WX1GLRC - ACCOUNT TABLE FULL AT "
003900             WS-ACCT-MAX " ENTRIES"
003910         MOVE 16 TO RETURN-CODE
003920         GOBACK
003930     END-IF.
003940     ADD 1 TO WS-ACCT-COUNT.
003950     MOVE GTD-ACCT TO AT-ACCT (WS-ACCT-COUNT).
003960 3200-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------*
003990*  3300-READ-MASTER - ONE WSWX1VS RECORD, RELEASED UNDER    *
004000*  ITS ACCOUNT WHEN THE GL CARRIES THAT ACCOUNT AT ACCOUNT  *
004010*  LEVEL, OTHERWISE UNDER ITS OWN KEY.                      *
004020*-----------------------------------------------------------*
004030 3300-READ-MASTER.
004040     READ WSWX1VS NEXT RECORD
004050         AT END
004060             SET END-OF-WSWX1VS TO TRUE
004070             GO TO 3300-EXIT
004080     END-READ.
004090     ADD 1 TO WS-VSM-COUNT.
004100     MOVE VS-KEY (1:6) TO WS-FIND-ACCT.
004110     PERFORM 3400-FIND-ACCT THRU 3400-EXIT.
004120     MOVE SPACES TO SR-KEY.
004130     IF ACCT-LEVEL-FOUND
004140         MOVE VS-KEY (1:6) TO SR-KEY
004150     ELSE
004160         MOVE VS-KEY TO SR-KEY
004170     END-IF.
004180     MOVE "M" TO SR-SIDE.
004190     MOVE ZERO TO SR-WS-2 SR-WX-2.
004200     IF VS-WS-2 NUMERIC
004210         MOVE VS-WS-2 TO SR-WS-2
004220     END-IF.
004230     IF VS-WX-2 NUMERIC
004240         MOVE VS-WX-2 TO SR-WX-2
004250     END-IF.
004260     RELEASE SR-REC.
004270 3300-EXIT.
004280     EXIT.
004290*-----------------------------------------------------------*
004300*  3400-FIND-ACCT - IS WS-FIND-ACCT CARRIED AT ACCOUNT LEVEL *
004310*-----------------------------------------------------------*
004320 3400-FIND-ACCT.
004330     SET ACCT-LEVEL-NOT-FOUND TO TRUE.
004340     PERFORM 3410-SCAN-ACCT THRU 3410-EXIT
004350         VARYING WS-ACCT-IX FROM 1 BY 1
004360         UNTIL WS-ACCT-IX > WS-ACCT-COUNT
004370             OR ACCT-LEVEL-FOUND.
004380 3400-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------*
004410*  3410-SCAN-ACCT                                           *
004420*-----------------------------------------------------------*
004430 3410-SCAN-ACCT.
004440     IF AT-ACCT (WS-ACCT-IX) = WS-FIND-ACCT
004450         SET ACCT-LEVEL-FOUND TO TRUE
004460     END-IF.
004470 3410-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------*
004500*  4000-RECONCILE - SORT OUTPUT PROCEDURE; CONTROL-BREAK     *
004510*  MATCH BY ITEM, ROLLED UP BY ACCOUNT AND FAMILY.           *
004520*-----------------------------------------------------------*
004530 4000-RECONCILE.
004540     PERFORM 4100-RETURN-RECORD THRU 4100-EXIT
004550         UNTIL END-OF-SORTFILE.
004560     IF NOT FIRST-SORTED-RECORD
004570         PERFORM 4300-FLUSH-ITEM THRU 4300-EXIT
004580         PERFORM 4400-FLUSH-ACCT THRU 4400-EXIT
004590         PERFORM 4500-FLUSH-FAM THRU 4500-EXIT
004600     END-IF.
004610     PERFORM 4600-WRITE-GRAND THRU 4600-EXIT.
004620 4000-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------*
004650*  4100-RETURN-RECORD                                       *
004660*-----------------------------------------------------------*
004670 4100-RETURN-RECORD.
004680     RETURN SORTFILE
004690         AT END
004700             SET END-OF-SORTFILE TO TRUE
004710             GO TO 4100-EXIT
004720     END-RETURN.
004730     IF FIRST-SORTED-RECORD
004740         MOVE "N" TO WS-FIRST-REC-SW
004750         MOVE SR-KEY TO WS-PREV-KEY
004760         MOVE SR-KEY (1:6) TO WS-PREV-ACCT
004770         MOVE SR-KEY (1:3) TO WS-PREV-FAM
004780     END-IF.
004790     IF SR-KEY NOT = WS-PREV-KEY
004800         PERFORM 4300-FLUSH-ITEM THRU 4300-EXIT
004810         IF SR-KEY (1:6) NOT = WS-PREV-ACCT
004820             PERFORM 4400-FLUSH-ACCT THRU 4400-EXIT
004830             IF SR-KEY (1:3) NOT = WS-PREV-FAM
004840                 PERFORM 4500-FLUSH-FAM THRU 4500-EXIT
004850                 MOVE SR-KEY (1:3) TO WS-PREV-FAM
004860             END-IF
004870             MOVE SR-KEY (1:6) TO WS-PREV-ACCT
004880         END-IF
004890         MOVE SR-KEY TO WS-PREV-KEY
004900     END-IF.
004910     PERFORM 4200-POST-RECORD THRU 4200-EXIT.
004920 4100-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------*
004950*  4200-POST-RECORD                                         *
004960*-----------------------------------------------------------*
004970 4200-POST-RECORD.
004980     IF SR-IS-MASTER
004990         MOVE "Y" TO WS-ITEM-M-SW
005000         ADD SR-WS-2 TO WS-ITEM-M-WS2
005010         ADD SR-WX-2 TO WS-ITEM-M-WX2
005020     ELSE
005030         MOVE "Y" TO WS-ITEM-G-SW
005040         ADD SR-WS-2 TO WS-ITEM-G-WS2
005050         ADD SR-WX-2 TO WS-ITEM-G-WX2
005060     END-IF.
005070 4200-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------*
005100*  4300-FLUSH-ITEM - CLASSIFY AND PRINT THE FINISHED ITEM,   *
005110*  ADDING ITS ABSOLUTE DIFFERENCE TO THE RUN TOTAL.          *
005120*-----------------------------------------------------------*
005130 4300-FLUSH-ITEM.
005140     MOVE ZERO TO WS-ITEM-DIFF.
005150     COMPUTE WS-DIFF-WORK = WS-ITEM-M-WS2 - WS-ITEM-G-WS2.
005160     IF WS-DIFF-WORK < ZERO
005170         COMPUTE WS-DIFF-WORK = ZERO - WS-DIFF-WORK
005180     END-IF.
005190     ADD WS-DIFF-WORK TO WS-ITEM-DIFF.
005200     COMPUTE WS-DIFF-WORK = WS-ITEM-M-WX2 - WS-ITEM-G-WX2.
005210     IF WS-DIFF-WORK < ZERO
005220         COMPUTE WS-DIFF-WORK = ZERO - WS-DIFF-WORK
005230     END-IF.
005240     ADD WS-DIFF-WORK TO WS-ITEM-DIFF.
005250     IF NOT ITEM-ON-GL
005260         MOVE "MASTER ONLY" TO WS-ITEM-STATUS
005270         ADD 1 TO WS-MONLY-COUNT
005280     ELSE
005290         IF NOT ITEM-ON-MASTER
005300             MOVE "GL ONLY" TO WS-ITEM-STATUS
005310             ADD 1 TO WS-GONLY-COUNT
005320         ELSE
005330             IF WS-ITEM-DIFF = ZERO
005340                 MOVE "IN BALANCE" TO WS-ITEM-STATUS
005350                 ADD 1 TO WS-INBAL-COUNT
005360             ELSE
005370                 MOVE "OUT OF BALANCE" TO WS-ITEM-STATUS
005380                 ADD 1 TO WS-OUTBAL-COUNT
005390             END-IF
005400         END-IF
005410     END-IF.
005420     IF WS-ITEM-STATUS NOT = "IN BALANCE"
005430         ADD 1 TO WS-ACCT-EXC
005440         ADD WS-ITEM-DIFF TO WS-TOTAL-DIFF
005450     END-IF.
005460     MOVE WS-ITEM-M-WS2 TO WS-M-WS2-ED.
005470     MOVE WS-ITEM-M-WX2 TO WS-M-WX2-ED.
005480     MOVE WS-ITEM-G-WS2 TO WS-G-WS2-ED.
005490     MOVE WS-ITEM-G-WX2 TO WS-G-WX2-ED.
005500     MOVE SPACES TO WS-PRINT-LINE.
005510     STRING "      " WS-PREV-KEY
005520         "   " WS-M-WS2-ED " " WS-M-WX2-ED
005530         "   " WS-G-WS2-ED " " WS-G-WX2-ED
005540         "   " WS-ITEM-STATUS
005550         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005560     IF WS-PREV-KEY (7:4) = SPACES
005570         MOVE "(ACCOUNT LEVEL)" TO WS-PRINT-LINE (95:15)
005580     END-IF.
005590     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
005600     ADD WS-ITEM-M-WS2 TO WS-ACCT-M-WS2.
005610     ADD WS-ITEM-M-WX2 TO WS-ACCT-M-WX2.
005620     ADD WS-ITEM-G-WS2 TO WS-ACCT-G-WS2.
005630     ADD WS-ITEM-G-WX2 TO WS-ACCT-G-WX2.
005640     MOVE ZERO TO WS-ITEM-M-WS2 WS-ITEM-M-WX2
005650         WS-ITEM-G-WS2 WS-ITEM-G-WX2.
005660     MOVE "N" TO WS-ITEM-M-SW.
005670     MOVE "N" TO WS-ITEM-G-SW.
005680 4300-EXIT.
005690     EXIT.
005700*-----------------------------------------------------------*
005710*  4400-FLUSH-ACCT - SUBTOTAL FOR THE FINISHED ACCOUNT (1:6) *
005720*-----------------------------------------------------------*
005730 4400-FLUSH-ACCT.
005740     MOVE WS-ACCT-M-WS2 TO WS-M-WS2-ED.
005750     MOVE WS-ACCT-M-WX2 TO WS-M-WX2-ED.
005760     MOVE WS-ACCT-G-WS2 TO WS-G-WS2-ED.
005770     MOVE WS-ACCT-G-WX2 TO WS-G-WX2-ED.
005780     MOVE WS-ACCT-EXC TO WS-EXC-ED.
005790     MOVE SPACES TO WS-PRINT-LINE.
005800     STRING "    ACCOUNT " WS-PREV-ACCT
005810         "   " WS-M-WS2-ED " " WS-M-WX2-ED
005820         "   " WS-G-WS2-ED " " WS-G-WX2-ED
005830         "   EXCEPTIONS " WS-EXC-ED
005840         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005850     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
005860     ADD WS-ACCT-M-WS2 TO WS-FAM-M-WS2.
005870     ADD WS-ACCT-M-WX2 TO WS-FAM-M-WX2.
005880     ADD WS-ACCT-G-WS2 TO WS-FAM-G-WS2.
005890     ADD WS-ACCT-G-WX2 TO WS-FAM-G-WX2.
005900     ADD WS-ACCT-EXC TO WS-FAM-EXC.
005910     MOVE ZERO TO WS-ACCT-M-WS2 WS-ACCT-M-WX2
005920         WS-ACCT-G-WS2 WS-ACCT-G-WX2 WS-ACCT-EXC.
005930 4400-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------*
005960*  4500-FLUSH-FAM - SUBTOTAL FOR THE FINISHED FAMILY (1:3)   *
005970*-----------------------------------------------------------*
005980 4500-FLUSH-FAM.
005990     MOVE WS-FAM-M-WS2 TO WS-M-WS2-ED.
006000     MOVE WS-FAM-M-WX2 TO WS-M-WX2-ED.
006010     MOVE WS-FAM-G-WS2 TO WS-G-WS2-ED.
006020     MOVE WS-FAM-G-WX2 TO WS-G-WX2-ED.
006030     MOVE WS-FAM-EXC TO WS-EXC-ED.
006040     MOVE SPACES TO WS-PRINT-LINE.
006050     STRING "  FAMILY " WS-PREV-FAM
006060         "        " WS-M-WS2-ED " " WS-M-WX2-ED
006070         "   " WS-G-WS2-ED " " WS-G-WX2-ED
006080         "   EXCEPTIONS " WS-EXC-ED
006090         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006100     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006110     ADD WS-FAM-M-WS2 TO WS-GRAND-M-WS2.
006120     ADD WS-FAM-M-WX2 TO WS-GRAND-M-WX2.
006130     ADD WS-FAM-G-WS2 TO WS-GRAND-G-WS2.
006140     ADD WS-FAM-G-WX2 TO WS-GRAND-G-WX2.
006150     ADD WS-FAM-EXC TO WS-GRAND-EXC.
006160     MOVE ZERO TO WS-FAM-M-WS2 WS-FAM-M-WX2
006170         WS-FAM-G-WS2 WS-FAM-G-WX2 WS-FAM-EXC.
006180 4500-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------*
006210*  4600-WRITE-GRAND                                         *
006220*-----------------------------------------------------------*
006230 4600-WRITE-GRAND.
006240     MOVE WS-GRAND-M-WS2 TO WS-M-WS2-ED.
006250     MOVE WS-GRAND-M-WX2 TO WS-M-WX2-ED.
006260     MOVE WS-GRAND-G-WS2 TO WS-G-WS2-ED.
006270     MOVE WS-GRAND-G-WX2 TO WS-G-WX2-ED.
006280     MOVE WS-GRAND-EXC TO WS-EXC-ED.
006290     MOVE SPACES TO WS-PRINT-LINE.
006300     STRING "GRAND TOTAL        " WS-M-WS2-ED " " WS-M-WX2-ED
006310         "   " WS-G-WS2-ED " " WS-G-WX2-ED
006320         "   EXCEPTIONS " WS-EXC-ED
006330         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006340     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006350 4600-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------*
006380*  5000-CONTROL-PAGE - PROVE THE TRIAL BALANCE TO ITS OWN    *
006390*  TRAILER, COUNT THE ITEMS BY RESULT, AND TEST THE          *
006400*  DIFFERENCE AGAINST THE TOLERANCE.                         *
006410*-----------------------------------------------------------*
006420 5000-CONTROL-PAGE.
006430     MOVE 99 TO WS-LINE-COUNT.
006440     MOVE SPACES TO WS-PRINT-LINE.
006450     STRING "CONTROL PAGE - TRIAL BALANCE FROM " WS-GTB-SOURCE-ID
006460         " AS OF " WS-GTB-AS-OF-DATE
006470         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006480     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006490     IF NOT GTB-TRAILER-SEEN
006500         MOVE "N" TO WS-GTB-PROOF-SW
006510         MOVE "NO TRAILER RECORD ON THE TRIAL BALANCE"
006520             TO WS-PRINT-LINE
006530         PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT
006540     ELSE
006550         IF WS-GTT-REC-COUNT NOT = WS-GTB-COUNT
006560             OR WS-GTT-WS2-TOTAL NOT = WS-GTB-WS2-TOT
006570             OR WS-GTT-WX2-TOTAL NOT = WS-GTB-WX2-TOT
006580             MOVE "N" TO WS-GTB-PROOF-SW
006590             MOVE "TRIAL BALANCE DOES NOT PROVE TO ITS TRAILER"
006600                 TO WS-PRINT-LINE
006610             PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT
006620         END-IF
006630     END-IF.
006640     IF WS-GTB-BAD-COUNT > ZERO
006650         MOVE WS-GTB-BAD-COUNT TO WS-COUNT-A-ED
006660         MOVE SPACES TO WS-PRINT-LINE
006670         STRING "TRIAL BALANCE DETAILS UNUSABLE = " WS-COUNT-A-ED
006680             " (NO ACCOUNT OR NON-NUMERIC BALANCE)"
006690             DELIMITED BY SIZE INTO WS-PRINT-LINE
006700         PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT
006710     END-IF.
006720     MOVE WS-GTB-COUNT TO WS-COUNT-A-ED.
006730     MOVE WS-VSM-COUNT TO WS-COUNT-B-ED.
006740     MOVE SPACES TO WS-PRINT-LINE.
006750     STRING "TRIAL BALANCE DETAILS = " WS-COUNT-A-ED
006760         "   MASTER RECORDS = " WS-COUNT-B-ED
006770         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006780     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006790     MOVE WS-INBAL-COUNT TO WS-COUNT-A-ED.
006800     MOVE WS-OUTBAL-COUNT TO WS-COUNT-B-ED.
006810     MOVE SPACES TO WS-PRINT-LINE.
006820     STRING "IN BALANCE            = " WS-COUNT-A-ED
006830         "   OUT OF BALANCE = " WS-COUNT-B-ED
006840         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006850     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006860     MOVE WS-MONLY-COUNT TO WS-COUNT-A-ED.
006870     MOVE WS-GONLY-COUNT TO WS-COUNT-B-ED.
006880     MOVE SPACES TO WS-PRINT-LINE.
006890     STRING "MASTER ONLY           = " WS-COUNT-A-ED
006900         "   GL ONLY        = " WS-COUNT-B-ED
006910         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006920     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
006930     MOVE WS-TOTAL-DIFF TO WS-DIFF-ED.
006940     MOVE WS-TOLERANCE TO WS-TOL-ED.
006950     MOVE SPACES TO WS-PRINT-LINE.
006960     STRING "ABSOLUTE DIFFERENCE   = " WS-DIFF-ED
006970         "   TOLERANCE = " WS-TOL-ED
006980         DELIMITED BY SIZE INTO WS-PRINT-LINE.
006990     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
007000     MOVE SPACES TO WS-PRINT-LINE.
007010     IF NOT GTB-PROVES
007020         MOVE "TRIAL BALANCE NOT PROVED - DO NOT CLOSE"
007030             TO WS-PRINT-LINE
007040     ELSE
007050         IF WS-TOTAL-DIFF > WS-TOLERANCE
007060             MOVE "OVER TOLERANCE - DO NOT CLOSE THE MONTH"
007070                 TO WS-PRINT-LINE
007080         ELSE
007090             IF WS-GRAND-EXC > ZERO
007100                 MOVE "DIFFERENCES WITHIN TOLERANCE - REVIEW"
007110                     TO WS-PRINT-LINE
007120             ELSE
007130                 MOVE "MASTER AND GL TRIAL BALANCE AGREE"
007140                     TO WS-PRINT-LINE
007150             END-IF
007160         END-IF
007170     END-IF.
007180     PERFORM 6100-WRITE-RPT-LINE THRU 6100-EXIT.
007190 5000-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------*
007220*  6100-WRITE-RPT-LINE - ALL REPORT OUTPUT FUNNELS THROUGH   *
007230*  HERE SO EVERY PAGE GETS A NUMBERED HEADING AT 55 LINES.   *
007240*-----------------------------------------------------------*
007250 6100-WRITE-RPT-LINE.
007260     IF WS-LINE-COUNT >= WS-PAGE-LIMIT
007270         ADD 1 TO WS-PAGE-COUNT
007280         MOVE WS-PAGE-COUNT TO WS-PAGE-ED
007290         MOVE SPACES TO RPT-LINE
007300         STRING "WX1GLRC MASTER VS GL TRIAL BALANCE   RUN DATE "
007310             WS-CURRENT-DATE
007320             "          PAGE " WS-PAGE-ED
007330             DELIMITED BY SIZE INTO RPT-LINE
007340         WRITE RPT-LINE
007350         MOVE SPACES TO RPT-LINE
007360         STRING "    ITEM              MASTER WS-2  WX-2"
007370             "           GL WS-2  WX-2   RESULT"
007380             DELIMITED BY SIZE INTO RPT-LINE
007390         WRITE RPT-LINE
007400         MOVE SPACES TO RPT-LINE
007410         WRITE RPT-LINE
007420         MOVE 3 TO WS-LINE-COUNT
007430     END-IF.
007440     WRITE RPT-LINE FROM WS-PRINT-LINE.
007450     ADD 1 TO WS-LINE-COUNT.
007460 6100-EXIT.
007470     EXIT.
007480*-----------------------------------------------------------*
007490*  9000-TERMINATE                                            *
007500*-----------------------------------------------------------*
007510 9000-TERMINATE.
007520     CLOSE GLTB.
007530     CLOSE WSWX1VS.
007540     CLOSE RECRPT.
007550     IF NOT GTB-PROVES
007560         OR WS-TOTAL-DIFF > WS-TOLERANCE
007570         MOVE 8 TO RETURN-CODE
007580     ELSE
007590         IF WS-GRAND-EXC > ZERO
007600             MOVE 4 TO RETURN-CODE
007610         ELSE
007620             MOVE 0 TO RETURN-CODE
007630         END-IF
007640     END-IF.
007650 9000-EXIT.
007660     EXIT.
