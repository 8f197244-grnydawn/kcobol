000010*=============================================================*
000020*  MASS WS-2/WX-2 VALUE ADJUSTMENT BY KEY PREFIX              *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1MADJ.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    WHEN THE BUSINESS RE-RATES A WHOLE FAMILY THE ONLY WAYS
000100*    IN USED TO BE HUNDREDS OF KEYED WX1M UPDATES OR A HAND-
000110*    BUILT TRANFILE; WX1KMAP MOVES KEYS BUT NEVER CHANGES
000120*    THEIR VALUES.  THIS PROGRAM APPLIES A DECK OF ADJUSTMENT
000130*    CARDS (ADJCARD).  EACH CARD SELECTS THE MASTER KEYS UNDER
000140*    ONE FAMILY (KEY POSITIONS 1-3) OR ACCOUNT (1-6) PREFIX,
000150*    OPTIONALLY NARROWED TO A KEY RANGE AND TO KEYS WHOSE
000160*    CURRENT WS-2 OR WX-2 MEETS A CONDITION, AND SETS WS-2
000170*    AND/OR WX-2 TO A NEW VALUE OR MOVES IT UP OR DOWN BY AN
000180*    AMOUNT - EFFECTIVE TODAY, OR ON A FUTURE DATE.
000190*
000200*    THE DEFAULT MODE IS PREVIEW - EVERY SELECTED KEY IS
000210*    LISTED ON MADRPT WITH ITS OLD AND NEW VALUES, WITH WS-2
000220*    AND WX-2 BEFORE/AFTER TOTALS PER CARD AND FOR THE DECK,
000230*    AND NOTHING IS UPDATED.  ON THE COMMIT RUN (CTLCARD MODE
000240*    C) A CARD EFFECTIVE TODAY REWRITES WSWX1VS AT ONCE AND
000250*    STAGES EACH CHANGED KEY ON GLRSTG WITH REASON MADJ FOR
000260*    THE NEXT GLEXT; A FUTURE-DATED CARD QUEUES ONE WX1PVS
000270*    PENDING CHANGE PER KEY, MARKED ENTERED-TERM *MNN (NN =
000280*    THE ADJUSTMENT NUMBER), FOR WX1PAPL TO APPLY ON THE DATE.
000290*
000300*    EVERY CHANGE IS JOURNALED IN THE 5000-AUDIT-LOG-CHANGE
000310*    LINE FORMAT WITH JOB=WX1MADJ, SRC=MASSADJ, CYC= THE
000320*    ADJUSTMENT NUMBER AND TC=C - A WS-2 AND A WX-2 LINE FOR A
000330*    CHANGE MADE TODAY, ONE FIELD=PENDING LINE (OLD = THE
000340*    EFFECTIVE DATE, NEW = THE QUEUED VALUES) FOR A QUEUED ONE.
000350*    WX1PAPL JOURNALS THE QUEUED CHANGE UNDER THE SAME SOURCE
000360*    AND NUMBER WHEN IT APPLIES IT.  THE ENTRIES ARE ALSO
000370*    WRITTEN STRAIGHT TO JRNHVS, AS WX1BKOT DOES, SO WX1BKOT
000380*    CAN BACK OUT A MASS CHANGE BY SOURCE MASSADJ, THE DATE IT
000390*    WAS APPLIED AND THE ADJUSTMENT NUMBER AS THE CYCLE.
000400*
000410*    THE WHOLE DECK IS VALIDATED BEFORE ANY KEY IS TOUCHED; A
000420*    CARD IN ERROR STOPS THE RUN WITH NOTHING APPLIED.  A CARD
000430*    DATED BEFORE TODAY, A CARD FOR TODAY WHILE TODAY'S
000440*    ACCOUNTING PERIOD IS CLOSED ON WX1PRDVS, AND A CARD DATED
000450*    INTO A CLOSED PERIOD ARE ALL ERRORS.  KEYS ARE SELECTED
000460*    AND ADJUSTED FROM THEIR VALUES AS THE RUN FINDS THEM, SO
000470*    THE PREVIEW AND THE COMMIT AGREE.  A SELECTED KEY IS
000480*    LISTED AS SKIPPED, AND LEFT ALONE, WHEN -
000490*      - MORE THAN ONE CARD SELECTS IT,
000500*      - A NEW VALUE WOULD FALL OUTSIDE 00-99,
000510*      - A NEW VALUE BREAKS A REJECT-SEVERITY WX1RULVS VALUE
000520*        RULE FOR ITS ACCOUNT OR FAMILY (A WARNING RULE IS
000530*        NOTED AND THE CHANGE STANDS),
000533*      - ITS FAMILY, ACCOUNT OR KEY IS CLOSED ON THE WX1COAVS
000536*        CHART OF ACCOUNTS (AS WX1M REFUSES SUCH AN UPDATE),
000540*      - A FUTURE-DATED CARD FINDS A PENDING CHANGE ALREADY
000550*        QUEUED FOR THE KEY ON OR BEFORE ITS DATE.
000560*    A KEY A CARD WOULD LEAVE AS IT IS IS COUNTED AS NO CHANGE
000570*    AND NOT JOURNALED.
000580*
000590*    CTLCARD - COLUMNS 1-2 ADJUSTMENT NUMBER 01-99 (REQUIRED -
000595*    WITH THE DATE APPLIED IT IDENTIFIES THE ADJUSTMENT FOR A
000600*    BACKOUT, SO USE A NEW NUMBER FOR EACH COMMIT OF THE DAY);
000605*    COLUMN 3 = C FOR THE COMMIT RUN, ANYTHING ELSE PREVIEWS.
000610*    A COMMIT LOGS THE NUMBER ON THE RCLVS RUN-CONTROL LEDGER
000615*    (JOB WX1MADJ, TODAY, THE NUMBER AS THE CYCLE) AND IS
000620*    REFUSED IF IT IS ALREADY THERE AS COMMITTED OR RUNNING.
000630*
000640*    ADJCARD - ONE CARD PER ADJUSTMENT, UP TO 50; AN * IN
000650*    COLUMN 1 MARKS A COMMENT CARD.
000660*      1-10   FAMILY (3) OR ACCOUNT (6) PREFIX, LEFT-JUSTIFIED,
000670*             AS ON WX1RULVS.
000680*      11-20  FROM KEY   } OPTIONAL KEY RANGE, INCLUSIVE; BOTH
000690*      21-30  TO KEY     } MUST BEGIN WITH THE PREFIX.
000700*      31-32  CONDITION FIELD WS OR WX, BLANK = EVERY KEY;
000710*      33-34  CONDITION EQ NE LT LE GT GE;
000720*      35-36  CONDITION VALUE, ON THE KEY'S CURRENT VALUE.
000730*      37     WS-2 ACTION - S SET TO, + ADD, - SUBTRACT,
000740*             BLANK = LEAVE;
000750*      38-39  WS-2 AMOUNT.
000760*      40-42  WX-2 ACTION AND AMOUNT, AS 37-39.
000770*      43-48  EFFECTIVE DATE YYMMDD, BLANK = TODAY.
000780*      49-80  DESCRIPTION, PRINTED ON MADRPT.
000790*
000800*    RETURN CODE CONVENTION.
000810*      RC=0   EVERY SELECTED KEY ADJUSTED OR QUEUED (OR, IN
000820*             PREVIEW, WOULD BE).
000830*      RC=4   KEYS SKIPPED OR RULE WARNINGS - REVIEW MADRPT -
000840*             OR NO KEY SELECTED.
000850*      RC=8   CARD ERRORS - NOTHING APPLIED; OR A COMMIT-RUN
000857*             UPDATE FAILED - THE KEYS SHOWN ON MADRPT AS
000864*             FAILED WERE NOT ADJUSTED; OR A JOURNAL, JRNHVS
000871*             OR LEDGER WRITE FAILED.
000878*      RC=16  A MANDATORY FILE FAILED TO OPEN, THE CTLCARD IS
000885*             MISSING OR INVALID, MORE THAN 50 CARDS, OR THE
000892*             ADJUSTMENT NUMBER WAS ALREADY COMMITTED TODAY.
000900*  MODIFICATION HISTORY.
000910*    10/15/26  JWK  INITIAL VERSION.
000912*    10/15/26  JWK  KEYS UNDER A CLOSED WX1COAVS FAMILY,
000914*                   ACCOUNT OR KEY ARE SKIPPED AS ACCOUNT
000916*                   CLOSED.  THE COMMIT JOURNAL IS NOW A JRNADJ
000918*                   GENERATION.
000919*    10/15/26  JWK  A COMMIT LOGS ITS ADJUSTMENT NUMBER ON THE
000920*                   RCLVS RUN-CONTROL LEDGER AND REFUSES ONE
000921*                   ALREADY COMMITTED TODAY.  JRNFILE IS OPENED
000922*                   IN EVERY MODE SO THE JOB'S EMPTY-JOURNAL
000923*                   CHECK CAN READ IT.  A JOURNAL OR HISTORY
000924*                   WRITE FAILURE NOW ENDS RC=8.
000925*---------------------------------------------------------------
000930 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. WX1MADJ.
000950 AUTHOR. J. W. KOSINSKI.
000960 INSTALLATION. DATA CENTER.
000970 DATE-WRITTEN. 10/15/26.
000980 DATE-COMPILED.
000990 ENVIRONMENT DIVISION.
001000 CONFIGURATION SECTION.
001010 SOURCE-COMPUTER. IBM-370.
001020 OBJECT-COMPUTER. IBM-370.
001030 INPUT-OUTPUT SECTION.
001040 FILE-CONTROL.
001050     SELECT WSWX1VS ASSIGN TO WSWX1VS
001060         ORGANIZATION IS INDEXED
001070         ACCESS IS DYNAMIC
001080         RECORD KEY IS VS-KEY
001090         FILE STATUS IS WS-VSM-STATUS.
001100     SELECT WX1PVS ASSIGN TO WX1PVS
001110         ORGANIZATION IS INDEXED
001120         ACCESS IS DYNAMIC
001130         RECORD KEY IS PVS-KEY
001140         FILE STATUS IS WS-PVS-STATUS.
001150     SELECT WX1RULVS ASSIGN TO WX1RULVS
001160         ORGANIZATION IS INDEXED
001170         ACCESS IS RANDOM
001180         RECORD KEY IS RL-PREFIX
001190         FILE STATUS IS WS-RUL-STATUS.
001200     SELECT WX1PRDVS ASSIGN TO WX1PRDVS
001210         ORGANIZATION IS INDEXED
001220         ACCESS IS RANDOM
001230         RECORD KEY IS PD-PERIOD
001240         FILE STATUS IS WS-PRD-STATUS.
001241     SELECT WX1COAVS ASSIGN TO WX1COAVS
001242         ORGANIZATION IS INDEXED
001243         ACCESS IS RANDOM
001244         RECORD KEY IS CO-KEY
001245         FILE STATUS IS WS-COA-STATUS.
001250     SELECT JRNHVS ASSIGN TO JRNHVS
001260         ORGANIZATION IS INDEXED
001270         ACCESS IS RANDOM
001280         RECORD KEY IS JH-KEY
001290         FILE STATUS IS WS-JHS-STATUS.
001300     SELECT JRNFILE ASSIGN TO JRNFILE
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-JRN-STATUS.
001330     SELECT GLRSTG ASSIGN TO GLRSTG
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-RSG-STATUS.
001360     SELECT CTLCARD ASSIGN TO CTLCARD
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-CTL-STATUS.
001390     SELECT ADJCARD ASSIGN TO ADJCARD
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-ADJ-STATUS.
001420     SELECT MADRPT ASSIGN TO MADRPT
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-RPT-STATUS.
001441     SELECT RUNCTL ASSIGN TO RUNCTL
001442         ORGANIZATION IS INDEXED
001443         ACCESS IS RANDOM
001444         RECORD KEY IS LG-KEY
001445         FILE STATUS IS WS-RCL-STATUS.
001450 DATA DIVISION.
001460 FILE SECTION.
001470*---------------------------------------------------------------
001480*  WS-1/WX-1 SHARED VSAM KSDS - SAME CLUSTER WX1MAINT UPDATES.
001490*  SEE JCL/WS1WX1K.JCL FOR THE CLUSTER DEFINITION.  BROWSED
001500*  FROM THE LOWEST KEY ANY CARD CAN SELECT TO THE HIGHEST.
001510*---------------------------------------------------------------
001520 FD  WSWX1VS
001530     LABEL RECORDS ARE STANDARD.
001540 01  VS-REC.
001550     05  VS-KEY                   PIC X(10).
001560     05  VS-WS-2                  PIC 9(02).
001570     05  VS-WX-2                  PIC 9(02).
001580*---------------------------------------------------------------
001590*  PENDING-CHANGE KSDS - MIRRORS COPYBOOK WX1PND; SEE
001600*  JCL/WX1PNDK.JCL FOR THE CLUSTER DEFINITION.
001610*---------------------------------------------------------------
001620 FD  WX1PVS
001630     LABEL RECORDS ARE STANDARD.
001640 01  PVS-REC.
001650     05  PVS-KEY.
001660         10  PVS-WS1WX1-KEY       PIC X(10).
001670         10  PVS-EFF-DATE         PIC 9(06).
001680     05  PVS-NEW-WS-2             PIC 9(02).
001690     05  PVS-NEW-WX-2             PIC 9(02).
001700     05  PVS-ENTERED-TERM         PIC X(04).
001710     05  PVS-ENTERED-DATE         PIC 9(06).
001720*---------------------------------------------------------------
001730*  PREFIX VALUE RULE KSDS - MIRRORS COPYBOOKS/WX1RUL.CPY.  SEE
001740*  JCL/WX1RULK.JCL.
001750*---------------------------------------------------------------
001760 FD  WX1RULVS
001770     LABEL RECORDS ARE STANDARD.
001780 01  RL-REC.
001790     05  RL-PREFIX                PIC X(10).
001800     05  RL-WS2-MIN               PIC 9(02).
001810     05  RL-WS2-MAX               PIC 9(02).
001820     05  RL-WX2-MIN               PIC 9(02).
001830     05  RL-WX2-MAX               PIC 9(02).
001840     05  RL-VARIANCE              PIC 9(02).
001850     05  RL-SEVERITY              PIC X(01).
001860         88  RL-IS-WARNING        VALUE "W".
001870     05  RL-DESC                  PIC X(30).
001880     05  RL-CHANGED-DATE          PIC 9(06).
001890     05  RL-DC-SW                 PIC X(01).
001900     05  RL-DC-MIN-CHANGE         PIC 9(02).
001910     05  RL-DC-RECENT-DAYS        PIC 9(03).
001920*---------------------------------------------------------------
001930*  ACCOUNTING PERIOD CONTROL KSDS - MIRRORS COPYBOOK WX1PRD;
001940*  SEE JCL/WX1PRDK.JCL FOR THE CLUSTER DEFINITION.  ONLY THE
001950*  KEY AND STATUS ARE NEEDED HERE.
001960*---------------------------------------------------------------
001970 FD  WX1PRDVS
001980     LABEL RECORDS ARE STANDARD.
001990 01  PD-REC.
002000     05  PD-PERIOD                PIC X(04).
002010     05  PD-STATUS                PIC X(01).
002020         88  PD-IS-CLOSED         VALUE "C".
002030     05  FILLER                   PIC X(145).
002031*---------------------------------------------------------------
002032*  CHART-OF-ACCOUNTS REFERENCE KSDS - MIRRORS COPYBOOKS/
002033*  WX1COA.CPY.  KEYED-READ AT FAMILY, ACCOUNT AND FULL-KEY
002034*  LEVEL; A KEY UNDER A CLOSED ENTRY IS NOT ADJUSTED.  SEE
002035*  JCL/WX1COAK.JCL FOR THE CLUSTER DEFINITION.
002036*---------------------------------------------------------------
002037 FD  WX1COAVS
002038     LABEL RECORDS ARE STANDARD.
002039 01  CO-REC.
002040     05  CO-KEY                   PIC X(10).
002041     05  CO-LEVEL                 PIC X(01).
002042     05  CO-NAME                  PIC X(30).
002043     05  CO-OWNER                 PIC X(08).
002044     05  CO-OPEN-DATE             PIC 9(06).
002045     05  CO-STATUS                PIC X(01).
002046         88  CO-IS-CLOSED         VALUE "C".
002047     05  CO-CLOSE-DATE            PIC 9(06).
002048*---------------------------------------------------------------
002050*  JOURNAL-HISTORY KSDS - MIRRORS COPYBOOK WX1JHS; SEE
002060*  JCL/WX1JHSK.JCL FOR THE CLUSTER DEFINITION.  COMMIT ONLY.
002070*---------------------------------------------------------------
002080 FD  JRNHVS
002090     LABEL RECORDS ARE STANDARD.
002100 01  JH-REC.
002110     05  JH-KEY.
002120         10  JH-WS1WX1-KEY        PIC X(10).
002130         10  JH-FIELD             PIC X(10).
002140         10  JH-DATE              PIC 9(06).
002150         10  JH-TIME              PIC 9(08).
002160     05  JH-OLD-VALUE             PIC X(10).
002170     05  JH-NEW-VALUE             PIC X(10).
002180     05  JH-JOB-ID                PIC X(08).
002190     05  JH-SOURCE-ID             PIC X(08).
002200     05  JH-CYCLE-NO              PIC 9(02).
002210     05  JH-TRAN-CODE             PIC X(01).
002220     05  FILLER                   PIC X(07).
002230*---------------------------------------------------------------
002240*  AUDIT JOURNAL - SAME 120-BYTE LINE FORMAT NAMESPACE WRITES,
002250*  ON ITS OWN GENERATION OF THE JRNADJ GDG.  A PREVIEW OPENS
002255*  IT TOO BUT WRITES NOTHING.
002260*---------------------------------------------------------------
002270 FD  JRNFILE
002280     LABEL RECORDS ARE STANDARD.
002290 01  JRN-LINE                     PIC X(120).
002300*---------------------------------------------------------------
002310*  GL RE-EXTRACT STAGING - SAME LAYOUT WX1GACK WRITES; THE
002320*  NEXT NAMESPACE RUN FOLDS IT INTO GLEXT.  EXTENDED, NEVER
002330*  REWRITTEN, SO ITEMS ALREADY STAGED STAY.  COMMIT ONLY.
002340*---------------------------------------------------------------
002350 FD  GLRSTG
002360     LABEL RECORDS ARE STANDARD.
002370 01  RSG-OUT-REC.
002380     05  RSG-KEY                  PIC X(10).
002390     05  RSG-WS-2                 PIC 9(02).
002400     05  RSG-WX-2                 PIC 9(02).
002410     05  RSG-ORIG-DATE            PIC 9(06).
002420     05  RSG-ORIG-CYCLE           PIC 9(02).
002430     05  RSG-REASON               PIC X(04).
002431*---------------------------------------------------------------
002432*  RUN-CONTROL LEDGER KSDS - MIRRORS COPYBOOK WX1RCL; SEE
002433*  JCL/WX1RCLK.JCL FOR THE CLUSTER DEFINITION.  COMMIT ONLY.
002434*---------------------------------------------------------------
002435 FD  RUNCTL
002436     LABEL RECORDS ARE STANDARD.
002437 01  LG-REC.
002438     05  LG-KEY.
002439         10  LG-JOB-ID            PIC X(08).
002440         10  LG-RUN-DATE          PIC 9(06).
002441         10  LG-CYCLE-NO          PIC 9(02).
002442         10  LG-STEP-SEQ          PIC 9(01).
002443     05  LG-STEP-NAME             PIC X(10).
002444     05  LG-STATUS                PIC X(01).
002445         88  LG-IS-RUNNING        VALUE "R".
002446         88  LG-IS-COMPLETE       VALUE "C".
002447         88  LG-IS-FAILED         VALUE "F".
002448     05  LG-START-TS              PIC X(14).
002449     05  LG-END-TS                PIC X(14).
002450     05  LG-RETURN-CODE           PIC 9(02).
002451     05  LG-RUN-COUNT             PIC 9(02).
002452     05  LG-OVERRIDE-SW           PIC X(01).
002453     05  LG-STEP-COUNTS OCCURS 3 TIMES.
002454         10  LG-COUNT-LABEL       PIC X(06).
002455         10  LG-COUNT             PIC 9(08).
002456*---------------------------------------------------------------
002457*  CONTROL CARD - ADJUSTMENT NUMBER AND RUN MODE.
002460*---------------------------------------------------------------
002470 FD  CTLCARD
002480     LABEL RECORDS ARE OMITTED.
002490 01  CTL-CARD-REC.
002500     05  CTL-ADJ-NO               PIC X(02).
002510     05  CTL-RUN-MODE             PIC X(01).
002520*---------------------------------------------------------------
002530*  ADJUSTMENT CARDS - LAYOUT IN THE REMARKS ABOVE.
002540*---------------------------------------------------------------
002550 FD  ADJCARD
002560     LABEL RECORDS ARE OMITTED.
002570 01  AJ-CARD-REC.
002580     05  AJ-PREFIX                PIC X(10).
002590     05  AJ-FROM-KEY              PIC X(10).
002600     05  AJ-TO-KEY                PIC X(10).
002610     05  AJ-COND-FIELD            PIC X(02).
002620     05  AJ-COND-OP               PIC X(02).
002630     05  AJ-COND-VALUE            PIC X(02).
002640     05  AJ-WS2-ACTION            PIC X(01).
002650     05  AJ-WS2-AMOUNT            PIC X(02).
002660     05  AJ-WX2-ACTION            PIC X(01).
002670     05  AJ-WX2-AMOUNT            PIC X(02).
002680     05  AJ-EFF-DATE              PIC X(06).
002690     05  AJ-EFF-DATE-PARTS REDEFINES AJ-EFF-DATE.
002700         10  AJ-EFF-YY            PIC 9(02).
002710         10  AJ-EFF-MM            PIC 9(02).
002720         10  AJ-EFF-DD            PIC 9(02).
002730     05  AJ-DESC                  PIC X(32).
002740*---------------------------------------------------------------
002750*  PREVIEW / COMMIT REPORT.
002760*---------------------------------------------------------------
002770 FD  MADRPT
002780     LABEL RECORDS ARE STANDARD.
002790 01  RPT-LINE                     PIC X(132).
002800 WORKING-STORAGE SECTION.
002810 01  WS-FILE-STATUSES.
002820     05  WS-VSM-STATUS            PIC X(02) VALUE "00".
002830     05  WS-PVS-STATUS            PIC X(02) VALUE "00".
002840     05  WS-RUL-STATUS            PIC X(02) VALUE "00".
002850     05  WS-PRD-STATUS            PIC X(02) VALUE "00".
002855     05  WS-COA-STATUS            PIC X(02) VALUE "00".
002860     05  WS-JHS-STATUS            PIC X(02) VALUE "00".
002870     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
002880     05  WS-RSG-STATUS            PIC X(02) VALUE "00".
002890     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
002900     05  WS-ADJ-STATUS            PIC X(02) VALUE "00".
002910     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
002915     05  WS-RCL-STATUS            PIC X(02) VALUE "00".
002920 01  WS-SWITCHES.
002930     05  WS-ADJ-EOF-SW            PIC X(01) VALUE "N".
002940         88  END-OF-ADJCARD       VALUE "Y".
002950     05  WS-VSM-EOF-SW            PIC X(01) VALUE "N".
002960         88  END-OF-WSWX1VS       VALUE "Y".
002970     05  WS-PVS-EMPTY-SW          PIC X(01) VALUE "N".
002980         88  PVS-NEVER-LOADED     VALUE "Y".
002990     05  WS-RUN-MODE-SW           PIC X(01) VALUE "P".
003000         88  COMMIT-MODE          VALUE "C".
003010     05  WS-CARD-OK-SW            PIC X(01) VALUE "Y".
003020         88  CARD-IS-VALID        VALUE "Y".
003030     05  WS-UPDATE-OK-SW          PIC X(01) VALUE "Y".
003040         88  UPDATES-CLEAN        VALUE "Y".
003050     05  WS-RULE-FOUND-SW         PIC X(01) VALUE "N".
003060         88  RULE-FOUND           VALUE "Y".
003070     05  WS-PRD-CLOSED-SW         PIC X(01) VALUE "N".
003080         88  PRD-PERIOD-CLOSED    VALUE "Y".
003083     05  WS-COA-CLOSED-SW         PIC X(01) VALUE "N".
003086         88  COA-ACCOUNT-CLOSED   VALUE "Y".
003090     05  WS-COND-MET-SW           PIC X(01) VALUE "N".
003100         88  CONDITION-MET        VALUE "Y".
003110     05  WS-SKIP-SW               PIC X(01) VALUE "N".
003120         88  KEY-SKIPPED          VALUE "Y".
003130*---------------------------------------------------------------
003140*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
003150*---------------------------------------------------------------
003160 01  WS-COUNTERS.
003170     05  WS-CARD-ERROR-COUNT      PIC 9(08) COMP VALUE ZERO.
003180     05  WS-SCAN-COUNT            PIC 9(08) COMP VALUE ZERO.
003190     05  WS-MULTI-COUNT           PIC 9(08) COMP VALUE ZERO.
003200     05  WS-WARN-COUNT            PIC 9(08) COMP VALUE ZERO.
003210     05  WS-FAILED-COUNT          PIC 9(08) COMP VALUE ZERO.
003220     05  WS-STAGED-COUNT          PIC 9(08) COMP VALUE ZERO.
003230     05  WS-HIT-COUNT             PIC 9(04) COMP VALUE ZERO.
003240     05  WS-HIT-IX                PIC 9(04) COMP VALUE ZERO.
003250     05  WS-HIT2-IX               PIC 9(04) COMP VALUE ZERO.
003260     05  WS-CARD-IX               PIC 9(04) COMP VALUE ZERO.
003270 01  WS-COUNTERS-EDITED.
003280     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
003290     05  WS-COUNT-B-ED            PIC ZZZZZZZ9.
003300     05  WS-COUNT-C-ED            PIC ZZZZZZZ9.
003310     05  WS-COUNT-D-ED            PIC ZZZZZZZ9.
003320     05  WS-COUNT-E-ED            PIC ZZZZZZZ9.
003330*---------------------------------------------------------------
003340*  THE ADJUSTMENT DECK, VALIDATED AND HELD FOR THE MASTER
003350*  PASS.  CD-LOW-KEY/CD-HIGH-KEY ARE THE KEYS THE CARD CAN
003360*  SELECT - ITS RANGE, OR ELSE ITS WHOLE PREFIX.  THE TOTALS
003370*  ARE THE SELECTED KEYS' VALUES BEFORE AND AFTER, FOR THE
003380*  KEYS ADJUSTED OR QUEUED.
003390*---------------------------------------------------------------
003400 01  WS-CARD-MAX                  PIC 9(04) COMP VALUE 50.
003410 01  WS-CARD-COUNT                PIC 9(04) COMP VALUE ZERO.
003420 01  WS-CARD-NO                   PIC 9(02) VALUE ZERO.
003430 01  WS-CARD-NO2                  PIC 9(02) VALUE ZERO.
003440 01  WS-CARD-TABLE.
003450     05  WS-CARD-ENTRY OCCURS 50 TIMES.
003460         10  CD-PREFIX            PIC X(10).
003470         10  CD-PREFIX-LEN        PIC 9(02) COMP.
003480         10  CD-LOW-KEY           PIC X(10).
003490         10  CD-HIGH-KEY          PIC X(10).
003500         10  CD-COND-FIELD        PIC X(02).
003510         10  CD-COND-OP           PIC X(02).
003520         10  CD-COND-VALUE        PIC 9(02).
003530         10  CD-WS2-ACTION        PIC X(01).
003540         10  CD-WS2-AMOUNT        PIC 9(02).
003550         10  CD-WX2-ACTION        PIC X(01).
003560         10  CD-WX2-AMOUNT        PIC 9(02).
003570         10  CD-EFF-DATE          PIC 9(06).
003580         10  CD-TIMING-SW         PIC X(01).
003590             88  CD-IS-QUEUED     VALUE "Q".
003600         10  CD-SELECT-COUNT      PIC 9(08) COMP.
003610         10  CD-CHANGE-COUNT      PIC 9(08) COMP.
003620         10  CD-NOCHG-COUNT       PIC 9(08) COMP.
003630         10  CD-SKIP-COUNT        PIC 9(08) COMP.
003640         10  CD-WS2-OLD-TOT       PIC 9(08) COMP.
003650         10  CD-WS2-NEW-TOT       PIC 9(08) COMP.
003660         10  CD-WX2-OLD-TOT       PIC 9(08) COMP.
003670         10  CD-WX2-NEW-TOT       PIC 9(08) COMP.
003680 01  WS-DECK-TOTALS.
003690     05  DT-SELECT-COUNT          PIC 9(08) COMP VALUE ZERO.
003700     05  DT-CHANGE-COUNT          PIC 9(08) COMP VALUE ZERO.
003710     05  DT-NOCHG-COUNT           PIC 9(08) COMP VALUE ZERO.
003720     05  DT-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
003730     05  DT-WS2-OLD-TOT           PIC 9(08) COMP VALUE ZERO.
003740     05  DT-WS2-NEW-TOT           PIC 9(08) COMP VALUE ZERO.
003750     05  DT-WX2-OLD-TOT           PIC 9(08) COMP VALUE ZERO.
003760     05  DT-WX2-NEW-TOT           PIC 9(08) COMP VALUE ZERO.
003770 01  WS-BROWSE-LOW                PIC X(10) VALUE HIGH-VALUES.
003780 01  WS-BROWSE-HIGH               PIC X(10) VALUE LOW-VALUES.
003790*---------------------------------------------------------------
003800*  CARD ECHO LINE - ONE PER CARD READ, AHEAD OF ITS ERRORS.
003810*---------------------------------------------------------------
003820 01  WS-CARD-LINE.
003830     05  FILLER                   PIC X(05) VALUE "CARD ".
003840     05  CL-CARD-NO               PIC 9(02).
003850     05  FILLER                   PIC X(09) VALUE "  PREFIX ".
003860     05  CL-PREFIX                PIC X(10).
003870     05  FILLER                   PIC X(07) VALUE "  KEYS ".
003880     05  CL-FROM-KEY              PIC X(10).
003890     05  FILLER                   PIC X(03) VALUE " - ".
003900     05  CL-TO-KEY                PIC X(10).
003910     05  FILLER                   PIC X(05) VALUE "  IF ".
003920     05  CL-COND                  PIC X(10).
003930     05  FILLER                   PIC X(07) VALUE "  WS-2 ".
003940     05  CL-WS2                   PIC X(03).
003950     05  FILLER                   PIC X(07) VALUE "  WX-2 ".
003960     05  CL-WX2                   PIC X(03).
003970     05  FILLER                   PIC X(06) VALUE "  EFF ".
003980     05  CL-EFF                   PIC X(06).
003990     05  FILLER                   PIC X(01) VALUE SPACE.
004000     05  CL-TIMING                PIC X(06).
004010     05  FILLER                   PIC X(22) VALUE SPACES.
004020 01  WS-CARD-ERROR-TEXT           PIC X(60) VALUE SPACES.
004030*---------------------------------------------------------------
004040*  ONE SELECTED KEY - ITS VALUES AS FOUND AND AS ADJUSTED.
004050*  THE SIGNED WORK FIELDS CATCH A RESULT OUTSIDE 00-99.
004060*---------------------------------------------------------------
004070 01  WS-KEY-WORK.
004080     05  WS-OLD-WS-2              PIC 9(02) VALUE ZERO.
004090     05  WS-OLD-WX-2              PIC 9(02) VALUE ZERO.
004100     05  WS-NEW-WS-2              PIC 9(02) VALUE ZERO.
004110     05  WS-NEW-WX-2              PIC 9(02) VALUE ZERO.
004120     05  WS-CALC-VALUE            PIC S9(03) VALUE ZERO.
004130     05  WS-CALC-VALUE-ED         PIC -ZZ9.
004140     05  WS-COND-CURRENT          PIC 9(02) VALUE ZERO.
004150     05  WS-PND-FIRST-DATE        PIC 9(06) VALUE ZERO.
004160     05  RULE-DIFF                PIC 9(02) VALUE ZERO.
004170 01  WS-SKIP-TEXT                 PIC X(60) VALUE SPACES.
004180 01  WS-NOTE-TEXT                 PIC X(50) VALUE SPACES.
004190 01  WS-ACTION-TEXT               PIC X(18) VALUE SPACES.
004200*---------------------------------------------------------------
004210*  ACCOUNTING PERIOD LOOKUP - SAME CACHING AS WX1PAPL.
004220*---------------------------------------------------------------
004230 01  WS-PRD-FIND-PERIOD           PIC X(04) VALUE SPACES.
004240 01  WS-PRD-LAST-PERIOD           PIC X(04) VALUE SPACES.
004250*---------------------------------------------------------------
004260*  JOB IDENTIFICATION AND AUDIT WORK FIELDS, MATCHING THE
004270*  NAMESPACE JOURNAL CONVENTION.  THE SOURCE ID AND THE
004280*  ADJUSTMENT NUMBER TAKE THE PLACE OF A TRANSMISSION'S SOURCE
004290*  AND CYCLE SO WX1AUDC, WX1TRND AND WX1BKOT CAN FIND THEM.
004300*---------------------------------------------------------------
004310 01  WS-RUN-INFO.
004320     05  WS-JOB-ID                PIC X(08) VALUE "WX1MADJ ".
004330     05  WS-SOURCE-ID             PIC X(08) VALUE "MASSADJ ".
004340     05  WS-ADJ-NO                PIC 9(02) VALUE ZERO.
004350     05  WS-CURRENT-DATE          PIC 9(06) VALUE ZERO.
004360     05  WS-JRN-DATE              PIC 9(06) VALUE ZERO.
004370     05  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
004380 01  WS-AUDIT-FIELDS.
004390     05  AUD-KEY                  PIC X(10).
004400     05  AUD-FIELD-NAME           PIC X(10).
004410     05  AUD-OLD-VALUE            PIC X(10).
004420     05  AUD-NEW-VALUE            PIC X(10).
004430     05  AUD-TRAN-CODE            PIC X(01) VALUE "C".
004440 01  WS-JRN-LINE                  PIC X(120).
004450 01  WS-PRINT-LINE                PIC X(132).
004451*---------------------------------------------------------------
004452*  RUN-CONTROL LEDGER WORK AREAS - A COMMIT IS LOGGED AS STEP 1
004453*  OF JOB WX1MADJ, WITH THE ADJUSTMENT NUMBER AS THE CYCLE (SEE
004454*  COPYBOOK WX1RCL).
004455*---------------------------------------------------------------
004456 01  WS-RUN-CONTROL.
004457     05  WS-RCL-KEY.
004458         10  WS-RCL-JOB-ID        PIC X(08) VALUE SPACES.
004459         10  WS-RCL-RUN-DATE      PIC 9(06) VALUE ZERO.
004460         10  WS-RCL-CYCLE-NO      PIC 9(02) VALUE ZERO.
004461         10  WS-RCL-STEP-SEQ      PIC 9(01) VALUE 1.
004462     05  WS-RCL-STEP-NAME         PIC X(10) VALUE "WX1MADJ".
004463     05  WS-RCL-FOUND-SW          PIC X(01) VALUE "N".
004464         88  RCL-STEP-FOUND       VALUE "Y".
004465     05  WS-RCL-DATE              PIC 9(06) VALUE ZERO.
004466     05  WS-RCL-TIME              PIC 9(08) VALUE ZERO.
004467 PROCEDURE DIVISION.
004470 TEST-1 SECTION.
004480*-----------------------------------------------------------*
004490*  0000-MAINLINE                                            *
004500*-----------------------------------------------------------*
004510 0000-MAINLINE.
004520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004530     PERFORM 2000-LOAD-CARD THRU 2000-EXIT
004540         UNTIL END-OF-ADJCARD.
004550     IF WS-CARD-COUNT = ZERO
004560         MOVE "NO ADJUSTMENT CARDS - NOTHING TO DO"
004570             TO WS-PRINT-LINE
004580         WRITE RPT-LINE FROM WS-PRINT-LINE
004590     END-IF.
004600     IF WS-CARD-ERROR-COUNT = ZERO
004610         AND WS-CARD-COUNT > ZERO
004620         PERFORM 3000-START-BROWSE THRU 3000-EXIT
004630         PERFORM 3100-PROCESS-MASTER THRU 3100-EXIT
004640             UNTIL END-OF-WSWX1VS
004650     END-IF.
004660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004662     IF COMMIT-MODE
004664         PERFORM 9500-POST-RUN-CONTROL THRU 9500-EXIT
004666     END-IF.
004670     GOBACK.
004680*-----------------------------------------------------------*
004690*  1000-INITIALIZE                                          *
004700*-----------------------------------------------------------*
004710 1000-INITIALIZE.
004720     ACCEPT WS-CURRENT-DATE FROM DATE.
004730     OPEN OUTPUT MADRPT.
004740     IF WS-RPT-STATUS NOT = "00"
004750         DISPLAY "WX1MADJ - MADRPT OPEN FAILED, STATUS = "
004760             WS-RPT-STATUS
004770         MOVE 16 TO RETURN-CODE
004780         GOBACK
004790     END-IF.
004800     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
004810     MOVE SPACES TO WS-PRINT-LINE.
004820     IF COMMIT-MODE
004830         STRING "WX1MADJ MASS VALUE ADJUSTMENT - COMMIT  "
004840             "ADJUSTMENT " WS-ADJ-NO
004850             "  SOURCE " WS-SOURCE-ID
004860             "  RUN DATE " WS-CURRENT-DATE
004870             DELIMITED BY SIZE INTO WS-PRINT-LINE
004880     ELSE
004890         STRING "WX1MADJ MASS VALUE ADJUSTMENT - PREVIEW, "
004900             "NOTHING UPDATED  ADJUSTMENT " WS-ADJ-NO
004910             "  RUN DATE " WS-CURRENT-DATE
004920             DELIMITED BY SIZE INTO WS-PRINT-LINE
004930     END-IF.
004940     WRITE RPT-LINE FROM WS-PRINT-LINE.
004950     IF NOT CARD-IS-VALID
004960         CLOSE MADRPT
004970         MOVE 16 TO RETURN-CODE
004980         GOBACK
004990     END-IF.
004992     IF COMMIT-MODE
004994         PERFORM 1300-CHECK-RUN-CONTROL THRU 1300-EXIT
004996     END-IF.
005000     OPEN INPUT ADJCARD.
005010     IF WS-ADJ-STATUS NOT = "00"
005020         DISPLAY "WX1MADJ - ADJCARD OPEN FAILED, STATUS = "
005030             WS-ADJ-STATUS
005040         MOVE 16 TO RETURN-CODE
005050         GOBACK
005060     END-IF.
005070     IF COMMIT-MODE
005080         OPEN I-O WSWX1VS
005090     ELSE
005100         OPEN INPUT WSWX1VS
005110     END-IF.
005120     IF WS-VSM-STATUS NOT = "00"
005130         DISPLAY "WX1MADJ - WSWX1VS OPEN FAILED, STATUS = "
005140             WS-VSM-STATUS
005150         MOVE 16 TO RETURN-CODE
005160         GOBACK
005170     END-IF.
005180     IF COMMIT-MODE
005190         OPEN I-O WX1PVS
005200     ELSE
005210         OPEN INPUT WX1PVS
005220     END-IF.
005230     IF WS-PVS-STATUS = "35"
005240         SET PVS-NEVER-LOADED TO TRUE
005250     ELSE
005260         IF WS-PVS-STATUS NOT = "00"
005270             DISPLAY "WX1MADJ - WX1PVS OPEN FAILED, STATUS = "
005280                 WS-PVS-STATUS
005290             MOVE 16 TO RETURN-CODE
005300             GOBACK
005310         END-IF
005320     END-IF.
005330     OPEN INPUT WX1RULVS.
005340     IF WS-RUL-STATUS NOT = "00"
005350         DISPLAY "WX1MADJ - WX1RULVS OPEN FAILED, STATUS = "
005360             WS-RUL-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         GOBACK
005390     END-IF.
005400     OPEN INPUT WX1PRDVS.
005410     IF WS-PRD-STATUS NOT = "00"
005420         DISPLAY "WX1MADJ - WX1PRDVS OPEN FAILED, STATUS = "
005430             WS-PRD-STATUS
005440         MOVE 16 TO RETURN-CODE
005450         GOBACK
005460     END-IF.
005461     OPEN INPUT WX1COAVS.
005462     IF WS-COA-STATUS NOT = "00"
005463         DISPLAY "WX1MADJ - WX1COAVS OPEN FAILED, STATUS = "
005464             WS-COA-STATUS
005465         MOVE 16 TO RETURN-CODE
005466         GOBACK
005467     END-IF.
005470     OPEN OUTPUT JRNFILE.
005473     IF WS-JRN-STATUS NOT = "00"
005476         DISPLAY "WX1MADJ - JRNFILE OPEN FAILED, STATUS = "
005479             WS-JRN-STATUS
005482         MOVE 16 TO RETURN-CODE
005485         GOBACK
005488     END-IF.
005491     IF COMMIT-MODE
005494         PERFORM 1200-OPEN-COMMIT-FILES THRU 1200-EXIT
005497     END-IF.
005500 1000-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------*
005530*  1100-READ-CTLCARD - THE ADJUSTMENT NUMBER IS REQUIRED; IT *
005540*  IS WHAT A BACKOUT OF THE ADJUSTMENT WILL ASK FOR.         *
005550*-----------------------------------------------------------*
005560 1100-READ-CTLCARD.
005570     MOVE SPACES TO CTL-CARD-REC.
005580     OPEN INPUT CTLCARD.
005590     IF WS-CTL-STATUS = "00"
005600         READ CTLCARD
005610             AT END
005620                 MOVE SPACES TO CTL-CARD-REC
005630         END-READ
005640         CLOSE CTLCARD
005650     END-IF.
005660     IF CTL-ADJ-NO NUMERIC AND CTL-ADJ-NO > ZERO
005670         MOVE CTL-ADJ-NO TO WS-ADJ-NO
005680     ELSE
005690         MOVE "N" TO WS-CARD-OK-SW
005700         DISPLAY "WX1MADJ - CTLCARD ADJUSTMENT NUMBER INVALID: "
005710             CTL-ADJ-NO
005720     END-IF.
005730     IF CTL-RUN-MODE = "C"
005740         MOVE "C" TO WS-RUN-MODE-SW
005750     ELSE
005760         MOVE "P" TO WS-RUN-MODE-SW
005770     END-IF.
005780 1100-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------*
005810*  1200-OPEN-COMMIT-FILES - COMMIT ONLY: THE JOURNAL         *
005820*  HISTORY AND THE GL RE-EXTRACT STAGING FILE.               *
005830*-----------------------------------------------------------*
005840 1200-OPEN-COMMIT-FILES.
005930     OPEN I-O JRNHVS.
005940     IF WS-JHS-STATUS NOT = "00"
005950         DISPLAY "WX1MADJ - JRNHVS OPEN FAILED, STATUS = "
005960             WS-JHS-STATUS
005970         MOVE 16 TO RETURN-CODE
005980         GOBACK
005990     END-IF.
006000     OPEN EXTEND GLRSTG.
006010     IF WS-RSG-STATUS NOT = "00"
006020         DISPLAY "WX1MADJ - GLRSTG OPEN FAILED, STATUS = "
006030             WS-RSG-STATUS
006040         MOVE 16 TO RETURN-CODE
006050         GOBACK
006060     END-IF.
006070 1200-EXIT.
006080     EXIT.
006081*-----------------------------------------------------------*
006082*  1300-CHECK-RUN-CONTROL - COMMIT ONLY: THE ADJUSTMENT      *
006083*  NUMBER IS LOGGED ON THE RUN-CONTROL LEDGER (RCLVS) AS THE *
006084*  CYCLE OF JOB WX1MADJ FOR TODAY.  A NUMBER ALREADY USED UP *
006085*  TODAY (C), OR LEFT RUNNING (R) BY A COMMIT THAT NEVER     *
006086*  FINISHED, IS REFUSED SO TWO ADJUSTMENTS NEVER SHARE ONE   *
006087*  BACKOUT IDENTITY.  OTHERWISE THE ENTRY IS MARKED RUNNING. *
006088*-----------------------------------------------------------*
006089 1300-CHECK-RUN-CONTROL.
006090     MOVE WS-JOB-ID TO WS-RCL-JOB-ID.
006091     MOVE WS-CURRENT-DATE TO WS-RCL-RUN-DATE.
006092     MOVE WS-ADJ-NO TO WS-RCL-CYCLE-NO.
006093     OPEN I-O RUNCTL.
006094     IF WS-RCL-STATUS NOT = "00"
006095         DISPLAY "WX1MADJ - RUNCTL OPEN FAILED, STATUS = "
006096             WS-RCL-STATUS
006097         MOVE 16 TO RETURN-CODE
006098         GOBACK
006099     END-IF.
006100     MOVE WS-RCL-KEY TO LG-KEY.
006101     READ RUNCTL
006102         INVALID KEY
006103             MOVE "N" TO WS-RCL-FOUND-SW
006104         NOT INVALID KEY
006105             MOVE "Y" TO WS-RCL-FOUND-SW
006106     END-READ.
006107     IF RCL-STEP-FOUND
006108         AND (LG-IS-COMPLETE OR LG-IS-RUNNING)
006109         DISPLAY "WX1MADJ - ADJUSTMENT " WS-ADJ-NO
006110             " ALREADY COMMITTED ON " WS-CURRENT-DATE
006111             " (LEDGER STATUS " LG-STATUS ") - USE A NEW NUMBER"
006112         MOVE SPACES TO WS-PRINT-LINE
006113         STRING "ADJUSTMENT " WS-ADJ-NO " ALREADY COMMITTED "
006114             "TODAY - NOTHING UPDATED, RESUBMIT WITH A NEW "
006115             "ADJUSTMENT NUMBER"
006116             DELIMITED BY SIZE INTO WS-PRINT-LINE
006117         WRITE RPT-LINE FROM WS-PRINT-LINE
006118         CLOSE RUNCTL
006119         CLOSE MADRPT
006120         MOVE 16 TO RETURN-CODE
006121         GOBACK
006122     END-IF.
006123     IF NOT RCL-STEP-FOUND
006124         MOVE WS-RCL-KEY TO LG-KEY
006125         MOVE WS-RCL-STEP-NAME TO LG-STEP-NAME
006126         MOVE ZERO TO LG-RUN-COUNT
006127     END-IF.
006128     MOVE "N" TO LG-OVERRIDE-SW.
006129     ACCEPT WS-RCL-DATE FROM DATE.
006130     ACCEPT WS-RCL-TIME FROM TIME.
006131     MOVE "R" TO LG-STATUS.
006132     MOVE SPACES TO LG-START-TS.
006133     STRING WS-RCL-DATE WS-RCL-TIME
006134         DELIMITED BY SIZE INTO LG-START-TS.
006135     MOVE SPACES TO LG-END-TS.
006136     MOVE ZERO TO LG-RETURN-CODE.
006137     ADD 1 TO LG-RUN-COUNT.
006138     MOVE SPACES TO LG-COUNT-LABEL (1).
006139     MOVE SPACES TO LG-COUNT-LABEL (2).
006140     MOVE SPACES TO LG-COUNT-LABEL (3).
006141     MOVE ZERO TO LG-COUNT (1).
006142     MOVE ZERO TO LG-COUNT (2).
006143     MOVE ZERO TO LG-COUNT (3).
006144     IF RCL-STEP-FOUND
006145         REWRITE LG-REC
006146     ELSE
006147         WRITE LG-REC
006148     END-IF.
006149     IF WS-RCL-STATUS NOT = "00"
006150         DISPLAY "WX1MADJ - RUNCTL UPDATE FAILED, STATUS = "
006151             WS-RCL-STATUS
006152         CLOSE RUNCTL
006153         CLOSE MADRPT
006154         MOVE 16 TO RETURN-CODE
006155         GOBACK
006156     END-IF.
006157 1300-EXIT.
006158     EXIT.
006159*-----------------------------------------------------------*
006160*  2000-LOAD-CARD - READ, VALIDATE AND TABLE ONE ADJUSTMENT  *
006161*  CARD, ECHOING IT AND ANY ERRORS ON MADRPT.                *
006162*-----------------------------------------------------------*
006163 2000-LOAD-CARD.
006164     READ ADJCARD
006165         AT END
006166             SET END-OF-ADJCARD TO TRUE
006170             GO TO 2000-EXIT
006180     END-READ.
006190     IF AJ-CARD-REC (1:1) = "*"
006200         GO TO 2000-EXIT
006210     END-IF.
006220     IF WS-CARD-COUNT NOT < WS-CARD-MAX
006230         DISPLAY "WX1MADJ - MORE THAN 50 ADJUSTMENT CARDS"
006240         MOVE "MORE THAN 50 ADJUSTMENT CARDS - RUN ABANDONED"
006250             TO WS-PRINT-LINE
006260         WRITE RPT-LINE FROM WS-PRINT-LINE
006270         CLOSE MADRPT
006280         MOVE 16 TO RETURN-CODE
006290         GOBACK
006300     END-IF.
006310     ADD 1 TO WS-CARD-COUNT.
006320     MOVE WS-CARD-COUNT TO WS-CARD-IX.
006330     PERFORM 2050-CLEAR-CARD THRU 2050-EXIT.
006340     PERFORM 2900-ECHO-CARD THRU 2900-EXIT.
006350     PERFORM 2100-EDIT-PREFIX THRU 2100-EXIT.
006360     PERFORM 2200-EDIT-CONDITION THRU 2200-EXIT.
006370     PERFORM 2300-EDIT-ACTIONS THRU 2300-EXIT.
006380     PERFORM 2400-EDIT-EFF-DATE THRU 2400-EXIT.
006390 2000-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------*
006420*  2050-CLEAR-CARD - NEW TABLE ENTRY, TOTALS ZEROED          *
006430*-----------------------------------------------------------*
006440 2050-CLEAR-CARD.
006450     MOVE SPACES TO WS-CARD-ENTRY (WS-CARD-IX).
006460     MOVE ZERO TO CD-PREFIX-LEN (WS-CARD-IX).
006470     MOVE ZERO TO CD-COND-VALUE (WS-CARD-IX).
006480     MOVE ZERO TO CD-WS2-AMOUNT (WS-CARD-IX).
006490     MOVE ZERO TO CD-WX2-AMOUNT (WS-CARD-IX).
006500     MOVE ZERO TO CD-EFF-DATE (WS-CARD-IX).
006510     MOVE ZERO TO CD-SELECT-COUNT (WS-CARD-IX).
006520     MOVE ZERO TO CD-CHANGE-COUNT (WS-CARD-IX).
006530     MOVE ZERO TO CD-NOCHG-COUNT (WS-CARD-IX).
006540     MOVE ZERO TO CD-SKIP-COUNT (WS-CARD-IX).
006550     MOVE ZERO TO CD-WS2-OLD-TOT (WS-CARD-IX).
006560     MOVE ZERO TO CD-WS2-NEW-TOT (WS-CARD-IX).
006570     MOVE ZERO TO CD-WX2-OLD-TOT (WS-CARD-IX).
006580     MOVE ZERO TO CD-WX2-NEW-TOT (WS-CARD-IX).
006590 2050-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------*
006620*  2100-EDIT-PREFIX - A FAMILY (3) OR ACCOUNT (6) PREFIX,    *
006630*  AND A KEY RANGE INSIDE IT.  THE CARD'S LOW/HIGH KEYS      *
006640*  WIDEN THE MASTER BROWSE.                                  *
006650*-----------------------------------------------------------*
006660 2100-EDIT-PREFIX.
006670     MOVE AJ-PREFIX TO CD-PREFIX (WS-CARD-IX).
006680     IF AJ-PREFIX (1:3) NOT = SPACES
006690         AND AJ-PREFIX (4:7) = SPACES
006700         AND AJ-PREFIX (3:1) NOT = SPACE
006710         MOVE 3 TO CD-PREFIX-LEN (WS-CARD-IX)
006720     END-IF.
006730     IF AJ-PREFIX (1:6) NOT = SPACES
006740         AND AJ-PREFIX (7:4) = SPACES
006750         AND AJ-PREFIX (4:3) NOT = SPACES
006760         AND AJ-PREFIX (6:1) NOT = SPACE
006770         MOVE 6 TO CD-PREFIX-LEN (WS-CARD-IX)
006780     END-IF.
006790     IF CD-PREFIX-LEN (WS-CARD-IX) = ZERO
006800         OR AJ-PREFIX (1:1) = SPACE
006810         MOVE "PREFIX MUST BE A 3-BYTE FAMILY OR 6-BYTE ACCOUNT"
006820             TO WS-CARD-ERROR-TEXT
006830         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
006840         GO TO 2100-EXIT
006850     END-IF.
006860     MOVE AJ-PREFIX TO CD-LOW-KEY (WS-CARD-IX).
006870     MOVE HIGH-VALUES TO CD-HIGH-KEY (WS-CARD-IX).
006880     MOVE AJ-PREFIX (1:CD-PREFIX-LEN (WS-CARD-IX))
006890         TO CD-HIGH-KEY (WS-CARD-IX)
006900             (1:CD-PREFIX-LEN (WS-CARD-IX)).
006910     IF AJ-FROM-KEY NOT = SPACES
006920         IF AJ-FROM-KEY (1:CD-PREFIX-LEN (WS-CARD-IX))
006930             NOT = AJ-PREFIX (1:CD-PREFIX-LEN (WS-CARD-IX))
006940             MOVE "FROM KEY IS NOT UNDER THE PREFIX"
006950                 TO WS-CARD-ERROR-TEXT
006960             PERFORM 2990-CARD-ERROR THRU 2990-EXIT
006970         ELSE
006980             MOVE AJ-FROM-KEY TO CD-LOW-KEY (WS-CARD-IX)
006990         END-IF
007000     END-IF.
007010     IF AJ-TO-KEY NOT = SPACES
007020         IF AJ-TO-KEY (1:CD-PREFIX-LEN (WS-CARD-IX))
007030             NOT = AJ-PREFIX (1:CD-PREFIX-LEN (WS-CARD-IX))
007040             MOVE "TO KEY IS NOT UNDER THE PREFIX"
007050                 TO WS-CARD-ERROR-TEXT
007060             PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007070         ELSE
007080             MOVE AJ-TO-KEY TO CD-HIGH-KEY (WS-CARD-IX)
007090         END-IF
007100     END-IF.
007110     IF CD-LOW-KEY (WS-CARD-IX) > CD-HIGH-KEY (WS-CARD-IX)
007120         MOVE "FROM KEY IS ABOVE TO KEY" TO WS-CARD-ERROR-TEXT
007130         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007140         GO TO 2100-EXIT
007150     END-IF.
007160     IF CD-LOW-KEY (WS-CARD-IX) < WS-BROWSE-LOW
007170         MOVE CD-LOW-KEY (WS-CARD-IX) TO WS-BROWSE-LOW
007180     END-IF.
007190     IF CD-HIGH-KEY (WS-CARD-IX) > WS-BROWSE-HIGH
007200         MOVE CD-HIGH-KEY (WS-CARD-IX) TO WS-BROWSE-HIGH
007210     END-IF.
007220 2100-EXIT.
007230     EXIT.
007240*-----------------------------------------------------------*
007250*  2200-EDIT-CONDITION - OPTIONAL TEST ON THE CURRENT WS-2   *
007260*  OR WX-2 OF EACH KEY IN THE PREFIX                         *
007270*-----------------------------------------------------------*
007280 2200-EDIT-CONDITION.
007290     IF AJ-COND-FIELD = SPACES
007300         AND AJ-COND-OP = SPACES
007310         AND AJ-COND-VALUE = SPACES
007320         GO TO 2200-EXIT
007330     END-IF.
007340     IF AJ-COND-FIELD NOT = "WS" AND AJ-COND-FIELD NOT = "WX"
007350         MOVE "CONDITION FIELD MUST BE WS OR WX"
007360             TO WS-CARD-ERROR-TEXT
007370         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007380     END-IF.
007390     IF AJ-COND-OP NOT = "EQ" AND AJ-COND-OP NOT = "NE"
007400         AND AJ-COND-OP NOT = "LT" AND AJ-COND-OP NOT = "LE"
007410         AND AJ-COND-OP NOT = "GT" AND AJ-COND-OP NOT = "GE"
007420         MOVE "CONDITION MUST BE EQ NE LT LE GT OR GE"
007430             TO WS-CARD-ERROR-TEXT
007440         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007450     END-IF.
007460     IF AJ-COND-VALUE NOT NUMERIC
007470         MOVE "CONDITION VALUE MUST BE NUMERIC 00-99"
007480             TO WS-CARD-ERROR-TEXT
007490         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007500         GO TO 2200-EXIT
007510     END-IF.
007520     MOVE AJ-COND-FIELD TO CD-COND-FIELD (WS-CARD-IX).
007530     MOVE AJ-COND-OP TO CD-COND-OP (WS-CARD-IX).
007540     MOVE AJ-COND-VALUE TO CD-COND-VALUE (WS-CARD-IX).
007550 2200-EXIT.
007560     EXIT.
007570*-----------------------------------------------------------*
007580*  2300-EDIT-ACTIONS - S, + OR - WITH A NUMERIC AMOUNT FOR   *
007590*  EACH FIELD TO BE ADJUSTED; AT LEAST ONE FIELD.            *
007600*-----------------------------------------------------------*
007610 2300-EDIT-ACTIONS.
007620     IF AJ-WS2-ACTION = SPACE AND AJ-WX2-ACTION = SPACE
007630         MOVE "NO WS-2 OR WX-2 ACTION ON THE CARD"
007640             TO WS-CARD-ERROR-TEXT
007650         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007660         GO TO 2300-EXIT
007670     END-IF.
007680     IF AJ-WS2-ACTION NOT = SPACE
007690         IF (AJ-WS2-ACTION NOT = "S" AND AJ-WS2-ACTION NOT = "+"
007700             AND AJ-WS2-ACTION NOT = "-")
007710             OR AJ-WS2-AMOUNT NOT NUMERIC
007720             MOVE "WS-2 ACTION MUST BE S, + OR - AND AMOUNT 00-99"
007730                 TO WS-CARD-ERROR-TEXT
007740             PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007750         ELSE
007760             MOVE AJ-WS2-ACTION TO CD-WS2-ACTION (WS-CARD-IX)
007770             MOVE AJ-WS2-AMOUNT TO CD-WS2-AMOUNT (WS-CARD-IX)
007780         END-IF
007790     END-IF.
007800     IF AJ-WX2-ACTION NOT = SPACE
007810         IF (AJ-WX2-ACTION NOT = "S" AND AJ-WX2-ACTION NOT = "+"
007820             AND AJ-WX2-ACTION NOT = "-")
007830             OR AJ-WX2-AMOUNT NOT NUMERIC
007840             MOVE "WX-2 ACTION MUST BE S, + OR - AND AMOUNT 00-99"
007850                 TO WS-CARD-ERROR-TEXT
007860             PERFORM 2990-CARD-ERROR THRU 2990-EXIT
007870         ELSE
007880             MOVE AJ-WX2-ACTION TO CD-WX2-ACTION (WS-CARD-IX)
007890             MOVE AJ-WX2-AMOUNT TO CD-WX2-AMOUNT (WS-CARD-IX)
007900         END-IF
007910     END-IF.
007920 2300-EXIT.
007930     EXIT.
007940*-----------------------------------------------------------*
007950*  2400-EDIT-EFF-DATE - BLANK OR TODAY APPLIES NOW, A LATER  *
007960*  DATE QUEUES.  NO BACKDATING, AND NEITHER DATE MAY LAND    *
007970*  IN A CLOSED ACCOUNTING PERIOD.                            *
007980*-----------------------------------------------------------*
007990 2400-EDIT-EFF-DATE.
008000     IF AJ-EFF-DATE = SPACES
008010         MOVE WS-CURRENT-DATE TO CD-EFF-DATE (WS-CARD-IX)
008020     ELSE
008030         IF AJ-EFF-DATE NUMERIC
008040             AND AJ-EFF-MM > ZERO AND AJ-EFF-MM < 13
008050             AND AJ-EFF-DD > ZERO AND AJ-EFF-DD < 32
008060             MOVE AJ-EFF-DATE TO CD-EFF-DATE (WS-CARD-IX)
008070         ELSE
008080             MOVE "EFFECTIVE DATE IS NOT A VALID YYMMDD"
008090                 TO WS-CARD-ERROR-TEXT
008100             PERFORM 2990-CARD-ERROR THRU 2990-EXIT
008110             GO TO 2400-EXIT
008120         END-IF
008130     END-IF.
008140     IF CD-EFF-DATE (WS-CARD-IX) < WS-CURRENT-DATE
008150         MOVE "EFFECTIVE DATE IS BEFORE TODAY - NO BACKDATING"
008160             TO WS-CARD-ERROR-TEXT
008170         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
008180         GO TO 2400-EXIT
008190     END-IF.
008200     IF CD-EFF-DATE (WS-CARD-IX) > WS-CURRENT-DATE
008210         MOVE "Q" TO CD-TIMING-SW (WS-CARD-IX)
008220     ELSE
008230         MOVE "N" TO CD-TIMING-SW (WS-CARD-IX)
008240     END-IF.
008250     MOVE CD-EFF-DATE (WS-CARD-IX) TO WS-PRD-FIND-PERIOD.
008260     PERFORM 2500-CHECK-PERIOD THRU 2500-EXIT.
008270     IF PRD-PERIOD-CLOSED
008280         MOVE SPACES TO WS-CARD-ERROR-TEXT
008290         STRING "ACCOUNTING PERIOD " WS-PRD-FIND-PERIOD
008300             " IS CLOSED"
008310             DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
008320         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
008330     END-IF.
008340     IF CD-IS-QUEUED (WS-CARD-IX)
008350         AND PVS-NEVER-LOADED
008360         MOVE "WX1PVS NEVER LOADED - RUN WX1PNDK BEFORE QUEUING"
008370             TO WS-CARD-ERROR-TEXT
008380         PERFORM 2990-CARD-ERROR THRU 2990-EXIT
008390     END-IF.
008400 2400-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------*
008430*  2500-CHECK-PERIOD - IS THE ACCOUNTING PERIOD IN          *
008440*  WS-PRD-FIND-PERIOD CLOSED ON WX1PRDVS?  NO RECORD, OR A  *
008450*  REOPENED ONE, MEANS OPEN.  THE LAST ANSWER IS KEPT.      *
008460*-----------------------------------------------------------*
008470 2500-CHECK-PERIOD.
008480     IF WS-PRD-FIND-PERIOD = WS-PRD-LAST-PERIOD
008490         GO TO 2500-EXIT
008500     END-IF.
008510     MOVE WS-PRD-FIND-PERIOD TO WS-PRD-LAST-PERIOD.
008520     MOVE "N" TO WS-PRD-CLOSED-SW.
008530     MOVE WS-PRD-FIND-PERIOD TO PD-PERIOD.
008540     READ WX1PRDVS
008550         INVALID KEY
008560             GO TO 2500-EXIT
008570     END-READ.
008580     IF PD-IS-CLOSED
008590         MOVE "Y" TO WS-PRD-CLOSED-SW
008600     END-IF.
008610 2500-EXIT.
008620     EXIT.
008630*-----------------------------------------------------------*
008640*  2900-ECHO-CARD - THE CARD AS IT WILL BE APPLIED           *
008650*-----------------------------------------------------------*
008660 2900-ECHO-CARD.
008670     MOVE WS-CARD-COUNT TO CL-CARD-NO.
008680     MOVE AJ-PREFIX TO CL-PREFIX.
008690     MOVE AJ-FROM-KEY TO CL-FROM-KEY.
008700     MOVE AJ-TO-KEY TO CL-TO-KEY.
008710     IF AJ-FROM-KEY = SPACES AND AJ-TO-KEY = SPACES
008720         MOVE "ALL" TO CL-FROM-KEY
008730     END-IF.
008740     MOVE SPACES TO CL-COND.
008750     IF AJ-COND-FIELD = SPACES
008760         MOVE "ANY VALUE" TO CL-COND
008770     ELSE
008780         STRING AJ-COND-FIELD "-2 " AJ-COND-OP " " AJ-COND-VALUE
008790             DELIMITED BY SIZE INTO CL-COND
008800     END-IF.
008810     MOVE AJ-WS2-ACTION TO CL-WS2.
008820     MOVE AJ-WS2-AMOUNT TO CL-WS2 (2:2).
008830     IF AJ-WS2-ACTION = SPACE
008840         MOVE "---" TO CL-WS2
008850     END-IF.
008860     MOVE AJ-WX2-ACTION TO CL-WX2.
008870     MOVE AJ-WX2-AMOUNT TO CL-WX2 (2:2).
008880     IF AJ-WX2-ACTION = SPACE
008890         MOVE "---" TO CL-WX2
008900     END-IF.
008910     IF AJ-EFF-DATE = SPACES
008920         MOVE WS-CURRENT-DATE TO CL-EFF
008930     ELSE
008940         MOVE AJ-EFF-DATE TO CL-EFF
008950     END-IF.
008960     IF AJ-EFF-DATE = SPACES
008970         OR AJ-EFF-DATE = WS-CURRENT-DATE
008980         MOVE "NOW" TO CL-TIMING
008990     ELSE
009000         MOVE "QUEUED" TO CL-TIMING
009010     END-IF.
009020     WRITE RPT-LINE FROM WS-CARD-LINE.
009030     IF AJ-DESC NOT = SPACES
009040         MOVE SPACES TO WS-PRINT-LINE
009050         STRING "         " AJ-DESC
009060             DELIMITED BY SIZE INTO WS-PRINT-LINE
009070         WRITE RPT-LINE FROM WS-PRINT-LINE
009080     END-IF.
009090 2900-EXIT.
009100     EXIT.
009110*-----------------------------------------------------------*
009120*  2990-CARD-ERROR - ONE ERROR LINE UNDER THE CARD ECHO; ANY *
009130*  ERROR STOPS THE WHOLE DECK.                               *
009140*-----------------------------------------------------------*
009150 2990-CARD-ERROR.
009160     ADD 1 TO WS-CARD-ERROR-COUNT.
009170     MOVE SPACES TO WS-PRINT-LINE.
009180     MOVE WS-CARD-COUNT TO WS-CARD-NO.
009190     STRING "  *** ERROR CARD " WS-CARD-NO " - "
009200         WS-CARD-ERROR-TEXT
009210         DELIMITED BY SIZE INTO WS-PRINT-LINE.
009220     WRITE RPT-LINE FROM WS-PRINT-LINE.
009230     MOVE SPACES TO WS-CARD-ERROR-TEXT.
009240 2990-EXIT.
009250     EXIT.
009260*-----------------------------------------------------------*
009270*  3000-START-BROWSE - POSITION AT THE LOWEST KEY ANY CARD   *
009280*  CAN SELECT.                                               *
009290*-----------------------------------------------------------*
009300 3000-START-BROWSE.
009310     MOVE WS-BROWSE-LOW TO VS-KEY.
009320     START WSWX1VS KEY NOT LESS THAN VS-KEY
009330         INVALID KEY
009340             SET END-OF-WSWX1VS TO TRUE
009350     END-START.
009360 3000-EXIT.
009370     EXIT.
009380*-----------------------------------------------------------*
009390*  3100-PROCESS-MASTER - ONE MASTER RECORD: WHICH CARDS      *
009400*  SELECT IT?  NONE - PASS; ONE - ADJUST; MORE - SKIP.       *
009410*-----------------------------------------------------------*
009420 3100-PROCESS-MASTER.
009430     READ WSWX1VS NEXT RECORD
009440         AT END
009450             SET END-OF-WSWX1VS TO TRUE
009460             GO TO 3100-EXIT
009470     END-READ.
009480     IF VS-KEY > WS-BROWSE-HIGH
009490         SET END-OF-WSWX1VS TO TRUE
009500         GO TO 3100-EXIT
009510     END-IF.
009520     ADD 1 TO WS-SCAN-COUNT.
009530     MOVE ZERO TO WS-HIT-COUNT.
009540     MOVE ZERO TO WS-HIT-IX.
009550     MOVE ZERO TO WS-HIT2-IX.
009560     PERFORM 3200-MATCH-CARD THRU 3200-EXIT
009570         VARYING WS-CARD-IX FROM 1 BY 1
009580         UNTIL WS-CARD-IX > WS-CARD-COUNT.
009590     IF WS-HIT-COUNT = ZERO
009600         GO TO 3100-EXIT
009610     END-IF.
009620     MOVE VS-WS-2 TO WS-OLD-WS-2.
009630     MOVE VS-WX-2 TO WS-OLD-WX-2.
009640     MOVE WS-OLD-WS-2 TO WS-NEW-WS-2.
009650     MOVE WS-OLD-WX-2 TO WS-NEW-WX-2.
009660     MOVE WS-HIT-IX TO WS-CARD-IX.
009670     ADD 1 TO CD-SELECT-COUNT (WS-CARD-IX).
009680     ADD 1 TO DT-SELECT-COUNT.
009690     IF WS-HIT-COUNT > 1
009700         ADD 1 TO WS-MULTI-COUNT
009710         MOVE SPACES TO WS-SKIP-TEXT
009720         MOVE WS-HIT2-IX TO WS-CARD-NO2
009730         STRING "ALSO SELECTED BY CARD " WS-CARD-NO2
009740             DELIMITED BY SIZE INTO WS-SKIP-TEXT
009750         PERFORM 4900-REPORT-SKIP THRU 4900-EXIT
009760         GO TO 3100-EXIT
009770     END-IF.
009780     PERFORM 4000-ADJUST-KEY THRU 4000-EXIT.
009790 3100-EXIT.
009800     EXIT.
009810*-----------------------------------------------------------*
009820*  3200-MATCH-CARD - DOES CARD WS-CARD-IX SELECT THE KEY?    *
009830*  THE FIRST TWO CARDS THAT DO ARE KEPT FOR THE REPORT.      *
009840*-----------------------------------------------------------*
009850 3200-MATCH-CARD.
009860     IF CD-PREFIX-LEN (WS-CARD-IX) = ZERO
009870         GO TO 3200-EXIT
009880     END-IF.
009890     IF VS-KEY < CD-LOW-KEY (WS-CARD-IX)
009900         OR VS-KEY > CD-HIGH-KEY (WS-CARD-IX)
009910         GO TO 3200-EXIT
009920     END-IF.
009930     IF VS-KEY (1:CD-PREFIX-LEN (WS-CARD-IX))
009940         NOT = CD-PREFIX (WS-CARD-IX)
009950             (1:CD-PREFIX-LEN (WS-CARD-IX))
009960         GO TO 3200-EXIT
009970     END-IF.
009980     PERFORM 3210-TEST-CONDITION THRU 3210-EXIT.
009990     IF NOT CONDITION-MET
010000         GO TO 3200-EXIT
010010     END-IF.
010020     ADD 1 TO WS-HIT-COUNT.
010030     IF WS-HIT-COUNT = 1
010040         MOVE WS-CARD-IX TO WS-HIT-IX
010050     ELSE
010060         IF WS-HIT-COUNT = 2
010070             MOVE WS-CARD-IX TO WS-HIT2-IX
010080         END-IF
010090     END-IF.
010100 3200-EXIT.
010110     EXIT.
010120*-----------------------------------------------------------*
010130*  3210-TEST-CONDITION - THE CARD'S VALUE TEST, IF ANY, ON   *
010140*  THE KEY'S CURRENT VALUES                                  *
010150*-----------------------------------------------------------*
010160 3210-TEST-CONDITION.
010170     MOVE "Y" TO WS-COND-MET-SW.
010180     IF CD-COND-FIELD (WS-CARD-IX) = SPACES
010190         GO TO 3210-EXIT
010200     END-IF.
010210     IF CD-COND-FIELD (WS-CARD-IX) = "WS"
010220         MOVE VS-WS-2 TO WS-COND-CURRENT
010230     ELSE
010240         MOVE VS-WX-2 TO WS-COND-CURRENT
010250     END-IF.
010260     MOVE "N" TO WS-COND-MET-SW.
010270     EVALUATE CD-COND-OP (WS-CARD-IX)
010280         WHEN "EQ"
010290             IF WS-COND-CURRENT = CD-COND-VALUE (WS-CARD-IX)
010300                 MOVE "Y" TO WS-COND-MET-SW
010310             END-IF
010320         WHEN "NE"
010330             IF WS-COND-CURRENT NOT = CD-COND-VALUE (WS-CARD-IX)
010340                 MOVE "Y" TO WS-COND-MET-SW
010350             END-IF
010360         WHEN "LT"
010370             IF WS-COND-CURRENT < CD-COND-VALUE (WS-CARD-IX)
010380                 MOVE "Y" TO WS-COND-MET-SW
010390             END-IF
010400         WHEN "LE"
010410             IF WS-COND-CURRENT NOT > CD-COND-VALUE (WS-CARD-IX)
010420                 MOVE "Y" TO WS-COND-MET-SW
010430             END-IF
010440         WHEN "GT"
010450             IF WS-COND-CURRENT > CD-COND-VALUE (WS-CARD-IX)
010460                 MOVE "Y" TO WS-COND-MET-SW
010470             END-IF
010480         WHEN "GE"
010490             IF WS-COND-CURRENT NOT < CD-COND-VALUE (WS-CARD-IX)
010500                 MOVE "Y" TO WS-COND-MET-SW
010510             END-IF
010520     END-EVALUATE.
010530 3210-EXIT.
010540     EXIT.
010550*-----------------------------------------------------------*
010560*  4000-ADJUST-KEY - WORK OUT, PROVE AND REPORT THE NEW      *
010570*  VALUES; ON THE COMMIT RUN, APPLY OR QUEUE THEM.           *
010580*-----------------------------------------------------------*
010590 4000-ADJUST-KEY.
010600     MOVE "N" TO WS-SKIP-SW.
010610     MOVE SPACES TO WS-NOTE-TEXT.
010620     PERFORM 4100-COMPUTE-WS2 THRU 4100-EXIT.
010630     IF KEY-SKIPPED
010640         GO TO 4000-EXIT
010650     END-IF.
010660     PERFORM 4150-COMPUTE-WX2 THRU 4150-EXIT.
010670     IF KEY-SKIPPED
010680         GO TO 4000-EXIT
010690     END-IF.
010700     IF WS-NEW-WS-2 = WS-OLD-WS-2
010710         AND WS-NEW-WX-2 = WS-OLD-WX-2
010720         ADD 1 TO CD-NOCHG-COUNT (WS-CARD-IX)
010730         ADD 1 TO DT-NOCHG-COUNT
010740         MOVE "NO CHANGE" TO WS-ACTION-TEXT
010750         PERFORM 4800-REPORT-KEY THRU 4800-EXIT
010760         GO TO 4000-EXIT
010770     END-IF.
010771     PERFORM 4050-CHECK-CHART THRU 4050-EXIT.
010772     IF COA-ACCOUNT-CLOSED
010773         MOVE "ACCOUNT CLOSED" TO WS-SKIP-TEXT
010774         PERFORM 4900-REPORT-SKIP THRU 4900-EXIT
010775         GO TO 4000-EXIT
010776     END-IF.
010780     PERFORM 4200-CHECK-RULES THRU 4200-EXIT.
010790     IF KEY-SKIPPED
010800         GO TO 4000-EXIT
010810     END-IF.
010820     PERFORM 4300-CHECK-PENDING THRU 4300-EXIT.
010830     IF KEY-SKIPPED
010840         GO TO 4000-EXIT
010850     END-IF.
010860     IF NOT COMMIT-MODE
010870         IF CD-IS-QUEUED (WS-CARD-IX)
010880             MOVE SPACES TO WS-ACTION-TEXT
010890             STRING "WOULD QUEUE " CD-EFF-DATE (WS-CARD-IX)
010900                 DELIMITED BY SIZE INTO WS-ACTION-TEXT
010910         ELSE
010920             MOVE "WOULD APPLY NOW" TO WS-ACTION-TEXT
010930         END-IF
010940         PERFORM 4700-COUNT-CHANGE THRU 4700-EXIT
010950         PERFORM 4800-REPORT-KEY THRU 4800-EXIT
010960         GO TO 4000-EXIT
010970     END-IF.
010980     IF CD-IS-QUEUED (WS-CARD-IX)
010990         PERFORM 5100-QUEUE-PENDING THRU 5100-EXIT
011000     ELSE
011010         PERFORM 5000-APPLY-NOW THRU 5000-EXIT
011020     END-IF.
011030 4000-EXIT.
011040     EXIT.
011041*-----------------------------------------------------------*
011042*  4050-CHECK-CHART - LOOK THE KEY UP ON WX1COAVS AT FAMILY, *
011043*  ACCOUNT AND FULL-KEY LEVEL, THE WAY NAMESPACE AND WX1M    *
011044*  DO.  A CLOSE AT ANY LEVEL CLOSES THE KEY.  A KEY WITH NO  *
011045*  CHART ENTRY IS NOT CLOSED.                                *
011046*-----------------------------------------------------------*
011047 4050-CHECK-CHART.
011048     MOVE "N" TO WS-COA-CLOSED-SW.
011049     MOVE VS-KEY (1:3) TO CO-KEY.
011050     PERFORM 4060-READ-CHART THRU 4060-EXIT.
011051     MOVE VS-KEY (1:6) TO CO-KEY.
011052     PERFORM 4060-READ-CHART THRU 4060-EXIT.
011053     MOVE VS-KEY TO CO-KEY.
011054     PERFORM 4060-READ-CHART THRU 4060-EXIT.
011055 4050-EXIT.
011056     EXIT.
011057*-----------------------------------------------------------*
011058*  4060-READ-CHART - ONE KEYED READ; SETS THE CLOSED SWITCH. *
011059*-----------------------------------------------------------*
011060 4060-READ-CHART.
011061     READ WX1COAVS
011062         INVALID KEY
011063             MOVE SPACES TO CO-REC
011064     END-READ.
011065     IF WS-COA-STATUS = "00"
011066         AND CO-IS-CLOSED
011067         MOVE "Y" TO WS-COA-CLOSED-SW
011068     END-IF.
011069 4060-EXIT.
011070     EXIT.
011071*-----------------------------------------------------------*
011072*  4100-COMPUTE-WS2 - SET, ADD OR SUBTRACT; THE RESULT MUST  *
011073*  STAY 00-99.                                               *
011080*-----------------------------------------------------------*
011090 4100-COMPUTE-WS2.
011100     MOVE WS-OLD-WS-2 TO WS-CALC-VALUE.
011110     EVALUATE CD-WS2-ACTION (WS-CARD-IX)
011120         WHEN "S"
011130             MOVE CD-WS2-AMOUNT (WS-CARD-IX) TO WS-CALC-VALUE
011140         WHEN "+"
011150             ADD CD-WS2-AMOUNT (WS-CARD-IX) TO WS-CALC-VALUE
011160         WHEN "-"
011170             SUBTRACT CD-WS2-AMOUNT (WS-CARD-IX)
011180                 FROM WS-CALC-VALUE
011190     END-EVALUATE.
011200     IF WS-CALC-VALUE < ZERO OR WS-CALC-VALUE > 99
011210         MOVE WS-CALC-VALUE TO WS-CALC-VALUE-ED
011220         MOVE SPACES TO WS-SKIP-TEXT
011230         STRING "WS-2 WOULD BE " WS-CALC-VALUE-ED
011240             " - OUTSIDE 00-99"
011250             DELIMITED BY SIZE INTO WS-SKIP-TEXT
011260         PERFORM 4900-REPORT-SKIP THRU 4900-EXIT
011270         GO TO 4100-EXIT
011280     END-IF.
011290     MOVE WS-CALC-VALUE TO WS-NEW-WS-2.
011300 4100-EXIT.
011310     EXIT.
011320*-----------------------------------------------------------*
011330*  4150-COMPUTE-WX2 - AS 4100, FOR WX-2                      *
011340*-----------------------------------------------------------*
011350 4150-COMPUTE-WX2.
011360     MOVE WS-OLD-WX-2 TO WS-CALC-VALUE.
011370     EVALUATE CD-WX2-ACTION (WS-CARD-IX)
011380         WHEN "S"
011390             MOVE CD-WX2-AMOUNT (WS-CARD-IX) TO WS-CALC-VALUE
011400         WHEN "+"
011410             ADD CD-WX2-AMOUNT (WS-CARD-IX) TO WS-CALC-VALUE
011420         WHEN "-"
011430             SUBTRACT CD-WX2-AMOUNT (WS-CARD-IX)
011440                 FROM WS-CALC-VALUE
011450     END-EVALUATE.
011460     IF WS-CALC-VALUE < ZERO OR WS-CALC-VALUE > 99
011470         MOVE WS-CALC-VALUE TO WS-CALC-VALUE-ED
011480         MOVE SPACES TO WS-SKIP-TEXT
011490         STRING "WX-2 WOULD BE " WS-CALC-VALUE-ED
011500             " - OUTSIDE 00-99"
011510             DELIMITED BY SIZE INTO WS-SKIP-TEXT
011520         PERFORM 4900-REPORT-SKIP THRU 4900-EXIT
011530         GO TO 4150-EXIT
011540     END-IF.
011550     MOVE WS-CALC-VALUE TO WS-NEW-WX-2.
011560 4150-EXIT.
011570     EXIT.
011580*-----------------------------------------------------------*
011590*  4200-CHECK-RULES - THE NEW VALUES AGAINST THE WX1RULVS    *
011600*  RULE FOR THE KEY'S ACCOUNT, ELSE ITS FAMILY, THE WAY      *
011610*  NAMESPACE EDITS THEM.  NO RULE - NO CHECK.  A REJECT      *
011620*  RULE SKIPS THE KEY; A WARNING RULE IS NOTED ON THE LINE.  *
011630*-----------------------------------------------------------*
011640 4200-CHECK-RULES.
011650     PERFORM 4210-FIND-RULE THRU 4210-EXIT.
011660     IF NOT RULE-FOUND
011670         GO TO 4200-EXIT
011680     END-IF.
011690     MOVE SPACES TO WS-SKIP-TEXT.
011700     IF WS-NEW-WS-2 < RL-WS2-MIN OR WS-NEW-WS-2 > RL-WS2-MAX
011710         STRING "WS-2 OUTSIDE RULE " RL-PREFIX (1:6) " RANGE "
011720             RL-WS2-MIN "-" RL-WS2-MAX
011730             DELIMITED BY SIZE INTO WS-SKIP-TEXT
011740     ELSE
011750         IF WS-NEW-WX-2 < RL-WX2-MIN OR WS-NEW-WX-2 > RL-WX2-MAX
011760             STRING "WX-2 OUTSIDE RULE " RL-PREFIX (1:6) " RANGE "
011770                 RL-WX2-MIN "-" RL-WX2-MAX
011780                 DELIMITED BY SIZE INTO WS-SKIP-TEXT
011790         ELSE
011800             IF WS-NEW-WS-2 > WS-NEW-WX-2
011810                 SUBTRACT WS-NEW-WX-2 FROM WS-NEW-WS-2
011820                     GIVING RULE-DIFF
011830             ELSE
011840                 SUBTRACT WS-NEW-WS-2 FROM WS-NEW-WX-2
011850                     GIVING RULE-DIFF
011860             END-IF
011870             IF RULE-DIFF > RL-VARIANCE
011880                 STRING "DIFF " RULE-DIFF " OVER RULE "
011890                     RL-PREFIX (1:6) " VARIANCE " RL-VARIANCE
011900                     DELIMITED BY SIZE INTO WS-SKIP-TEXT
011910             END-IF
011920         END-IF
011930     END-IF.
011940     IF WS-SKIP-TEXT = SPACES
011950         GO TO 4200-EXIT
011960     END-IF.
011970     IF RL-IS-WARNING
011980         ADD 1 TO WS-WARN-COUNT
011990         STRING "WARNING " WS-SKIP-TEXT
012000             DELIMITED BY SIZE INTO WS-NOTE-TEXT
012010     ELSE
012020         PERFORM 4900-REPORT-SKIP THRU 4900-EXIT
012030     END-IF.
012040 4200-EXIT.
012050     EXIT.
012060*-----------------------------------------------------------*
012070*  4210-FIND-RULE - ACCOUNT (FIRST 6) THEN FAMILY (FIRST 3)  *
012080*-----------------------------------------------------------*
012090 4210-FIND-RULE.
012100     MOVE "N" TO WS-RULE-FOUND-SW.
012110     MOVE VS-KEY (1:6) TO RL-PREFIX.
012120     READ WX1RULVS
012130         INVALID KEY
012140             MOVE "N" TO WS-RULE-FOUND-SW
012150         NOT INVALID KEY
012160             MOVE "Y" TO WS-RULE-FOUND-SW
012170     END-READ.
012180     IF RULE-FOUND
012190         GO TO 4210-EXIT
012200     END-IF.
012210     MOVE VS-KEY (1:3) TO RL-PREFIX.
012220     READ WX1RULVS
012230         INVALID KEY
012240             MOVE "N" TO WS-RULE-FOUND-SW
012250         NOT INVALID KEY
012260             MOVE "Y" TO WS-RULE-FOUND-SW
012270     END-READ.
012280 4210-EXIT.
012290     EXIT.
012300*-----------------------------------------------------------*
012310*  4300-CHECK-PENDING - THE KEY'S EARLIEST QUEUED WX1PVS     *
012320*  CHANGE.  ONE DUE ON OR BEFORE A QUEUED CARD'S DATE WOULD  *
012330*  OVERWRITE OR BE OVERWRITTEN BY IT - SKIP.  FOR A CHANGE   *
012340*  MADE NOW IT IS ONLY NOTED: IT STILL APPLIES ON ITS DATE.  *
012350*-----------------------------------------------------------*
012360 4300-CHECK-PENDING.
012370     IF PVS-NEVER-LOADED
012380         GO TO 4300-EXIT
012390     END-IF.
012400     MOVE ZERO TO WS-PND-FIRST-DATE.
012410     MOVE VS-KEY TO PVS-WS1WX1-KEY.
012420     MOVE ZERO TO PVS-EFF-DATE.
012430     START WX1PVS KEY NOT LESS THAN PVS-KEY
012440         INVALID KEY
012450             GO TO 4300-EXIT
012460     END-START.
012470     READ WX1PVS NEXT RECORD
012480         AT END
012490             GO TO 4300-EXIT
012500     END-READ.
012510     IF PVS-WS1WX1-KEY NOT = VS-KEY
012520         GO TO 4300-EXIT
012530     END-IF.
012540     MOVE PVS-EFF-DATE TO WS-PND-FIRST-DATE.
012550     IF CD-IS-QUEUED (WS-CARD-IX)
012560         AND WS-PND-FIRST-DATE NOT > CD-EFF-DATE (WS-CARD-IX)
012570         MOVE SPACES TO WS-SKIP-TEXT
012580         STRING "PENDING CHANGE ALREADY QUEUED FOR "
012590             WS-PND-FIRST-DATE
012600             DELIMITED BY SIZE INTO WS-SKIP-TEXT
012610         PERFORM 4900-REPORT-SKIP THRU 4900-EXIT
012620         GO TO 4300-EXIT
012630     END-IF.
012640     IF NOT CD-IS-QUEUED (WS-CARD-IX)
012650         AND WS-NOTE-TEXT = SPACES
012660         STRING "NOTE - PENDING CHANGE STILL QUEUED FOR "
012670             WS-PND-FIRST-DATE
012680             DELIMITED BY SIZE INTO WS-NOTE-TEXT
012690     END-IF.
012700 4300-EXIT.
012710     EXIT.
012720*-----------------------------------------------------------*
012730*  4700-COUNT-CHANGE - A KEY ADJUSTED OR QUEUED (OR TO BE):  *
012740*  ITS VALUES BEFORE AND AFTER GO INTO THE TOTALS.           *
012750*-----------------------------------------------------------*
012760 4700-COUNT-CHANGE.
012770     ADD 1 TO CD-CHANGE-COUNT (WS-CARD-IX).
012780     ADD 1 TO DT-CHANGE-COUNT.
012790     ADD WS-OLD-WS-2 TO CD-WS2-OLD-TOT (WS-CARD-IX).
012800     ADD WS-NEW-WS-2 TO CD-WS2-NEW-TOT (WS-CARD-IX).
012810     ADD WS-OLD-WX-2 TO CD-WX2-OLD-TOT (WS-CARD-IX).
012820     ADD WS-NEW-WX-2 TO CD-WX2-NEW-TOT (WS-CARD-IX).
012830     ADD WS-OLD-WS-2 TO DT-WS2-OLD-TOT.
012840     ADD WS-NEW-WS-2 TO DT-WS2-NEW-TOT.
012850     ADD WS-OLD-WX-2 TO DT-WX2-OLD-TOT.
012860     ADD WS-NEW-WX-2 TO DT-WX2-NEW-TOT.
012870 4700-EXIT.
012880     EXIT.
012890*-----------------------------------------------------------*
012900*  4800-REPORT-KEY - ONE LINE PER SELECTED KEY               *
012910*-----------------------------------------------------------*
012920 4800-REPORT-KEY.
012930     MOVE WS-CARD-IX TO WS-CARD-NO.
012940     MOVE SPACES TO WS-PRINT-LINE.
012950     STRING "CARD " WS-CARD-NO
012960         "  KEY " VS-KEY
012970         "  WS-2 " WS-OLD-WS-2 " TO " WS-NEW-WS-2
012980         "  WX-2 " WS-OLD-WX-2 " TO " WS-NEW-WX-2
012990         "  " WS-ACTION-TEXT
013000         "  " WS-NOTE-TEXT
013010         DELIMITED BY SIZE INTO WS-PRINT-LINE.
013020     WRITE RPT-LINE FROM WS-PRINT-LINE.
013030 4800-EXIT.
013040     EXIT.
013050*-----------------------------------------------------------*
013060*  4900-REPORT-SKIP - THE KEY IS LEFT ALONE AND LISTED WITH  *
013070*  THE REASON.                                               *
013080*-----------------------------------------------------------*
013090 4900-REPORT-SKIP.
013100     MOVE "Y" TO WS-SKIP-SW.
013110     ADD 1 TO CD-SKIP-COUNT (WS-CARD-IX).
013120     ADD 1 TO DT-SKIP-COUNT.
013130     MOVE WS-CARD-IX TO WS-CARD-NO.
013140     MOVE SPACES TO WS-PRINT-LINE.
013150     STRING "CARD " WS-CARD-NO
013160         "  KEY " VS-KEY
013170         "  WS-2 " WS-OLD-WS-2
013180         "  WX-2 " WS-OLD-WX-2
013190         "  SKIPPED - " WS-SKIP-TEXT
013200         DELIMITED BY SIZE INTO WS-PRINT-LINE.
013210     WRITE RPT-LINE FROM WS-PRINT-LINE.
013220 4900-EXIT.
013230     EXIT.
013240*-----------------------------------------------------------*
013250*  5000-APPLY-NOW - COMMIT, EFFECTIVE TODAY: REWRITE THE     *
013260*  MASTER, THEN JOURNAL BOTH FIELDS AND STAGE THE GL ITEM.   *
013270*  A FAILED REWRITE IS NEITHER JOURNALED NOR STAGED.         *
013280*-----------------------------------------------------------*
013290 5000-APPLY-NOW.
013300     MOVE WS-NEW-WS-2 TO VS-WS-2.
013310     MOVE WS-NEW-WX-2 TO VS-WX-2.
013320     REWRITE VS-REC.
013330     IF WS-VSM-STATUS NOT = "00"
013340         ADD 1 TO WS-FAILED-COUNT
013350         MOVE "N" TO WS-UPDATE-OK-SW
013360         MOVE SPACES TO WS-ACTION-TEXT
013370         STRING "FAILED STATUS " WS-VSM-STATUS
013380             DELIMITED BY SIZE INTO WS-ACTION-TEXT
013390         PERFORM 4800-REPORT-KEY THRU 4800-EXIT
013400         GO TO 5000-EXIT
013410     END-IF.
013420     MOVE VS-KEY TO AUD-KEY.
013430     MOVE "WS-2" TO AUD-FIELD-NAME.
013440     MOVE WS-OLD-WS-2 TO AUD-OLD-VALUE.
013450     MOVE WS-NEW-WS-2 TO AUD-NEW-VALUE.
013460     PERFORM 6000-AUDIT-LOG-CHANGE THRU 6000-EXIT.
013470     MOVE "WX-2" TO AUD-FIELD-NAME.
013480     MOVE WS-OLD-WX-2 TO AUD-OLD-VALUE.
013490     MOVE WS-NEW-WX-2 TO AUD-NEW-VALUE.
013500     PERFORM 6000-AUDIT-LOG-CHANGE THRU 6000-EXIT.
013510     PERFORM 5200-STAGE-GL-ITEM THRU 5200-EXIT.
013520     MOVE "APPLIED" TO WS-ACTION-TEXT.
013530     PERFORM 4700-COUNT-CHANGE THRU 4700-EXIT.
013540     PERFORM 4800-REPORT-KEY THRU 4800-EXIT.
013550 5000-EXIT.
013560     EXIT.
013570*-----------------------------------------------------------*
013580*  5100-QUEUE-PENDING - COMMIT, FUTURE-DATED: ONE WX1PVS     *
013590*  PENDING CHANGE FOR WX1PAPL, MARKED *MNN SO IT JOURNALS    *
013600*  UNDER THIS ADJUSTMENT, AND ONE FIELD=PENDING JOURNAL LINE *
013610*  (OLD = EFF YYMMDD, NEW = THE QUEUED WS-2 AND WX-2).       *
013620*-----------------------------------------------------------*
013630 5100-QUEUE-PENDING.
013640     MOVE VS-KEY TO PVS-WS1WX1-KEY.
013650     MOVE CD-EFF-DATE (WS-CARD-IX) TO PVS-EFF-DATE.
013660     MOVE WS-NEW-WS-2 TO PVS-NEW-WS-2.
013670     MOVE WS-NEW-WX-2 TO PVS-NEW-WX-2.
013680     MOVE SPACES TO PVS-ENTERED-TERM.
013690     STRING "*M" WS-ADJ-NO
013700         DELIMITED BY SIZE INTO PVS-ENTERED-TERM.
013710     MOVE WS-CURRENT-DATE TO PVS-ENTERED-DATE.
013720     WRITE PVS-REC.
013730     IF WS-PVS-STATUS NOT = "00"
013740         ADD 1 TO WS-FAILED-COUNT
013750         MOVE "N" TO WS-UPDATE-OK-SW
013760         MOVE SPACES TO WS-ACTION-TEXT
013770         STRING "FAILED STATUS " WS-PVS-STATUS
013780             DELIMITED BY SIZE INTO WS-ACTION-TEXT
013790         PERFORM 4800-REPORT-KEY THRU 4800-EXIT
013800         GO TO 5100-EXIT
013810     END-IF.
013820     MOVE VS-KEY TO AUD-KEY.
013830     MOVE "PENDING" TO AUD-FIELD-NAME.
013840     MOVE SPACES TO AUD-OLD-VALUE.
013850     STRING "EFF " CD-EFF-DATE (WS-CARD-IX)
013860         DELIMITED BY SIZE INTO AUD-OLD-VALUE.
013870     MOVE SPACES TO AUD-NEW-VALUE.
013880     STRING "WS" WS-NEW-WS-2 " WX" WS-NEW-WX-2
013890         DELIMITED BY SIZE INTO AUD-NEW-VALUE.
013900     PERFORM 6000-AUDIT-LOG-CHANGE THRU 6000-EXIT.
013910     MOVE SPACES TO WS-ACTION-TEXT.
013920     STRING "QUEUED FOR " CD-EFF-DATE (WS-CARD-IX)
013930         DELIMITED BY SIZE INTO WS-ACTION-TEXT.
013940     PERFORM 4700-COUNT-CHANGE THRU 4700-EXIT.
013950     PERFORM 4800-REPORT-KEY THRU 4800-EXIT.
013960 5100-EXIT.
013970     EXIT.
013980*-----------------------------------------------------------*
013990*  5200-STAGE-GL-ITEM - THE NEW VALUES RIDE THE NEXT GLEXT,  *
014000*  TRACED TO TODAY AND THE ADJUSTMENT NUMBER.                *
014010*-----------------------------------------------------------*
014020 5200-STAGE-GL-ITEM.
014030     MOVE VS-KEY TO RSG-KEY.
014040     MOVE WS-NEW-WS-2 TO RSG-WS-2.
014050     MOVE WS-NEW-WX-2 TO RSG-WX-2.
014060     MOVE WS-CURRENT-DATE TO RSG-ORIG-DATE.
014070     MOVE WS-ADJ-NO TO RSG-ORIG-CYCLE.
014080     MOVE "MADJ" TO RSG-REASON.
014090     WRITE RSG-OUT-REC.
014100     IF WS-RSG-STATUS = "00"
014110         ADD 1 TO WS-STAGED-COUNT
014120     ELSE
014130         MOVE "N" TO WS-UPDATE-OK-SW
014140         DISPLAY "WX1MADJ - GLRSTG WRITE FAILED, KEY = "
014150             VS-KEY " STATUS = " WS-RSG-STATUS
014160     END-IF.
014170 5200-EXIT.
014180     EXIT.
014190*-----------------------------------------------------------*
014200*  6000-AUDIT-LOG-CHANGE - WRITE ONE JOURNAL LINE IN THE     *
014210*  SAME FIXED FORMAT NAMESPACE'S 5000-AUDIT-LOG-CHANGE USES  *
014220*  SO WX1AUDC, WX1TRND AND WX1JHLD PARSE BOTH ALIKE.         *
014230*-----------------------------------------------------------*
014240 6000-AUDIT-LOG-CHANGE.
014250     ACCEPT WS-JRN-DATE FROM DATE.
014260     ACCEPT WS-CURRENT-TIME FROM TIME.
014270     MOVE SPACES TO WS-JRN-LINE.
014280     STRING "JOB=" WS-JOB-ID
014290         " " WS-JRN-DATE WS-CURRENT-TIME
014300         " KEY=" AUD-KEY
014310         " FIELD=" AUD-FIELD-NAME
014320         " OLD=" AUD-OLD-VALUE
014330         " NEW=" AUD-NEW-VALUE
014340         " SRC=" WS-SOURCE-ID
014350         " CYC=" WS-ADJ-NO
014360         " TC=" AUD-TRAN-CODE
014370         DELIMITED BY SIZE INTO WS-JRN-LINE.
014380     WRITE JRN-LINE FROM WS-JRN-LINE.
014381     IF WS-JRN-STATUS NOT = "00"
014382         MOVE "N" TO WS-UPDATE-OK-SW
014383         DISPLAY "WX1MADJ - JRNFILE WRITE FAILED, KEY = " AUD-KEY
014384             " STATUS = " WS-JRN-STATUS
014385     END-IF.
014390     PERFORM 6100-WRITE-HISTORY THRU 6100-EXIT.
014400 6000-EXIT.
014410     EXIT.
014420*-----------------------------------------------------------*
014430*  6100-WRITE-HISTORY - THE SAME CHANGE AS A JRNHVS RECORD,  *
014440*  THE WAY WX1JHLD WOULD LOAD IT, SO WX1H AND WX1BKOT SEE    *
014450*  THE ADJUSTMENT AT ONCE.                                   *
014460*-----------------------------------------------------------*
014470 6100-WRITE-HISTORY.
014480     MOVE SPACES TO JH-REC.
014490     MOVE AUD-KEY TO JH-WS1WX1-KEY.
014500     MOVE AUD-FIELD-NAME TO JH-FIELD.
014510     MOVE WS-JRN-DATE TO JH-DATE.
014520     MOVE WS-CURRENT-TIME TO JH-TIME.
014530     MOVE AUD-OLD-VALUE TO JH-OLD-VALUE.
014540     MOVE AUD-NEW-VALUE TO JH-NEW-VALUE.
014550     MOVE WS-JOB-ID TO JH-JOB-ID.
014560     MOVE WS-SOURCE-ID TO JH-SOURCE-ID.
014570     MOVE WS-ADJ-NO TO JH-CYCLE-NO.
014580     MOVE AUD-TRAN-CODE TO JH-TRAN-CODE.
014590     WRITE JH-REC
014600         INVALID KEY
014610             REWRITE JH-REC
014620                 INVALID KEY
014630                     DISPLAY "WX1MADJ - HISTORY WRITE FAILED, "
014640                         "KEY = " AUD-KEY " STATUS = "
014650                         WS-JHS-STATUS
014655                     MOVE "N" TO WS-UPDATE-OK-SW
014660             END-REWRITE
014670     END-WRITE.
014680 6100-EXIT.
014690     EXIT.
014700*-----------------------------------------------------------*
014710*  9000-TERMINATE - TOTALS PER CARD AND FOR THE DECK, AND    *
014720*  THE RETURN CODE                                           *
014730*-----------------------------------------------------------*
014740 9000-TERMINATE.
014750     MOVE SPACES TO WS-PRINT-LINE.
014760     WRITE RPT-LINE FROM WS-PRINT-LINE.
014770     IF WS-CARD-ERROR-COUNT > ZERO
014780         MOVE WS-CARD-ERROR-COUNT TO WS-COUNT-A-ED
014790         STRING "CARD ERRORS = " WS-COUNT-A-ED
014800             " - NO KEY WAS SELECTED OR ADJUSTED"
014810             DELIMITED BY SIZE INTO WS-PRINT-LINE
014820         WRITE RPT-LINE FROM WS-PRINT-LINE
014830     ELSE
014840         PERFORM 9100-WRITE-CARD-TOTALS THRU 9100-EXIT
014850             VARYING WS-CARD-IX FROM 1 BY 1
014860             UNTIL WS-CARD-IX > WS-CARD-COUNT
014870         PERFORM 9200-WRITE-DECK-TOTALS THRU 9200-EXIT
014880     END-IF.
014890     CLOSE JRNFILE.
014900     IF COMMIT-MODE
014910         CLOSE JRNHVS
014920         CLOSE GLRSTG
014930     END-IF.
014940     CLOSE ADJCARD.
014950     CLOSE WSWX1VS.
014960     IF NOT PVS-NEVER-LOADED
014970         CLOSE WX1PVS
014980     END-IF.
014990     CLOSE WX1RULVS.
015000     CLOSE WX1PRDVS.
015005     CLOSE WX1COAVS.
015010     CLOSE MADRPT.
015020     IF WS-CARD-ERROR-COUNT > ZERO
015030         OR NOT UPDATES-CLEAN
015040         MOVE 8 TO RETURN-CODE
015050     ELSE
015060         IF DT-SKIP-COUNT > ZERO
015070             OR WS-WARN-COUNT > ZERO
015080             OR DT-SELECT-COUNT = ZERO
015090             MOVE 4 TO RETURN-CODE
015100         ELSE
015110             MOVE 0 TO RETURN-CODE
015120         END-IF
015130     END-IF.
015140 9000-EXIT.
015150     EXIT.
015160*-----------------------------------------------------------*
015170*  9100-WRITE-CARD-TOTALS - ONE CARD'S COUNTS AND BEFORE/    *
015180*  AFTER VALUE TOTALS                                        *
015190*-----------------------------------------------------------*
015200 9100-WRITE-CARD-TOTALS.
015210     MOVE CD-SELECT-COUNT (WS-CARD-IX) TO WS-COUNT-A-ED.
015220     MOVE CD-CHANGE-COUNT (WS-CARD-IX) TO WS-COUNT-B-ED.
015230     MOVE CD-NOCHG-COUNT (WS-CARD-IX) TO WS-COUNT-C-ED.
015240     MOVE CD-SKIP-COUNT (WS-CARD-IX) TO WS-COUNT-D-ED.
015250     MOVE WS-CARD-IX TO WS-CARD-NO.
015260     MOVE SPACES TO WS-PRINT-LINE.
015270     IF CD-IS-QUEUED (WS-CARD-IX)
015280         STRING "CARD " WS-CARD-NO
015290             "  SELECTED " WS-COUNT-A-ED
015300             "  QUEUED " WS-COUNT-B-ED
015310             "  NO CHANGE " WS-COUNT-C-ED
015320             "  SKIPPED " WS-COUNT-D-ED
015330             DELIMITED BY SIZE INTO WS-PRINT-LINE
015340     ELSE
015350         STRING "CARD " WS-CARD-NO
015360             "  SELECTED " WS-COUNT-A-ED
015370             "  CHANGED " WS-COUNT-B-ED
015380             "  NO CHANGE " WS-COUNT-C-ED
015390             "  SKIPPED " WS-COUNT-D-ED
015400             DELIMITED BY SIZE INTO WS-PRINT-LINE
015410     END-IF.
015420     WRITE RPT-LINE FROM WS-PRINT-LINE.
015430     MOVE CD-WS2-OLD-TOT (WS-CARD-IX) TO WS-COUNT-A-ED.
015440     MOVE CD-WS2-NEW-TOT (WS-CARD-IX) TO WS-COUNT-B-ED.
015450     MOVE CD-WX2-OLD-TOT (WS-CARD-IX) TO WS-COUNT-C-ED.
015460     MOVE CD-WX2-NEW-TOT (WS-CARD-IX) TO WS-COUNT-D-ED.
015470     MOVE SPACES TO WS-PRINT-LINE.
015480     STRING "         WS-2 TOTAL " WS-COUNT-A-ED
015490         " TO " WS-COUNT-B-ED
015500         "  WX-2 TOTAL " WS-COUNT-C-ED
015510         " TO " WS-COUNT-D-ED
015520         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015530     WRITE RPT-LINE FROM WS-PRINT-LINE.
015540 9100-EXIT.
015550     EXIT.
015560*-----------------------------------------------------------*
015570*  9200-WRITE-DECK-TOTALS - THE WHOLE ADJUSTMENT             *
015580*-----------------------------------------------------------*
015590 9200-WRITE-DECK-TOTALS.
015600     MOVE SPACES TO WS-PRINT-LINE.
015610     WRITE RPT-LINE FROM WS-PRINT-LINE.
015620     MOVE WS-CARD-COUNT TO WS-COUNT-A-ED.
015630     STRING "ADJUSTMENT CARDS           = " WS-COUNT-A-ED
015640         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015650     WRITE RPT-LINE FROM WS-PRINT-LINE.
015660     MOVE WS-SCAN-COUNT TO WS-COUNT-A-ED.
015670     MOVE SPACES TO WS-PRINT-LINE.
015680     STRING "MASTER RECORDS READ        = " WS-COUNT-A-ED
015690         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015700     WRITE RPT-LINE FROM WS-PRINT-LINE.
015710     MOVE DT-SELECT-COUNT TO WS-COUNT-A-ED.
015720     MOVE SPACES TO WS-PRINT-LINE.
015730     STRING "KEYS SELECTED              = " WS-COUNT-A-ED
015740         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015750     WRITE RPT-LINE FROM WS-PRINT-LINE.
015760     MOVE DT-CHANGE-COUNT TO WS-COUNT-A-ED.
015770     MOVE SPACES TO WS-PRINT-LINE.
015780     STRING "  ADJUSTED OR QUEUED       = " WS-COUNT-A-ED
015790         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015800     WRITE RPT-LINE FROM WS-PRINT-LINE.
015810     MOVE DT-NOCHG-COUNT TO WS-COUNT-A-ED.
015820     MOVE SPACES TO WS-PRINT-LINE.
015830     STRING "  NO CHANGE                = " WS-COUNT-A-ED
015840         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015850     WRITE RPT-LINE FROM WS-PRINT-LINE.
015860     MOVE DT-SKIP-COUNT TO WS-COUNT-A-ED.
015870     MOVE SPACES TO WS-PRINT-LINE.
015880     STRING "  SKIPPED - LEFT ALONE     = " WS-COUNT-A-ED
015890         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015900     WRITE RPT-LINE FROM WS-PRINT-LINE.
015910     MOVE WS-MULTI-COUNT TO WS-COUNT-A-ED.
015920     MOVE SPACES TO WS-PRINT-LINE.
015930     STRING "    SELECTED BY TWO CARDS  = " WS-COUNT-A-ED
015940         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015950     WRITE RPT-LINE FROM WS-PRINT-LINE.
015960     MOVE WS-WARN-COUNT TO WS-COUNT-A-ED.
015970     MOVE SPACES TO WS-PRINT-LINE.
015980     STRING "RULE WARNINGS              = " WS-COUNT-A-ED
015990         DELIMITED BY SIZE INTO WS-PRINT-LINE.
016000     WRITE RPT-LINE FROM WS-PRINT-LINE.
016010     MOVE DT-WS2-OLD-TOT TO WS-COUNT-A-ED.
016020     MOVE DT-WS2-NEW-TOT TO WS-COUNT-B-ED.
016030     MOVE SPACES TO WS-PRINT-LINE.
016040     STRING "WS-2 TOTAL BEFORE/AFTER    = " WS-COUNT-A-ED
016050         " / " WS-COUNT-B-ED
016060         DELIMITED BY SIZE INTO WS-PRINT-LINE.
016070     WRITE RPT-LINE FROM WS-PRINT-LINE.
016080     MOVE DT-WX2-OLD-TOT TO WS-COUNT-A-ED.
016090     MOVE DT-WX2-NEW-TOT TO WS-COUNT-B-ED.
016100     MOVE SPACES TO WS-PRINT-LINE.
016110     STRING "WX-2 TOTAL BEFORE/AFTER    = " WS-COUNT-A-ED
016120         " / " WS-COUNT-B-ED
016130         DELIMITED BY SIZE INTO WS-PRINT-LINE.
016140     WRITE RPT-LINE FROM WS-PRINT-LINE.
016150     IF COMMIT-MODE
016160         MOVE WS-FAILED-COUNT TO WS-COUNT-A-ED
016170         MOVE SPACES TO WS-PRINT-LINE
016180         STRING "UPDATES FAILED             = " WS-COUNT-A-ED
016190             DELIMITED BY SIZE INTO WS-PRINT-LINE
016200         WRITE RPT-LINE FROM WS-PRINT-LINE
016210         MOVE WS-STAGED-COUNT TO WS-COUNT-A-ED
016220         MOVE SPACES TO WS-PRINT-LINE
016230         STRING "GL ITEMS STAGED            = " WS-COUNT-A-ED
016240             DELIMITED BY SIZE INTO WS-PRINT-LINE
016250         WRITE RPT-LINE FROM WS-PRINT-LINE
016260     END-IF.
016270 9200-EXIT.
016280     EXIT.
016290*-----------------------------------------------------------*
016300*  9500-POST-RUN-CONTROL - COMMIT ONLY: CLOSE THE ADJUSTMENT *
016310*  OUT ON THE LEDGER WITH ITS RETURN CODE AND COUNTS.  ONCE  *
016320*  ANY KEY IS ADJUSTED OR QUEUED THE NUMBER IS USED UP (C),  *
016330*  WHATEVER THE RETURN CODE; A RUN THAT CHANGED NOTHING IS   *
016340*  LEFT FAILED (F) SO THE CORRECTED DECK CAN REUSE IT.  IF   *
016350*  THE POST FAILS THE ENTRY STAYS RUNNING (R), WHICH ALSO    *
016360*  REFUSES THE NUMBER, AND THE RUN ENDS AT LEAST RC=8.       *
016370*-----------------------------------------------------------*
016380 9500-POST-RUN-CONTROL.
016390     MOVE WS-RCL-KEY TO LG-KEY.
016400     READ RUNCTL
016410         INVALID KEY
016420             DISPLAY "WX1MADJ - LEDGER RECORD LOST, STATUS = "
016430                 WS-RCL-STATUS
016440             IF RETURN-CODE < 8
016450                 MOVE 8 TO RETURN-CODE
016460             END-IF
016470             CLOSE RUNCTL
016480             GO TO 9500-EXIT
016490     END-READ.
016500     IF DT-CHANGE-COUNT > ZERO
016510         MOVE "C" TO LG-STATUS
016520     ELSE
016530         MOVE "F" TO LG-STATUS
016540     END-IF.
016550     MOVE RETURN-CODE TO LG-RETURN-CODE.
016560     ACCEPT WS-RCL-DATE FROM DATE.
016570     ACCEPT WS-RCL-TIME FROM TIME.
016580     MOVE SPACES TO LG-END-TS.
016590     STRING WS-RCL-DATE WS-RCL-TIME
016600         DELIMITED BY SIZE INTO LG-END-TS.
016610     MOVE "SELECT" TO LG-COUNT-LABEL (1).
016620     MOVE DT-SELECT-COUNT TO LG-COUNT (1).
016630     MOVE "CHANGE" TO LG-COUNT-LABEL (2).
016640     MOVE DT-CHANGE-COUNT TO LG-COUNT (2).
016650     MOVE "SKIP" TO LG-COUNT-LABEL (3).
016660     MOVE DT-SKIP-COUNT TO LG-COUNT (3).
016670     REWRITE LG-REC.
016680     IF WS-RCL-STATUS NOT = "00"
016690         DISPLAY "WX1MADJ - RUNCTL UPDATE FAILED, STATUS = "
016700             WS-RCL-STATUS
016710         IF RETURN-CODE < 8
016720             MOVE 8 TO RETURN-CODE
016730         END-IF
016740     END-IF.
016750     CLOSE RUNCTL.
016760 9500-EXIT.
016770     EXIT.
