000010*=============================================================*
000020*  DAILY CONTROL-TOTAL PROOF SHEET - NAMESPAC END TO END      *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1CTLP.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    THE NAMESPAC DAY CARRIES A TRANSMISSION THROUGH WX1SREC,
000100*    WX1EDIT, NAMESPACE, WX1LOAD AND WX1GLBL, AND THE GL
000110*    ACKNOWLEDGMENT COMES BACK THROUGH WX1GACK.  EACH STEP
000120*    PROVES ITS OWN INPUT, BUT NOTHING PROVED THAT WHAT ONE
000130*    STEP PASSED ON IS WHAT THE NEXT ONE RECEIVED - A RECORD
000140*    COULD DROP BETWEEN STEPS WITHOUT A TRAILER NOTICING.
000150*    EVERY STEP NOW RECORDS A RECORD COUNT AND A WS-2 PLUS
000160*    WX-2 HASH AT EACH OF ITS CONTROL POINTS ON THE WX1CTVS
000170*    LEDGER (COPYBOOK WX1CTT), UNDER THE RUN KEY.  THIS PROGRAM
000180*    READS THE POINTS FOR ONE JOB-ID, RUN DATE AND CYCLE AND
000190*    PRINTS THE CONTROL-TOTAL PROOF SHEET ON CTLRPT - EVERY
000200*    POINT, THEN EACH PROOF CARRYING ONE POINT TO THE NEXT,
000210*    MARKED AGREES, BREAK, NOT RECORDED OR PENDING, AND A
000220*    SIGN-OFF BLOCK FOR OPERATIONS AND CONTROL REVIEW.
000230*
000240*    THE POINTS AND PROOFS ARE TABLES IN WORKING-STORAGE.  A
000250*    PROOF IS UP TO SIX TERMS, EACH ON THE FROM OR THE TO SIDE
000260*    AND ADDED OR SUBTRACTED; THE TWO SIDES MUST AGREE IN COUNT
000270*    AND (UNLESS THE PROOF IS COUNT ONLY) IN HASH.  A PROOF
000280*    MISSING ONLY THE GL ACKNOWLEDGMENT IS PENDING, NOT BROKEN.
000290*
000300*    RUNS AS THE LAST STEP OF NAMESPAC, BEFORE THE GL HAS
000310*    ANSWERED (RC=4), AND AGAIN AFTER WX1GACK - THAT SHEET IS
000320*    THE ONE SIGNED AND FILED.  RUNKEY IS THE RUN KEY (WX1RCTL
000330*    LAYOUT) NAMING THE CYCLE TO PROVE.
000340*
000350*    RETURN CODE CONVENTION.
000360*      RC=0   EVERY PROOF AGREES - THE DAY IS PROVED.
000370*      RC=4   EVERY PROOF RECORDED SO FAR AGREES; THE GL
000380*             ACKNOWLEDGMENT IS STILL PENDING.
000390*      RC=8   A CONTROL BREAK, OR A POINT NOT RECORDED - THE
000400*             DAY IS NOT PROVED; DO NOT SIGN OFF.
000410*      RC=16  A MANDATORY FILE FAILED TO OPEN, THE RUN KEY IS
000420*             MISSING OR INVALID, OR WX1CTVS COULD NOT BE READ.
000430*  MODIFICATION HISTORY.
000440*    10/15/26  JWK  INITIAL VERSION.
000450*---------------------------------------------------------------
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. WX1CTLP.
000480 AUTHOR. J. W. KOSINSKI.
000490 INSTALLATION. DATA CENTER.
000500 DATE-WRITTEN. 10/15/26.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RUNKEY ASSIGN TO RUNKEY
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RKY-STATUS.
000610     SELECT WX1CTVS ASSIGN TO WX1CTVS
000620         ORGANIZATION IS INDEXED
000630         ACCESS IS RANDOM
000640         RECORD KEY IS CT-KEY
000650         FILE STATUS IS WS-CTT-STATUS.
000660     SELECT CTLRPT ASSIGN TO CTLRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710*---------------------------------------------------------------
000720*  RUN KEY - JOB-ID, RUN DATE AND CYCLE OF THE DAY TO PROVE.
000730*---------------------------------------------------------------
000740 FD  RUNKEY
000750     LABEL RECORDS ARE STANDARD.
000760 01  RK-REC.
000770     05  RK-JOB-ID                PIC X(08).
000780     05  RK-RUN-DATE              PIC 9(06).
000790     05  RK-CYCLE-NO              PIC 9(02).
000800     05  RK-OVERRIDE-SEQ          PIC 9(01).
000810     05  RK-OVERRIDE-STEP         PIC X(10).
000820*---------------------------------------------------------------
000830*  CONTROL-TOTAL LEDGER KSDS - MIRRORS COPYBOOK WX1CTT; SEE
000840*  JCL/WX1CTTK.JCL FOR THE CLUSTER DEFINITION.
000850*---------------------------------------------------------------
000860 FD  WX1CTVS
000870     LABEL RECORDS ARE STANDARD.
000880 01  CT-REC.
000890     05  CT-KEY.
000900         10  CT-JOB-ID            PIC X(08).
000910         10  CT-RUN-DATE          PIC 9(06).
000920         10  CT-CYCLE-NO          PIC 9(02).
000930         10  CT-POINT-ID          PIC X(08).
000940     05  CT-STEP-NAME             PIC X(10).
000950     05  CT-RECORDED-TS           PIC X(14).
000960     05  CT-COUNT                 PIC 9(08).
000970     05  CT-HASH                  PIC 9(12).
000980     05  FILLER                   PIC X(12).
000990*---------------------------------------------------------------
001000*  CONTROL-TOTAL PROOF SHEET.
001010*---------------------------------------------------------------
001020 FD  CTLRPT
001030     LABEL RECORDS ARE STANDARD.
001040 01  RPT-LINE                     PIC X(132).
001050 WORKING-STORAGE SECTION.
001060 01  WS-FILE-STATUSES.
001070     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
001080     05  WS-CTT-STATUS            PIC X(02) VALUE "00".
001090     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001100 01  WS-SWITCHES.
001110     05  WS-MISSING-SW            PIC X(01) VALUE "N".
001120         88  POINT-MISSING        VALUE "Y".
001130     05  WS-EARLY-MISSING-SW      PIC X(01) VALUE "N".
001140         88  EARLY-POINT-MISSING  VALUE "Y".
001150*---------------------------------------------------------------
001160*  COUNTERS AND SUBSCRIPTS.
001170*---------------------------------------------------------------
001180 01  WS-COUNTERS.
001190     05  WS-PT-IX                 PIC 9(04) COMP VALUE ZERO.
001200     05  WS-PT-MAX                PIC 9(04) COMP VALUE 18.
001210     05  WS-TP-IX                 PIC 9(04) COMP VALUE ZERO.
001220     05  WS-PF-IX                 PIC 9(04) COMP VALUE ZERO.
001230     05  WS-PF-MAX                PIC 9(04) COMP VALUE 10.
001240     05  WS-TM-IX                 PIC 9(04) COMP VALUE ZERO.
001250     05  WS-TM-MAX                PIC 9(04) COMP VALUE 6.
001260     05  WS-AGREE-COUNT           PIC 9(04) COMP VALUE ZERO.
001270     05  WS-BREAK-COUNT           PIC 9(04) COMP VALUE ZERO.
001280     05  WS-MISSING-COUNT         PIC 9(04) COMP VALUE ZERO.
001290     05  WS-PENDING-COUNT         PIC 9(04) COMP VALUE ZERO.
001300*---------------------------------------------------------------
001310*  THE RUN KEY BEING PROVED.
001320*---------------------------------------------------------------
001330 01  WS-RUN-KEY.
001340     05  WS-KEY-JOB-ID            PIC X(08) VALUE SPACES.
001350     05  WS-KEY-RUN-DATE          PIC 9(06) VALUE ZERO.
001360     05  WS-KEY-CYCLE-NO          PIC 9(02) VALUE ZERO.
001370     05  WS-CURRENT-DATE          PIC 9(06) VALUE ZERO.
001380*---------------------------------------------------------------
001390*  CONTROL POINTS IN THE ORDER THE DAY REACHES THEM - POINT ID,
001400*  L IF A LATER JOB RECORDS IT (WX1GACK), AND DESCRIPTION.  THE
001410*  SUBSCRIPT IS THE POINT NUMBER THE PROOF TABLE USES.
001420*---------------------------------------------------------------
001430 01  WS-POINT-VALUES.
001440     05  FILLER                   PIC X(40)
001450         VALUE "RAWIN    RAW TRANSMISSION DETAILS       ".
001460     05  FILLER                   PIC X(40)
001470         VALUE "RECYCLE  RELEASED SUSPENSE DETAILS      ".
001480     05  FILLER                   PIC X(40)
001490         VALUE "EDITIN   WX1EDIT DETAILS READ           ".
001500     05  FILLER                   PIC X(40)
001510         VALUE "EDITOUT  WX1EDIT DETAILS TO TRANFILE    ".
001520     05  FILLER                   PIC X(40)
001530         VALUE "NSIN     NAMESPACE DETAILS READ         ".
001540     05  FILLER                   PIC X(40)
001550         VALUE "NSVALID  NAMESPACE VALID                ".
001560     05  FILLER                   PIC X(40)
001570         VALUE "NSREJECT NAMESPACE REJECTED             ".
001580     05  FILLER                   PIC X(40)
001590         VALUE "NSSUSPND NAMESPACE SUSPENDED            ".
001600     05  FILLER                   PIC X(40)
001610         VALUE "NSSKIP   NAMESPACE SKIPPED ON RESTART   ".
001620     05  FILLER                   PIC X(40)
001630         VALUE "NSVALOUT VALFILE DETAILS WRITTEN        ".
001640     05  FILLER                   PIC X(40)
001650         VALUE "NSNOGL   VALFILE DETAILS NOT FOR GL     ".
001660     05  FILLER                   PIC X(40)
001670         VALUE "NSRESTG  GL REJECTS RE-EXTRACTED        ".
001680     05  FILLER                   PIC X(40)
001690         VALUE "NSGLOUT  GLEXT DETAILS WRITTEN          ".
001700     05  FILLER                   PIC X(40)
001710         VALUE "LDREAD   WX1LOAD DETAILS READ           ".
001720     05  FILLER                   PIC X(40)
001730         VALUE "LDPOSTED WX1LOAD POSTED TO WSWX1VS      ".
001740     05  FILLER                   PIC X(40)
001750         VALUE "LDFAILED WX1LOAD POSTS FAILED           ".
001760     05  FILLER                   PIC X(40)
001770         VALUE "GBDETAIL WX1GLBL EXTRACT DETAILS        ".
001780     05  FILLER                   PIC X(40)
001790         VALUE "GAACK   LGL ACKNOWLEDGMENT DETAILS      ".
001800 01  WS-POINT-TABLE REDEFINES WS-POINT-VALUES.
001810     05  WS-POINT-ENTRY OCCURS 18 TIMES.
001820         10  PT-ID                PIC X(08).
001830         10  PT-LATE-SW           PIC X(01).
001840             88  PT-IS-LATE       VALUE "L".
001850         10  PT-DESC              PIC X(31).
001860*---------------------------------------------------------------
001870*  WHAT THE LEDGER HOLDS FOR EACH POINT.  SIGNED SO A PROOF
001880*  THAT SUBTRACTS A POINT CANNOT LOSE THE SIGN.
001890*---------------------------------------------------------------
001900 01  WS-POINT-DATA.
001910     05  WS-POINT-VALUE OCCURS 18 TIMES.
001920         10  PV-FOUND-SW          PIC X(01).
001930             88  PV-FOUND         VALUE "Y".
001940         10  PV-STEP-NAME         PIC X(10).
001950         10  PV-RECORDED-TS       PIC X(14).
001960         10  PV-COUNT             PIC S9(09) COMP.
001970         10  PV-HASH              PIC S9(13) COMP.
001980*---------------------------------------------------------------
001990*  PROOFS - DESCRIPTION, C IF THE PROOF IS ON COUNT ONLY, THEN
002000*  UP TO SIX TERMS OF SIDE (F FROM, T TO), SIGN (+ OR -) AND
002010*  POINT NUMBER.  THE FROM SIDE MUST EQUAL THE TO SIDE.
002020*---------------------------------------------------------------
002030 01  WS-PROOF-VALUES.
002040     05  FILLER                   PIC X(36)
002050         VALUE "RAW + RECYCLED = EDIT INPUT         ".
002060     05  FILLER                   PIC X(25)
002070         VALUE " F+01F+02T+03            ".
002080     05  FILLER                   PIC X(36)
002090         VALUE "EDIT INPUT = EDIT OUTPUT            ".
002100     05  FILLER                   PIC X(25)
002110         VALUE " F+03T+04                ".
002120     05  FILLER                   PIC X(36)
002130         VALUE "EDIT OUTPUT = NAMESPACE INPUT       ".
002140     05  FILLER                   PIC X(25)
002150         VALUE " F+04T+05                ".
002160     05  FILLER                   PIC X(36)
002170         VALUE "NAMESPACE INPUT = DISPOSITIONS      ".
002180     05  FILLER                   PIC X(25)
002190         VALUE " F+05T+06T+07T+08T+09    ".
002200     05  FILLER                   PIC X(36)
002210         VALUE "VALID = VALFILE WRITTEN             ".
002220     05  FILLER                   PIC X(25)
002230         VALUE "CF+06T+10                ".
002240     05  FILLER                   PIC X(36)
002250         VALUE "VALFILE WRITTEN = WX1LOAD READ      ".
002260     05  FILLER                   PIC X(25)
002270         VALUE " F+10T+14                ".
002280     05  FILLER                   PIC X(36)
002290         VALUE "WX1LOAD READ = POSTED + FAILED      ".
002300     05  FILLER                   PIC X(25)
002310         VALUE " F+14T+15T+16            ".
002320     05  FILLER                   PIC X(36)
002330         VALUE "VALFILE - NOT GL + RESTAGED = GLEXT ".
002340     05  FILLER                   PIC X(25)
002350         VALUE " F+10F-11F+12T+13        ".
002360     05  FILLER                   PIC X(36)
002370         VALUE "GLEXT WRITTEN = WX1GLBL DETAILS     ".
002380     05  FILLER                   PIC X(25)
002390         VALUE " F+13T+17                ".
002400     05  FILLER                   PIC X(36)
002410         VALUE "WX1GLBL DETAILS = GL ACKNOWLEDGED   ".
002420     05  FILLER                   PIC X(25)
002430         VALUE " F+17T+18                ".
002440 01  WS-PROOF-TABLE REDEFINES WS-PROOF-VALUES.
002450     05  WS-PROOF-ENTRY OCCURS 10 TIMES.
002460         10  PF-DESC              PIC X(36).
002470         10  PF-COUNT-ONLY-SW     PIC X(01).
002480             88  PF-IS-COUNT-ONLY VALUE "C".
002490         10  PF-TERM OCCURS 6 TIMES.
002500             15  PF-SIDE          PIC X(01).
002510                 88  PF-IS-FROM   VALUE "F".
002520                 88  PF-IS-TO     VALUE "T".
002530             15  PF-SIGN          PIC X(01).
002540                 88  PF-IS-MINUS  VALUE "-".
002550             15  PF-POINT         PIC 9(02).
002560*---------------------------------------------------------------
002570*  PROOF WORK FIELDS.
002580*---------------------------------------------------------------
002590 01  WS-PROOF-WORK.
002600     05  WS-FROM-COUNT            PIC S9(09) COMP VALUE ZERO.
002610     05  WS-FROM-HASH             PIC S9(13) COMP VALUE ZERO.
002620     05  WS-TO-COUNT              PIC S9(09) COMP VALUE ZERO.
002630     05  WS-TO-HASH               PIC S9(13) COMP VALUE ZERO.
002640     05  WS-PROOF-RESULT          PIC X(12) VALUE SPACES.
002650         88  PROOF-BREAKS         VALUE "BREAK".
002660     05  WS-FROM-HASH-OUT         PIC X(14) VALUE SPACES.
002670     05  WS-TO-HASH-OUT           PIC X(14) VALUE SPACES.
002680*---------------------------------------------------------------
002690*  REPORT WORK FIELDS.
002700*---------------------------------------------------------------
002710 01  WS-EDITED-FIELDS.
002720     05  WS-COUNT-ED              PIC -ZZZZZZZZ9.
002730     05  WS-HASH-ED               PIC -ZZZZZZZZZZZZ9.
002740     05  WS-TO-COUNT-ED           PIC -ZZZZZZZZ9.
002750     05  WS-PF-NO-ED              PIC Z9.
002760     05  WS-COUNT-A-ED            PIC ZZZ9.
002770     05  WS-COUNT-B-ED            PIC ZZZ9.
002780     05  WS-COUNT-C-ED            PIC ZZZ9.
002790     05  WS-COUNT-D-ED            PIC ZZZ9.
002800 01  WS-PRINT-LINE                PIC X(132).
002810 PROCEDURE DIVISION.
002820 TEST-1 SECTION.
002830*-----------------------------------------------------------*
002840*  0000-MAINLINE                                            *
002850*-----------------------------------------------------------*
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-READ-POINT THRU 2000-EXIT
002890         VARYING WS-PT-IX FROM 1 BY 1
002900         UNTIL WS-PT-IX > WS-PT-MAX.
002910     PERFORM 3000-PRINT-POINTS THRU 3000-EXIT.
002920     PERFORM 4000-PROVE THRU 4000-EXIT
002930         VARYING WS-PF-IX FROM 1 BY 1
002940         UNTIL WS-PF-IX > WS-PF-MAX.
002950     PERFORM 5000-PRINT-RESULT THRU 5000-EXIT.
002960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002970     GOBACK.
002980*-----------------------------------------------------------*
002990*  1000-INITIALIZE                                          *
003000*-----------------------------------------------------------*
003010 1000-INITIALIZE.
003020     ACCEPT WS-CURRENT-DATE FROM DATE.
003030     PERFORM 1100-READ-RUN-KEY THRU 1100-EXIT.
003040     OPEN INPUT WX1CTVS.
003050     IF WS-CTT-STATUS NOT = "00"
003060         DISPLAY "WX1CTLP - WX1CTVS OPEN FAILED, STATUS = "
003070             WS-CTT-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         GOBACK
003100     END-IF.
003110     OPEN OUTPUT CTLRPT.
003120     IF WS-RPT-STATUS NOT = "00"
003130         DISPLAY "WX1CTLP - CTLRPT OPEN FAILED, STATUS = "
003140             WS-RPT-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         GOBACK
003170     END-IF.
003180 1000-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------*
003210*  1100-READ-RUN-KEY - THE CYCLE TO PROVE.                  *
003220*-----------------------------------------------------------*
003230 1100-READ-RUN-KEY.
003240     MOVE SPACES TO RK-REC.
003250     OPEN INPUT RUNKEY.
003260     IF WS-RKY-STATUS NOT = "00"
003270         DISPLAY "WX1CTLP - RUNKEY OPEN FAILED, STATUS = "
003280             WS-RKY-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         GOBACK
003310     END-IF.
003320     READ RUNKEY
003330         AT END
003340             MOVE SPACES TO RK-REC
003350     END-READ.
003360     CLOSE RUNKEY.
003370     IF RK-JOB-ID = SPACES
003380         OR RK-RUN-DATE NOT NUMERIC
003390         OR RK-CYCLE-NO NOT NUMERIC
003400         DISPLAY "WX1CTLP - RUNKEY EMPTY OR INVALID - NO CYCLE "
003410             "TO PROVE"
003420         MOVE 16 TO RETURN-CODE
003430         GOBACK
003440     END-IF.
003450     MOVE RK-JOB-ID TO WS-KEY-JOB-ID.
003460     MOVE RK-RUN-DATE TO WS-KEY-RUN-DATE.
003470     MOVE RK-CYCLE-NO TO WS-KEY-CYCLE-NO.
003480 1100-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------*
003510*  2000-READ-POINT - WHAT THE LEDGER HOLDS FOR ONE POINT    *
003520*  UNDER THE RUN KEY.  A POINT NOT ON FILE IS NOT RECORDED. *
003530*-----------------------------------------------------------*
003540 2000-READ-POINT.
003550     MOVE SPACES TO WS-POINT-VALUE (WS-PT-IX).
003560     MOVE ZERO TO PV-COUNT (WS-PT-IX).
003570     MOVE ZERO TO PV-HASH (WS-PT-IX).
003580     MOVE "N" TO PV-FOUND-SW (WS-PT-IX).
003590     MOVE WS-KEY-JOB-ID TO CT-JOB-ID.
003600     MOVE WS-KEY-RUN-DATE TO CT-RUN-DATE.
003610     MOVE WS-KEY-CYCLE-NO TO CT-CYCLE-NO.
003620     MOVE PT-ID (WS-PT-IX) TO CT-POINT-ID.
003630     READ WX1CTVS
003640         INVALID KEY
003650             MOVE "N" TO PV-FOUND-SW (WS-PT-IX)
003660         NOT INVALID KEY
003670             MOVE "Y" TO PV-FOUND-SW (WS-PT-IX)
003680     END-READ.
003690     IF WS-CTT-STATUS = "23"
003700         GO TO 2000-EXIT
003710     END-IF.
003720     IF WS-CTT-STATUS NOT = "00"
003730         DISPLAY "WX1CTLP - WX1CTVS READ FAILED, POINT "
003740             PT-ID (WS-PT-IX) " STATUS = " WS-CTT-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         GOBACK
003770     END-IF.
003780     MOVE CT-STEP-NAME TO PV-STEP-NAME (WS-PT-IX).
003790     MOVE CT-RECORDED-TS TO PV-RECORDED-TS (WS-PT-IX).
003800     MOVE CT-COUNT TO PV-COUNT (WS-PT-IX).
003810     MOVE CT-HASH TO PV-HASH (WS-PT-IX).
003820 2000-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------*
003850*  3000-PRINT-POINTS - SHEET HEADING AND THE POINTS LIST    *
003860*-----------------------------------------------------------*
003870 3000-PRINT-POINTS.
003880     MOVE SPACES TO WS-PRINT-LINE.
003890     STRING "WX1CTLP DAILY CONTROL-TOTAL PROOF SHEET"
003900         "          PRINTED " WS-CURRENT-DATE
003910         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003920     WRITE RPT-LINE FROM WS-PRINT-LINE.
003930     MOVE SPACES TO WS-PRINT-LINE.
003940     STRING "JOB " WS-KEY-JOB-ID
003950         "   RUN DATE " WS-KEY-RUN-DATE
003960         "   CYCLE " WS-KEY-CYCLE-NO
003970         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003980     WRITE RPT-LINE FROM WS-PRINT-LINE.
003990     MOVE SPACES TO WS-PRINT-LINE.
004000     WRITE RPT-LINE FROM WS-PRINT-LINE.
004010     MOVE "CONTROL POINTS" TO WS-PRINT-LINE.
004020     WRITE RPT-LINE FROM WS-PRINT-LINE.
004030     MOVE SPACES TO WS-PRINT-LINE.
004040     STRING
004050         "POINT     DESCRIPTION                      "
004060         "STEP             COUNT            HASH  RECORDED"
004070         DELIMITED BY SIZE INTO WS-PRINT-LINE.
004080     WRITE RPT-LINE FROM WS-PRINT-LINE.
004090     PERFORM 3100-PRINT-POINT THRU 3100-EXIT
004100         VARYING WS-PT-IX FROM 1 BY 1
004110         UNTIL WS-PT-IX > WS-PT-MAX.
004120     MOVE SPACES TO WS-PRINT-LINE.
004130     WRITE RPT-LINE FROM WS-PRINT-LINE.
004140     MOVE "PROOFS" TO WS-PRINT-LINE.
004150     WRITE RPT-LINE FROM WS-PRINT-LINE.
004160     MOVE SPACES TO WS-PRINT-LINE.
004170     STRING
004180         "NO  PROOF                                 "
004190         "FROM COUNT      FROM HASH  "
004200         "  TO COUNT        TO HASH  RESULT"
004210         DELIMITED BY SIZE INTO WS-PRINT-LINE.
004220     WRITE RPT-LINE FROM WS-PRINT-LINE.
004230 3000-EXIT.
004240     EXIT.
004250*-----------------------------------------------------------*
004260*  3100-PRINT-POINT - ONE LINE PER CONTROL POINT            *
004270*-----------------------------------------------------------*
004280 3100-PRINT-POINT.
004290     MOVE SPACES TO WS-PRINT-LINE.
004300     IF NOT PV-FOUND (WS-PT-IX)
004310         STRING PT-ID (WS-PT-IX) "  " PT-DESC (WS-PT-IX)
004320             "  NOT RECORDED"
004330             DELIMITED BY SIZE INTO WS-PRINT-LINE
004340         WRITE RPT-LINE FROM WS-PRINT-LINE
004350         GO TO 3100-EXIT
004360     END-IF.
004370     MOVE PV-COUNT (WS-PT-IX) TO WS-COUNT-ED.
004380     MOVE PV-HASH (WS-PT-IX) TO WS-HASH-ED.
004390     STRING PT-ID (WS-PT-IX) "  " PT-DESC (WS-PT-IX)
004400         "  " PV-STEP-NAME (WS-PT-IX)
004410         "  " WS-COUNT-ED "  " WS-HASH-ED
004420         "  " PV-RECORDED-TS (WS-PT-IX)
004430         DELIMITED BY SIZE INTO WS-PRINT-LINE.
004440     WRITE RPT-LINE FROM WS-PRINT-LINE.
004450 3100-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------*
004480*  4000-PROVE - FOOT BOTH SIDES OF ONE PROOF, CLASSIFY IT   *
004490*  AND PRINT IT.                                            *
004500*-----------------------------------------------------------*
004510 4000-PROVE.
004520     MOVE ZERO TO WS-FROM-COUNT WS-FROM-HASH
004530         WS-TO-COUNT WS-TO-HASH.
004540     MOVE "N" TO WS-MISSING-SW.
004550     MOVE "N" TO WS-EARLY-MISSING-SW.
004560     PERFORM 4100-APPLY-TERM THRU 4100-EXIT
004570         VARYING WS-TM-IX FROM 1 BY 1
004580         UNTIL WS-TM-IX > WS-TM-MAX.
004590     PERFORM 4200-CLASSIFY-PROOF THRU 4200-EXIT.
004600     PERFORM 4300-PRINT-PROOF THRU 4300-EXIT.
004610 4000-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------*
004640*  4100-APPLY-TERM - ADD (OR SUBTRACT) ONE POINT INTO THE   *
004650*  FROM OR TO SIDE, OR NOTE IT NOT RECORDED.                *
004660*-----------------------------------------------------------*
004670 4100-APPLY-TERM.
004680     IF NOT PF-IS-FROM (WS-PF-IX, WS-TM-IX)
004690         AND NOT PF-IS-TO (WS-PF-IX, WS-TM-IX)
004700         GO TO 4100-EXIT
004710     END-IF.
004720     MOVE PF-POINT (WS-PF-IX, WS-TM-IX) TO WS-TP-IX.
004730     IF NOT PV-FOUND (WS-TP-IX)
004740         MOVE "Y" TO WS-MISSING-SW
004750         IF NOT PT-IS-LATE (WS-TP-IX)
004760             MOVE "Y" TO WS-EARLY-MISSING-SW
004770         END-IF
004780         GO TO 4100-EXIT
004790     END-IF.
004800     IF PF-IS-TO (WS-PF-IX, WS-TM-IX)
004810         GO TO 4110-APPLY-TO-SIDE
004820     END-IF.
004830     IF PF-IS-MINUS (WS-PF-IX, WS-TM-IX)
004840         SUBTRACT PV-COUNT (WS-TP-IX) FROM WS-FROM-COUNT
004850         SUBTRACT PV-HASH (WS-TP-IX) FROM WS-FROM-HASH
004860     ELSE
004870         ADD PV-COUNT (WS-TP-IX) TO WS-FROM-COUNT
004880         ADD PV-HASH (WS-TP-IX) TO WS-FROM-HASH
004890     END-IF.
004900     GO TO 4100-EXIT.
004910 4110-APPLY-TO-SIDE.
004920     IF PF-IS-MINUS (WS-PF-IX, WS-TM-IX)
004930         SUBTRACT PV-COUNT (WS-TP-IX) FROM WS-TO-COUNT
004940         SUBTRACT PV-HASH (WS-TP-IX) FROM WS-TO-HASH
004950     ELSE
004960         ADD PV-COUNT (WS-TP-IX) TO WS-TO-COUNT
004970         ADD PV-HASH (WS-TP-IX) TO WS-TO-HASH
004980     END-IF.
004990 4100-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------*
005020*  4200-CLASSIFY-PROOF - AGREES, BREAK, NOT RECORDED, OR    *
005030*  PENDING WHEN ONLY A LATER JOB'S POINT IS MISSING.        *
005040*-----------------------------------------------------------*
005050 4200-CLASSIFY-PROOF.
005060     IF POINT-MISSING
005070         IF EARLY-POINT-MISSING
005080             MOVE "NOT RECORDED" TO WS-PROOF-RESULT
005090             ADD 1 TO WS-MISSING-COUNT
005100         ELSE
005110             MOVE "PENDING" TO WS-PROOF-RESULT
005120             ADD 1 TO WS-PENDING-COUNT
005130         END-IF
005140         GO TO 4200-EXIT
005150     END-IF.
005160     MOVE "AGREES" TO WS-PROOF-RESULT.
005170     IF WS-FROM-COUNT NOT = WS-TO-COUNT
005180         MOVE "BREAK" TO WS-PROOF-RESULT
005190     END-IF.
005200     IF NOT PF-IS-COUNT-ONLY (WS-PF-IX)
005210         AND WS-FROM-HASH NOT = WS-TO-HASH
005220         MOVE "BREAK" TO WS-PROOF-RESULT
005230     END-IF.
005240     IF PROOF-BREAKS
005250         ADD 1 TO WS-BREAK-COUNT
005260     ELSE
005270         ADD 1 TO WS-AGREE-COUNT
005280     END-IF.
005290 4200-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------*
005320*  4300-PRINT-PROOF - ONE LINE PER PROOF                    *
005330*-----------------------------------------------------------*
005340 4300-PRINT-PROOF.
005350     MOVE WS-PF-IX TO WS-PF-NO-ED.
005360     MOVE WS-FROM-COUNT TO WS-COUNT-ED.
005370     MOVE WS-TO-COUNT TO WS-TO-COUNT-ED.
005380     MOVE "    COUNT ONLY" TO WS-FROM-HASH-OUT.
005390     MOVE SPACES TO WS-TO-HASH-OUT.
005400     IF NOT PF-IS-COUNT-ONLY (WS-PF-IX)
005410         MOVE WS-FROM-HASH TO WS-HASH-ED
005420         MOVE WS-HASH-ED TO WS-FROM-HASH-OUT
005430         MOVE WS-TO-HASH TO WS-HASH-ED
005440         MOVE WS-HASH-ED TO WS-TO-HASH-OUT
005450     END-IF.
005460     MOVE SPACES TO WS-PRINT-LINE.
005470     STRING WS-PF-NO-ED "  " PF-DESC (WS-PF-IX)
005480         "  " WS-COUNT-ED " " WS-FROM-HASH-OUT
005490         "  " WS-TO-COUNT-ED " " WS-TO-HASH-OUT
005500         "  " WS-PROOF-RESULT
005510         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005520     WRITE RPT-LINE FROM WS-PRINT-LINE.
005530 4300-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------*
005560*  5000-PRINT-RESULT - PROOF TALLY, RESULT AND SIGN-OFF     *
005570*-----------------------------------------------------------*
005580 5000-PRINT-RESULT.
005590     MOVE SPACES TO WS-PRINT-LINE.
005600     WRITE RPT-LINE FROM WS-PRINT-LINE.
005610     MOVE WS-AGREE-COUNT TO WS-COUNT-A-ED.
005620     MOVE WS-BREAK-COUNT TO WS-COUNT-B-ED.
005630     MOVE WS-MISSING-COUNT TO WS-COUNT-C-ED.
005640     MOVE WS-PENDING-COUNT TO WS-COUNT-D-ED.
005650     STRING "PROOFS AGREEING = " WS-COUNT-A-ED
005660         "   BREAKS = " WS-COUNT-B-ED
005670         "   NOT RECORDED = " WS-COUNT-C-ED
005680         "   PENDING = " WS-COUNT-D-ED
005690         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005700     WRITE RPT-LINE FROM WS-PRINT-LINE.
005710     MOVE SPACES TO WS-PRINT-LINE.
005720     IF WS-BREAK-COUNT > ZERO
005730         OR WS-MISSING-COUNT > ZERO
005740         MOVE "DAY NOT PROVED - RECONCILE BEFORE SIGNING OFF"
005750             TO WS-PRINT-LINE
005760     ELSE
005770         IF WS-PENDING-COUNT > ZERO
005780             MOVE "GL ACK PENDING - PROVED THROUGH THE GL EXTRACT"
005790                 TO WS-PRINT-LINE
005800         ELSE
005810             MOVE "DAY PROVED END TO END - ALL PROOFS AGREE"
005820                 TO WS-PRINT-LINE
005830         END-IF
005840     END-IF.
005850     WRITE RPT-LINE FROM WS-PRINT-LINE.
005860     MOVE SPACES TO WS-PRINT-LINE.
005870     WRITE RPT-LINE FROM WS-PRINT-LINE.
005880     WRITE RPT-LINE FROM WS-PRINT-LINE.
005890     STRING "OPERATIONS SIGN-OFF   ______________________________"
005900         "   DATE ________"
005910         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005920     WRITE RPT-LINE FROM WS-PRINT-LINE.
005930     MOVE SPACES TO WS-PRINT-LINE.
005940     WRITE RPT-LINE FROM WS-PRINT-LINE.
005950     STRING "CONTROL REVIEW        ______________________________"
005960         "   DATE ________"
005970         DELIMITED BY SIZE INTO WS-PRINT-LINE.
005980     WRITE RPT-LINE FROM WS-PRINT-LINE.
005990 5000-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------*
006020*  9000-TERMINATE                                           *
006030*-----------------------------------------------------------*
006040 9000-TERMINATE.
006050     CLOSE WX1CTVS.
006060     CLOSE CTLRPT.
006070     DISPLAY "WX1CTLP - " WS-KEY-JOB-ID " " WS-KEY-RUN-DATE
006080         " CYCLE " WS-KEY-CYCLE-NO " AGREE " WS-COUNT-A-ED
006090         " BREAK " WS-COUNT-B-ED " NOT RECORDED " WS-COUNT-C-ED
006100         " PENDING " WS-COUNT-D-ED.
006110     IF WS-BREAK-COUNT > ZERO
006120         OR WS-MISSING-COUNT > ZERO
006130         MOVE 8 TO RETURN-CODE
006140     ELSE
006150         IF WS-PENDING-COUNT > ZERO
006160             MOVE 4 TO RETURN-CODE
006170         ELSE
006180             MOVE 0 TO RETURN-CODE
006190         END-IF
006200     END-IF.
006210 9000-EXIT.
006220     EXIT.
