001370*                   SAME-DAY CYCLE NOW PROBES FORWARD TO A
001380*                   FREE SEQUENCE INSTEAD OF DROPPING THE
001390*                   REJECT ON THE FLOOR.
001391*    10/15/26  JWK  CHART OF ACCOUNTS - AN A TRANSACTION FOR
001392*                   AN ACCOUNT NOT ON THE NEW WX1COAVS
001393*                   REFERENCE KSDS, OR CLOSED THERE (OR WHOSE
001394*                   FAMILY IS CLOSED), NOW REJECTS TO EXCFILE
001395*                   AND SUSPENSE.  RPTFILE DETAIL LINES CARRY
001396*                   THE KEY'S NAME FROM THE CHART.
001397*    10/15/26  JWK  WX1RULVS PREFIX VALUE RULES NOW DRIVE THE
001398*                   WS-2/WX-2 RANGE AND VARIANCE EDITS; EVERY
001399*                   RULE HIT IS WRITTEN TO RULHIT FOR WX1RHIT.
001401*    10/15/26  JWK  WX1RULVS FD WIDENED TO 63 FOR THE WX1M
001403*                   DUAL-CONTROL CRITERIA NOW ON THE RULE.
001404*    10/15/26  JWK  NOW LEDGER STEP 2 OF THE NAMESPAC RUN-CONTROL
001405*                   LEDGER (RCLVS, COPYBOOK WX1RCL).  READS THE
001406*                   RUN KEY THE WX1RCTL FRONT STEP WRITES, MARKS
001407*                   ITSELF RUNNING, REFUSES RC=12 IF THE CYCLE
001408*                   ALREADY EDITED OR IF THE CTLCARD JOB-ID OR
001409*                   CYCLE DISAGREES WITH THE RUN KEY, AND POSTS
001410*                   ITS RETURN CODE AND COUNTS AT THE END.
001411*    10/15/26  JWK  JOURNAL LINES CARRY THE TRANSACTION CODE
001412*                   (TC=, COLUMN 114) SO WX1BKOT CAN TELL A KEY
001413*                   THE TRANSMISSION ADDED FROM ONE IT CHANGED.
001414*                   JRNHVS RECORD MIRROR WIDENED TO 80 BYTES.
001415*    10/15/26  JWK  ACCOUNTING PERIOD LOCK - REFUSES RC=12,
001416*                   BEFORE THE LEDGER IS MARKED, WHEN WX1PRDVS
001417*                   SHOWS THE RUN DATE'S PERIOD CLOSED, AND AN R
001418*                   TRANSACTION WHOSE JOURNALED CHANGE FALLS IN A
001419*                   CLOSED PERIOD NOW REJECTS TO EXCFILE AND
001420*                   SUSPENSE.
001421*    10/15/26  JWK  RECORDS ITS CONTROL TOTALS ON THE WX1CTVS
001422*                   LEDGER (WX1CTLP PROVES THE DAY END TO END).
001423*                   THE GLEXT HEADER NOW CARRIES THE RUN KEY'S
001424*                   DATE, SO THE GL ACKNOWLEDGEMENT KEYS TO THE
001425*                   SAME CYCLE.
001426*    10/15/26  JWK  THE PERIOD CHECK NOW FOLLOWS THE RUN-
001427*                   CONTROL CHECK AND TESTS THE RUN KEY'S DATE,
001428*                   AND A REFUSAL POSTS THE LEDGER STEP FAILED.
001429*                   GLEXT DETAIL, VALFILE, RULHIT AND RUNHIST
001430*                   RECORDS CARRY THE RUN KEY'S DATE TOO, SO A
001431*                   CYCLE RESUMED AFTER MIDNIGHT STAYS IN ITS OWN
001432*                   DAY AND PERIOD.
001433*---------------------------------------------------------------
001434 IDENTIFICATION DIVISION.
001435 PROGRAM-ID. NAMESPACE.
001436 AUTHOR. J. W. KOSINSKI.
001440 INSTALLATION. DATA CENTER.
001450 DATE-WRITTEN. 03/11/98.
001460 DATE-COMPILED.
001970         ACCESS IS RANDOM
001980         RECORD KEY IS SF-SUS-KEY
001990         FILE STATUS IS WS-SUS-STATUS.
001991     SELECT WX1RULVS ASSIGN TO WX1RULVS
001992         ORGANIZATION IS INDEXED
001993         ACCESS IS RANDOM
001994         RECORD KEY IS RL-PREFIX
001995         FILE STATUS IS WS-RUL-STATUS.
002000     SELECT WSWX1VS ASSIGN TO WSWX1VS
002010         ORGANIZATION IS INDEXED
002020         ACCESS IS RANDOM
002030         RECORD KEY IS VS-KEY
002040         FILE STATUS IS WS-VSM-STATUS.
002041     SELECT WX1COAVS ASSIGN TO WX1COAVS
002042         ORGANIZATION IS INDEXED
002043         ACCESS IS RANDOM
002044         RECORD KEY IS CO-KEY
002045         FILE STATUS IS WS-COA-STATUS.
002046     SELECT RULHIT ASSIGN TO RULHIT
002047         ORGANIZATION IS LINE SEQUENTIAL
002048         FILE STATUS IS WS-RHT-STATUS.
002049     SELECT RUNKEY ASSIGN TO RUNKEY
002050         ORGANIZATION IS LINE SEQUENTIAL
002051         FILE STATUS IS WS-RKY-STATUS.
002052     SELECT RUNCTL ASSIGN TO RUNCTL
002053         ORGANIZATION IS INDEXED
002054         ACCESS IS RANDOM
002055         RECORD KEY IS LG-KEY
002056         FILE STATUS IS WS-RCL-STATUS.
002057     SELECT WX1PRDVS ASSIGN TO WX1PRDVS
002058         ORGANIZATION IS INDEXED
002059         ACCESS IS RANDOM
002060         RECORD KEY IS PD-PERIOD
002061         FILE STATUS IS WS-PRD-STATUS.
002062     SELECT WX1CTVS ASSIGN TO WX1CTVS
002063         ORGANIZATION IS INDEXED
002064         ACCESS IS RANDOM
002065         RECORD KEY IS CT-KEY
002066         FILE STATUS IS WS-CTT-STATUS.
002067 DATA DIVISION.
002068 FILE SECTION.
002070*---------------------------------------------------------------
002080*  DAILY TRANSACTION INPUT - ONE WS-1/WX-1 PAIR PER RECORD.
002090*---------------------------------------------------------------
002770         10  JH-TIME              PIC 9(08).
002780     05  JH-OLD-VALUE             PIC X(10).
002790     05  JH-NEW-VALUE             PIC X(10).
002791     05  JH-JOB-ID                PIC X(08).
002792     05  JH-SOURCE-ID             PIC X(08).
002793     05  JH-CYCLE-NO              PIC 9(02).
002794     05  JH-TRAN-CODE             PIC X(01).
002795     05  FILLER                   PIC X(07).
002800*---------------------------------------------------------------
002810*  VALIDATED RECORDS - ONE PER RECORD THAT PASSES BOTH EDIT
002820*  CHECKS (PLUS ACCEPTED DELETES), CARRYING THE TRAN CODE AND
004140     05  VS-KEY                   PIC X(10).
004150     05  VS-WS-2                  PIC 9(02).
004160     05  VS-WX-2                  PIC 9(02).
004161*---------------------------------------------------------------
004162*  CHART-OF-ACCOUNTS REFERENCE KSDS - MIRRORS COPYBOOKS/
004163*  WX1COA.CPY.  KEYED-READ AT FAMILY, ACCOUNT AND FULL-KEY
004164*  LEVEL FOR THE OPEN/CLOSED EDIT ON AN ADD AND THE NAME ON
004165*  THE REPORT.  SEE JCL/WX1COAK.JCL FOR THE CLUSTER DEFINITION.
004166*---------------------------------------------------------------
004167 FD  WX1COAVS
004168     LABEL RECORDS ARE STANDARD.
004169 01  CO-REC.
004170     05  CO-KEY                   PIC X(10).
004171     05  CO-LEVEL                 PIC X(01).
004172     05  CO-NAME                  PIC X(30).
004173     05  CO-OWNER                 PIC X(08).
004174     05  CO-OPEN-DATE             PIC 9(06).
004175     05  CO-STATUS                PIC X(01).
004176         88  CO-IS-CLOSED         VALUE "C".
004177     05  CO-CLOSE-DATE            PIC 9(06).
004178*---------------------------------------------------------------
004179*  PREFIX VALUE RULE KSDS - MIRRORS COPYBOOKS/WX1RUL.CPY.
004180*  KEYED-READ BY ACCOUNT PREFIX, THEN FAMILY PREFIX, FOR THE
004181*  RULE THAT GOVERNS THE KEY.  SEE JCL/WX1RULK.JCL.
004182*---------------------------------------------------------------
004183 FD  WX1RULVS
004184     LABEL RECORDS ARE STANDARD.
004185 01  RL-REC.
004186     05  RL-PREFIX                PIC X(10).
004187     05  RL-WS2-MIN               PIC 9(02).
004188     05  RL-WS2-MAX               PIC 9(02).
004189     05  RL-WX2-MIN               PIC 9(02).
004190     05  RL-WX2-MAX               PIC 9(02).
004191     05  RL-VARIANCE              PIC 9(02).
004192     05  RL-SEVERITY              PIC X(01).
004193         88  RL-IS-WARNING        VALUE "W".
004194     05  RL-DESC                  PIC X(30).
004195     05  RL-CHANGED-DATE          PIC 9(06).
004196     05  RL-DC-SW                 PIC X(01).
004197     05  RL-DC-MIN-CHANGE         PIC 9(02).
004198     05  RL-DC-RECENT-DAYS        PIC 9(03).
004199*---------------------------------------------------------------
004200*  RULE HIT FILE - ONE LINE PER VALUE-RULE BREACH, WARNING OR
004201*  REJECT, FOR THE NIGHTLY WX1RHIT REPORT.
004202*---------------------------------------------------------------
004203 FD  RULHIT
004204     LABEL RECORDS ARE STANDARD.
004205 01  HT-REC.
004206     05  HT-PREFIX                PIC X(10).
004207     05  HT-KEY                   PIC X(10).
004208     05  HT-FIELD                 PIC X(10).
004209     05  HT-WS-2                  PIC 9(02).
004210     05  HT-WX-2                  PIC 9(02).
004211     05  HT-SEVERITY              PIC X(01).
004212     05  HT-SOURCE-ID             PIC X(08).
004213     05  HT-RUN-DATE              PIC 9(06).
004214     05  HT-CYCLE-NO              PIC 9(02).
004215     05  HT-TRAN-CODE             PIC X(01).
004216*---------------------------------------------------------------
004217*  RUN KEY FROM THE WX1RCTL FRONT STEP - JOB-ID, RUN DATE,
004218*  CYCLE AND ANY OVERRIDE THIS JOB POSTS ITS LEDGER UNDER.
004219*---------------------------------------------------------------
004220 FD  RUNKEY
004221     LABEL RECORDS ARE STANDARD.
004222 01  RK-REC.
004223     05  RK-JOB-ID                PIC X(08).
004224     05  RK-RUN-DATE              PIC 9(06).
004225     05  RK-CYCLE-NO              PIC 9(02).
004226     05  RK-OVERRIDE-SEQ          PIC 9(01).
004227     05  RK-OVERRIDE-STEP         PIC X(10).
004228*---------------------------------------------------------------
004229*  RUN-CONTROL LEDGER KSDS - MIRRORS COPYBOOK WX1RCL; SEE
004230*  JCL/WX1RCLK.JCL FOR THE CLUSTER DEFINITION.
004231*---------------------------------------------------------------
004232 FD  RUNCTL
004233     LABEL RECORDS ARE STANDARD.
004234 01  LG-REC.
004235     05  LG-KEY.
004236         10  LG-JOB-ID            PIC X(08).
004237         10  LG-RUN-DATE          PIC 9(06).
004238         10  LG-CYCLE-NO          PIC 9(02).
004239         10  LG-STEP-SEQ          PIC 9(01).
004240     05  LG-STEP-NAME             PIC X(10).
004241     05  LG-STATUS                PIC X(01).
004242         88  LG-IS-RUNNING        VALUE "R".
004243         88  LG-IS-COMPLETE       VALUE "C".
004244         88  LG-IS-FAILED         VALUE "F".
004245     05  LG-START-TS              PIC X(14).
004246     05  LG-END-TS                PIC X(14).
004247     05  LG-RETURN-CODE           PIC 9(02).
004248     05  LG-RUN-COUNT             PIC 9(02).
004249     05  LG-OVERRIDE-SW           PIC X(01).
004250     05  LG-STEP-COUNTS OCCURS 3 TIMES.
004251         10  LG-COUNT-LABEL       PIC X(06).
004252         10  LG-COUNT             PIC 9(08).
004253*---------------------------------------------------------------
004254*  ACCOUNTING PERIOD CONTROL KSDS - MIRRORS COPYBOOK WX1PRD;
004255*  READ ONLY.  SEE JCL/WX1PRDK.JCL.
004256*---------------------------------------------------------------
004257 FD  WX1PRDVS
004258     LABEL RECORDS ARE STANDARD.
004259 01  PD-REC.
004260     05  PD-PERIOD                PIC X(04).
004261     05  PD-STATUS                PIC X(01).
004262         88  PD-IS-CLOSED         VALUE "C".
004263     05  FILLER                   PIC X(145).
004264*---------------------------------------------------------------
004265*  CONTROL-TOTAL LEDGER KSDS - MIRRORS COPYBOOK WX1CTT; SEE
004266*  JCL/WX1CTTK.JCL FOR THE CLUSTER DEFINITION.
004267*---------------------------------------------------------------
004268 FD  WX1CTVS
004269     LABEL RECORDS ARE STANDARD.
004270 01  CT-REC.
004271     05  CT-KEY.
004272         10  CT-JOB-ID            PIC X(08).
004273         10  CT-RUN-DATE          PIC 9(06).
004274         10  CT-CYCLE-NO          PIC 9(02).
004275         10  CT-POINT-ID          PIC X(08).
004276     05  CT-STEP-NAME             PIC X(10).
004277     05  CT-RECORDED-TS           PIC X(14).
004278     05  CT-COUNT                 PIC 9(08).
004279     05  CT-HASH                  PIC 9(12).
004280     05  FILLER                   PIC X(12).
004281 WORKING-STORAGE SECTION.
004282*---------------------------------------------------------------
004283*  SHARED WS-1/WX-1 LAYOUT - SEE COPYBOOKS/WS1WX1.CPY.
004284*---------------------------------------------------------------
004285     COPY WS1WX1.
004286 01  WS-FILE-STATUSES.
004287     05  WS-TRAN-STATUS           PIC X(02) VALUE "00".
004288     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
004289     05  WS-EXC-STATUS            PIC X(02) VALUE "00".
004290     05  WS-CTL-STATUS            PIC X(02) VALUE "00".
004291     05  WS-CKP-STATUS            PIC X(02) VALUE "00".
004292     05  WS-JRN-STATUS            PIC X(02) VALUE "00".
004293     05  WS-VAL-STATUS            PIC X(02) VALUE "00".
004300     05  WS-JHS-STATUS            PIC X(02) VALUE "00".
004310     05  WS-GLX-STATUS            PIC X(02) VALUE "00".
004320     05  WS-RST-STATUS            PIC X(02) VALUE "00".
004340     05  WS-RNH-STATUS            PIC X(02) VALUE "00".
004350     05  WS-SUS-STATUS            PIC X(02) VALUE "00".
004360     05  WS-VSM-STATUS            PIC X(02) VALUE "00".
004361     05  WS-COA-STATUS            PIC X(02) VALUE "00".
004364     05  WS-RUL-STATUS            PIC X(02) VALUE "00".
004367     05  WS-RHT-STATUS            PIC X(02) VALUE "00".
004368     05  WS-RKY-STATUS            PIC X(02) VALUE "00".
004369     05  WS-RCL-STATUS            PIC X(02) VALUE "00".
004372     05  WS-PRD-STATUS            PIC X(02) VALUE "00".
004373     05  WS-CTT-STATUS            PIC X(02) VALUE "00".
004375 01  WS-SWITCHES.
004380     05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
004390         88  END-OF-TRANFILE      VALUE "Y".
004400     05  WS-CKP-EOF-SW            PIC X(01) VALUE "N".
004610         88  END-OF-GLRSTG        VALUE "Y".
004620     05  WS-SUS-SETTLED-SW        PIC X(01) VALUE "N".
004630         88  SUS-WRITE-SETTLED    VALUE "Y".
004631     05  WS-COA-ACCT-SW           PIC X(01) VALUE "N".
004632         88  COA-ACCOUNT-ON-FILE  VALUE "Y".
004633     05  WS-COA-CLOSED-SW         PIC X(01) VALUE "N".
004634         88  COA-ACCOUNT-CLOSED   VALUE "Y".
004636     05  WS-RULE-FOUND-SW         PIC X(01) VALUE "N".
004638         88  RULE-FOUND           VALUE "Y".
004641     05  WS-PRD-CLOSED-SW         PIC X(01) VALUE "N".
004644         88  PRD-PERIOD-CLOSED    VALUE "Y".
004647*---------------------------------------------------------------
004650*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
004660*---------------------------------------------------------------
004670 01  WS-COUNTERS.
004800     05  WS-RESTAGE-COUNT         PIC 9(08) COMP VALUE ZERO.
004810     05  WS-SUSP-COUNT            PIC 9(08) COMP VALUE ZERO.
004820     05  WS-SUSP-SEQ              PIC 9(04) COMP VALUE ZERO.
004823     05  WS-RULE-WARN-COUNT       PIC 9(08) COMP VALUE ZERO.
004826     05  WS-RULE-REJ-COUNT        PIC 9(08) COMP VALUE ZERO.
004830 01  WS-COUNTERS-EDITED.
004840     05  WS-REC-COUNT-ED          PIC ZZZZZZZ9.
004850     05  WS-VALID-COUNT-ED        PIC ZZZZZZZ9.
004890     05  WS-GLEXT-COUNT-ED        PIC ZZZZZZZ9.
004900     05  WS-RESTAGE-COUNT-ED      PIC ZZZZZZZ9.
004910     05  WS-SUSP-COUNT-ED         PIC ZZZZZZZ9.
004913     05  WS-RULE-WARN-COUNT-ED    PIC ZZZZZZZ9.
004916     05  WS-RULE-REJ-COUNT-ED     PIC ZZZZZZZ9.
004920*---------------------------------------------------------------
004930*  GL EXTRACT HASH TOTALS - DISPLAY NUMERIC SO THEY COMPARE
004940*  AND PRINT IN THE SAME 9(08) SHAPE THE TRAILER CARRIES.
004960 01  WS-GLX-HASH-TOTALS.
004970     05  WS-GLX-WS2-HASH          PIC 9(08) VALUE ZERO.
004980     05  WS-GLX-WX2-HASH          PIC 9(08) VALUE ZERO.
004981*---------------------------------------------------------------
004982*  CONTROL TOTALS FOR THE WX1CTVS LEDGER - COUNT AND WS-2 PLUS
004983*  WX-2 HASH AT EACH POINT.  EVERY DETAIL READ (NSIN, COUNTED IN
004984*  WS-REC-COUNT) ENDS AS EXACTLY ONE OF VALID, REJECTED,
004985*  SUSPENDED OR SKIPPED ON RESTART (WS-SKIP-TALLY).
004986*---------------------------------------------------------------
004987 01  WS-CONTROL-TOTALS.
004988     05  WS-CT-IN-HASH            PIC 9(12) VALUE ZERO.
004989     05  WS-CT-VALID-COUNT        PIC 9(08) COMP VALUE ZERO.
004990     05  WS-CT-VALID-HASH         PIC 9(12) VALUE ZERO.
004991     05  WS-CT-REJECT-COUNT       PIC 9(08) COMP VALUE ZERO.
004992     05  WS-CT-REJECT-HASH        PIC 9(12) VALUE ZERO.
004993     05  WS-CT-SUSPND-COUNT       PIC 9(08) COMP VALUE ZERO.
004994     05  WS-CT-SUSPND-HASH        PIC 9(12) VALUE ZERO.
004995     05  WS-CT-SKIP-HASH          PIC 9(12) VALUE ZERO.
004996     05  WS-CT-VALOUT-COUNT       PIC 9(08) COMP VALUE ZERO.
004997     05  WS-CT-VALOUT-HASH        PIC 9(12) VALUE ZERO.
004998     05  WS-CT-NOGL-COUNT         PIC 9(08) COMP VALUE ZERO.
004999     05  WS-CT-NOGL-HASH          PIC 9(12) VALUE ZERO.
005000     05  WS-CT-RESTG-HASH         PIC 9(12) VALUE ZERO.
005001     05  WS-CT-TI-HASH            PIC 9(04) VALUE ZERO.
005002     05  WS-CT-VAL-HASH           PIC 9(04) VALUE ZERO.
005003     05  WS-CT-SUSP-BEFORE        PIC 9(08) COMP VALUE ZERO.
005004     05  WS-CT-VAL-WRITTEN-SW     PIC X(01) VALUE "N".
005005         88  CT-VAL-WRITTEN       VALUE "Y".
005006*---------------------------------------------------------------
005007*  CONTROL-TOTAL LEDGER WORK AREAS - THE COUNT AND HASH THIS
005008*  STEP RECORDS AT EACH OF ITS POINTS (SEE COPYBOOK WX1CTT).
005009*---------------------------------------------------------------
005010 01  WS-CONTROL-POINT.
005011     05  WS-CTP-KEY.
005012         10  WS-CTP-JOB-ID        PIC X(08) VALUE SPACES.
005013         10  WS-CTP-RUN-DATE      PIC 9(06) VALUE ZERO.
005014         10  WS-CTP-CYCLE-NO      PIC 9(02) VALUE ZERO.
005015         10  WS-CTP-POINT-ID      PIC X(08) VALUE SPACES.
005016     05  WS-CTP-STEP-NAME         PIC X(10) VALUE "NAMESPACE".
005017     05  WS-CTP-COUNT             PIC 9(08) VALUE ZERO.
005018     05  WS-CTP-HASH              PIC 9(12) VALUE ZERO.
005019     05  WS-CTP-FOUND-SW          PIC X(01) VALUE "N".
005020         88  CTP-POINT-FOUND      VALUE "Y".
005021     05  WS-CTP-DATE              PIC 9(06) VALUE ZERO.
005022     05  WS-CTP-TIME              PIC 9(08) VALUE ZERO.
005023*---------------------------------------------------------------
005033*  JOB IDENTIFICATION AND TIME-OF-DAY WORK AREA.
005034*---------------------------------------------------------------
005035 01  WS-RUN-INFO.
005036     05  WS-JOB-ID                PIC X(08) VALUE "NMSPACE1".
005040     05  WS-CYCLE-NO              PIC 9(02) VALUE 1.
005050     05  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
005060     05  WS-RUN-STATE             PIC X(01) VALUE "R".
005160 01  WS-EXCEPTION-FIELDS.
005170     05  EXC-FIELD-NAME           PIC X(10).
005180     05  EXC-REASON               PIC X(40).
005181*---------------------------------------------------------------
005182*  CHART-OF-ACCOUNTS LOOKUP - SET BY 2170-READ-CHART.  THE
005183*  NAME IS THE FULL KEY'S OWN IF IT HAS ONE, ELSE THE
005184*  ACCOUNT'S, ELSE THE FAMILY'S.
005185*---------------------------------------------------------------
005186 01  WS-COA-FIELDS.
005187     05  COA-FIND-KEY             PIC X(10).
005188     05  COA-KEY-NAME             PIC X(30) VALUE SPACES.
005189     05  COA-FAMILY-NAME          PIC X(30) VALUE SPACES.
005190*---------------------------------------------------------------
005191*  VALUE RULE WORK FIELDS - THE WS-2/WX-2 DIFFERENCE TESTED
005192*  AGAINST THE RULE'S VARIANCE.
005193*---------------------------------------------------------------
005194 01  WS-RULE-FIELDS.
005195     05  RULE-DIFF                PIC 9(02) VALUE ZERO.
005196*---------------------------------------------------------------
005200*  AUDIT WORK FIELDS - SET BY 2200-MOVE-RECORD-FIELDS BEFORE
005210*  5000-AUDIT-LOG-CHANGE IS PERFORMED.
005220*---------------------------------------------------------------
005280*  DATE/TIME AND GENERAL PRINT-LINE WORK AREAS.
005290*---------------------------------------------------------------
005300 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
005305 01  WS-PRD-FIND-PERIOD           PIC X(04) VALUE SPACES.
005310 01  WS-PRINT-LINE                PIC X(132).
005320 01  WS-JRN-LINE                  PIC X(120).
005330*---------------------------------------------------------------
005390     05  JRN-FIND-KEY             PIC X(10).
005400     05  JRN-FIND-FIELD           PIC X(10).
005410     05  JRN-FIND-OLD             PIC X(02).
005415     05  JRN-FIND-DATE            PIC 9(06).
005420*---------------------------------------------------------------
005430*  VALUES A REVERSAL WILL RESTORE - SET BY 2150-EDIT-TRAN-CODE.
005440*---------------------------------------------------------------
005520 01  WS-1-DEEP.
005530     05  WS-3.
005540         10  WS-4                 PIC 9(02) VALUE ZERO.
005541*---------------------------------------------------------------
005542*  RUN-CONTROL LEDGER WORK AREAS - THIS PROGRAM IS LEDGER STEP
005543*  2 OF JOB NAMESPAC (SEE COPYBOOK WX1RCL).
005544*---------------------------------------------------------------
005545 01  WS-RUN-CONTROL.
005546     05  WS-RCL-KEY.
005547         10  WS-RCL-JOB-ID        PIC X(08) VALUE SPACES.
005548         10  WS-RCL-RUN-DATE      PIC 9(06) VALUE ZERO.
005549         10  WS-RCL-CYCLE-NO      PIC 9(02) VALUE ZERO.
005550         10  WS-RCL-STEP-SEQ      PIC 9(01) VALUE 2.
005551     05  WS-RCL-OVERRIDE-SEQ      PIC 9(01) VALUE ZERO.
005552     05  WS-RCL-STEP-NAME         PIC X(10) VALUE "NAMESPACE".
005553     05  WS-RCL-FOUND-SW          PIC X(01) VALUE "N".
005554         88  RCL-STEP-FOUND       VALUE "Y".
005555     05  WS-RCL-DATE              PIC 9(06) VALUE ZERO.
005556     05  WS-RCL-TIME              PIC 9(08) VALUE ZERO.
005557 PROCEDURE DIVISION.
005560 TEST-1 SECTION.
005570*-----------------------------------------------------------*
005580*  0000-MAINLINE                                            *
005620     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
005630         UNTIL END-OF-TRANFILE.
005640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005642     PERFORM 9600-POST-CONTROL-TOTALS THRU 9600-EXIT.
005645     PERFORM 9500-POST-RUN-CONTROL THRU 9500-EXIT.
005650     GOBACK.
005651*-----------------------------------------------------------*
005652*  0500-CHECK-RUN-CONTROL - PICK UP THE RUN KEY WX1RCTL      *
005653*  PASSED AND MARK THIS STEP RUNNING ON THE LEDGER.  A STEP  *
005654*  ALREADY COMPLETE FOR THE CYCLE REFUSES TO RUN AGAIN (RC   *
005655*  12) UNLESS THE RUN KEY CARRIES AN OVERRIDE NAMING THIS    *
005656*  STEP OR AN EARLIER ONE.                                   *
005657*  PERFORMED FROM 1000-INITIALIZE ONCE THE CTLCARD IS READ,  *
005658*  WHICH MUST NAME THE SAME JOB-ID AND CYCLE AS THE RUN KEY. *
005659*-----------------------------------------------------------*
005660 0500-CHECK-RUN-CONTROL.
005661     MOVE SPACES TO RK-REC.
005662     OPEN INPUT RUNKEY.
005663     IF WS-RKY-STATUS NOT = "00"
005664         DISPLAY "NAMESPACE - RUNKEY OPEN FAILED, STATUS = "
005665             WS-RKY-STATUS
005666         MOVE 16 TO RETURN-CODE
005667         GOBACK
005668     END-IF.
005669     READ RUNKEY
005670         AT END
005671             MOVE SPACES TO RK-REC
005672     END-READ.
005673     CLOSE RUNKEY.
005674     IF RK-JOB-ID = SPACES
005675         OR RK-RUN-DATE NOT NUMERIC
005676         OR RK-CYCLE-NO NOT NUMERIC
005677         OR RK-OVERRIDE-SEQ NOT NUMERIC
005678         DISPLAY "NAMESPACE - RUNKEY EMPTY OR INVALID - WX1RCTL "
005679             "MUST RUN FIRST"
005680         MOVE 16 TO RETURN-CODE
005681         GOBACK
005682     END-IF.
005683     MOVE RK-JOB-ID TO WS-RCL-JOB-ID.
005684     MOVE RK-RUN-DATE TO WS-RCL-RUN-DATE.
005685     MOVE RK-CYCLE-NO TO WS-RCL-CYCLE-NO.
005686     MOVE RK-OVERRIDE-SEQ TO WS-RCL-OVERRIDE-SEQ.
005687     IF WS-RCL-JOB-ID NOT = WS-JOB-ID
005688         OR WS-RCL-CYCLE-NO NOT = WS-CYCLE-NO
005689         DISPLAY "NAMESPACE - CTLCARD JOB " WS-JOB-ID
005690             " CYCLE " WS-CYCLE-NO " DISAGREES WITH RUNKEY JOB "
005691             WS-RCL-JOB-ID " CYCLE " WS-RCL-CYCLE-NO
005692         MOVE 12 TO RETURN-CODE
005693         GOBACK
005694     END-IF.
005695     OPEN I-O RUNCTL.
005696     IF WS-RCL-STATUS NOT = "00"
005697         DISPLAY "NAMESPACE - RUNCTL OPEN FAILED, STATUS = "
005698             WS-RCL-STATUS
005699         MOVE 16 TO RETURN-CODE
005700         GOBACK
005701     END-IF.
005702     MOVE WS-RCL-KEY TO LG-KEY.
005703     READ RUNCTL
005704         INVALID KEY
005705             MOVE "N" TO WS-RCL-FOUND-SW
005706         NOT INVALID KEY
005707             MOVE "Y" TO WS-RCL-FOUND-SW
005708     END-READ.
005709     IF RCL-STEP-FOUND AND LG-IS-COMPLETE
005710         IF WS-RCL-OVERRIDE-SEQ = ZERO
005711             OR WS-RCL-OVERRIDE-SEQ > WS-RCL-STEP-SEQ
005712             DISPLAY "NAMESPACE - ALREADY COMPLETE FOR JOB "
005713                 WS-RCL-JOB-ID " RUN DATE " WS-RCL-RUN-DATE
005714                 " CYCLE " WS-RCL-CYCLE-NO " - NOT RERUN"
005715             DISPLAY "NAMESPACE - CODE AN OVERRIDE ON THE "
005716                 "WX1RCTL CTLCARD TO FORCE IT"
005717             CLOSE RUNCTL
005718             MOVE 12 TO RETURN-CODE
005719             GOBACK
005720         END-IF
005721         MOVE "Y" TO LG-OVERRIDE-SW
005722     ELSE
005723         MOVE "N" TO LG-OVERRIDE-SW
005724     END-IF.
005725     IF NOT RCL-STEP-FOUND
005726         MOVE WS-RCL-KEY TO LG-KEY
005727         MOVE WS-RCL-STEP-NAME TO LG-STEP-NAME
005728         MOVE ZERO TO LG-RUN-COUNT
005729     END-IF.
005730     ACCEPT WS-RCL-DATE FROM DATE.
005731     ACCEPT WS-RCL-TIME FROM TIME.
005732     MOVE "R" TO LG-STATUS.
005733     MOVE SPACES TO LG-START-TS.
005734     STRING WS-RCL-DATE WS-RCL-TIME
005735         DELIMITED BY SIZE INTO LG-START-TS.
005736     MOVE SPACES TO LG-END-TS.
005737     MOVE ZERO TO LG-RETURN-CODE.
005738     ADD 1 TO LG-RUN-COUNT.
005739     MOVE SPACES TO LG-COUNT-LABEL (1).
005740     MOVE SPACES TO LG-COUNT-LABEL (2).
005741     MOVE SPACES TO LG-COUNT-LABEL (3).
005742     MOVE ZERO TO LG-COUNT (1).
005743     MOVE ZERO TO LG-COUNT (2).
005744     MOVE ZERO TO LG-COUNT (3).
005745     IF RCL-STEP-FOUND
005746         REWRITE LG-REC
005747     ELSE
005748         WRITE LG-REC
005749     END-IF.
005750     IF WS-RCL-STATUS NOT = "00"
005751         DISPLAY "NAMESPACE - RUNCTL UPDATE FAILED, STATUS = "
005752             WS-RCL-STATUS
005753         MOVE 16 TO RETURN-CODE
005754         GOBACK
005755     END-IF.
005756 0500-EXIT.
005757     EXIT.
005758*-----------------------------------------------------------*
005759*  1000-INITIALIZE                                          *
005760*-----------------------------------------------------------*
005761 1000-INITIALIZE.
005762     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
005763     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
005764     PERFORM 0600-CHECK-PERIOD THRU 0600-EXIT.
005765     OPEN I-O WX1CTVS.
005766     IF WS-CTT-STATUS NOT = "00"
005767         DISPLAY "NAMESPACE - WX1CTVS OPEN FAILED, STATUS = "
005768             WS-CTT-STATUS
005769         MOVE 16 TO RETURN-CODE
005770         GOBACK
005771     END-IF.
005772     MOVE WS-RCL-JOB-ID TO WS-CTP-JOB-ID.
005773     MOVE WS-RCL-RUN-DATE TO WS-CTP-RUN-DATE.
005774     MOVE WS-RCL-CYCLE-NO TO WS-CTP-CYCLE-NO.
005775     OPEN INPUT TRANFILE.
005776     IF WS-TRAN-STATUS NOT = "00"
005777         DISPLAY "NAMESPACE - TRANFILE OPEN FAILED, STATUS = "
005778             WS-TRAN-STATUS
005779         MOVE 16 TO RETURN-CODE
005780         GOBACK
005781     END-IF.
005782     OPEN OUTPUT RPTFILE.
005790     IF WS-RPT-STATUS NOT = "00"
005800         DISPLAY "NAMESPACE - RPTFILE OPEN FAILED, STATUS = "
005810             WS-RPT-STATUS
006170         MOVE 16 TO RETURN-CODE
006180         GOBACK
006190     END-IF.
006191     OPEN INPUT WX1COAVS.
006192     IF WS-COA-STATUS NOT = "00"
006193         DISPLAY "NAMESPACE - WX1COAVS OPEN FAILED, STATUS = "
006194             WS-COA-STATUS
006195         MOVE 16 TO RETURN-CODE
006196         GOBACK
006197     END-IF.
006198     OPEN INPUT WX1RULVS.
006199     IF WS-RUL-STATUS NOT = "00"
006200         DISPLAY "NAMESPACE - WX1RULVS OPEN FAILED, STATUS = "
006201             WS-RUL-STATUS
006202         MOVE 16 TO RETURN-CODE
006203         GOBACK
006204     END-IF.
006205     OPEN OUTPUT RULHIT.
006206     IF WS-RHT-STATUS NOT = "00"
006207         DISPLAY "NAMESPACE - RULHIT OPEN FAILED, STATUS = "
006208             WS-RHT-STATUS
006209         MOVE 16 TO RETURN-CODE
006210         GOBACK
006211     END-IF.
006212     OPEN I-O RUNSTAT.
006213     IF WS-RST-STATUS = "35"
006220         PERFORM 1710-PRIME-RUNSTAT THRU 1710-EXIT
006230     END-IF.
006240     IF WS-RST-STATUS NOT = "00"
007090         DELIMITED BY SIZE INTO WS-PRINT-LINE.
007100     WRITE RPT-LINE FROM WS-PRINT-LINE.
007110     MOVE SPACES TO WS-PRINT-LINE.
007120     STRING "KEY         WS-2  WX-2  SOURCE    NAME"
007130         DELIMITED BY SIZE INTO WS-PRINT-LINE.
007140     WRITE RPT-LINE FROM WS-PRINT-LINE.
007150 1300-EXIT.
007160     EXIT.
007200 1350-WRITE-GLX-HEADER.
007210     MOVE "H" TO GLX-REC-TYPE.
007220     MOVE SPACES TO GLX-REC-BODY.
007230     MOVE WS-RCL-RUN-DATE TO GXH-RUN-DATE.
007240     MOVE WS-JOB-ID TO GXH-SOURCE-ID.
007250     MOVE WS-CYCLE-NO TO GXH-CYCLE-NO.
007260     WRITE GLX-OUT-REC.
007570     ADD 1 TO WS-GLEXT-COUNT.
007580     ADD RSG-WS-2 TO WS-GLX-WS2-HASH.
007590     ADD RSG-WX-2 TO WS-GLX-WX2-HASH.
007593     ADD RSG-WS-2 TO WS-CT-RESTG-HASH.
007596     ADD RSG-WX-2 TO WS-CT-RESTG-HASH.
007600     MOVE "D" TO GLX-REC-TYPE.
007610     MOVE SPACES TO GLX-REC-BODY.
007620     MOVE RSG-KEY TO GXD-KEY.
007630     MOVE RSG-WS-2 TO GXD-WS-2.
007640     MOVE RSG-WX-2 TO GXD-WX-2.
007650     MOVE WS-RCL-RUN-DATE TO GXD-RUN-DATE.
007660*    MOVE OF THE CYCLE KEEPS THE RE-EXTRACTED DETAIL IN THIS
007670*    CYCLE'S BALANCE, NOT THE ONE IT ORIGINALLY RODE.
007680     MOVE WS-CYCLE-NO TO GXD-CYCLE-NO.
008500     IF NOT END-OF-TRANFILE
008510         ADD 1 TO WS-SKIP-TALLY
008520         ADD 1 TO WS-REC-COUNT
008523         PERFORM 2090-HASH-TRAN-VALUES THRU 2090-EXIT
008526         ADD WS-CT-TI-HASH TO WS-CT-SKIP-HASH
008530     END-IF.
008540 1420-EXIT.
008550     EXIT.
008780         GO TO 2000-EXIT
008790     END-IF.
008800     ADD 1 TO WS-REC-COUNT.
008802     MOVE WS-SUSP-COUNT TO WS-CT-SUSP-BEFORE.
008804     MOVE "N" TO WS-CT-VAL-WRITTEN-SW.
008806     PERFORM 2090-HASH-TRAN-VALUES THRU 2090-EXIT.
008810     MOVE TI-KEY TO WS1WX1-KEY.
008820     PERFORM 2210-READ-WSWX1VS THRU 2210-EXIT.
008825     PERFORM 2170-READ-CHART THRU 2170-EXIT.
008827     PERFORM 2180-FIND-RULE THRU 2180-EXIT.
008830     PERFORM 2150-EDIT-TRAN-CODE THRU 2150-EXIT.
008840     IF NOT TRAN-CODE-OK
008845         PERFORM 2900-TALLY-DISPOSITION THRU 2900-EXIT
008850         PERFORM 2700-CHECK-CHECKPOINT THRU 2700-EXIT
008860         GO TO 2000-EXIT
008870     END-IF.
008880     IF TRAN-IS-DELETE
008890         PERFORM 2250-PROCESS-DELETE THRU 2250-EXIT
008895         PERFORM 2900-TALLY-DISPOSITION THRU 2900-EXIT
008900         PERFORM 2700-CHECK-CHECKPOINT THRU 2700-EXIT
008910         GO TO 2000-EXIT
008920     END-IF.
009030         PERFORM 2650-WRITE-VALFILE THRU 2650-EXIT
009040         IF RECONCILE-OK
009050             PERFORM 2660-WRITE-GLEXT THRU 2660-EXIT
009053         ELSE
009056             PERFORM 2680-TALLY-NOT-EXTRACTED THRU 2680-EXIT
009060         END-IF
009070     END-IF.
009075     PERFORM 2900-TALLY-DISPOSITION THRU 2900-EXIT.
009080     PERFORM 2700-CHECK-CHECKPOINT THRU 2700-EXIT.
009090 2000-EXIT.
009100     EXIT.
009101*-----------------------------------------------------------*
009102*  2090-HASH-TRAN-VALUES - WS-2 PLUS WX-2 OF THE DETAIL     *
009103*  JUST READ, ADDED TO THE NSIN HASH.  NON-NUMERIC VALUES   *
009104*  HASH AS ZERO.                                            *
009105*-----------------------------------------------------------*
009106 2090-HASH-TRAN-VALUES.
009107     MOVE ZERO TO WS-CT-TI-HASH.
009108     IF TI-WS-2 NUMERIC
009109         ADD TI-WS-2 TO WS-CT-TI-HASH
009110     END-IF.
009111     IF TI-WX-2 NUMERIC
009112         ADD TI-WX-2 TO WS-CT-TI-HASH
009113     END-IF.
009114     ADD WS-CT-TI-HASH TO WS-CT-IN-HASH.
009115 2090-EXIT.
009116     EXIT.
009117*-----------------------------------------------------------*
009120*  2150-EDIT-TRAN-CODE - THE CODE MUST BE A/C/D/R AND MUST   *
009130*  AGREE WITH WHETHER THE KEY IS ON THE MASTER; A REVERSAL   *
009140*  MUST ALSO HAVE PRIOR VALUES IN THE JRNHVS JOURNAL        *
009320         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
009330         GO TO 2150-EXIT
009340     END-IF.
009341     IF TRAN-IS-ADD AND NOT COA-ACCOUNT-ON-FILE
009342         MOVE "N" TO WS-TRAN-OK-SW
009343         ADD 1 TO WS-EXCP-COUNT
009344         MOVE "TRAN-CODE" TO EXC-FIELD-NAME
009345         MOVE "ACCOUNT NOT ON CHART - ADD REJECTED"
009346             TO EXC-REASON
009347         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
009348         GO TO 2150-EXIT
009349     END-IF.
009350     IF TRAN-IS-ADD AND COA-ACCOUNT-CLOSED
009351         MOVE "N" TO WS-TRAN-OK-SW
009352         ADD 1 TO WS-EXCP-COUNT
009353         MOVE "TRAN-CODE" TO EXC-FIELD-NAME
009354         MOVE "ACCOUNT CLOSED - ADD REJECTED" TO EXC-REASON
009355         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
009356         GO TO 2150-EXIT
009357     END-IF.
009358     IF TRAN-IS-CHANGE AND VSM-RECORD-NOT-FOUND
009360         MOVE "N" TO WS-TRAN-OK-SW
009370         ADD 1 TO WS-EXCP-COUNT
009380         MOVE "TRAN-CODE" TO EXC-FIELD-NAME
009600*  PRIOR JOURNAL ENTRY OR THE REVERSAL REJECTS.              *
009610*-----------------------------------------------------------*
009620 2160-FIND-REVERSAL-VALUES.
009625     MOVE ZERO TO JRN-FIND-DATE.
009630     MOVE WS1WX1-KEY TO JRN-FIND-KEY.
009640     MOVE "WS-2" TO JRN-FIND-FIELD.
009650     PERFORM 2230-FIND-JOURNAL-OLD THRU 2230-EXIT.
009880             TO EXC-REASON
009890         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
009900     END-IF.
009902     IF TRAN-CODE-OK
009904         PERFORM 2165-CHECK-REVERSAL-PERIOD THRU 2165-EXIT
009906     END-IF.
009910 2160-EXIT.
009920     EXIT.
009921*-----------------------------------------------------------*
009922*  2170-READ-CHART - LOOK THE KEY UP ON WX1COAVS AT FAMILY,  *
009923*  ACCOUNT AND FULL-KEY LEVEL.  THE ACCOUNT MUST BE ON FILE  *
009924*  FOR AN ADD; A CLOSE AT ANY LEVEL CLOSES THE KEY.  ALSO    *
009925*  PICKS UP THE NAME PRINTED BESIDE THE KEY ON RPTFILE.      *
009926*-----------------------------------------------------------*
009927 2170-READ-CHART.
009928     MOVE "N" TO WS-COA-ACCT-SW.
009929     MOVE "N" TO WS-COA-CLOSED-SW.
009930     MOVE SPACES TO COA-KEY-NAME.
009931     MOVE SPACES TO COA-FAMILY-NAME.
009932     MOVE SPACES TO COA-FIND-KEY.
009933     MOVE WS1WX1-KEY (1:3) TO COA-FIND-KEY.
009934     MOVE COA-FIND-KEY TO CO-KEY.
009935     READ WX1COAVS
009936         INVALID KEY
009937             MOVE SPACES TO CO-REC
009938     END-READ.
009939     IF WS-COA-STATUS = "00"
009940         MOVE CO-NAME TO COA-FAMILY-NAME
009941         IF CO-IS-CLOSED
009942             MOVE "Y" TO WS-COA-CLOSED-SW
009943         END-IF
009944     END-IF.
009945     MOVE WS1WX1-KEY (1:6) TO COA-FIND-KEY.
009946     MOVE COA-FIND-KEY TO CO-KEY.
009947     READ WX1COAVS
009948         INVALID KEY
009949             MOVE SPACES TO CO-REC
009950     END-READ.
009951     IF WS-COA-STATUS = "00"
009952         MOVE "Y" TO WS-COA-ACCT-SW
009953         MOVE CO-NAME TO COA-KEY-NAME
009954         IF CO-IS-CLOSED
009955             MOVE "Y" TO WS-COA-CLOSED-SW
009956         END-IF
009957     END-IF.
009958     MOVE WS1WX1-KEY TO CO-KEY.
009959     READ WX1COAVS
009960         INVALID KEY
009961             MOVE SPACES TO CO-REC
009962     END-READ.
009963     IF WS-COA-STATUS = "00"
009964         MOVE CO-NAME TO COA-KEY-NAME
009965         IF CO-IS-CLOSED
009966             MOVE "Y" TO WS-COA-CLOSED-SW
009967         END-IF
009968     END-IF.
009969     IF COA-KEY-NAME = SPACES
009970         MOVE COA-FAMILY-NAME TO COA-KEY-NAME
009971     END-IF.
009972 2170-EXIT.
009973     EXIT.
009974*-----------------------------------------------------------*
009975*  2180-FIND-RULE - KEYED READ OF THE WX1RULVS VALUE RULE   *
009976*  FOR THE KEY'S ACCOUNT (FIRST 6), FALLING BACK TO ITS     *
009977*  FAMILY (FIRST 3); AN ACCOUNT RULE OVERRIDES ITS FAMILY'S.*
009978*  NO RULE MEANS THE PLAIN 00-99 AND EXACT-MATCH EDITS.     *
009979*-----------------------------------------------------------*
009980 2180-FIND-RULE.
009981     MOVE "N" TO WS-RULE-FOUND-SW.
009982     MOVE WS1WX1-KEY (1:6) TO RL-PREFIX.
009983     READ WX1RULVS
009984         INVALID KEY
009985             MOVE "N" TO WS-RULE-FOUND-SW
009986         NOT INVALID KEY
009987             MOVE "Y" TO WS-RULE-FOUND-SW
009988     END-READ.
009989     IF RULE-FOUND
009990         GO TO 2180-EXIT
009991     END-IF.
009992     MOVE WS1WX1-KEY (1:3) TO RL-PREFIX.
009993     READ WX1RULVS
009994         INVALID KEY
009995             MOVE "N" TO WS-RULE-FOUND-SW
009996         NOT INVALID KEY
009997             MOVE "Y" TO WS-RULE-FOUND-SW
009998     END-READ.
009999 2180-EXIT.
010000     EXIT.
010001*-----------------------------------------------------------*
010002*  2200-MOVE-RECORD-FIELDS - MOVE THE TRANSACTION'S VALUES  *
010003*  INTO WS-1/WX-1 PER ITS CODE (FEED VALUES FOR A/C, THE    *
010004*  JOURNALED PRIOR VALUES FOR R), JOURNALING EACH FIELD'S   *
010005*  OLD MASTER VALUE AGAINST THE NEW ONE.                     *
010006*-----------------------------------------------------------*
010007 2200-MOVE-RECORD-FIELDS.
010008     MOVE "WS-2" TO AUD-FIELD-NAME.
010010     IF VSM-RECORD-FOUND
010020         MOVE VS-WS-2 TO WS-2
010030     END-IF.
010790     END-IF.
010800     SET JRN-ENTRY-FOUND TO TRUE.
010810     MOVE JH-OLD-VALUE (1:2) TO JRN-FIND-OLD.
010812     IF JH-DATE > JRN-FIND-DATE
010814         MOVE JH-DATE TO JRN-FIND-DATE
010816     END-IF.
010820 2231-EXIT.
010830     EXIT.
010840*-----------------------------------------------------------*
011000     MOVE VS-WS-2 TO VAL-WS-2.
011010     MOVE VS-WX-2 TO VAL-WX-2.
011020     MOVE TI-TRAN-CODE TO VAL-TRAN-CODE.
011030     MOVE WS-RCL-RUN-DATE TO VAL-RUN-DATE.
011040     MOVE WS-CYCLE-NO TO VAL-CYCLE-NO.
011050     WRITE VAL-OUT-REC.
011053     PERFORM 2670-TALLY-VALFILE THRU 2670-EXIT.
011056     PERFORM 2680-TALLY-NOT-EXTRACTED THRU 2680-EXIT.
011060 2250-EXIT.
011070     EXIT.
011080*-----------------------------------------------------------*
011090*  2300-EDIT-CHECK-WS2 - WS-2 MUST BE NUMERIC 00-99          *
011095*  AND WITHIN THE WX1RULVS RULE'S WS-2 RANGE, IF ANY         *
011100*-----------------------------------------------------------*
011110 2300-EDIT-CHECK-WS2.
011120     MOVE "Y" TO WS-WS2-VALID-SW.
011170         MOVE "WS-2 IS NOT NUMERIC 00-99" TO EXC-REASON
011180         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
011190     END-IF.
011191     IF NOT WS2-IS-VALID OR NOT RULE-FOUND OR TRAN-IS-REVERSAL
011192         GO TO 2300-EXIT
011193     END-IF.
011194     IF WS-2 < RL-WS2-MIN OR WS-2 > RL-WS2-MAX
011195         MOVE "WS-2" TO EXC-FIELD-NAME
011196         MOVE SPACES TO EXC-REASON
011197         STRING "WS-2 OUTSIDE RULE " RL-PREFIX (1:6) " RANGE "
011198             RL-WS2-MIN "-" RL-WS2-MAX
011199             DELIMITED BY SIZE INTO EXC-REASON
011200         PERFORM 2850-WRITE-RULE-HIT THRU 2850-EXIT
011201         IF RL-IS-WARNING
011202             PERFORM 2860-WRITE-RULE-WARNING THRU 2860-EXIT
011203         ELSE
011204             MOVE "N" TO WS-WS2-VALID-SW
011205             ADD 1 TO WS-EXCP-COUNT
011206             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
011207         END-IF
011208     END-IF.
011209 2300-EXIT.
011210     EXIT.
011220*-----------------------------------------------------------*
011230*  2400-EDIT-CHECK-WX2 - WX-2 MUST BE NUMERIC 00-99          *
011235*  AND WITHIN THE WX1RULVS RULE'S WX-2 RANGE, IF ANY         *
011240*-----------------------------------------------------------*
011250 2400-EDIT-CHECK-WX2.
011260     MOVE "Y" TO WS-WX2-VALID-SW.
011310         MOVE "WX-2 IS NOT NUMERIC 00-99" TO EXC-REASON
011320         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
011330     END-IF.
011331     IF NOT WX2-IS-VALID OR NOT RULE-FOUND OR TRAN-IS-REVERSAL
011332         GO TO 2400-EXIT
011333     END-IF.
011334     IF WX-2 < RL-WX2-MIN OR WX-2 > RL-WX2-MAX
011335         MOVE "WX-2" TO EXC-FIELD-NAME
011336         MOVE SPACES TO EXC-REASON
011337         STRING "WX-2 OUTSIDE RULE " RL-PREFIX (1:6) " RANGE "
011338             RL-WX2-MIN "-" RL-WX2-MAX
011339             DELIMITED BY SIZE INTO EXC-REASON
011340         PERFORM 2850-WRITE-RULE-HIT THRU 2850-EXIT
011341         IF RL-IS-WARNING
011342             PERFORM 2860-WRITE-RULE-WARNING THRU 2860-EXIT
011343         ELSE
011344             MOVE "N" TO WS-WX2-VALID-SW
011345             ADD 1 TO WS-EXCP-COUNT
011346             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
011347         END-IF
011348     END-IF.
011349 2400-EXIT.
011350     EXIT.
011360*-----------------------------------------------------------*
011370*  2100-READ-TRANFILE                                       *
011460*-----------------------------------------------------------*
011470*  2500-RECONCILE-WS-WX - WS-2 OF WS-1 MUST AGREE WITH       *
011480*  WX-2 OF WX-1 FOR A MATCHED PAIR; MISMATCHES GO TO EXCFILE.*
011483*  A KEY UNDER A WX1RULVS RULE MAY DIFFER BY THE RULE'S      *
011486*  VARIANCE - SEE 2510-CHECK-RULE-VARIANCE.                  *
011490*-----------------------------------------------------------*
011500 2500-RECONCILE-WS-WX.
011510     MOVE "Y" TO WS-RECON-OK-SW.
011511     IF RULE-FOUND
011512         AND WS-2 OF WS-1 NOT = WX-2 OF WX-1
011513         PERFORM 2510-CHECK-RULE-VARIANCE THRU 2510-EXIT
011514         GO TO 2500-EXIT
011515     END-IF.
011520     IF WS-2 OF WS-1 NOT = WX-2 OF WX-1
011530         MOVE "N" TO WS-RECON-OK-SW
011540         ADD 1 TO WS-MISMATCH-COUNT
011590     END-IF.
011600 2500-EXIT.
011610     EXIT.
011611*-----------------------------------------------------------*
011612*  2510-CHECK-RULE-VARIANCE - A MISMATCHED PAIR WHOSE       *
011613*  DIFFERENCE IS WITHIN THE WX1RULVS RULE'S VARIANCE STILL  *
011614*  RECONCILES; BEYOND IT THE RULE'S SEVERITY DECIDES        *
011615*  BETWEEN A WARNING AND A RECONCILIATION REJECT.           *
011616*-----------------------------------------------------------*
011617 2510-CHECK-RULE-VARIANCE.
011618     IF WS-2 OF WS-1 > WX-2 OF WX-1
011619         SUBTRACT WX-2 OF WX-1 FROM WS-2 OF WS-1 GIVING RULE-DIFF
011620     ELSE
011621         SUBTRACT WS-2 OF WS-1 FROM WX-2 OF WX-1 GIVING RULE-DIFF
011622     END-IF.
011623     IF RULE-DIFF NOT > RL-VARIANCE
011624         GO TO 2510-EXIT
011625     END-IF.
011626     MOVE "WS-2/WX-2" TO EXC-FIELD-NAME.
011627     MOVE SPACES TO EXC-REASON.
011628     STRING "DIFF " RULE-DIFF " OVER RULE " RL-PREFIX (1:6)
011629         " VARIANCE " RL-VARIANCE
011630         DELIMITED BY SIZE INTO EXC-REASON.
011631     PERFORM 2850-WRITE-RULE-HIT THRU 2850-EXIT.
011632     IF RL-IS-WARNING
011633         PERFORM 2860-WRITE-RULE-WARNING THRU 2860-EXIT
011634     ELSE
011635         MOVE "N" TO WS-RECON-OK-SW
011636         ADD 1 TO WS-MISMATCH-COUNT
011637         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
011638     END-IF.
011639 2510-EXIT.
011640     EXIT.
011641*-----------------------------------------------------------*
011642*  2600-WRITE-RPT-DETAIL                                     *
011643*-----------------------------------------------------------*
011650 2600-WRITE-RPT-DETAIL.
011660     MOVE SPACES TO WS-PRINT-LINE.
011670     STRING WS1WX1-KEY "  " WS-2 "    " WX-2 "    "
011680         TI-SOURCE-ID "  " COA-KEY-NAME
011690         DELIMITED BY SIZE INTO WS-PRINT-LINE.
011700     WRITE RPT-LINE FROM WS-PRINT-LINE.
011710 2600-EXIT.
011800     MOVE WS-2 TO VAL-WS-2.
011810     MOVE WX-2 TO VAL-WX-2.
011820     MOVE TI-TRAN-CODE TO VAL-TRAN-CODE.
011830     MOVE WS-RCL-RUN-DATE TO VAL-RUN-DATE.
011840     MOVE WS-CYCLE-NO TO VAL-CYCLE-NO.
011850     WRITE VAL-OUT-REC.
011855     PERFORM 2670-TALLY-VALFILE THRU 2670-EXIT.
011860 2650-EXIT.
011870     EXIT.
011880*-----------------------------------------------------------*
011990     MOVE WS1WX1-KEY TO GXD-KEY.
012000     MOVE WS-2 TO GXD-WS-2.
012010     MOVE WX-2 TO GXD-WX-2.
012020     MOVE WS-RCL-RUN-DATE TO GXD-RUN-DATE.
012030     MOVE WS-CYCLE-NO TO GXD-CYCLE-NO.
012040     WRITE GLX-OUT-REC.
012050 2660-EXIT.
012060     EXIT.
012061*-----------------------------------------------------------*
012062*  2670-TALLY-VALFILE - COUNT AND HASH A VALFILE RECORD     *
012063*  THAT WROTE CLEAN.                                        *
012064*-----------------------------------------------------------*
012065 2670-TALLY-VALFILE.
012066     IF WS-VAL-STATUS NOT = "00"
012067         GO TO 2670-EXIT
012068     END-IF.
012069     MOVE "Y" TO WS-CT-VAL-WRITTEN-SW.
012070     ADD 1 TO WS-CT-VALOUT-COUNT.
012071     MOVE ZERO TO WS-CT-VAL-HASH.
012072     IF VAL-WS-2 NUMERIC
012073         ADD VAL-WS-2 TO WS-CT-VAL-HASH
012074     END-IF.
012075     IF VAL-WX-2 NUMERIC
012076         ADD VAL-WX-2 TO WS-CT-VAL-HASH
012077     END-IF.
012078     ADD WS-CT-VAL-HASH TO WS-CT-VALOUT-HASH.
012079 2670-EXIT.
012080     EXIT.
012081*-----------------------------------------------------------*
012082*  2680-TALLY-NOT-EXTRACTED - A VALFILE RECORD THAT GOES NO *
012083*  FURTHER THAN WX1LOAD (A DELETE, OR A CHANGE THAT DID NOT *
012084*  RECONCILE), SO NSVALOUT CAN BE PROVED TO NSGLOUT.        *
012085*-----------------------------------------------------------*
012086 2680-TALLY-NOT-EXTRACTED.
012087     IF NOT CT-VAL-WRITTEN
012088         GO TO 2680-EXIT
012089     END-IF.
012090     ADD 1 TO WS-CT-NOGL-COUNT.
012091     ADD WS-CT-VAL-HASH TO WS-CT-NOGL-HASH.
012092 2680-EXIT.
012093     EXIT.
012094*-----------------------------------------------------------*
012095*  2800-WRITE-EXCEPTION - CALLER SETS EXC-FIELD-NAME/REASON  *
012096*-----------------------------------------------------------*
012100 2800-WRITE-EXCEPTION.
012110     MOVE WS-REC-COUNT TO WS-REC-COUNT-ED.
012120     MOVE SPACES TO WS-PRINT-LINE.
012670     END-WRITE.
012680 2815-EXIT.
012690     EXIT.
012691*-----------------------------------------------------------*
012692*  2850-WRITE-RULE-HIT - RECORD A WX1RULVS VALUE-RULE       *
012693*  BREACH ON RULHIT FOR THE WX1RHIT RULE HITS REPORT.  THE  *
012694*  CALLER HAS SET EXC-FIELD-NAME FOR THE FIELD IN BREACH.   *
012695*-----------------------------------------------------------*
012696 2850-WRITE-RULE-HIT.
012697     MOVE RL-PREFIX TO HT-PREFIX.
012698     MOVE WS1WX1-KEY TO HT-KEY.
012699     MOVE EXC-FIELD-NAME TO HT-FIELD.
012700     MOVE WS-2 TO HT-WS-2.
012701     MOVE WX-2 TO HT-WX-2.
012702     MOVE RL-SEVERITY TO HT-SEVERITY.
012703     MOVE TI-SOURCE-ID TO HT-SOURCE-ID.
012704     MOVE WS-RCL-RUN-DATE TO HT-RUN-DATE.
012705     MOVE WS-CYCLE-NO TO HT-CYCLE-NO.
012706     MOVE TI-TRAN-CODE TO HT-TRAN-CODE.
012707     WRITE HT-REC.
012708     IF RL-IS-WARNING
012709         ADD 1 TO WS-RULE-WARN-COUNT
012710     ELSE
012711         ADD 1 TO WS-RULE-REJ-COUNT
012712     END-IF.
012713 2850-EXIT.
012714     EXIT.
012715*-----------------------------------------------------------*
012716*  2860-WRITE-RULE-WARNING - A WARNING-SEVERITY RULE HIT IS *
012717*  LISTED ON EXCFILE BUT THE RECORD STILL POSTS, SO NOTHING *
012718*  IS SUSPENDED AND THE EXCEPTION COUNT IS LEFT ALONE.      *
012719*-----------------------------------------------------------*
012720 2860-WRITE-RULE-WARNING.
012721     MOVE WS-REC-COUNT TO WS-REC-COUNT-ED.
012722     MOVE SPACES TO WS-PRINT-LINE.
012723     STRING "WARNING   REC=" WS-REC-COUNT-ED
012724         " KEY=" WS1WX1-KEY
012725         " FIELD=" EXC-FIELD-NAME
012726         " SOURCE=" TI-SOURCE-ID
012727         " REASON=" EXC-REASON
012728         DELIMITED BY SIZE INTO WS-PRINT-LINE.
012729     WRITE EXC-LINE FROM WS-PRINT-LINE.
012730 2860-EXIT.
012731     EXIT.
012732*-----------------------------------------------------------*
012733*  2700-CHECK-CHECKPOINT - WRITE A CHECKPOINT EVERY N RECS   *
012734*-----------------------------------------------------------*
012735 2700-CHECK-CHECKPOINT.
012740     IF WS-CKPT-INTERVAL > ZERO
012750         DIVIDE WS-REC-COUNT BY WS-CKPT-INTERVAL
012760             GIVING WS-CKPT-QUOTIENT
012970     PERFORM 1700-WRITE-RUN-STATUS THRU 1700-EXIT.
012980 2710-EXIT.
012990     EXIT.
012991*-----------------------------------------------------------*
012992*  2900-TALLY-DISPOSITION - COUNT THE RECORD JUST PROCESSED *
012993*  AS VALID (WRITTEN TO VALFILE), SUSPENDED (WRITTEN TO     *
012994*  SUSFILE) OR REJECTED, WITH ITS WS-2 PLUS WX-2 HASH.      *
012995*-----------------------------------------------------------*
012996 2900-TALLY-DISPOSITION.
012997     IF CT-VAL-WRITTEN
012998         ADD 1 TO WS-CT-VALID-COUNT
012999         ADD WS-CT-TI-HASH TO WS-CT-VALID-HASH
013000         GO TO 2900-EXIT
013001     END-IF.
013002     IF WS-SUSP-COUNT > WS-CT-SUSP-BEFORE
013003         ADD 1 TO WS-CT-SUSPND-COUNT
013004         ADD WS-CT-TI-HASH TO WS-CT-SUSPND-HASH
013005         GO TO 2900-EXIT
013006     END-IF.
013007     ADD 1 TO WS-CT-REJECT-COUNT.
013008     ADD WS-CT-TI-HASH TO WS-CT-REJECT-HASH.
013009 2900-EXIT.
013010     EXIT.
013011*-----------------------------------------------------------*
013012*  1700-WRITE-RUN-STATUS - UPSERT THE JOB'S RUN-STATUS       *
013020*  RECORD FOR THE WX1S ONLINE INQUIRY.                       *
013030*-----------------------------------------------------------*
013040 1700-WRITE-RUN-STATUS.
013940*-----------------------------------------------------------*
013950 1750-WRITE-RUN-HISTORY.
013960     MOVE WS-JOB-ID TO RH-JOB-ID.
013970     MOVE WS-RCL-RUN-DATE TO RH-RUN-DATE.
013980     MOVE WS-CYCLE-NO TO RH-CYCLE-NO.
013990     READ RUNHIST
014000         INVALID KEY
014010             MOVE "23" TO WS-RNH-STATUS
014020     END-READ.
014030     MOVE WS-JOB-ID TO RH-JOB-ID.
014040     MOVE WS-RCL-RUN-DATE TO RH-RUN-DATE.
014050     MOVE WS-CYCLE-NO TO RH-CYCLE-NO.
014060     MOVE WS-RUN-START-TS TO RH-START-TS.
014070     MOVE SPACES TO RH-END-TS.
014650         " NEW=" AUD-NEW-VALUE
014660         " SRC=" TI-SOURCE-ID
014670         " CYC=" WS-CYCLE-NO
014675         " TC=" TI-TRAN-CODE
014680         DELIMITED BY SIZE INTO WS-JRN-LINE.
014690     WRITE JRN-LINE FROM WS-JRN-LINE.
014700 5000-EXIT.
014840     CLOSE VALFILE.
014850     CLOSE GLEXT.
014860     CLOSE WSWX1VS.
014865     CLOSE WX1COAVS.
014866     CLOSE WX1RULVS.
014867     CLOSE RULHIT.
014868     CLOSE WX1PRDVS.
014870     IF JRNHVS-AVAILABLE
014880         CLOSE JRNHVS
014890     END-IF.
015410     STRING "RECORDS SUSPENDED    = " WS-SUSP-COUNT-ED
015420         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015430     WRITE RPT-LINE FROM WS-PRINT-LINE.
015431     MOVE WS-RULE-WARN-COUNT TO WS-RULE-WARN-COUNT-ED.
015432     MOVE SPACES TO WS-PRINT-LINE.
015433     STRING "RULE WARNINGS        = " WS-RULE-WARN-COUNT-ED
015434         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015435     WRITE RPT-LINE FROM WS-PRINT-LINE.
015436     MOVE WS-RULE-REJ-COUNT TO WS-RULE-REJ-COUNT-ED.
015437     MOVE SPACES TO WS-PRINT-LINE.
015438     STRING "RULE REJECTS         = " WS-RULE-REJ-COUNT-ED
015439         DELIMITED BY SIZE INTO WS-PRINT-LINE.
015440     WRITE RPT-LINE FROM WS-PRINT-LINE.
015441 9010-EXIT.
015450     EXIT.
015460*-----------------------------------------------------------*
015470*  9015-WRITE-VAL-TRAILER - DAILY CONTROL RECORD SO THE     *
015510 9015-WRITE-VAL-TRAILER.
015520     MOVE "T" TO VAL-REC-TYPE.
015530     MOVE SPACES TO VAL-REC-BODY.
015540     MOVE WS-RCL-RUN-DATE TO VT-RUN-DATE.
015550     MOVE WS-VALID-COUNT TO VT-VALID-COUNT.
015560     MOVE WS-DELETE-COUNT TO VT-DELETE-COUNT.
015570     MOVE WS-CYCLE-NO TO VT-CYCLE-NO.
015830     END-IF.
015840 9020-EXIT.
015850     EXIT.
015860*-----------------------------------------------------------*
015870*  9500-POST-RUN-CONTROL - CLOSE THIS STEP OUT ON THE LEDGER *
015880*  WITH ITS RETURN CODE AND COUNTS.  RC 8 OR ABOVE LEAVES IT *
015890*  FAILED, SO THE NEXT SUBMISSION OF THE CYCLE RESUMES HERE. *
015900*-----------------------------------------------------------*
015910 9500-POST-RUN-CONTROL.
015920     MOVE WS-RCL-KEY TO LG-KEY.
015930     READ RUNCTL
015940         INVALID KEY
015950             DISPLAY "NAMESPACE - LEDGER RECORD LOST, STATUS = "
015960                 WS-RCL-STATUS
015970             MOVE 16 TO RETURN-CODE
015980             CLOSE RUNCTL
015990             GO TO 9500-EXIT
016000     END-READ.
016010     IF RETURN-CODE < 8
016020         MOVE "C" TO LG-STATUS
016030     ELSE
016040         MOVE "F" TO LG-STATUS
016050     END-IF.
016060     MOVE RETURN-CODE TO LG-RETURN-CODE.
016070     ACCEPT WS-RCL-DATE FROM DATE.
016080     ACCEPT WS-RCL-TIME FROM TIME.
016090     MOVE SPACES TO LG-END-TS.
016100     STRING WS-RCL-DATE WS-RCL-TIME
016110         DELIMITED BY SIZE INTO LG-END-TS.
016120     MOVE "READ" TO LG-COUNT-LABEL (1).
016130     MOVE WS-REC-COUNT TO LG-COUNT (1).
016140     MOVE "VALID" TO LG-COUNT-LABEL (2).
016150     MOVE WS-VALID-COUNT TO LG-COUNT (2).
016160     MOVE "EXCP" TO LG-COUNT-LABEL (3).
016170     MOVE WS-EXCP-COUNT TO LG-COUNT (3).
016180     REWRITE LG-REC.
016190     IF WS-RCL-STATUS NOT = "00"
016200         DISPLAY "NAMESPACE - RUNCTL UPDATE FAILED, STATUS = "
016210             WS-RCL-STATUS
016220         MOVE 16 TO RETURN-CODE
016230     END-IF.
016240     CLOSE RUNCTL.
016250 9500-EXIT.
016260     EXIT.
016270*-----------------------------------------------------------*
016280*  0600-CHECK-PERIOD - NOTHING IS POSTED INTO A CLOSED       *
016288*  ACCOUNTING PERIOD.  PERFORMED FROM 1000-INITIALIZE AFTER  *
016296*  0500 HAS READ THE RUN KEY, SO IT TESTS THE CYCLE'S RUN    *
016304*  DATE, NOT THE CLOCK.  A REFUSED CYCLE (RC 12) IS POSTED   *
016312*  FAILED AND RESUMES HERE ONCE WX1PCLS HAS REOPENED THE     *
016320*  PERIOD.  WX1PRDVS STAYS OPEN FOR THE CHECK IN 2165.       *
016330*-----------------------------------------------------------*
016340 0600-CHECK-PERIOD.
016350     ACCEPT WS-CURRENT-DATE FROM DATE.
016360     OPEN INPUT WX1PRDVS.
016370     IF WS-PRD-STATUS NOT = "00"
016380         DISPLAY "NAMESPACE - WX1PRDVS OPEN FAILED, STATUS = "
016390             WS-PRD-STATUS
016400         MOVE 16 TO RETURN-CODE
016410         GOBACK
016420     END-IF.
016430     MOVE WS-RCL-RUN-DATE (1:4) TO WS-PRD-FIND-PERIOD.
016440     PERFORM 0610-READ-PERIOD THRU 0610-EXIT.
016450     IF PRD-PERIOD-CLOSED
016460         DISPLAY "NAMESPACE - ACCOUNTING PERIOD "
016465             WS-PRD-FIND-PERIOD
016470             " IS CLOSED - NOTHING POSTED"
016480         DISPLAY "NAMESPACE - REOPEN IT WITH WX1PCLS MODE R AND "
016490             "RESUBMIT THE CYCLE"
016500         CLOSE WX1PRDVS
016507         MOVE 12 TO RETURN-CODE
016514         PERFORM 9500-POST-RUN-CONTROL THRU 9500-EXIT
016521         GOBACK
016530     END-IF.
016540 0600-EXIT.
016550     EXIT.
016560*-----------------------------------------------------------*
016570*  0610-READ-PERIOD - IS WS-PRD-FIND-PERIOD CLOSED?  NO      *
016580*  WX1PRDVS RECORD, OR A REOPENED ONE, MEANS OPEN.           *
016590*-----------------------------------------------------------*
016600 0610-READ-PERIOD.
016610     MOVE "N" TO WS-PRD-CLOSED-SW.
016620     MOVE WS-PRD-FIND-PERIOD TO PD-PERIOD.
016630     READ WX1PRDVS
016640         INVALID KEY
016650             GO TO 0610-EXIT
016660     END-READ.
016670     IF PD-IS-CLOSED
016680         MOVE "Y" TO WS-PRD-CLOSED-SW
016690     END-IF.
016700 0610-EXIT.
016710     EXIT.
016720*-----------------------------------------------------------*
016730*  2165-CHECK-REVERSAL-PERIOD - A REVERSAL MAY NOT UNDO A    *
016740*  CHANGE JOURNALED IN A CLOSED PERIOD; JRN-FIND-DATE HOLDS  *
016750*  THE DATE OF THE NEWEST JOURNAL ENTRY 2160 FOUND.          *
016760*-----------------------------------------------------------*
016770 2165-CHECK-REVERSAL-PERIOD.
016780     MOVE JRN-FIND-DATE (1:4) TO WS-PRD-FIND-PERIOD.
016790     PERFORM 0610-READ-PERIOD THRU 0610-EXIT.
016800     IF PRD-PERIOD-CLOSED
016810         MOVE "N" TO WS-TRAN-OK-SW
016820         ADD 1 TO WS-EXCP-COUNT
016830         MOVE "TRAN-CODE" TO EXC-FIELD-NAME
016840         MOVE "PERIOD CLOSED - REVERSAL REJECTED"
016850             TO EXC-REASON
016860         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
016870     END-IF.
016880 2165-EXIT.
016890     EXIT.
016900*-----------------------------------------------------------*
016910*  9600-POST-CONTROL-TOTALS - RECORD THIS STEP'S POINTS ON  *
016920*  THE WX1CTVS LEDGER FOR WX1CTLP TO PROVE: DETAILS READ,   *
016930*  THEIR DISPOSITION (VALID, REJECTED, SUSPENDED, SKIPPED   *
016940*  ON RESTART), VALFILE WRITTEN, VALFILE RECORDS NOT SENT   *
016950*  TO THE GL, RESTAGED AND GLEXT DETAILS WRITTEN.           *
016960*-----------------------------------------------------------*
016970 9600-POST-CONTROL-TOTALS.
016980     MOVE "NSIN" TO WS-CTP-POINT-ID.
016990     MOVE WS-REC-COUNT TO WS-CTP-COUNT.
017000     MOVE WS-CT-IN-HASH TO WS-CTP-HASH.
017010     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017020     MOVE "NSVALID" TO WS-CTP-POINT-ID.
017030     MOVE WS-CT-VALID-COUNT TO WS-CTP-COUNT.
017040     MOVE WS-CT-VALID-HASH TO WS-CTP-HASH.
017050     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017060     MOVE "NSREJECT" TO WS-CTP-POINT-ID.
017070     MOVE WS-CT-REJECT-COUNT TO WS-CTP-COUNT.
017080     MOVE WS-CT-REJECT-HASH TO WS-CTP-HASH.
017090     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017100     MOVE "NSSUSPND" TO WS-CTP-POINT-ID.
017110     MOVE WS-CT-SUSPND-COUNT TO WS-CTP-COUNT.
017120     MOVE WS-CT-SUSPND-HASH TO WS-CTP-HASH.
017130     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017140     MOVE "NSSKIP" TO WS-CTP-POINT-ID.
017150     MOVE WS-SKIP-TALLY TO WS-CTP-COUNT.
017160     MOVE WS-CT-SKIP-HASH TO WS-CTP-HASH.
017170     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017180     MOVE "NSVALOUT" TO WS-CTP-POINT-ID.
017190     MOVE WS-CT-VALOUT-COUNT TO WS-CTP-COUNT.
017200     MOVE WS-CT-VALOUT-HASH TO WS-CTP-HASH.
017210     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017220     MOVE "NSNOGL" TO WS-CTP-POINT-ID.
017230     MOVE WS-CT-NOGL-COUNT TO WS-CTP-COUNT.
017240     MOVE WS-CT-NOGL-HASH TO WS-CTP-HASH.
017250     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017260     MOVE "NSRESTG" TO WS-CTP-POINT-ID.
017270     MOVE WS-RESTAGE-COUNT TO WS-CTP-COUNT.
017280     MOVE WS-CT-RESTG-HASH TO WS-CTP-HASH.
017290     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017300     MOVE "NSGLOUT" TO WS-CTP-POINT-ID.
017310     MOVE WS-GLEXT-COUNT TO WS-CTP-COUNT.
017320     COMPUTE WS-CTP-HASH = WS-GLX-WS2-HASH + WS-GLX-WX2-HASH.
017330     PERFORM 9610-WRITE-CONTROL-POINT THRU 9610-EXIT.
017340     CLOSE WX1CTVS.
017350 9600-EXIT.
017360     EXIT.
017370*-----------------------------------------------------------*
017380*  9610-WRITE-CONTROL-POINT - RECORD WS-CTP-COUNT/HASH      *
017390*  UNDER WS-CTP-KEY, REPLACING WHAT AN EARLIER RUN OF THE   *
017400*  STEP LEFT FOR THE SAME CYCLE.                            *
017410*-----------------------------------------------------------*
017420 9610-WRITE-CONTROL-POINT.
017430     MOVE WS-CTP-KEY TO CT-KEY.
017440     READ WX1CTVS
017450         INVALID KEY
017460             MOVE "N" TO WS-CTP-FOUND-SW
017470         NOT INVALID KEY
017480             MOVE "Y" TO WS-CTP-FOUND-SW
017490     END-READ.
017500     MOVE SPACES TO CT-REC.
017510     MOVE WS-CTP-KEY TO CT-KEY.
017520     MOVE WS-CTP-STEP-NAME TO CT-STEP-NAME.
017530     ACCEPT WS-CTP-DATE FROM DATE.
017540     ACCEPT WS-CTP-TIME FROM TIME.
017550     STRING WS-CTP-DATE WS-CTP-TIME
017560         DELIMITED BY SIZE INTO CT-RECORDED-TS.
017570     MOVE WS-CTP-COUNT TO CT-COUNT.
017580     MOVE WS-CTP-HASH TO CT-HASH.
017590     IF CTP-POINT-FOUND
017600         REWRITE CT-REC
017610     ELSE
017620         WRITE CT-REC
017630     END-IF.
017640     IF WS-CTT-STATUS NOT = "00"
017650         DISPLAY "NAMESPACE - WX1CTVS UPDATE FAILED, POINT "
017660             WS-CTP-POINT-ID " STATUS = " WS-CTT-STATUS
017670         MOVE 16 TO RETURN-CODE
017680     END-IF.
017690 9610-EXIT.
017700     EXIT.
