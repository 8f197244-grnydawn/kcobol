000010*=============================================================*
000020*  NIGHTLY VALUE RULE HITS REPORT                             *
000030*---------------------------------------------------------------
000040*  PROGRAM-ID.   WX1RHIT.
000050*  AUTHOR.       J. W. KOSINSKI.
000060*  INSTALLATION. DATA CENTER.
000070*  DATE-WRITTEN.  10/15/26.
000080*  REMARKS.
000090*    NAMESPACE WRITES ONE RULHIT RECORD FOR EVERY TRANSACTION
000100*    THAT BREACHES A WX1RULVS PREFIX VALUE RULE (LAYOUT IN
000110*    COPYBOOK WX1RUL) - A WS-2 OR WX-2 OUTSIDE THE RULE'S
000120*    RANGE, OR A WS-2/WX-2 DIFFERENCE OVER ITS VARIANCE - AT
000130*    EITHER SEVERITY.  THIS STEP SORTS THE NIGHT'S HITS BY
000140*    RULE PREFIX AND KEY AND PRINTS THEM UNDER A HEADING PER
000150*    RULE (ITS RANGES, VARIANCE, SEVERITY AND DESCRIPTION AS
000160*    THEY STAND ON WX1RULVS NOW) WITH THE RULE'S WARNING AND
000170*    REJECT COUNTS, SO THE RULE OWNERS CAN SEE WHICH RULES ARE
000180*    FIRING AND WHETHER ANY NEEDS RETUNING THROUGH WX1RULE.
000181*
000182*    WX1M (FUNCTIONS U AND P) AND WX1X LOG THEIR OWN RULE HITS
000183*    TO TD QUEUE WX1R DURING THE DAY; THAT QUEUE'S DATASET IS
000184*    READ UNDER DD ONLHIT AND MERGED IN, SO THE REPORT COVERS
000185*    EVERY HIT BATCH OR ONLINE.  ONLINE HITS SHOW SOURCE WX1M OR
000186*    WX1X PLUS THE TERMINAL AND CYCLE 00.
000190*
000200*    RETURN CODE CONVENTION.
000210*      RC=0   NO RULE HITS TONIGHT.
000220*      RC=4   ONE OR MORE RULE HITS - REVIEW HITRPT.
000230*      RC=16  A MANDATORY FILE FAILED TO OPEN.
000240*  MODIFICATION HISTORY.
000250*    10/15/26  JWK  INITIAL VERSION.
000253*    10/15/26  JWK  WX1RULVS FD WIDENED TO 63 FOR THE WX1M
000256*                   DUAL-CONTROL CRITERIA NOW ON THE RULE.
000258*    10/15/26  JWK  ALSO REPORTS THE DAY'S ONLINE HITS FROM WX1M
000260*                   AND WX1X, READ FROM THE WX1R TD QUEUE DATASET
000262*                   UNDER DD ONLHIT (LAYOUT IN COPYBOOK WX1HIT)
000264*                   AND SORTED IN WITH THE BATCH HITS.
000266*---------------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. WX1RHIT.
000290 AUTHOR. J. W. KOSINSKI.
000300 INSTALLATION. DATA CENTER.
000310 DATE-WRITTEN. 10/15/26.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RULHIT ASSIGN TO RULHIT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-HIT-STATUS.
000412     SELECT ONLHIT ASSIGN TO ONLHIT
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-ONL-STATUS.
000420     SELECT WX1RULVS ASSIGN TO WX1RULVS
000430         ORGANIZATION IS INDEXED
000440         ACCESS IS RANDOM
000450         RECORD KEY IS RL-PREFIX
000460         FILE STATUS IS WS-RUL-STATUS.
000470     SELECT HITRPT ASSIGN TO HITRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000500     SELECT SORTFILE ASSIGN TO SORTWK01.
000510 DATA DIVISION.
000520 FILE SECTION.
000530*---------------------------------------------------------------
000540*  THE NIGHT'S RULE HITS - SAME LAYOUT NAMESPACE'S 2850-WRITE-
000550*  RULE-HIT WRITES.
000560*---------------------------------------------------------------
000570 FD  RULHIT
000580     LABEL RECORDS ARE STANDARD.
000590 01  HT-REC.
000600     05  HT-PREFIX                PIC X(10).
000610     05  HT-KEY                   PIC X(10).
000620     05  HT-FIELD                 PIC X(10).
000630     05  HT-WS-2                  PIC 9(02).
000640     05  HT-WX-2                  PIC 9(02).
000650     05  HT-SEVERITY              PIC X(01).
000660     05  HT-SOURCE-ID             PIC X(08).
000670     05  HT-RUN-DATE              PIC 9(06).
000680     05  HT-CYCLE-NO              PIC 9(02).
000690     05  HT-TRAN-CODE             PIC X(01).
000691*---------------------------------------------------------------
000692*  THE DAY'S ONLINE RULE HITS - MIRRORS COPYBOOK WX1HIT, THE
000693*  LAYOUT WX1M AND WX1X WRITE TO TD QUEUE WX1R.
000694*---------------------------------------------------------------
000695 FD  ONLHIT
000696     LABEL RECORDS ARE STANDARD.
000697 01  OH-REC.
000698     05  OH-PREFIX                PIC X(10).
000699     05  OH-KEY                   PIC X(10).
000700     05  OH-FIELD                 PIC X(10).
000701     05  OH-WS-2                  PIC 9(02).
000702     05  OH-WX-2                  PIC 9(02).
000703     05  OH-SEVERITY              PIC X(01).
000704     05  OH-SOURCE-ID             PIC X(08).
000705     05  OH-RUN-DATE              PIC 9(06).
000706     05  OH-CYCLE-NO              PIC 9(02).
000707     05  OH-TRAN-CODE             PIC X(01).
000708*---------------------------------------------------------------
000710*  PREFIX VALUE RULE KSDS - MIRRORS COPYBOOK WX1RUL; SEE
000720*  JCL/WX1RULK.JCL FOR THE CLUSTER DEFINITION.
000730*---------------------------------------------------------------
000740 FD  WX1RULVS
000750     LABEL RECORDS ARE STANDARD.
000760 01  RL-REC.
000770     05  RL-PREFIX                PIC X(10).
000780     05  RL-WS2-MIN               PIC 9(02).
000790     05  RL-WS2-MAX               PIC 9(02).
000800     05  RL-WX2-MIN               PIC 9(02).
000810     05  RL-WX2-MAX               PIC 9(02).
000820     05  RL-VARIANCE              PIC 9(02).
000830     05  RL-SEVERITY              PIC X(01).
000840     05  RL-DESC                  PIC X(30).
000850     05  RL-CHANGED-DATE          PIC 9(06).
000852     05  RL-DC-SW                 PIC X(01).
000854     05  RL-DC-MIN-CHANGE         PIC 9(02).
000856     05  RL-DC-RECENT-DAYS        PIC 9(03).
000860*---------------------------------------------------------------
000870*  RULE HITS REPORT.
000880*---------------------------------------------------------------
000890 FD  HITRPT
000900     LABEL RECORDS ARE STANDARD.
000910 01  RPT-LINE                     PIC X(132).
000920*---------------------------------------------------------------
000930*  SORT WORK RECORD - SAME SHAPE AS HT-REC.
000940*---------------------------------------------------------------
000950 SD  SORTFILE.
000960 01  SR-REC.
000970     05  SR-PREFIX                PIC X(10).
000980     05  SR-KEY                   PIC X(10).
000990     05  SR-FIELD                 PIC X(10).
001000     05  SR-WS-2                  PIC 9(02).
001010     05  SR-WX-2                  PIC 9(02).
001020     05  SR-SEVERITY              PIC X(01).
001030         88  SR-IS-WARNING        VALUE "W".
001040     05  SR-SOURCE-ID             PIC X(08).
001050     05  SR-RUN-DATE              PIC 9(06).
001060     05  SR-CYCLE-NO              PIC 9(02).
001070     05  SR-TRAN-CODE             PIC X(01).
001080 WORKING-STORAGE SECTION.
001090 01  WS-FILE-STATUSES.
001100     05  WS-HIT-STATUS            PIC X(02) VALUE "00".
001105     05  WS-ONL-STATUS            PIC X(02) VALUE "00".
001110     05  WS-RUL-STATUS            PIC X(02) VALUE "00".
001120     05  WS-RPT-STATUS            PIC X(02) VALUE "00".
001130 01  WS-SWITCHES.
001140     05  WS-HIT-EOF-SW            PIC X(01) VALUE "N".
001150         88  END-OF-RULHIT        VALUE "Y".
001153     05  WS-ONL-EOF-SW            PIC X(01) VALUE "N".
001156         88  END-OF-ONLHIT        VALUE "Y".
001160     05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
001170         88  END-OF-SORTFILE      VALUE "Y".
001180*---------------------------------------------------------------
001190*  COUNTERS - KEPT IN BINARY, EDITED ONLY WHEN PRINTED.
001200*---------------------------------------------------------------
001210 01  WS-COUNTERS.
001220     05  WS-HIT-COUNT             PIC 9(08) COMP VALUE ZERO.
001230     05  WS-RULE-COUNT            PIC 9(08) COMP VALUE ZERO.
001240     05  WS-WARN-COUNT            PIC 9(08) COMP VALUE ZERO.
001250     05  WS-REJ-COUNT             PIC 9(08) COMP VALUE ZERO.
001255     05  WS-ONL-COUNT             PIC 9(08) COMP VALUE ZERO.
001260     05  WS-RULE-WARN-COUNT       PIC 9(08) COMP VALUE ZERO.
001270     05  WS-RULE-REJ-COUNT        PIC 9(08) COMP VALUE ZERO.
001280 01  WS-COUNTERS-EDITED.
001290     05  WS-COUNT-A-ED            PIC ZZZZZZZ9.
001300     05  WS-COUNT-B-ED            PIC ZZZZZZZ9.
001310 01  WS-PREV-PREFIX               PIC X(10) VALUE LOW-VALUES.
001320 01  WS-SEVERITY-TEXT             PIC X(07) VALUE SPACES.
001330 01  WS-CURRENT-DATE              PIC 9(06) VALUE ZERO.
001340 01  WS-PRINT-LINE                PIC X(132).
001350 PROCEDURE DIVISION.
001360 TEST-1 SECTION.
001370*-----------------------------------------------------------*
001380*  0000-MAINLINE                                            *
001390*-----------------------------------------------------------*
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     SORT SORTFILE
001430         ON ASCENDING KEY SR-PREFIX SR-KEY SR-FIELD
001440         INPUT PROCEDURE IS 3000-COLLECT THRU 3000-EXIT
001450         OUTPUT PROCEDURE IS 4000-REPORT THRU 4000-EXIT.
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470     GOBACK.
001480*-----------------------------------------------------------*
001490*  1000-INITIALIZE                                          *
001500*-----------------------------------------------------------*
001510 1000-INITIALIZE.
001520     ACCEPT WS-CURRENT-DATE FROM DATE.
001530     OPEN INPUT RULHIT.
001540     IF WS-HIT-STATUS NOT = "00"
001550         DISPLAY "WX1RHIT - RULHIT OPEN FAILED, STATUS = "
001560             WS-HIT-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         GOBACK
001590     END-IF.
001591     OPEN INPUT ONLHIT.
001592     IF WS-ONL-STATUS = "35"
001593         DISPLAY "WX1RHIT - NO ONLHIT DATASET, NO ONLINE HITS"
001594         SET END-OF-ONLHIT TO TRUE
001595     ELSE
001596         IF WS-ONL-STATUS NOT = "00"
001597             DISPLAY "WX1RHIT - ONLHIT OPEN FAILED, STATUS = "
001598                 WS-ONL-STATUS
001599             MOVE 16 TO RETURN-CODE
001600             GOBACK
001601         END-IF
001602     END-IF.
001603     OPEN INPUT WX1RULVS.
001610     IF WS-RUL-STATUS NOT = "00"
001620         DISPLAY "WX1RHIT - WX1RULVS OPEN FAILED, STATUS = "
001630             WS-RUL-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         GOBACK
001660     END-IF.
001670     OPEN OUTPUT HITRPT.
001680     IF WS-RPT-STATUS NOT = "00"
001690         DISPLAY "WX1RHIT - HITRPT OPEN FAILED, STATUS = "
001700             WS-RPT-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         GOBACK
001730     END-IF.
001740     MOVE SPACES TO WS-PRINT-LINE.
001750     STRING "NIGHTLY VALUE RULE HITS BY RULE - RUN DATE "
001760         WS-CURRENT-DATE
001770         DELIMITED BY SIZE INTO WS-PRINT-LINE.
001780     WRITE RPT-LINE FROM WS-PRINT-LINE.
001790 1000-EXIT.
001800     EXIT.
001810*-----------------------------------------------------------*
001820*  3000-COLLECT - SORT INPUT PROCEDURE; RELEASE EVERY HIT,   *
001825*  THE NIGHT'S BATCH HITS AND THE DAY'S ONLINE HITS.         *
001830*-----------------------------------------------------------*
001840 3000-COLLECT.
001850     PERFORM 3100-READ-RULHIT THRU 3100-EXIT
001860         UNTIL END-OF-RULHIT.
001863     PERFORM 3200-READ-ONLHIT THRU 3200-EXIT
001866         UNTIL END-OF-ONLHIT.
001870 3000-EXIT.
001880     EXIT.
001890*-----------------------------------------------------------*
001900*  3100-READ-RULHIT                                         *
001910*-----------------------------------------------------------*
001920 3100-READ-RULHIT.
001930     READ RULHIT
001940         AT END
001950             SET END-OF-RULHIT TO TRUE
001960             GO TO 3100-EXIT
001970     END-READ.
001980     ADD 1 TO WS-HIT-COUNT.
001990     MOVE HT-REC TO SR-REC.
002000     RELEASE SR-REC.
002010 3100-EXIT.
002020     EXIT.
002021*-----------------------------------------------------------*
002022*  3200-READ-ONLHIT - ONE HIT LOGGED BY WX1M OR WX1X.        *
002023*-----------------------------------------------------------*
002024 3200-READ-ONLHIT.
002025     READ ONLHIT
002026         AT END
002027             SET END-OF-ONLHIT TO TRUE
002028             GO TO 3200-EXIT
002029     END-READ.
002030     ADD 1 TO WS-HIT-COUNT.
002031     ADD 1 TO WS-ONL-COUNT.
002032     MOVE OH-REC TO SR-REC.
002033     RELEASE SR-REC.
002034 3200-EXIT.
002035     EXIT.
002036*-----------------------------------------------------------*
002040*  4000-REPORT - SORT OUTPUT PROCEDURE; ONE SECTION PER RULE *
002050*  WITH ITS HITS AND ITS WARNING/REJECT COUNTS.              *
002060*-----------------------------------------------------------*
002070 4000-REPORT.
002080     PERFORM 4100-RETURN-RECORD THRU 4100-EXIT
002090         UNTIL END-OF-SORTFILE.
002100     IF WS-RULE-COUNT > ZERO
002110         PERFORM 4300-WRITE-RULE-TOTALS THRU 4300-EXIT
002120     END-IF.
002130 4000-EXIT.
002140     EXIT.
002150*-----------------------------------------------------------*
002160*  4100-RETURN-RECORD                                       *
002170*-----------------------------------------------------------*
002180 4100-RETURN-RECORD.
002190     RETURN SORTFILE
002200         AT END
002210             SET END-OF-SORTFILE TO TRUE
002220             GO TO 4100-EXIT
002230     END-RETURN.
002240     IF SR-PREFIX NOT = WS-PREV-PREFIX
002250         IF WS-RULE-COUNT > ZERO
002260             PERFORM 4300-WRITE-RULE-TOTALS THRU 4300-EXIT
002270         END-IF
002280         PERFORM 4200-WRITE-RULE-HEADING THRU 4200-EXIT
002290     END-IF.
002300     IF SR-IS-WARNING
002310         ADD 1 TO WS-RULE-WARN-COUNT
002320         ADD 1 TO WS-WARN-COUNT
002330         MOVE "WARNING" TO WS-SEVERITY-TEXT
002340     ELSE
002350         ADD 1 TO WS-RULE-REJ-COUNT
002360         ADD 1 TO WS-REJ-COUNT
002370         MOVE "REJECT" TO WS-SEVERITY-TEXT
002380     END-IF.
002390     MOVE SPACES TO WS-PRINT-LINE.
002400     STRING "    " SR-KEY
002410         "  " SR-FIELD
002420         "  WS-2=" SR-WS-2
002430         " WX-2=" SR-WX-2
002440         "  " WS-SEVERITY-TEXT
002450         "  TRAN=" SR-TRAN-CODE
002460         "  SOURCE=" SR-SOURCE-ID
002470         "  RUN " SR-RUN-DATE
002480         " CYCLE " SR-CYCLE-NO
002490         DELIMITED BY SIZE INTO WS-PRINT-LINE.
002500     WRITE RPT-LINE FROM WS-PRINT-LINE.
002510 4100-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------*
002540*  4200-WRITE-RULE-HEADING - THE RULE AS IT STANDS ON        *
002550*  WX1RULVS NOW; IT MAY HAVE BEEN DELETED SINCE THE EDIT.    *
002560*-----------------------------------------------------------*
002570 4200-WRITE-RULE-HEADING.
002580     ADD 1 TO WS-RULE-COUNT.
002590     MOVE SR-PREFIX TO WS-PREV-PREFIX.
002600     MOVE ZERO TO WS-RULE-WARN-COUNT.
002610     MOVE ZERO TO WS-RULE-REJ-COUNT.
002620     MOVE SPACES TO WS-PRINT-LINE.
002630     WRITE RPT-LINE FROM WS-PRINT-LINE.
002640     MOVE SR-PREFIX TO RL-PREFIX.
002650     MOVE SPACES TO WS-PRINT-LINE.
002660     READ WX1RULVS
002670         INVALID KEY
002680             STRING "RULE " SR-PREFIX
002690                 "  - NO LONGER ON WX1RULVS"
002700                 DELIMITED BY SIZE INTO WS-PRINT-LINE
002710         NOT INVALID KEY
002720             STRING "RULE " RL-PREFIX
002730                 "  WS-2 " RL-WS2-MIN "-" RL-WS2-MAX
002740                 "  WX-2 " RL-WX2-MIN "-" RL-WX2-MAX
002750                 "  VARIANCE " RL-VARIANCE
002760                 "  SEVERITY " RL-SEVERITY
002770                 "  " RL-DESC
002780                 DELIMITED BY SIZE INTO WS-PRINT-LINE
002790     END-READ.
002800     WRITE RPT-LINE FROM WS-PRINT-LINE.
002810 4200-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------*
002840*  4300-WRITE-RULE-TOTALS                                   *
002850*-----------------------------------------------------------*
002860 4300-WRITE-RULE-TOTALS.
002870     MOVE WS-RULE-WARN-COUNT TO WS-COUNT-A-ED.
002880     MOVE WS-RULE-REJ-COUNT TO WS-COUNT-B-ED.
002890     MOVE SPACES TO WS-PRINT-LINE.
002900     STRING "    RULE " WS-PREV-PREFIX
002910         " WARNINGS = " WS-COUNT-A-ED
002920         "   REJECTS = " WS-COUNT-B-ED
002930         DELIMITED BY SIZE INTO WS-PRINT-LINE.
002940     WRITE RPT-LINE FROM WS-PRINT-LINE.
002950 4300-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------*
002980*  9000-TERMINATE                                            *
002990*-----------------------------------------------------------*
003000 9000-TERMINATE.
003010     MOVE SPACES TO WS-PRINT-LINE.
003020     WRITE RPT-LINE FROM WS-PRINT-LINE.
003030     MOVE WS-HIT-COUNT TO WS-COUNT-A-ED.
003040     MOVE WS-RULE-COUNT TO WS-COUNT-B-ED.
003050     MOVE SPACES TO WS-PRINT-LINE.
003060     STRING "RULE HITS READ       = " WS-COUNT-A-ED
003070         "   RULES HIT = " WS-COUNT-B-ED
003080         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003090     WRITE RPT-LINE FROM WS-PRINT-LINE.
003100     MOVE WS-WARN-COUNT TO WS-COUNT-A-ED.
003110     MOVE WS-REJ-COUNT TO WS-COUNT-B-ED.
003120     MOVE SPACES TO WS-PRINT-LINE.
003130     STRING "WARNINGS             = " WS-COUNT-A-ED
003140         "   REJECTS = " WS-COUNT-B-ED
003150         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003160     WRITE RPT-LINE FROM WS-PRINT-LINE.
003161     MOVE WS-ONL-COUNT TO WS-COUNT-A-ED.
003162     MOVE SPACES TO WS-PRINT-LINE.
003163     STRING "  OF WHICH ONLINE    = " WS-COUNT-A-ED
003164         DELIMITED BY SIZE INTO WS-PRINT-LINE.
003165     WRITE RPT-LINE FROM WS-PRINT-LINE.
003170     CLOSE RULHIT.
003175     CLOSE ONLHIT.
003180     CLOSE WX1RULVS.
003190     CLOSE HITRPT.
003200     IF WS-HIT-COUNT > ZERO
003210         MOVE 4 TO RETURN-CODE
003220     ELSE
003230         MOVE 0 TO RETURN-CODE
003240     END-IF.
003250 9000-EXIT.
003260     EXIT.
