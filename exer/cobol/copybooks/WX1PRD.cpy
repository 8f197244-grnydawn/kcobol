000010*=============================================================*
000020*  WX1PRD.CPY                                                 *
000030*  SHARED RECORD LAYOUT FOR THE WX1PRDVS ACCOUNTING PERIOD    *
000040*  CONTROL KSDS.  ONE RECORD PER PERIOD (YYMM) THAT HAS EVER  *
000050*  BEEN CLOSED.  A PERIOD WITH NO RECORD IS OPEN.  THE        *
000060*  WX1PCLS CLOSE JOB WRITES THE RECORD AT MONTH-END AFTER     *
000070*  WX1MSUM, FREEZING THE MONTH'S VALFILE CONTROL TOTALS (AS   *
000080*  WX1MSUM WROTE THEM TO MSUMTOT) AND THE TOTALS OF THE       *
000090*  WSWX1VS SNAPSHOT IT TAKES, AND SETS STATUS C.  A           *
000100*  CONTROLLED REOPEN (WX1PCLS MODE R) SETS STATUS R WITH THE  *
000110*  USER ID, DATE AND REASON; A LATER CLOSE FREEZES THE        *
000120*  PERIOD AGAIN.                                              *
000130*                                                              *
000140*  WHILE A PERIOD IS C - NAMESPACE WILL NOT RUN ON A DATE IN  *
000150*  IT AND REJECTS A REVERSAL OF A CHANGE JOURNALED IN IT;     *
000160*  WX1PAPL APPLIES A PENDING CHANGE DATED INTO IT AS OF THE   *
000170*  RUN DATE AND FLAGS IT; WX1M REFUSES A U WHILE TODAY'S      *
000180*  PERIOD IS CLOSED AND A P DATED INTO ONE; WX1A WILL NOT     *
000190*  APPLY EITHER; AND WX1X WILL NOT RELEASE A SUSPENDED        *
000200*  REVERSAL FROM ONE.  A WX1MSUM RERUN FOR A CLOSED PERIOD    *
000210*  PROVES AGAINST THE FROZEN TOTALS.                          *
000220*                                                              *
000230*  THE CLUSTER IS DEFINED BY JCL MEMBER WX1PRDK (RECORDSIZE   *
000240*  150 150, KEYS 4 0, INDEXED) - SEE JCL/WX1PRDK.JCL.  THE    *
000250*  PRIMING RECORD (PERIOD ALL ASTERISKS) IS NEVER A PERIOD.   *
000260*---------------------------------------------------------------
000270*  DATE-WRITTEN.  10/15/26.
000280*  MODIFICATION HISTORY.
000290*    10/15/26  JWK  INITIAL VERSION.
000300*---------------------------------------------------------------
000310 01  WX1PRD-RECORD.
000320     05  WX1PRD-KEY.
000330         10  PRD-PERIOD          PIC X(04).
000340     05  PRD-STATUS              PIC X(01).
000350         88  PRD-IS-OPEN         VALUE "O".
000360         88  PRD-IS-CLOSED       VALUE "C".
000370         88  PRD-IS-REOPENED     VALUE "R".
000380     05  PRD-CLOSE-DATE          PIC 9(06).
000390     05  PRD-CLOSE-TIME          PIC 9(08).
000400     05  PRD-CLOSE-USER          PIC X(08).
000410     05  PRD-FROZEN-TOTALS.
000420         10  PRD-DETAIL-COUNT    PIC 9(08).
000430         10  PRD-TRAILER-COUNT   PIC 9(08).
000440         10  PRD-WS2-TOTAL       PIC 9(10).
000450         10  PRD-WX2-TOTAL       PIC 9(10).
000460     05  PRD-SNAPSHOT-TOTALS.
000470         10  PRD-MASTER-COUNT    PIC 9(08).
000480         10  PRD-MASTER-WS2      PIC 9(10).
000490         10  PRD-MASTER-WX2      PIC 9(10).
000500     05  PRD-REOPEN-COUNT        PIC 9(02).
000510     05  PRD-REOPEN-DATE         PIC 9(06).
000520     05  PRD-REOPEN-USER         PIC X(08).
000530     05  PRD-REOPEN-REASON       PIC X(30).
000540     05  FILLER                  PIC X(13).
