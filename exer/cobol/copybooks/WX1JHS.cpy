000110*  REGARDLESS OF NIGHTLY VOLUME OR HOW MANY NIGHTS BACK THE   *
000120*  ORIGINAL CHANGE WAS.                                       *
000130*                                                              *
000140*  THE JOB, TRANSMISSION SOURCE ID, CYCLE AND TRANSACTION     *
000142*  CODE OF THE JOURNAL LINE RIDE ALONG SO THE WX1BKOT BACKOUT *
000144*  CAN FIND EVERY CHANGE ONE TRANSMISSION MADE.  LINES        *
000146*  WRITTEN BY JOBS THAT HAVE NO TRANSMISSION (WX1PAPL,        *
000148*  WX1DORM) AND HISTORY LOADED BEFORE 10/15/26 CARRY THEM     *
000150*  BLANK.                                                     *
000151*                                                              *
000152*  THE SAME LAYOUT SERVES THE JRNOVS HOLDING KSDS (JCL MEMBER *
000153*  WX1JHOK), WHERE WX1M AND WX1A WRITE EACH ONLINE CHANGE     *
000154*  (JOB = TRANSACTION ID, SOURCE = TERMINAL, CYCLE 00) UNTIL  *
000155*  WX1JHLD LOADS IT INTO JRNHVS - SO THE WX1H KEY-HISTORY     *
000156*  INQUIRY CAN SHOW THE DAY'S ONLINE CHANGES BEFORE THEN.     *
000157*                                                              *
000158*  THE CLUSTER IS DEFINED BY JCL MEMBER WX1JHSK (RECORDSIZE   *
000159*  80 80, KEYS 34 0, INDEXED) - SEE JCL/WX1JHSK.JCL.          *
000160*---------------------------------------------------------------
000170*  DATE-WRITTEN.  09/02/26.
000180*  MODIFICATION HISTORY.
000190*    09/02/26  JWK  INITIAL VERSION.
000192*    10/15/26  JWK  RECORD 54 TO 80 BYTES - JOB ID, SOURCE ID,
000194*                   CYCLE AND TRANSACTION CODE OF THE JOURNAL
000196*                   LINE ADDED FOR THE TRANSMISSION BACKOUT.
000197*    10/15/26  JWK  ALSO THE LAYOUT OF THE JRNOVS ONLINE-CHANGE
000198*                   HOLDING FILE.
000200*---------------------------------------------------------------
000210 01  WX1JHS-RECORD.
000220     05  WX1JHS-KEY.
000260         10  JHS-TIME            PIC 9(08).
000270     05  JHS-OLD-VALUE           PIC X(10).
000280     05  JHS-NEW-VALUE           PIC X(10).
000290     05  JHS-JOB-ID              PIC X(08).
000300     05  JHS-SOURCE-ID           PIC X(08).
000310     05  JHS-CYCLE-NO            PIC 9(02).
000320     05  JHS-TRAN-CODE           PIC X(01).
000330     05  FILLER                  PIC X(07).
