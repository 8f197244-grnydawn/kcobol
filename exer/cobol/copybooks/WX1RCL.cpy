000010*=============================================================*
000020*  WX1RCL.CPY                                                 *
000030*  SHARED RECORD LAYOUT FOR THE RCLVS RUN-CONTROL LEDGER      *
000040*  KSDS.  ONE RECORD PER JOB-ID, RUN DATE, CYCLE AND LEDGER   *
000050*  STEP OF JOB NAMESPAC - WX1PAPL (1), NAMESPACE (2),         *
000060*  WX1LOAD (3), WX1GLBL (4) AND WX1JHLD (5).  EACH OF THOSE   *
000070*  PROGRAMS MARKS ITS OWN STEP RUNNING (R) AS IT STARTS AND   *
000080*  COMPLETE (C) OR FAILED (F) AS IT ENDS, WITH ITS RETURN     *
000090*  CODE AND UP TO THREE LABELED COUNTS, AND REFUSES TO RUN    *
000100*  AGAIN FOR A CYCLE IT HAS ALREADY COMPLETED UNLESS THE      *
000110*  RUNCARD NAMES AN OVERRIDE.  A RECORD LEFT AT R MEANS THE   *
000120*  STEP ABENDED OR NEVER FINISHED.  THE WX1RCTL FRONT STEP    *
000130*  READS THE LEDGER TO FIND WHERE A RESUBMITTED CYCLE         *
000140*  RESUMES, AND THE WX1S ONLINE INQUIRY (PROGRAM WX1STAT)     *
000150*  SHOWS THE NEWEST CYCLE STEP BY STEP.                       *
000160*                                                              *
000170*  THE STEP SEQUENCE IS THE LAST PART OF THE KEY SO A BROWSE  *
000180*  RETURNS A CYCLE'S STEPS IN JOB ORDER.  THE CLUSTER IS      *
000190*  DEFINED BY JCL MEMBER WX1RCLK (RECORDSIZE 103 103, KEYS    *
000200*  17 0, INDEXED) - SEE JCL/WX1RCLK.JCL.                      *
000202*                                                              *
000204*  WX1MADJ ALSO LOGS EACH MASS-ADJUSTMENT COMMIT HERE AS STEP *
000206*  1 OF JOB WX1MADJ, WITH THE ADJUSTMENT NUMBER AS THE CYCLE, *
000208*  AND REFUSES A NUMBER ALREADY COMMITTED THAT DAY.           *
000210*---------------------------------------------------------------
000220*  DATE-WRITTEN.  10/15/26.
000230*  MODIFICATION HISTORY.
000240*    10/15/26  JWK  INITIAL VERSION.
000245*    10/15/26  JWK  WX1MADJ COMMITS LOGGED AS JOB WX1MADJ.
000250*---------------------------------------------------------------
000260 01  WX1RCL-RECORD.
000270     05  WX1RCL-KEY.
000280         10  RCL-JOB-ID          PIC X(08).
000290         10  RCL-RUN-DATE        PIC 9(06).
000300         10  RCL-CYCLE-NO        PIC 9(02).
000310         10  RCL-STEP-SEQ        PIC 9(01).
000320     05  RCL-STEP-NAME           PIC X(10).
000330     05  RCL-STATUS              PIC X(01).
000340         88  RCL-IS-RUNNING      VALUE "R".
000350         88  RCL-IS-COMPLETE     VALUE "C".
000360         88  RCL-IS-FAILED       VALUE "F".
000370     05  RCL-START-TS            PIC X(14).
000380     05  RCL-END-TS              PIC X(14).
000390     05  RCL-RETURN-CODE         PIC 9(02).
000400     05  RCL-RUN-COUNT           PIC 9(02).
000410     05  RCL-OVERRIDE-SW         PIC X(01).
000420         88  RCL-WAS-OVERRIDDEN  VALUE "Y".
000430     05  RCL-STEP-COUNTS OCCURS 3 TIMES.
000440         10  RCL-COUNT-LABEL     PIC X(06).
000450         10  RCL-COUNT           PIC 9(08).
