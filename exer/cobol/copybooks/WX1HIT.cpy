000010*=============================================================*
000020*  WX1HIT.CPY                                                 *
000030*  SHARED RECORD LAYOUT FOR A WX1RULVS PREFIX VALUE RULE HIT  *
000040*  - ONE RECORD PER WS-2 OR WX-2 OUTSIDE A RULE'S RANGE, OR   *
000050*  WS-2/WX-2 DIFFERENCE OVER ITS VARIANCE, AT EITHER          *
000060*  SEVERITY.  NAMESPACE WRITES THE NIGHT'S BATCH HITS TO THE  *
000070*  PASSED RULHIT FILE IN THIS LAYOUT.  WX1M (FUNCTIONS U AND  *
000080*  P) AND WX1X WRITE THEIR ONLINE HITS TO TD QUEUE WX1R IN    *
000090*  IT, SOURCE = TRANSACTION ID PLUS TERMINAL, CYCLE 00, TRAN  *
000100*  CODE = THE FUNCTION.  THE WX1RHIT STEP OF JOB NAMESPAC     *
000110*  REPORTS BOTH TOGETHER.                                     *
000120*                                                              *
000130*  WX1R MUST BE DEFINED IN THE REGION'S DCT AS AN             *
000140*  EXTRAPARTITION QUEUE ON DATASET PROD.CICS.WX1R.QUEUE       *
000150*  (RECFM FB, LRECL 52), THE SAME WAY WX1J IS.                *
000160*---------------------------------------------------------------
000170*  DATE-WRITTEN.  10/15/26.
000180*  MODIFICATION HISTORY.
000190*    10/15/26  JWK  INITIAL VERSION.
000200*---------------------------------------------------------------
000210 01  WX1HIT-RECORD.
000220     05  HIT-PREFIX              PIC X(10).
000230     05  HIT-KEY                 PIC X(10).
000240     05  HIT-FIELD               PIC X(10).
000250     05  HIT-WS-2                PIC 9(02).
000260     05  HIT-WX-2                PIC 9(02).
000270     05  HIT-SEVERITY            PIC X(01).
000280     05  HIT-SOURCE-ID           PIC X(08).
000290     05  HIT-RUN-DATE            PIC 9(06).
000300     05  HIT-CYCLE-NO            PIC 9(02).
000310     05  HIT-TRAN-CODE           PIC X(01).
