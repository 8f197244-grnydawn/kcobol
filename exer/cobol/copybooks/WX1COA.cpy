000010*=============================================================*
000020*  WX1COA.CPY                                                 *
000030*  SHARED RECORD LAYOUT FOR THE WX1COAVS CHART-OF-ACCOUNTS    *
000040*  REFERENCE KSDS.  ONE RECORD PER FAMILY (KEY POSITIONS 1-3, *
000050*  REST BLANK), ACCOUNT (POSITIONS 1-6, REST BLANK) OR FULL   *
000060*  WS1WX1-KEY - THE SAME THREE-LEVEL HIERARCHY WX1MSUM        *
000070*  SUBTOTALS ON - CARRYING ITS NAME, OWNER, OPEN DATE AND AN  *
000080*  OPEN/CLOSED STATUS.  MAINTAINED ONLINE THROUGH THE WX1C    *
000090*  TRANSACTION (PROGRAM WX1COAM).  NAMESPACE REJECTS AN ADD   *
000100*  FOR AN ACCOUNT THAT IS NOT HERE OR IS CLOSED, WX1M REFUSES *
000110*  UPDATES TO A CLOSED ACCOUNT, AND THE REPORTS AND THE WX1B  *
000120*  BROWSE PRINT THE NAMES BESIDE THE KEYS.                    *
000130*                                                              *
000140*  A CLOSED FAMILY CLOSES EVERY ACCOUNT UNDER IT.  THE        *
000150*  CLUSTER IS DEFINED BY JCL MEMBER WX1COAK (RECORDSIZE 62    *
000160*  62, KEYS 10 0, INDEXED) - SEE JCL/WX1COAK.JCL.             *
000170*---------------------------------------------------------------
000180*  DATE-WRITTEN.  10/15/26.
000190*  MODIFICATION HISTORY.
000200*    10/15/26  JWK  INITIAL VERSION.
000210*---------------------------------------------------------------
000220 01  WX1COA-RECORD.
000230     05  COA-KEY                 PIC X(10).
000240     05  COA-LEVEL               PIC X(01).
000250         88  COA-IS-FAMILY       VALUE "F".
000260         88  COA-IS-ACCOUNT      VALUE "A".
000270         88  COA-IS-FULL-KEY     VALUE "K".
000280     05  COA-NAME                PIC X(30).
000290     05  COA-OWNER               PIC X(08).
000300     05  COA-OPEN-DATE           PIC 9(06).
000310     05  COA-STATUS              PIC X(01).
000320         88  COA-IS-OPEN         VALUE "O".
000330         88  COA-IS-CLOSED       VALUE "C".
000340     05  COA-CLOSE-DATE          PIC 9(06).
