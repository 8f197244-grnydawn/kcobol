000010*=============================================================*
000020*  WX1CTT.CPY                                                 *
000030*  SHARED RECORD LAYOUT FOR THE WX1CTVS CONTROL-TOTAL LEDGER  *
000040*  KSDS.  ONE RECORD PER JOB-ID, RUN DATE, CYCLE AND CONTROL  *
000050*  POINT OF JOB NAMESPAC.  EACH STEP THAT READS OR WRITES A   *
000060*  LINK IN THE CHAIN (WX1SREC, WX1EDIT, NAMESPACE, WX1LOAD,   *
000070*  WX1GLBL, AND WX1GACK WHEN THE GL ACKNOWLEDGES THE CYCLE)   *
000080*  RECORDS THE RECORD COUNT AND HASH TOTAL AT EACH OF ITS     *
000090*  POINTS AS IT ENDS; A RERUN OF THE STEP REPLACES THEM.      *
000100*  THE WX1CTLP PROOF STEP FOOTS THE POINTS AGAINST EACH       *
000110*  OTHER AND PRINTS THE CYCLE'S CONTROL SHEET.                *
000120*                                                              *
000130*  THE HASH TOTAL IS THE SUM OF WS-2 PLUS WX-2 OVER THE       *
000140*  RECORDS COUNTED (NON-NUMERIC VALUES ADD NOTHING).  THE     *
000150*  POINT IDS ARE LISTED IN WX1CTLP.  THE CLUSTER IS DEFINED   *
000160*  BY JCL MEMBER WX1CTTK (RECORDSIZE 80 80, KEYS 24 0,        *
000170*  INDEXED) - SEE JCL/WX1CTTK.JCL.  THE PRIMING RECORD        *
000180*  (JOB-ID ALL ASTERISKS) IS NEVER A CYCLE.                   *
000190*---------------------------------------------------------------
000200*  DATE-WRITTEN.  10/15/26.
000210*  MODIFICATION HISTORY.
000220*    10/15/26  JWK  INITIAL VERSION.
000230*---------------------------------------------------------------
000240 01  WX1CTT-RECORD.
000250     05  WX1CTT-KEY.
000260         10  CTT-JOB-ID          PIC X(08).
000270         10  CTT-RUN-DATE        PIC 9(06).
000280         10  CTT-CYCLE-NO        PIC 9(02).
000290         10  CTT-POINT-ID        PIC X(08).
000300     05  CTT-STEP-NAME           PIC X(10).
000310     05  CTT-RECORDED-TS         PIC X(14).
000320     05  CTT-COUNT               PIC 9(08).
000330     05  CTT-HASH                PIC 9(12).
000340     05  FILLER                  PIC X(12).
