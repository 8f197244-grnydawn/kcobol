000110*  ONE KEY CAN QUEUE SEVERAL DATED CHANGES.  THE CLUSTER IS   *
000120*  DEFINED BY JCL MEMBER WX1PNDK (RECORDSIZE 30 30, KEYS      *
000130*  16 0, INDEXED) - SEE JCL/WX1PNDK.JCL.                      *
000132*                                                              *
000134*  THE WX1MADJ MASS ADJUSTMENT ALSO QUEUES CHANGES HERE, WITH *
000136*  ENTERED-TERM *MNN (NN = THE ADJUSTMENT NUMBER) SO WX1PAPL  *
000138*  JOURNALS THEM UNDER SOURCE MASSADJ WHEN IT APPLIES THEM.   *
000140*---------------------------------------------------------------
000150*  DATE-WRITTEN.  08/21/26.
000160*  MODIFICATION HISTORY.
000170*    08/21/26  JWK  INITIAL VERSION.
000172*    10/15/26  JWK  ENTERED-TERM *MNN MARKS A CHANGE QUEUED BY
000174*                   THE WX1MADJ MASS ADJUSTMENT (NN = ITS
000176*                   ADJUSTMENT NUMBER).
000180*---------------------------------------------------------------
000190 01  WX1PND-RECORD.
000200     05  WX1PND-KEY.
