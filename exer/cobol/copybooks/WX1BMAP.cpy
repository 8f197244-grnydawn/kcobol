000090*  KEY WITH A WX1PVS PENDING CHANGE QUEUED.  PF8 PAGES        *
000100*  FORWARD, PF7 BACKWARD; KEYING A LINE NUMBER IN SEL         *
000110*  CARRIES THAT LINE'S KEY INTO THE WX1M TRANSACTION.         *
000111*  EACH LIST LINE ENDS WITH THE KEY'S NAME FROM THE WX1COAVS  *
000112*  CHART OF ACCOUNTS.                                         *
000114*  PF4 IN PLACE OF ENTER WITH A LINE NUMBER IN SEL CARRIES    *
000116*  THE KEY INTO THE WX1H CHANGE-HISTORY INQUIRY INSTEAD.      *
000120*                                                              *
000130*  THE TEN LIST LINES ARE DEFINED WITH IDENTICAL ATTRIBUTES   *
000140*  IN THE MAPSET, SO THE SYMBOLIC MAP CARRIES THEM AS ONE     *
000170*  DATE-WRITTEN.  09/02/26.
000180*  MODIFICATION HISTORY.
000190*    09/02/26  JWK  INITIAL VERSION.
000191*    10/15/26  JWK  LIST LINES WIDENED FROM 40 TO 65 FOR THE
000192*                   CHART-OF-ACCOUNTS NAME.
000194*    10/15/26  JWK  PF4 WITH A LINE NUMBER HANDS THE KEY TO
000196*                   THE WX1H CHANGE-HISTORY INQUIRY.
000200*---------------------------------------------------------------
000210 01  WX1BMAPI.
000220     05  FILLER                  PIC X(12).
000340         10  WX1B-LINE OCCURS 10 TIMES.
000350             15  BLINL           PIC S9(04) COMP.
000360             15  BLINF           PIC X(01).
000370             15  BLINI           PIC X(65).
000380     05  BMSGL                   PIC S9(04) COMP.
000390     05  BMSGF                   PIC X(01).
000400     05  FILLER REDEFINES BMSGF.
000490     05  WX1B-LINES-O.
000500         10  WX1B-LINE-O OCCURS 10 TIMES.
000510             15  FILLER          PIC X(03).
000520             15  BLINO           PIC X(65).
000530     05  FILLER                  PIC X(03).
000540     05  BMSGO                   PIC X(40).
