000010*=============================================================*
000020*  WX1HMAP.CPY                                                *
000030*  SYMBOLIC MAP FOR THE WX1H KEY CHANGE-HISTORY INQUIRY       *
000040*  TRANSACTION.  MIRRORS MAPSET WX1HSET, MAP WX1HMAP.  THE    *
000050*  OPERATOR KEYS A FULL TEN-CHARACTER WS1WX1-KEY (OR ARRIVES  *
000060*  WITH ONE FROM WX1B OR WX1M) AND THE SCREEN LISTS TEN OF    *
000070*  ITS JOURNALED CHANGES AT A TIME, NEWEST FIRST - DATE,      *
000080*  TIME, FIELD, OLD AND NEW VALUE, SOURCE ID OR TERMINAL AND  *
000090*  CYCLE - WITH THE DAY'S ONLINE CHANGES NOT YET LOADED TO    *
000100*  JRNHVS MARKED AS SUCH.  PF8 PAGES FORWARD (OLDER), PF7     *
000110*  BACKWARD (NEWER).  THE COLUMN HEADINGS ARE CONSTANTS IN    *
000120*  THE MAPSET.                                                *
000130*                                                              *
000140*  THE TEN LIST LINES ARE DEFINED WITH IDENTICAL ATTRIBUTES   *
000150*  IN THE MAPSET, SO THE SYMBOLIC MAP CARRIES THEM AS ONE     *
000160*  OCCURS GROUP, AS IN WX1BMAP.                               *
000170*---------------------------------------------------------------
000180*  DATE-WRITTEN.  10/15/26.
000190*  MODIFICATION HISTORY.
000200*    10/15/26  JWK  INITIAL VERSION.
000210*---------------------------------------------------------------
000220 01  WX1HMAPI.
000230     05  FILLER                  PIC X(12).
000240     05  HKEYL                   PIC S9(04) COMP.
000250     05  HKEYF                   PIC X(01).
000260     05  FILLER REDEFINES HKEYF.
000270         10  HKEYA               PIC X(01).
000280     05  HKEYI                   PIC X(10).
000290     05  WX1H-LINES.
000300         10  WX1H-LINE OCCURS 10 TIMES.
000310             15  HLINL           PIC S9(04) COMP.
000320             15  HLINF           PIC X(01).
000330             15  HLINI           PIC X(72).
000340     05  HMSGL                   PIC S9(04) COMP.
000350     05  HMSGF                   PIC X(01).
000360     05  FILLER REDEFINES HMSGF.
000370         10  HMSGA               PIC X(01).
000380     05  HMSGI                   PIC X(40).
000390 01  WX1HMAPO REDEFINES WX1HMAPI.
000400     05  FILLER                  PIC X(12).
000410     05  FILLER                  PIC X(03).
000420     05  HKEYO                   PIC X(10).
000430     05  WX1H-LINES-O.
000440         10  WX1H-LINE-O OCCURS 10 TIMES.
000450             15  FILLER          PIC X(03).
000460             15  HLINO           PIC X(72).
000470     05  FILLER                  PIC X(03).
000480     05  HMSGO                   PIC X(40).
