000010*=============================================================*
000020*  WX1AMAP.CPY                                                *
000030*  SYMBOLIC MAP FOR THE WX1A DUAL-CONTROL APPROVAL            *
000040*  TRANSACTION.  MIRRORS MAPSET WX1ASET, MAP WX1AMAP.  THE    *
000050*  SCREEN LISTS UP TO TEN WX1M CHANGES HELD ON THE WX1AQVS    *
000060*  APPROVAL QUEUE, EACH WITH ITS OLD AND PROPOSED WS-2/WX-2,  *
000070*  THE REQUESTING USER ID AND WHY IT WAS HELD.  AN OPTIONAL   *
000080*  KEY IN AKEY STARTS THE LIST AT THAT WS1WX1-KEY.  THE       *
000090*  SUPERVISOR KEYS A LINE NUMBER IN ASEL, A OR R IN AACT,     *
000100*  AND ON A REJECTION THE REASON IN ARSN.  PF8 PAGES          *
000110*  FORWARD.                                                   *
000120*                                                              *
000130*  THE TEN LIST LINES ARE DEFINED WITH IDENTICAL ATTRIBUTES   *
000140*  IN THE MAPSET, SO THE SYMBOLIC MAP CARRIES THEM AS ONE     *
000150*  OCCURS GROUP, LIKE WX1BMAP.                                *
000160*---------------------------------------------------------------
000170*  DATE-WRITTEN.  10/15/26.
000180*  MODIFICATION HISTORY.
000190*    10/15/26  JWK  INITIAL VERSION.
000200*---------------------------------------------------------------
000210 01  WX1AMAPI.
000220     05  FILLER                  PIC X(12).
000230     05  AKEYL                   PIC S9(04) COMP.
000240     05  AKEYF                   PIC X(01).
000250     05  FILLER REDEFINES AKEYF.
000260         10  AKEYA               PIC X(01).
000270     05  AKEYI                   PIC X(10).
000280     05  ASELL                   PIC S9(04) COMP.
000290     05  ASELF                   PIC X(01).
000300     05  FILLER REDEFINES ASELF.
000310         10  ASELA               PIC X(01).
000320     05  ASELI                   PIC X(02).
000330     05  AACTL                   PIC S9(04) COMP.
000340     05  AACTF                   PIC X(01).
000350     05  FILLER REDEFINES AACTF.
000360         10  AACTA               PIC X(01).
000370     05  AACTI                   PIC X(01).
000380     05  ARSNL                   PIC S9(04) COMP.
000390     05  ARSNF                   PIC X(01).
000400     05  FILLER REDEFINES ARSNF.
000410         10  ARSNA               PIC X(01).
000420     05  ARSNI                   PIC X(30).
000430     05  WX1A-LINES.
000440         10  WX1A-LINE OCCURS 10 TIMES.
000450             15  ALINL           PIC S9(04) COMP.
000460             15  ALINF           PIC X(01).
000470             15  ALINI           PIC X(76).
000480     05  AMSGL                   PIC S9(04) COMP.
000490     05  AMSGF                   PIC X(01).
000500     05  FILLER REDEFINES AMSGF.
000510         10  AMSGA               PIC X(01).
000520     05  AMSGI                   PIC X(40).
000530 01  WX1AMAPO REDEFINES WX1AMAPI.
000540     05  FILLER                  PIC X(12).
000550     05  FILLER                  PIC X(03).
000560     05  AKEYO                   PIC X(10).
000570     05  FILLER                  PIC X(03).
000580     05  ASELO                   PIC X(02).
000590     05  FILLER                  PIC X(03).
000600     05  AACTO                   PIC X(01).
000610     05  FILLER                  PIC X(03).
000620     05  ARSNO                   PIC X(30).
000630     05  WX1A-LINES-O.
000640         10  WX1A-LINE-O OCCURS 10 TIMES.
000650             15  FILLER          PIC X(03).
000660             15  ALINO           PIC X(76).
000670     05  FILLER                  PIC X(03).
000680     05  AMSGO                   PIC X(40).
