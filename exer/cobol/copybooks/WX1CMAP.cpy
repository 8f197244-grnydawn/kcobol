000010*=============================================================*
000020*  WX1CMAP.CPY                                                *
000030*  SYMBOLIC MAP FOR THE WX1C CHART-OF-ACCOUNTS MAINTENANCE    *
000040*  TRANSACTION.  MIRRORS MAPSET WX1CSET, MAP WX1CMAP.  THE    *
000050*  ANALYST KEYS A FAMILY (3), ACCOUNT (6) OR FULL (10) KEY    *
000060*  AND A FUNCTION CODE (I=INQUIRE, A=ADD, U=UPDATE NAME AND   *
000070*  OWNER, C=CLOSE, O=REOPEN) AGAINST THE WX1COAVS REFERENCE   *
000080*  KSDS (LAYOUT IN COPYBOOK WX1COA, DEFINED IN JCL MEMBER     *
000090*  WX1COAK).                                                  *
000100*---------------------------------------------------------------
000110*  DATE-WRITTEN.  10/15/26.
000120*  MODIFICATION HISTORY.
000130*    10/15/26  JWK  INITIAL VERSION.
000140*---------------------------------------------------------------
000150 01  WX1CMAPI.
000160     05  FILLER                  PIC X(12).
000170     05  CKEYL                   PIC S9(04) COMP.
000180     05  CKEYF                   PIC X(01).
000190     05  FILLER REDEFINES CKEYF.
000200         10  CKEYA               PIC X(01).
000210     05  CKEYI                   PIC X(10).
000220     05  CFUNL                   PIC S9(04) COMP.
000230     05  CFUNF                   PIC X(01).
000240     05  FILLER REDEFINES CFUNF.
000250         10  CFUNA               PIC X(01).
000260     05  CFUNI                   PIC X(01).
000270     05  CNAML                   PIC S9(04) COMP.
000280     05  CNAMF                   PIC X(01).
000290     05  FILLER REDEFINES CNAMF.
000300         10  CNAMA               PIC X(01).
000310     05  CNAMI                   PIC X(30).
000320     05  COWNL                   PIC S9(04) COMP.
000330     05  COWNF                   PIC X(01).
000340     05  FILLER REDEFINES COWNF.
000350         10  COWNA               PIC X(01).
000360     05  COWNI                   PIC X(08).
000370     05  CODTL                   PIC S9(04) COMP.
000380     05  CODTF                   PIC X(01).
000390     05  FILLER REDEFINES CODTF.
000400         10  CODTA               PIC X(01).
000410     05  CODTI                   PIC X(06).
000420     05  CSTAL                   PIC S9(04) COMP.
000430     05  CSTAF                   PIC X(01).
000440     05  FILLER REDEFINES CSTAF.
000450         10  CSTAA               PIC X(01).
000460     05  CSTAI                   PIC X(01).
000470     05  CCDTL                   PIC S9(04) COMP.
000480     05  CCDTF                   PIC X(01).
000490     05  FILLER REDEFINES CCDTF.
000500         10  CCDTA               PIC X(01).
000510     05  CCDTI                   PIC X(06).
000520     05  CMSGL                   PIC S9(04) COMP.
000530     05  CMSGF                   PIC X(01).
000540     05  FILLER REDEFINES CMSGF.
000550         10  CMSGA               PIC X(01).
000560     05  CMSGI                   PIC X(40).
000570 01  WX1CMAPO REDEFINES WX1CMAPI.
000580     05  FILLER                  PIC X(12).
000590     05  FILLER                  PIC X(03).
000600     05  CKEYO                   PIC X(10).
000610     05  FILLER                  PIC X(03).
000620     05  CFUNO                   PIC X(01).
000630     05  FILLER                  PIC X(03).
000640     05  CNAMO                   PIC X(30).
000650     05  FILLER                  PIC X(03).
000660     05  COWNO                   PIC X(08).
000670     05  FILLER                  PIC X(03).
000680     05  CODTO                   PIC X(06).
000690     05  FILLER                  PIC X(03).
000700     05  CSTAO                   PIC X(01).
000710     05  FILLER                  PIC X(03).
000720     05  CCDTO                   PIC X(06).
000730     05  FILLER                  PIC X(03).
000740     05  CMSGO                   PIC X(40).
