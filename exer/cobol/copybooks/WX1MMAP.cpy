000080*  NAMESPACE BATCH RUN WITHOUT A RECOMPILE; P CHANGES ARE     *
000082*  HELD ON THE WX1PVS PENDING FILE UNTIL THE WX1PAPL STEP     *
000084*  APPLIES THEM.                                              *
000086*  H (HISTORY) HANDS THE KEY TO THE WX1H CHANGE-HISTORY       *
000088*  INQUIRY.                                                   *
000090*---------------------------------------------------------------
000100*  DATE-WRITTEN.  08/08/26.
000110*  MODIFICATION HISTORY.
000122*    08/21/26  JWK  ADDED THE EFFD EFFECTIVE-DATE FIELD FOR
000124*                   FUNCTION P (PENDING UPDATE).  MAPSET
000126*                   WX1MSET MUST BE REASSEMBLED TO MATCH.
000128*    10/15/26  JWK  FUNCTION H HANDS THE KEY TO WX1H.
000130*---------------------------------------------------------------
000140 01  WX1MAPI.
000150     05  FILLER                  PIC X(12).
