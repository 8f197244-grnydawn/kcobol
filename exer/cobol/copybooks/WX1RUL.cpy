000010*=============================================================*
000020*  WX1RUL.CPY                                                 *
000030*  SHARED RECORD LAYOUT FOR THE WX1RULVS VALUE RULE KSDS.     *
000040*  ONE RULE PER FAMILY (KEY POSITIONS 1-3, REST BLANK) OR     *
000050*  ACCOUNT (POSITIONS 1-6, REST BLANK) PREFIX, GIVING THE     *
000060*  LOWEST AND HIGHEST WS-2 AND WX-2 THE PREFIX ACCEPTS, THE   *
000070*  LARGEST WS-2/WX-2 DIFFERENCE ALLOWED BEFORE THE PAIR       *
000080*  FAILS TO RECONCILE, AND WHETHER A BREACH ONLY WARNS (W)    *
000090*  OR REJECTS THE CHANGE (R).  AN ACCOUNT RULE OVERRIDES ITS  *
000100*  FAMILY'S; A KEY UNDER NEITHER KEEPS THE PLAIN 00-99        *
000110*  NUMERIC EDIT AND AN EXACT WS-2 = WX-2 RECONCILE.           *
000120*                                                              *
000130*  APPLIED BY NAMESPACE (2300/2400/2500), BY WX1M FUNCTIONS   *
000140*  U AND P, AND BY THE WX1X SUSPENSE RELEASE.  MAINTAINED     *
000150*  AND LISTED BY BATCH PROGRAM WX1RULE; NAMESPACE'S RULE      *
000160*  HITS ARE REPORTED NIGHTLY BY WX1RHIT.  THE CLUSTER IS      *
000170*  DEFINED BY JCL MEMBER WX1RULK (RECORDSIZE 63 63, KEYS      *
000180*  10 0, INDEXED) - SEE JCL/WX1RULK.JCL.                      *
000181*                                                              *
000182*  THE SAME RULE ALSO CARRIES THE WX1M DUAL-CONTROL CRITERIA  *
000183*  FOR ITS PREFIX.  RUL-DUAL-CONTROL PUTS THE PREFIX UNDER    *
000184*  DUAL CONTROL; A U OR P CHANGE TO IT IS THEN HELD ON THE    *
000185*  WX1AQVS APPROVAL QUEUE (COPYBOOK WX1APQ) FOR A SECOND      *
000186*  USER TO APPROVE THROUGH WX1A WHEN WS-2 OR WX-2 MOVES BY    *
000187*  RUL-DC-MIN-CHANGE OR MORE, OR WHEN THE SAME USER CHANGED   *
000188*  THE KEY WITHIN THE LAST RUL-DC-RECENT-DAYS DAYS.  ZERO     *
000189*  TURNS A TEST OFF; BOTH ZERO HOLDS EVERY CHANGE.            *
000190*---------------------------------------------------------------
000200*  DATE-WRITTEN.  10/15/26.
000210*  MODIFICATION HISTORY.
000220*    10/15/26  JWK  INITIAL VERSION.
000221*    10/15/26  JWK  ADDED THE DUAL-CONTROL CRITERIA (RECORDSIZE
000222*                   57 TO 63).
000230*---------------------------------------------------------------
000240 01  WX1RUL-RECORD.
000250     05  RUL-PREFIX              PIC X(10).
000260     05  RUL-WS2-MIN             PIC 9(02).
000270     05  RUL-WS2-MAX             PIC 9(02).
000280     05  RUL-WX2-MIN             PIC 9(02).
000290     05  RUL-WX2-MAX             PIC 9(02).
000300     05  RUL-VARIANCE            PIC 9(02).
000310     05  RUL-SEVERITY            PIC X(01).
000320         88  RUL-IS-WARNING      VALUE "W".
000330         88  RUL-IS-REJECT       VALUE "R".
000340     05  RUL-DESC                PIC X(30).
000350     05  RUL-CHANGED-DATE        PIC 9(06).
000360     05  RUL-DC-SW               PIC X(01).
000370         88  RUL-DUAL-CONTROL    VALUE "Y".
000380     05  RUL-DC-MIN-CHANGE       PIC 9(02).
000390     05  RUL-DC-RECENT-DAYS      PIC 9(03).
