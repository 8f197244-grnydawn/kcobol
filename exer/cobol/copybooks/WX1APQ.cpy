000010*=============================================================*
000020*  WX1APQ.CPY                                                 *
000030*  SHARED RECORD LAYOUT FOR THE WX1AQVS DUAL-CONTROL          *
000040*  APPROVAL-QUEUE KSDS.  WHEN WX1M FUNCTION U OR P IS ASKED   *
000050*  TO CHANGE A KEY WHOSE WX1RULVS RULE CALLS FOR DUAL         *
000060*  CONTROL, AND THE CHANGE MEETS THE RULE'S CRITERIA, WX1M    *
000070*  WRITES A HELD (H) RECORD HERE INSTEAD OF CHANGING          *
000080*  WSWX1VS OR WX1PVS.  A SUPERVISOR ON TRANSACTION WX1A       *
000090*  APPROVES (A) OR REJECTS (R) IT; ONLY AN APPROVAL BY A      *
000100*  DIFFERENT USER ID APPLIES THE CHANGE.  A CHANGE TO A       *
000110*  COVERED KEY THAT DID NOT NEED APPROVAL IS LOGGED HERE AS   *
000120*  STATUS L SO THE "SAME OPERATOR CHANGED IT RECENTLY" TEST   *
000130*  HAS A HISTORY TO LOOK AT.                                  *
000140*                                                              *
000150*  THE CLUSTER KEY IS WS1WX1-KEY PLUS THE REQUEST DATE AND    *
000160*  TIME SO ONE KEY KEEPS ITS WHOLE DUAL-CONTROL HISTORY.      *
000170*  THE CLUSTER IS DEFINED BY JCL MEMBER WX1APQK (RECORDSIZE   *
000180*  108 108, KEYS 22 0, INDEXED) - SEE JCL/WX1APQK.JCL.        *
000190*---------------------------------------------------------------
000200*  DATE-WRITTEN.  10/15/26.
000210*  MODIFICATION HISTORY.
000220*    10/15/26  JWK  INITIAL VERSION.
000230*---------------------------------------------------------------
000240 01  WX1APQ-RECORD.
000250     05  WX1APQ-KEY.
000260         10  APQ-WS1WX1-KEY      PIC X(10).
000270         10  APQ-REQ-DATE        PIC 9(06).
000280         10  APQ-REQ-TIME        PIC 9(06).
000290     05  APQ-FUNCTION            PIC X(01).
000300         88  APQ-IS-UPDATE       VALUE "U".
000310         88  APQ-IS-PENDING      VALUE "P".
000320     05  APQ-STATUS              PIC X(01).
000330         88  APQ-HELD            VALUE "H".
000340         88  APQ-APPROVED        VALUE "A".
000350         88  APQ-REJECTED        VALUE "R".
000360         88  APQ-LOGGED          VALUE "L".
000370     05  APQ-HOLD-REASON         PIC X(04).
000380     05  APQ-OLD-WS-2            PIC 9(02).
000390     05  APQ-OLD-WX-2            PIC 9(02).
000400     05  APQ-NEW-WS-2            PIC 9(02).
000410     05  APQ-NEW-WX-2            PIC 9(02).
000420     05  APQ-EFF-DATE            PIC 9(06).
000430     05  APQ-REQ-USER            PIC X(08).
000440     05  APQ-REQ-TERM            PIC X(04).
000450     05  APQ-DEC-USER            PIC X(08).
000460     05  APQ-DEC-TERM            PIC X(04).
000470     05  APQ-DEC-DATE            PIC 9(06).
000480     05  APQ-DEC-TIME            PIC 9(06).
000490     05  APQ-REJ-REASON          PIC X(30).
