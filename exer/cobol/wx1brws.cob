000180*    PASSES THAT LINE'S KEY TO TRANSACTION WX1M THROUGH ITS
000190*    COMMAREA, SO THE OPERATOR NEVER RE-TYPES THE KEY - WX1M
000200*    TREATS A BLANK KEY FIELD AS "USE THE COMMAREA KEY".
000203*    PRESSING PF4 INSTEAD OF ENTER WITH THE LINE NUMBER HANDS
000206*    THE KEY TO TRANSACTION WX1H, THE KEY'S CHANGE HISTORY.
000210*
000220*    PSEUDO-CONVERSATIONAL, LIKE WX1MAINT.  THE COMMAREA
000230*    CARRIES THE PREFIX, ITS LENGTH, THE FIRST KEY OF THE
000300*    BEFORE WX1B IS FIRST RUN, LIKE WX1MSET FOR WX1M.
000310*  MODIFICATION HISTORY.
000320*    09/02/26  JWK  INITIAL VERSION.
000321*    10/15/26  JWK  EACH LIST LINE NOW ENDS WITH THE KEY'S NAME
000322*                   FROM THE WX1COAVS CHART OF ACCOUNTS - THE
000323*                   KEY'S OWN ENTRY, ELSE ITS ACCOUNT'S, ELSE
000324*                   ITS FAMILY'S.  LIST LINES WIDENED TO 65.
000325*    10/15/26  JWK  A LINE NUMBER KEYED IN SEL WITH PF4 INSTEAD
000326*                   OF ENTER HANDS THAT LINE'S KEY TO THE WX1H
000327*                   CHANGE-HISTORY INQUIRY (PROGRAM WX1HIST) THE
000328*                   SAME WAY ENTER HANDS IT TO WX1M.
000330*---------------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. WX1BRWS.
000550*  SYMBOLIC MAP FOR THE WX1BMAP SCREEN.
000560*---------------------------------------------------------------
000570     COPY WX1BMAP.
000571*---------------------------------------------------------------
000572*  CHART-OF-ACCOUNTS LAYOUT - SAME COPYBOOK NAMESPACE USES.
000573*---------------------------------------------------------------
000574     COPY WX1COA.
000580 01  WS-SWITCHES.
000590     05  WS-FIRST-TIME-SW         PIC X(01) VALUE "Y".
000600         88  FIRST-TIME           VALUE "Y".
000620         88  LIST-DONE            VALUE "Y".
000630     05  WS-BACK-DONE-SW          PIC X(01) VALUE "N".
000640         88  BACKSCAN-DONE        VALUE "Y".
000641     05  WS-NAME-FOUND-SW         PIC X(01) VALUE "N".
000642         88  NAME-FOUND           VALUE "Y".
000650 01  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000660*---------------------------------------------------------------
000670*  ATTENTION ID BYTE - THE VALUES MATCH DFHAID'S DFHPF4, DFHPF7
000680*  AND DFHPF8, KEPT HERE AS 88S BECAUSE NO DFHAID COPY IS SHIPPED
000690*  WITH THIS EXERCISE.
000700*---------------------------------------------------------------
000710 01  WS-AID-BYTE                  PIC X(01) VALUE SPACE.
000715     88  AID-IS-PF4               VALUE "4".
000720     88  AID-IS-PF7               VALUE "7".
000730     88  AID-IS-PF8               VALUE "8".
000740*---------------------------------------------------------------
000870     05  WS-PND-RID-KEY           PIC X(10).
000880     05  WS-PND-RID-DATE          PIC X(06).
000890 01  WS-PND-FLAG                  PIC X(01) VALUE SPACE.
000891 01  WS-COA-FIND-KEY              PIC X(10) VALUE SPACES.
000892 01  WS-KEY-NAME                  PIC X(30) VALUE SPACES.
000900*---------------------------------------------------------------
000910*  COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL TRIPS, AND
000920*  THE TEN-BYTE KEY HANDED TO WX1M ON A SELECTION.
001910 2000-EXIT.
001920     EXIT.
001930*-----------------------------------------------------------*
001940*  2500-SELECT-LINE - HAND THE SELECTED KEY TO WX1M (OR, ON *
001950*  PF4, TO WX1H) SO THE OPERATOR DOES NOT RE-TYPE IT.        *
001960*-----------------------------------------------------------*
001970 2500-SELECT-LINE.
001980     MOVE BSELI TO WS-SEL-NUM.
002110         GO TO 2500-EXIT
002120     END-IF.
002130     MOVE WS-PAGE-KEY (WS-SEL-NUM) TO WS-WX1M-KEY.
002131     IF AID-IS-PF4
002132         EXEC CICS RETURN
002133             TRANSID ('WX1H')
002134             COMMAREA (WS-WX1M-KEY)
002135             LENGTH (LENGTH OF WS-WX1M-KEY)
002136         END-EXEC
002137     END-IF.
002140     EXEC CICS RETURN
002150         TRANSID ('WX1M')
002160         COMMAREA (WS-WX1M-KEY)
002990         MOVE WS1WX1-KEY TO CA-FIRST-KEY
003000     END-IF.
003010     PERFORM 3200-CHECK-PENDING THRU 3200-EXIT.
003011     PERFORM 3300-FIND-NAME THRU 3300-EXIT.
003015     MOVE WS-LINE-IX TO WS-LINE-NUM.
003020     MOVE SPACES TO BLINI (WS-LINE-IX).
003030     STRING WS-LINE-NUM "  " WS1WX1-KEY
003040         "  WS2 " WS-2
003050         "  WX2 " WX-2
003060         "  " WS-PND-FLAG
003065         "  " WS-KEY-NAME
003070         DELIMITED BY SIZE INTO BLINI (WS-LINE-IX).
003080 3100-EXIT.
003090     EXIT.
003280     END-IF.
003290 3200-EXIT.
003300     EXIT.
003301*-----------------------------------------------------------*
003302*  3300-FIND-NAME - NAME FOR THE LISTED KEY FROM WX1COAVS:   *
003303*  ITS OWN ENTRY, ELSE ITS ACCOUNT'S, ELSE ITS FAMILY'S.     *
003304*-----------------------------------------------------------*
003305 3300-FIND-NAME.
003306     MOVE SPACES TO WS-KEY-NAME.
003307     MOVE "N" TO WS-NAME-FOUND-SW.
003308     MOVE WS1WX1-KEY TO WS-COA-FIND-KEY.
003309     PERFORM 3310-READ-CHART-NAME THRU 3310-EXIT.
003310     IF NAME-FOUND
003311         GO TO 3300-EXIT
003312     END-IF.
003313     MOVE SPACES TO WS-COA-FIND-KEY.
003314     MOVE WS1WX1-KEY (1:6) TO WS-COA-FIND-KEY.
003315     PERFORM 3310-READ-CHART-NAME THRU 3310-EXIT.
003316     IF NAME-FOUND
003317         GO TO 3300-EXIT
003318     END-IF.
003319     MOVE SPACES TO WS-COA-FIND-KEY.
003320     MOVE WS1WX1-KEY (1:3) TO WS-COA-FIND-KEY.
003321     PERFORM 3310-READ-CHART-NAME THRU 3310-EXIT.
003322 3300-EXIT.
003323     EXIT.
003324*-----------------------------------------------------------*
003325*  3310-READ-CHART-NAME - ONE LEVEL OF THE NAME LOOKUP       *
003326*-----------------------------------------------------------*
003327 3310-READ-CHART-NAME.
003328     EXEC CICS READ
003329         DATASET ('WX1COAVS')
003330         INTO (WX1COA-RECORD)
003331         RIDFLD (WS-COA-FIND-KEY)
003332         RESP (WS-RESP-CODE)
003333     END-EXEC.
003334     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003335         GO TO 3310-EXIT
003336     END-IF.
003337     MOVE COA-NAME TO WS-KEY-NAME.
003338     MOVE "Y" TO WS-NAME-FOUND-SW.
003339 3310-EXIT.
003340     EXIT.
003342*-----------------------------------------------------------*
003344*  3500-PAGE-BACKWARD - WALK BACKWARDS FROM THE CURRENT      *
003346*  PAGE'S FIRST KEY TO FIND WHERE THE PRIOR PAGE STARTS.     *
003348*-----------------------------------------------------------*
003350 3500-PAGE-BACKWARD.
003360     MOVE CA-FIRST-KEY TO WS-BROWSE-KEY.
003370     MOVE WS-BROWSE-KEY TO WS1WX1-KEY.
