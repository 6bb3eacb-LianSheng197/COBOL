001940*    2026-08-22  LS   ZERO THE REPOSTED COUNT PER RUN - AS A   *
001950*                     CALLED SUBPROGRAM IT KEPT ACCUMULATING   *
001960*                     ACROSS REVIEWS IN ONE FRONTDESK SESSION. *
001970*    2026-10-15  LS   CARRY THE ADJUSTMENT REASON ON A REPOST;   *
001980*                     TABLE IMAGE WIDENED TO THE 76-BYTE QUEUE   *
001990*                     ROW.                                       *
001992*    2026-10-15  LS   CARRY THE RECEIPT NUMBER BACK ONTO THE     *
001994*                     REPOSTED ROW; THE QUEUE IMAGE IS WIDENED   *
001996*                     TO THE LONGER SUSPENSE RECORD.             *
001997*    2026-10-15  LS   DRAW EACH REPOST'S LEDGER NUMBER FROM      *
001998*                     NEXTNUM INSTEAD OF SCANNING XACTIN ONCE    *
001999*                     AND COUNTING ON FROM THE HIGHEST.          *
002000*    2026-10-15  LS   POST NO ROW WITHOUT A NEXTNUM NUMBER.      *
002050******************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004100
004200 WORKING-STORAGE SECTION.
004210     COPY CTLREQ.
004215     COPY NUMREQ.
004220
004300 01  WS-SUSPENSE-TABLE.
004400     05  WS-SUSP-ENTRY OCCURS 100 TIMES.
004500         10  WS-TBL-IMAGE        PIC X(82).
004600         10  WS-TBL-KEEP-SW      PIC X(01).
004700
004800 01  WS-ACTION-CHOICE            PIC X(01).
006500 77  WS-EOF-SW                   PIC X(01).
006600     88  SUSPENSE-EOF                VALUE "Y".
006700     88  NOT-SUSPENSE-EOF            VALUE "N".
007200
007300 77  WS-VALID-SW                 PIC X(01).
007400     88  INPUT-IS-VALID              VALUE "Y".
008300     IF WS-ITEM-COUNT = ZERO
008400         DISPLAY "Suspense queue is empty - nothing to review."
008500     ELSE
008600         PERFORM 1100-BOOTSTRAP-XACTIN THRU 1100-EXIT
008700         PERFORM 2000-REVIEW-ONE-ITEM THRU 2000-EXIT
008800             VARYING WS-ITEM-SUB FROM 1 BY 1
008900             UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
013400     EXIT.
013500
013600******************************************************************
013700*    1100-BOOTSTRAP-XACTIN - THE REPOSTS APPEND TO XACTIN, SO IT *
013800*    MUST EXIST; EACH REPOST DRAWS ITS OWN NUMBER FROM NEXTNUM.  *
013900******************************************************************
014050 1100-BOOTSTRAP-XACTIN.
014200     OPEN INPUT TRANSACTION-FILE.
014360     IF WS-XACT-STATUS = "35"
014520         OPEN OUTPUT TRANSACTION-FILE
014700         CLOSE TRANSACTION-FILE
014800     ELSE
015000         CLOSE TRANSACTION-FILE
015100     END-IF.
015200 1100-EXIT.
015300     EXIT.
016600
016700******************************************************************
016800*    2000-REVIEW-ONE-ITEM - SHOW THE ITEM AND TAKE ONE ACTION.   *
025500
025600******************************************************************
025700*    4000-REPOST-ITEM - APPEND TO THE DAILY TRANSACTION FILE     *
025770*    UNDER THE NEXT LEDGER NUMBER (NEXTNUM). OPERATIONS WILL     *
025840*    POST IT ON ITS NEXT RUN THROUGH THE SAME LOGIC AS ANY OTHER *
025910*    ROW.                                                        *
026000******************************************************************
026100 4000-REPOST-ITEM.
026140     MOVE "N" TO NUMR-FUNCTION.
026180     MOVE "XACTIN" TO NUMR-SERIES-NAME.
026220     CALL "NEXTNUM" USING NUMBER-REQUEST.
026260     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
026270     IF WS-NEXT-XACT-NUMBER = ZERO
026280         DISPLAY "  No ledger number available - item kept."
026290         GO TO 4000-EXIT
026295     END-IF.
026300     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
026400     MOVE SUSP-MBR-ID         TO XACT-MBR-ID.
026500     MOVE SUSP-POST-DATE      TO XACT-POST-DATE.
026600     MOVE SUSP-TYPE           TO XACT-TYPE.
026700     MOVE SUSP-AMOUNT         TO XACT-AMOUNT.
026800     MOVE SUSP-METHOD         TO XACT-METHOD.
026850     MOVE SUSP-ADJ-REASON     TO XACT-ADJ-REASON.
026858     IF SUSP-RECEIPT-NUMBER IS NUMERIC
026866         MOVE SUSP-RECEIPT-NUMBER TO XACT-RECEIPT-NUMBER
026874     ELSE
026882         MOVE ZERO TO XACT-RECEIPT-NUMBER
026890     END-IF.
026900     OPEN EXTEND TRANSACTION-FILE.
027000     WRITE TRANSACTION-RECORD.
027100     CLOSE TRANSACTION-FILE.
