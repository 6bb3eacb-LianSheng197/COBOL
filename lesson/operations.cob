002504*                     REGISTER, CAPTURED BEFORE A HOUSEHOLD         *
002505*                     REDIRECT - THE LINE WAS PAIRING THE           *
002506*                     MEMBER'S ID WITH THE BILL-TO'S NAME.          *
002516*    2026-10-15  LS   CARRY A REJECTED ROW'S ADJUSTMENT REASON   *
002526*                     TO THE SUSPENSE QUEUE - IT SITS AFTER      *
002536*                     SUSP-REASON, OUTSIDE THE SUSP-XACT IMAGE.  *
002538*    2026-10-15  LS   EACH BALANCE POSTING TO A MEMBER IS FILED  *
002540*                     BEFORE AND AFTER ON THE MBRCHGJ CHANGE     *
002542*                     JOURNAL (VIA CHGLOG).                      *
002543*    2026-10-15  LS   CARRY THE RECEIPT NUMBER OF A REJECTED ROW *
002544*                     ONTO THE SUSPENSE RECORD.                  *
002545*    2026-10-15  LS   CALLED FROM THE NIGHTRUN STREAM (VISIT-    *
002546*                     NIGHT-STREAM) THE POSTING RUN ALSO WORKS A *
002547*                     CLOSED DAY - IT IS THE LAST POSTING BEFORE *
002548*                     EODCLOSE. A REFUSED RUN NOW ENDS WITH      *
002549*                     RETURN CODE 8.                             *
002550******************************************************************
002556
002600 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
006544     88  REGISTER-NOT-NEW            VALUE "N".
006545     COPY DAYANSW.
006546     COPY POLANSW.
006548     COPY CHGREQ.
006550
006560 LINKAGE SECTION.
006570     COPY VISITID.
007100 0000-MAINLINE.
007110     CALL "DAYSTAT" USING DAY-CONTROL-ANSWER.
007120     IF NOT DAY-OPEN-TODAY
007125         AND NOT (DAY-CLOSED-TODAY AND VISIT-NIGHT-STREAM)
007130         DISPLAY "Business day is not open - posting refused."
007135         MOVE 8 TO RETURN-CODE
007140     ELSE
007200         PERFORM 1000-INITIALIZE THRU 1000-EXIT
007300         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
018500         END-ADD
018600     END-IF.
018700     IF XACT-ACCEPTED
018750         MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
018800         MOVE WS-NEW-BALANCE TO MAST-BALANCE-DUE
018900         REWRITE MEMBER-MASTER-RECORD
019000             INVALID KEY
019400             NOT INVALID KEY
019500                 ADD XACT-AMOUNT TO WS-NET-POSTED
019600                 ADD 1 TO WS-POSTED-COUNT
019610                 MOVE "OPERATNS"           TO CHGR-PROGRAM
019620                 MOVE VISIT-OPERATOR-ID    TO CHGR-OPERATOR-ID
019630                 MOVE MAST-MBR-ID          TO CHGR-MBR-ID
019640                 MOVE "P"                  TO CHGR-CHANGE-TYPE
019650                 MOVE MEMBER-MASTER-RECORD TO CHGR-AFTER-IMAGE
019660                 CALL "CHGLOG" USING MASTER-CHANGE-REQUEST
019700         END-REWRITE
019800     END-IF.
019900 2110-EXIT.
021310         WS-REJECT-REASON ".".
021320     MOVE TRANSACTION-RECORD TO SUSP-XACT.
021330     MOVE WS-REJECT-REASON   TO SUSP-REASON.
021335     MOVE XACT-ADJ-REASON    TO SUSP-ADJ-REASON.
021337     MOVE XACT-RECEIPT-NUMBER TO SUSP-RECEIPT-NUMBER.
021340     WRITE SUSPENSE-RECORD.
021400     ADD 1 TO WS-REJECT-COUNT.
021500 2150-EXIT.
