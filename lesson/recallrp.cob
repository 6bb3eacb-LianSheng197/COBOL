001780*                     NO HAND TRANSCRIPTION INTO THE ROSTER.    *
001790*                     AN EXISTING NON-EMPTY ROSTERIN IS LEFT    *
001795*                     ALONE SO STAGED DESK WORK IS NOT LOST.    *
001796*    2026-10-15  LS   END WITH GOBACK SO THE NIGHTRUN STREAM CAN *
001797*                     CALL THIS AS A STEP; RUN ON ITS OWN IT     *
001798*                     ENDS AS BEFORE.                            *
001800******************************************************************
001900
002000 ENVIRONMENT DIVISION.
009830             " refused so nothing is lost. Split the file"
009840             " and retry."
009850         MOVE 8 TO RETURN-CODE
009860         GOBACK
009870     END-IF.
009900     IF WS-ITEM-COUNT = ZERO
010000         DISPLAY "No recalls on file - nothing due."
010500         PERFORM 8000-REWRITE-QUEUE THRU 8000-EXIT
010600         PERFORM 9000-WRAP-UP THRU 9000-EXIT
010700     END-IF.
010800     GOBACK.
010900
011000******************************************************************
011100*    1000-INITIALIZE - LOAD THE QUEUE, OPEN THE HISTORY AND THE  *
