001843*                     TODAY'S BUSINESS DAY (DAYSTAT/DAYCTL) - AN     *
001856*                     EXTRACT TAKEN MID-DAY UNDERCOUNTS AND IS       *
001869*                     NEVER CORRECTED.                               *
001872*    2026-10-15  LS   END WITH GOBACK SO THE NIGHTRUN STREAM CAN *
001875*                     CALL THIS AS A STEP; RUN ON ITS OWN IT     *
001878*                     ENDS AS BEFORE.                            *
001882******************************************************************
001900
002000 ENVIRONMENT DIVISION.
007500             PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT
007505         END-IF
007510     END-IF.
007600     GOBACK.
007700
007710******************************************************************
007720*    1000-INITIALIZE - THE EXTRACT FILE ACCUMULATES ONE ROW PER  *
