002220*                     INDEXED LEDGARCX (SEE LEDGARCH.CPY /      *
002230*                     LEDGCONV); THE FEE SWEEP READS IT IN KEY  *
002240*                     ORDER WITH THE SAME ROW FIELDS.           *
002250*    2026-10-15  LS   END WITH GOBACK SO THE NIGHTRUN STREAM CAN *
002260*                     CALL THIS AS A STEP; RUN ON ITS OWN IT     *
002270*                     ENDS AS BEFORE.                            *
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
012100     PERFORM 4000-CHECK-INTAKES THRU 4000-EXIT.
012200     PERFORM 5000-CHECK-MASTERS THRU 5000-EXIT.
012300     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
012400     GOBACK.
012500
012600******************************************************************
012700*    1000-INITIALIZE                                              *
