000100******************************************************************
000200*    NUMCTL.CPY                                                  *
000270*    NEXT-NUMBER CONTROL FILE (NUMCTL), INDEXED ON THE SERIES    *
000340*    NAME, ONE RECORD PER NUMBER SERIES. NEXTNUM IS THE ONE      *
000410*    PLACE IT IS READ AND WRITTEN, ONE LOCKED RECORD AT A TIME;  *
000500*    EVERY POSTING PROGRAM DRAWS ITS NEXT NUMBER THROUGH IT      *
000600*    INSTEAD OF SCANNING ITS OWN FILE FOR THE HIGHEST ONE:       *
000700*      XACTIN   - LEDGER (TRANSACTION) NUMBERS, RESET TO THE BF  *
000800*                 ROW'S NUMBER 1 BY EODCLOSE AT THE DAY ROLL;    *
000900*      RCPTLOG  - RECEIPT NUMBERS, NEVER RESET.                  *
001000*    NUMC-LAST-NUMBER IS THE LAST NUMBER HANDED OUT; THE DATE    *
001100*    AND TIME SHOW WHEN IT LAST MOVED.                           *
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY                                        *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001520*    2026-10-15  LS   KEYED BY SERIES NAME FOR LOCKED READ AND   *
001540*                     REWRITE IN NEXTNUM. HEADER NO LONGER       *
001560*                     CLAIMS AN OPERATOR FIELD THE RECORD NEVER  *
001580*                     HAD.                                       *
001600******************************************************************
001700 01  NUMBER-CONTROL-RECORD.
001800     05  NUMC-SERIES-NAME        PIC X(08).
001900     05  NUMC-LAST-NUMBER        PIC 9(06).
002000     05  NUMC-LAST-DATE          PIC 9(08).
002100     05  NUMC-LAST-TIME          PIC 9(08).
