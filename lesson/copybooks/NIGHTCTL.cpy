000100******************************************************************
000200*    NIGHTCTL.CPY                                                 *
000300*    THE ONE-RECORD NIGHTLY STREAM CONTROL FILE (NIGHTCTL).       *
000400*    NIGHTRUN REWRITES IT AS THE STREAM MOVES - THE BUSINESS DAY, *
000500*    THE STEP IN HAND, AND WHETHER THAT STEP IS RUNNING ("R"),    *
000600*    HAS FAILED ("F"), OR THE WHOLE STREAM FINISHED ("C"). A      *
000700*    RERUN THE SAME DAY STARTS AGAIN AT THE STEP IN HAND INSTEAD  *
000800*    OF FROM THE TOP; A RECORD FROM AN EARLIER DAY IS REPORTED    *
000900*    AND IGNORED, AS EODCLOSE TREATS A STALE CLOSCTL.             *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  NIGHT-CONTROL-RECORD.
001600     05  NGTC-DATE               PIC 9(08).
001700     05  NGTC-STEP               PIC 9(02).
001800     05  NGTC-STATUS             PIC X(01).
001900         88  NGTC-STEP-RUNNING       VALUE "R".
002000         88  NGTC-STEP-FAILED        VALUE "F".
002100         88  NGTC-STREAM-COMPLETE    VALUE "C".
