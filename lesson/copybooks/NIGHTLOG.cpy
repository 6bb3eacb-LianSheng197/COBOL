000100******************************************************************
000200*    NIGHTLOG.CPY                                                 *
000300*    ONE ROW OF THE NIGHTLY STREAM RUN LOG (NIGHTLOG), APPENDED   *
000400*    BY NIGHTRUN. EACH STEP WRITES A STARTED ROW AS IT BEGINS AND *
000500*    AN OUTCOME ROW WITH ITS END TIME AND RETURN CODE AS IT       *
000600*    FINISHES - OK (0), WARNING (UNDER 8), FAILED (8 OR MORE) -   *
000700*    OR A SKIPPED ROW WHEN THE STEP DOES NOT APPLY TONIGHT. A     *
000800*    STEP THAT NEVER CAME BACK IS LOGGED ABENDED BY THE RERUN     *
000900*    THAT FINDS IT.                                               *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  NIGHT-LOG-RECORD.
001600     05  NLOG-RUN-DATE           PIC 9(08).
001700     05  NLOG-STEP               PIC 9(02).
001800     05  NLOG-PROGRAM            PIC X(10).
001900     05  NLOG-START-TIME         PIC 9(06).
002000     05  NLOG-END-TIME           PIC 9(06).
002100     05  NLOG-RETURN-CODE        PIC 9(04).
002200     05  NLOG-OUTCOME            PIC X(08).
002300         88  NLOG-STARTED            VALUE "STARTED".
002400         88  NLOG-OK                 VALUE "OK".
002500         88  NLOG-WARNING            VALUE "WARNING".
002600         88  NLOG-FAILED             VALUE "FAILED".
002700         88  NLOG-SKIPPED            VALUE "SKIPPED".
002800         88  NLOG-ABENDED            VALUE "ABENDED".
