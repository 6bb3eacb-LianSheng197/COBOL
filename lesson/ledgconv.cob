001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-09-01  LS   ORIGINAL PROGRAM.                          *
002150*    2026-10-15  LS   LOAD THE NEW ADJUSTMENT REASON AS SPACE.   *
002170*    2026-10-15  LS   LOAD THE NEW RECEIPT NUMBER AT ZERO.       *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
011900     MOVE OLDA-TYPE      TO ARCH-TYPE.
012000     MOVE OLDA-AMOUNT    TO ARCH-AMOUNT.
012100     MOVE OLDA-METHOD    TO ARCH-METHOD.
012150     MOVE SPACE          TO ARCH-ADJ-REASON.
012170     MOVE ZERO           TO ARCH-RECEIPT-NUMBER.
012200     WRITE ARCHIVE-LEDGER-RECORD
012300         INVALID KEY
012400             ADD 1 TO WS-DROP-COUNT
