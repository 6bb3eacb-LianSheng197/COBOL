000900*    MODIFICATION HISTORY                                        *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    2026-08-22  LS   ORIGINAL COPYBOOK.                         *
001110*    2026-10-15  LS   CARRY THE ADJUSTMENT REASON OF A REJECTED *
001120*                     ROW AFTER SUSP-REASON SO A REPOSTED AJ    *
001130*                     KEEPS IT. SPACE ON OLDER QUEUE ROWS.      *
001140*    2026-10-15  LS   CARRY THE RECEIPT NUMBER OF A REJECTED     *
001150*                     PAYMENT SO A REPOSTED PY STILL NAMES THE   *
001160*                     RECEIPT THE MEMBER HOLDS. SPACES ON OLDER  *
001170*                     QUEUE ROWS.                                *
001200******************************************************************
001300 01  SUSPENSE-RECORD.
001400     05  SUSP-XACT.
002000                                 SIGN IS LEADING SEPARATE.
002100         10  SUSP-METHOD         PIC X(01).
002200     05  SUSP-REASON             PIC X(30).
002300     05  SUSP-ADJ-REASON         PIC X(01).
002400     05  SUSP-RECEIPT-NUMBER     PIC 9(06).
