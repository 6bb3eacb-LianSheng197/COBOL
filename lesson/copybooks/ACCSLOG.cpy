000100******************************************************************
000200*    ACCSLOG.CPY                                                 *
000300*    ONE ROW OF THE FRONTDESK ACCESS REFUSAL LOG (ACCSLOG),      *
000400*    APPENDED WHENEVER THE DESK IS TURNED AWAY: AN UNKNOWN OR    *
000500*    INACTIVE OPERATOR ID, A BAD PIN, A SIGN-ON THAT LOCKS THE   *
000600*    OPERATOR OUT, A TRY ON A LOCKED RECORD, A TRY ON A RECORD   *
000650*    WITH NO PIN SET, OR A MENU OPTION THE SIGNED-ON OPERATOR'S  *
000700*    ROLE IS NOT ENTITLED TO.                                    *
000800*------------------------------------------------------------------
000900*    MODIFICATION HISTORY                                        *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001120*    2026-10-15  LS   ADD EVENT N - A SIGN-ON TRIED ON A RECORD  *
001140*                     WITH NO PIN SET (OTHER THAN THE ADMIN      *
001160*                     RECORD AS SEEDED).                         *
001200******************************************************************
001300 01  ACCESS-LOG-RECORD.
001400     05  ACCS-DATE               PIC 9(08).
001500     05  ACCS-TIME               PIC 9(06).
001600     05  ACCS-OPER-ID            PIC X(08).
001700     05  ACCS-ROLE               PIC X(01).
001800     05  ACCS-EVENT              PIC X(01).
001900         88  ACCS-UNKNOWN-ID         VALUE "U".
002000         88  ACCS-BAD-PIN            VALUE "P".
002100         88  ACCS-LOCKED-OUT         VALUE "L".
002200         88  ACCS-LOCKED-TRY         VALUE "K".
002300         88  ACCS-OPTION-REFUSED     VALUE "R".
002350         88  ACCS-NO-PIN-SET         VALUE "N".
002400     05  ACCS-OPTION             PIC X(01).
002500     05  ACCS-DESCRIPTION        PIC X(40).
