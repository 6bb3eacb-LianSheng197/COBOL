000100******************************************************************
000200*    ADJLOG.CPY                                                  *
000300*    ONE ROW OF THE DESK ADJUSTMENT JOURNAL (ADJLOG). ADJENTRY   *
000400*    WRITES A ROW FOR EVERY ADJUSTMENT KEYED - POSTED STRAIGHT   *
000500*    THROUGH UNDER THE APPROVAL LIMIT, OR HELD FOR A SUPERVISOR  *
000600*    - AND ADJREVW WRITES ONE FOR EVERY APPROVAL OR DENIAL, SO   *
000700*    ADJRPT CAN PRINT THE DAILY REGISTER OF EVERY CREDIT GIVEN   *
000800*    AND WHO APPROVED IT. ADJL-XACT-NUMBER IS THE LEDGER ROW     *
000900*    THE ADJUSTMENT WENT OUT AS; ZERO WHEN NOTHING WAS POSTED.   *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  ADJUSTMENT-LOG-RECORD.
001600     05  ADJL-DATE               PIC 9(08).
001700     05  ADJL-TIME               PIC 9(08).
001800     05  ADJL-MBR-ID             PIC X(20).
001900     05  ADJL-MBR-NAME.
002000         10  ADJL-SURNAME        PIC X(20).
002100         10  ADJL-GIVEN-NAME     PIC X(15).
002200     05  ADJL-AMOUNT             PIC S9(07)
002300                                 SIGN IS LEADING SEPARATE.
002400     05  ADJL-REASON             PIC X(01).
002500         88  ADJL-REASON-WAIVER      VALUE "W".
002600         88  ADJL-REASON-REFUND      VALUE "R".
002700         88  ADJL-REASON-WRITEOFF    VALUE "B".
002800         88  ADJL-REASON-CORRECTION  VALUE "C".
002900     05  ADJL-NOTE               PIC X(30).
003000     05  ADJL-ENTERED-BY         PIC X(08).
003100     05  ADJL-APPROVED-BY        PIC X(08).
003200     05  ADJL-DISPOSITION        PIC X(01).
003300         88  ADJL-POSTED-UNDER-LIMIT VALUE "P".
003400         88  ADJL-HELD               VALUE "H".
003500         88  ADJL-APPROVED           VALUE "A".
003600         88  ADJL-DENIED             VALUE "D".
003700     05  ADJL-XACT-NUMBER        PIC 9(06).
