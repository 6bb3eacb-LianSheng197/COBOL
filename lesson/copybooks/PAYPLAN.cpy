000100******************************************************************
000200*    PAYPLAN.CPY                                                 *
000300*    ONE INSTALLMENT PAYMENT PLAN PER MEMBER, KEYED BY MBR-ID    *
000400*    (PAYPLAN, INDEXED). PLANMNT SETS A PLAN UP AGAINST THE      *
000500*    BALANCE DUE ON THE DAY (PLAN-TOTAL) - AN AGREED INSTALLMENT *
000600*    IN CENTS, A FREQUENCY, A START DATE AND A NUMBER OF         *
000700*    PAYMENTS - AND CANCELS IT. A CANCELLED PLAN STAYS ON FILE   *
000800*    UNTIL A NEW PLAN IS SET UP OVER IT. HOW THE MEMBER STANDS   *
000900*    AGAINST THE PLAN IS WORKED OUT BY PLANCHK (SEE PLANANSW).   *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  PAYMENT-PLAN-RECORD.
001600     05  PLAN-MBR-ID             PIC X(20).
001700     05  PLAN-STATUS             PIC X(01).
001800         88  PLAN-ACTIVE             VALUE "A".
001900         88  PLAN-CANCELLED          VALUE "C".
002000     05  PLAN-INSTALLMENT        PIC 9(07).
002100     05  PLAN-FREQUENCY          PIC X(01).
002200         88  PLAN-WEEKLY             VALUE "W".
002300         88  PLAN-FORTNIGHTLY        VALUE "F".
002400         88  PLAN-MONTHLY            VALUE "M".
002500     05  PLAN-START-DATE         PIC 9(08).
002600     05  PLAN-PAYMENT-COUNT      PIC 9(03).
002700     05  PLAN-TOTAL              PIC 9(07).
002800     05  PLAN-SETUP-DATE         PIC 9(08).
002900     05  PLAN-SETUP-BY           PIC X(08).
003000     05  PLAN-CANCEL-DATE        PIC 9(08).
003100     05  PLAN-CANCEL-BY          PIC X(08).
