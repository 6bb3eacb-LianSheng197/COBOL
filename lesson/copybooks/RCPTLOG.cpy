000100******************************************************************
000200*    RCPTLOG.CPY                                                 *
000300*    RECEIPT REGISTER RECORD (RCPTLOG), ONE PER NUMBERED RECEIPT *
000400*    PAYENTRY HANDS OVER. THE RECEIPT NUMBER IS ALSO CARRIED ON  *
000500*    THE PY LEDGER ROW (XACT/ARCH-RECEIPT-NUMBER); THE REGISTER  *
000600*    KEEPS WHAT THE LEDGER DOES NOT - THE NAME AS PRINTED, THE   *
000700*    OPERATOR, THE TIME AND THE BALANCE AFTER THE PAYMENT - SO   *
000800*    RCPTRPR CAN REPRINT THE SLIP AS IT WAS FIRST HANDED OVER.   *
000900*    AMOUNT AND BALANCE ARE IN CENTS; THE AMOUNT IS THE POSITIVE *
001000*    MONEY RECEIVED.                                             *
001100*------------------------------------------------------------------
001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001410*    2026-10-15  LS   ADD RCPT-BALANCE-BASIS - A HOUSEHOLD       *
001420*                     MEMBER'S BALANCE AFTER IS THE BILL-TO'S,   *
001430*                     WHERE OPERATIONS POSTS THE HOUSEHOLD'S     *
001440*                     ROWS. ROWS FILED BEFORE IT READ AS SPACE,  *
001450*                     THE MEMBER'S OWN BALANCE.                  *
001500******************************************************************
001600 01  RECEIPT-LOG-RECORD.
001700     05  RCPT-NUMBER             PIC 9(06).
001800     05  RCPT-DATE               PIC 9(08).
001900     05  RCPT-TIME               PIC 9(08).
002000     05  RCPT-MBR-ID             PIC X(20).
002100     05  RCPT-MBR-NAME.
002200         10  RCPT-SURNAME        PIC X(20).
002300         10  RCPT-GIVEN-NAME     PIC X(15).
002400     05  RCPT-AMOUNT             PIC 9(07).
002500     05  RCPT-METHOD             PIC X(01).
002600         88  RCPT-METHOD-CASH        VALUE "C".
002700         88  RCPT-METHOD-CARD        VALUE "D".
002800     05  RCPT-OPERATOR-ID        PIC X(08).
002900     05  RCPT-BALANCE-AFTER      PIC S9(07)
003000                                 SIGN IS LEADING SEPARATE.
003100     05  RCPT-XACT-NUMBER        PIC 9(06).
003200     05  RCPT-BALANCE-BASIS      PIC X(01).
003300         88  RCPT-MEMBER-BALANCE     VALUE "M" " ".
003400         88  RCPT-HOUSEHOLD-BALANCE  VALUE "H".
