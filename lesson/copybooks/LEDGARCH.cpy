001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-09-01  LS   ORIGINAL COPYBOOK.                         *
001610*    2026-10-15  LS   ADD ARCH-ADJ-REASON, CARRIED FROM          *
001620*                     XACT-ADJ-REASON. LEDGRCNV LOADS THE OLD    *
001630*                     ROWS WITH IT AT SPACE.                     *
001640*    2026-10-15  LS   ADD ARCH-RECEIPT-NUMBER, CARRIED FROM      *
001650*                     XACT-RECEIPT-NUMBER. LEDGNCNV LOADS THE    *
001660*                     OLD ROWS WITH IT AT ZERO.                  *
001670*    2026-10-15  LS   ADD ADJUSTMENT REASON P - PROMOTION        *
001680*                     DISCOUNT (SEE XACTREC.CPY).                *
001700******************************************************************
001800 01  ARCHIVE-LEDGER-RECORD.
001900     05  ARCH-KEY.
002800     05  ARCH-AMOUNT             PIC S9(07)
002900                                 SIGN IS LEADING SEPARATE.
003000     05  ARCH-METHOD             PIC X(01).
003100     05  ARCH-ADJ-REASON         PIC X(01).
003200         88  ARCH-REASON-WAIVER      VALUE "W".
003300         88  ARCH-REASON-REFUND      VALUE "R".
003400         88  ARCH-REASON-WRITEOFF    VALUE "B".
003500         88  ARCH-REASON-CORRECTION  VALUE "C".
003550         88  ARCH-REASON-PROMOTION   VALUE "P".
003600     05  ARCH-RECEIPT-NUMBER     PIC 9(06).
