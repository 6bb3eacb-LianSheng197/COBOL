001950*                     ROW EODCLOSE WRITES INTO TOMORROW'S FRESH *
001960*                     FILE. OPERATIONS TREATS IT AS A NO-OP     *
001970*                     CONTROL ROW, NOT A MEMBER POSTING.        *
001972*    2026-10-15  LS   ADD XACT-ADJ-REASON - AN AJ ROW KEYED AT  *
001974*                     THE DESK (ADJENTRY/ADJREVW) SAYS WHETHER  *
001976*                     IT IS A WAIVER, REFUND, BAD-DEBT WRITE-   *
001978*                     OFF OR CORRECTION. SPACE ON EVERY OTHER   *
001980*                     ROW.                                      *
001982*    2026-10-15  LS   ADD XACT-RECEIPT-NUMBER - THE PRINTED      *
001984*                     RECEIPT NUMBER PAYENTRY GIVES A PY ROW     *
001986*                     (ZERO ON EVERY OTHER ROW). OLDER ROWS      *
001988*                     CARRY SPACES THERE; READERS TEST IT        *
001990*                     NUMERIC.                                   *
001992*    2026-10-15  LS   ADD ADJUSTMENT REASON P - THE PROMOTION    *
001994*                     DISCOUNT LOVEYOU AND RENEWBIL POST AGAINST *
001996*                     THE GROSS FEE ROW (SEE PROMUSE.CPY).       *
002000******************************************************************
002100 01  TRANSACTION-RECORD.
002200     05  XACT-NUMBER             PIC 9(06).
003100     05  XACT-METHOD             PIC X(01).
003200         88  XACT-METHOD-CASH        VALUE "C".
003300         88  XACT-METHOD-CARD        VALUE "D".
003400     05  XACT-ADJ-REASON         PIC X(01).
003500         88  XACT-REASON-WAIVER      VALUE "W".
003600         88  XACT-REASON-REFUND      VALUE "R".
003700         88  XACT-REASON-WRITEOFF    VALUE "B".
003800         88  XACT-REASON-CORRECTION  VALUE "C".
003850         88  XACT-REASON-PROMOTION   VALUE "P".
003900     05  XACT-RECEIPT-NUMBER     PIC 9(06).
