000100******************************************************************
000200*    RCPTREQ.CPY                                                 *
000300*    REQUEST AREA FOR THE RCPTPRN RECEIPT-PRINT SUBPROGRAM. THE  *
000400*    CALLER MOVES A RECEIPT-LOG-RECORD (RCPTLOG.CPY) TO THE      *
000500*    IMAGE AND SAYS WHETHER THIS IS THE ORIGINAL SLIP OR A       *
000600*    REPRINT. A REPRINT OF A PAYMENT TAKEN BEFORE RECEIPTS WERE  *
000700*    NUMBERED HAS NO REGISTER ROW, SO NO OPERATOR OR BALANCE     *
000800*    AFTER TO SHOW - RCPQ-BALANCE-UNKNOWN SAYS SO.               *
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY                                        *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001210*    2026-10-15  LS   IMAGE WIDENED TO 108 BYTES FOR THE         *
001220*                     REGISTER'S NEW BALANCE BASIS.              *
001300******************************************************************
001400 01  RECEIPT-PRINT-REQUEST.
001500     05  RCPQ-COPY-TYPE          PIC X(01).
001600         88  RCPQ-ORIGINAL           VALUE "O".
001700         88  RCPQ-DUPLICATE          VALUE "D".
001800     05  RCPQ-BALANCE-SW         PIC X(01).
001900         88  RCPQ-BALANCE-KNOWN      VALUE "Y".
002000         88  RCPQ-BALANCE-UNKNOWN    VALUE "N".
002100     05  RCPQ-RECEIPT-IMAGE      PIC X(108).
