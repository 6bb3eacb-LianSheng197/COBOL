000100******************************************************************
000200*    CARDSETL.CPY                                                *
000300*    ONE APPROVED CARD TRANSACTION ON THE CARD PROCESSOR'S DAILY *
000400*    SETTLEMENT FILE (CARDSETL, LINE SEQUENTIAL), AS LOADED BY   *
000500*    CARDRECN. AMOUNTS ARE POSITIVE CENTS. SETL-REFERENCE IS THE *
000600*    INVOICE NUMBER KEYED AT THE TERMINAL - THE PRINTED RECEIPT  *
000700*    NUMBER WHEN THE DESK KEYS ONE, OTHERWISE BLANK OR ZERO.     *
000800*------------------------------------------------------------------
000900*    MODIFICATION HISTORY                                        *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001200******************************************************************
001300 01  CARD-SETTLEMENT-RECORD.
001400     05  SETL-TXN-DATE           PIC 9(08).
001500     05  SETL-TXN-TIME           PIC 9(06).
001600     05  SETL-PROCESSOR-REF      PIC X(12).
001700     05  SETL-AUTH-CODE          PIC X(06).
001800     05  SETL-CARD-LAST4         PIC X(04).
001900     05  SETL-AMOUNT             PIC 9(07).
002000     05  SETL-REFERENCE          PIC X(06).
002100     05  SETL-REFERENCE-NUM REDEFINES SETL-REFERENCE
002200                                 PIC 9(06).
