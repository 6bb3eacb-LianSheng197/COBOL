000100******************************************************************
000200*    GLJRNL.CPY                                                  *
000300*    ONE LINE OF THE DAILY DOUBLE-ENTRY JOURNAL EXPORT (GLJRNL), *
000400*    WRITTEN BY GLEXPORT FOR THE BOOKKEEPER'S ACCOUNTING PACKAGE.*
000500*    THE FILE ACCUMULATES, LIKE EODCSV. EACH BUSINESS DAY IS ONE *
000600*    BATCH - A "JL" LINE PER ACCOUNT CARRYING THE DAY'S DEBIT    *
000700*    AND CREDIT CENTS, THEN ONE "CT" BATCH CONTROL LINE CARRYING *
000800*    THE DAY'S TOTAL DEBITS AND CREDITS (EQUAL) AND THE NUMBER   *
000900*    OF LEDGER ROWS BEHIND THEM. A CT LINE ON FILE FOR A DAY     *
001000*    MEANS THAT DAY HAS BEEN EXPORTED.                           *
001100*------------------------------------------------------------------
001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  GL-JOURNAL-HEADER           PIC X(100).
001700
001800 01  GL-JOURNAL-LINE.
001900     05  GLJ-DATE                PIC 9(08).
002000     05  FILLER                  PIC X(01) VALUE ",".
002100     05  GLJ-LINE-TYPE           PIC X(02).
002200         88  GLJ-IS-JOURNAL          VALUE "JL".
002300         88  GLJ-IS-CONTROL          VALUE "CT".
002400     05  FILLER                  PIC X(01) VALUE ",".
002500     05  GLJ-ACCOUNT             PIC 9(04).
002600     05  FILLER                  PIC X(01) VALUE ",".
002700     05  GLJ-ACCOUNT-NAME        PIC X(30).
002800     05  FILLER                  PIC X(01) VALUE ",".
002900     05  GLJ-DEBIT-CENTS         PIC 9(11).
003000     05  FILLER                  PIC X(01) VALUE ",".
003100     05  GLJ-CREDIT-CENTS        PIC 9(11).
003200     05  FILLER                  PIC X(01) VALUE ",".
003300     05  GLJ-ROW-COUNT           PIC 9(06).
