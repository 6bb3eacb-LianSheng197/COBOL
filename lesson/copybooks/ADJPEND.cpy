000100******************************************************************
000200*    ADJPEND.CPY                                                 *
000300*    ONE DESK ADJUSTMENT HELD FOR SUPERVISOR APPROVAL. ADJENTRY  *
000400*    WRITES IT WHEN THE AMOUNT IS OVER THE POLICY APPROVAL       *
000500*    LIMIT (POLA-ADJ-LIMIT); ADJREVW WORKS THE QUEUE THE WAY     *
000600*    MGRREVW WORKS PENDREV, POSTING THE AJ ROW ON APPROVAL.      *
000700*    THE AMOUNT IS SIGNED CENTS AS IT WILL LAND ON THE LEDGER -  *
000800*    A CREDIT IS NEGATIVE.                                       *
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY                                        *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001300******************************************************************
001400 01  ADJUSTMENT-PENDING-RECORD.
001500     05  ADJP-DATE               PIC 9(08).
001600     05  ADJP-TIME               PIC 9(08).
001700     05  ADJP-MBR-ID             PIC X(20).
001800     05  ADJP-MBR-NAME.
001900         10  ADJP-SURNAME        PIC X(20).
002000         10  ADJP-GIVEN-NAME     PIC X(15).
002100     05  ADJP-AMOUNT             PIC S9(07)
002200                                 SIGN IS LEADING SEPARATE.
002300     05  ADJP-REASON             PIC X(01).
002400     05  ADJP-NOTE               PIC X(30).
002500     05  ADJP-ENTERED-BY         PIC X(08).
