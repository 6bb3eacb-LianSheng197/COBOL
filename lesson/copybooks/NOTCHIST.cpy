000100******************************************************************
000200*    NOTCHIST.CPY                                                *
000300*    ONE ROW PER OVERDUE REMINDER NOTICE SENT, KEYED MEMBER +    *
000400*    DATE + STAGE (NOTCHIST, INDEXED), SO A MEMBER'S NOTICES SIT *
000500*    TOGETHER IN DATE ORDER. STAGE 1 IS THE FIRST REMINDER,      *
000600*    2 THE SECOND AND 3 THE FINAL NOTICE BEFORE LAPSE. A STAGE 0 *
000700*    ROW MARKS THE OVERDUE EPISODE CLEARED - THE BALANCE WAS     *
000800*    PAID DOWN - SO A LATER EPISODE STARTS AGAIN AT STAGE 1.     *
000900*    NOTC-MBR-ID IS THE MEMBER WHOSE BALANCE IS OVERDUE;         *
001000*    NOTC-ADDRESSEE-ID IS WHO THE NOTICE WENT TO (THE HOUSEHOLD  *
001100*    BILL-TO FOR A HOUSEHOLD MEMBER). WRITTEN BY RMNDRUN, READ   *
001200*    BY RMNDRUN AND LAPSERUN.                                    *
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  NOTICE-HISTORY-RECORD.
001900     05  NOTC-KEY.
002000         10  NOTC-MBR-ID         PIC X(20).
002100         10  NOTC-DATE           PIC 9(08).
002200         10  NOTC-STAGE          PIC 9(01).
002300             88  NOTC-CLEARED        VALUE 0.
002400             88  NOTC-FIRST          VALUE 1.
002500             88  NOTC-SECOND         VALUE 2.
002600             88  NOTC-FINAL          VALUE 3.
002700     05  NOTC-ADDRESSEE-ID       PIC X(20).
002800     05  NOTC-BALANCE            PIC S9(07)
002900                                 SIGN IS LEADING SEPARATE.
003000     05  NOTC-DAYS-OUT           PIC 9(04).
