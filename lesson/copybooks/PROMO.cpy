000100******************************************************************
000200*    PROMO.CPY                                                   *
000300*    ONE ROW OF THE PROMOTION FILE (PROMOTN), KEPT BY PROMOMNT   *
000400*    IN THE SAME MOLD AS THE FEESCHED RATE FILE. A ROW GIVES A   *
000500*    CODE THE DESK KEYS, THE DISCOUNT - A PERCENT OF THE QUOTED  *
000600*    FEE OR A FLAT AMOUNT OFF IT - THE FIRST AND LAST DAYS THE   *
000700*    CODE MAY BE USED, AND WHICH CHARGES IT COVERS: NEW INTAKE   *
000800*    (LOVEYOU), RENEWAL (RENEWBIL) OR BOTH. ROWS ARE ONLY EVER   *
000850*    APPENDED. ON ANY DAY THE ROW FOR A CODE THAT GOVERNS IS THE *
000900*    LATEST ENTERED OF THOSE WHOSE FIRST AND LAST DAYS TAKE IN   *
000950*    THAT DAY, SO NEXT SEASON'S ROW CAN BE LOADED AHEAD WITHOUT  *
001000*    DISTURBING TODAY'S, AND AN OFFER IS CORRECTED BY ENTERING   *
001050*    IT AGAIN. A WITHDRAWAL ROW (TYPE W) ENDS AN OFFER EARLY -   *
001100*    WHILE IT IS IN FORCE THE CODE IS NOT RUNNING. PROMCHK IS    *
001150*    THE ONE PLACE A CODE IS JUDGED.                             *
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY                                        *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001520*    2026-10-15  LS   THE GOVERNING ROW IS THE LATEST ENTERED OF *
001540*                     THOSE IN FORCE ON THE DAY, NOT SIMPLY THE  *
001560*                     LAST FOR THE CODE. NEW TYPE W WITHDRAWS AN *
001580*                     OFFER FOR ITS DATES.                       *
001600******************************************************************
001700 01  PROMOTION-RECORD.
001800     05  PROMO-CODE              PIC X(08).
001900     05  PROMO-DESCRIPTION       PIC X(30).
002000     05  PROMO-TYPE              PIC X(01).
002100         88  PROMO-IS-PERCENT        VALUE "P".
002200         88  PROMO-IS-FLAT           VALUE "F".
002250         88  PROMO-IS-WITHDRAWAL     VALUE "W".
002300     05  PROMO-PERCENT           PIC 9(03).
002400     05  PROMO-FLAT-AMOUNT       PIC 9(03)V99.
002500     05  PROMO-FROM-DATE         PIC 9(08).
002600     05  PROMO-TO-DATE           PIC 9(08).
002700     05  PROMO-APPLIES-TO        PIC X(01).
002800         88  PROMO-FOR-INTAKE        VALUE "I" "B".
002900         88  PROMO-FOR-RENEWAL       VALUE "R" "B".
