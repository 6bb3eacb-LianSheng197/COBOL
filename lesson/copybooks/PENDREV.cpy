001110*    2026-09-01  LS   CARRY THE BIRTH DATE THE DESK CAPTURED    *
001120*                     SO A MANAGER APPROVAL ENROLLS WITH IT     *
001130*                     (SEE MBRMAST.CPY).                        *
001140*    2026-10-15  LS   CARRY THE CONTACT DETAILS THE DESK         *
001150*                     CAPTURED (SAME LAYOUT AS MAST-CONTACT) SO  *
001160*                     A MANAGER APPROVAL ENROLLS WITH THEM.      *
001168*    2026-10-15  LS   CARRY THE PROMOTION CODE THE DESK TOOK AND *
001176*                     ITS DISCOUNT SO A MANAGER APPROVAL POSTS   *
001184*                     THE REDEMPTION. ROWS QUEUED BEFORE THEM    *
001192*                     READ BACK BLANK.                           *
001200******************************************************************
001300 01  PENDING-REVIEW-RECORD.
001400     05  PEND-DATE               PIC 9(08).
001800     05  PEND-AGE                PIC 9(03).
001900     05  PEND-FEE-QUOTED         PIC 9(03)V99.
002000     05  PEND-BIRTH-DATE         PIC 9(08).
002100     05  PEND-CONTACT            PIC X(148).
002200     05  PEND-PROMO-CODE         PIC X(08).
002300     05  PEND-PROMO-DISCOUNT     PIC 9(03)V99.
