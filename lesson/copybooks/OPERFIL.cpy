000500*    STAMPED ONTO EVERY AUDIT ROW, BMI HISTORY ROW AND          *
000600*    CHECKPOINT THE SESSION WRITES, SO COMPLIANCE CAN SEE WHO   *
000700*    DID WHAT INSTEAD OF A SHRUG.                               *
000705*    THE OPERATOR'S ROLE DECIDES WHICH FRONTDESK OPTIONS ARE    *
000710*    OFFERED. THE PIN IS CHECKED AT SIGN-ON AND THREE BAD PINS  *
000715*    IN A ROW LOCK THE RECORD UNTIL AN ADMIN REACTIVATES IT OR  *
000720*    RESETS THE PIN IN OPERMNT; THE ADMIN RECORD'S OWN LOCK     *
000725*    LAPSES THE DAY AFTER OPER-LOCK-DATE. ONLY THE SEEDED ADMIN *
000730*    RECORD (NO PIN, NO BAD PINS, NO LOCK DATE) CHOOSES ITS OWN *
000735*    FIRST PIN AT SIGN-ON; ANY OTHER RECORD WITH NO PIN IS      *
000740*    REFUSED (ACCSLOG EVENT N) UNTIL AN ADMIN SETS ONE IN       *
000745*    OPERMNT. A RECORD WRITTEN BEFORE THESE FIELDS EXISTED      *
000750*    READS BACK WITH THEM BLANK: NO ROLE IS TAKEN AS CLERK      *
000755*    (ADMIN FOR THE ADMIN RECORD).                              *
000800*------------------------------------------------------------------
000900*    MODIFICATION HISTORY                                        *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    2026-08-22  LS   ORIGINAL COPYBOOK.                         *
001120*    2026-10-15  LS   ADD OPER-ROLE, OPER-PIN, OPER-FAIL-COUNT   *
001140*                     AND OPER-LOCK-DATE, AND THE LOCKED STATUS, *
001160*                     FOR PIN SIGN-ON AND ROLE-BASED MENU        *
001180*                     OPTIONS.                                   *
001185*    2026-10-15  LS   DESCRIBE THE SEEDED-ADMIN FIRST PIN,       *
001190*                     THE REFUSAL OF OTHER RECORDS WITH NO       *
001195*                     PIN AND THE LAPSING ADMIN LOCK.            *
001200******************************************************************
001300 01  OPERATOR-RECORD.
001400     05  OPER-ID                 PIC X(08).
001600     05  OPER-STATUS             PIC X(01).
001700         88  OPER-ACTIVE             VALUE "A".
001800         88  OPER-DISABLED           VALUE "D".
001900         88  OPER-LOCKED             VALUE "L".
002000     05  OPER-ROLE               PIC X(01).
002100         88  OPER-ROLE-CLERK         VALUE "C".
002200         88  OPER-ROLE-SUPERVISOR    VALUE "S".
002300         88  OPER-ROLE-MANAGER       VALUE "M".
002400         88  OPER-ROLE-ADMIN         VALUE "A".
002500         88  OPER-ROLE-IS-VALID      VALUE "C" "S" "M" "A".
002600     05  OPER-PIN                PIC X(04).
002700     05  OPER-FAIL-COUNT         PIC 9(01).
002800     05  OPER-LOCK-DATE          PIC 9(08).
