000900*    MODIFICATION HISTORY                                        *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    2026-09-01  LS   ORIGINAL COPYBOOK.                         *
001110*    2026-10-15  LS   ADD POLA-ADJ-LIMIT.                       *
001140*    2026-10-15  LS   ADD THE APPOINTMENT BOOK DAY - POLA-APPT-  *
001170*                     START, -MINUTES, -SLOTS AND -CAPACITY.     *
001180*    2026-10-15  LS   ADD POLA-CLEAR-CATEGORY.                   *
001190*    2026-10-15  LS   ADD POLA-RETAIN-YEARS.                     *
001200******************************************************************
001300 01  POLICY-ANSWER.
001400     05  POLA-MIN-AGE            PIC 9(02).
001700     05  POLA-BMI-NORMAL         PIC 99V99.
001800     05  POLA-BMI-OVER           PIC 99V99.
001900     05  POLA-CKPT-INTERVAL      PIC 9(02).
002000     05  POLA-ADJ-LIMIT          PIC 9(04)V99.
002100     05  POLA-APPT-START         PIC 9(04).
002200     05  POLA-APPT-MINUTES       PIC 9(02).
002300     05  POLA-APPT-SLOTS         PIC 9(02).
002400     05  POLA-APPT-CAPACITY      PIC 9(02).
002500     05  POLA-CLEAR-CATEGORY     PIC X(11).
002600     05  POLA-RETAIN-YEARS       PIC 9(02).
