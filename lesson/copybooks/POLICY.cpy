001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-09-01  LS   ORIGINAL COPYBOOK.                         *
001705*    2026-10-15  LS   ADD POL-ADJ-LIMIT - A DESK ADJUSTMENT OVER *
001710*                     THIS AMOUNT IS HELD FOR SUPERVISOR        *
001715*                     APPROVAL (ADJENTRY/ADJREVW). SPACE ON     *
001720*                     OLDER ROWS; POLLOAD FALLS BACK.           *
001725*    2026-10-15  LS   ADD THE APPOINTMENT BOOK DAY - FIRST SLOT  *
001730*                     START (HHMM), SLOT LENGTH IN MINUTES,      *
001735*                     SLOTS PER DAY AND BOOKINGS PER SLOT        *
001740*                     (APPTMNT/BMICALC/APPTEOD). SPACE ON OLDER  *
001745*                     ROWS; POLLOAD FALLS BACK.                  *
001750*    2026-10-15  LS   ADD POL-CLEAR-CATEGORY - THE BMI RISK      *
001755*                     CATEGORY WHOSE SCREENING NEEDS A PHYSICIAN *
001760*                     CLEARANCE ON FILE (BMICALC), OR NONE.      *
001765*    2026-10-15  LS   ADD POL-RETAIN-YEARS - FULL CALENDAR YEARS *
001770*                     OF BMI HISTORY AND LEDGER ARCHIVE KEPT ON  *
001775*                     LINE BEFORE PURGERUN MOVES THEM TO THE     *
001780*                     YEARLY HISTORY FILES. SPACE ON OLDER ROWS; *
001785*                     POLLOAD FALLS BACK.                        *
001800******************************************************************
001900 01  POLICY-RECORD.
002000     05  POL-EFF-DATE            PIC 9(08).
002400     05  POL-BMI-NORMAL          PIC 99V99.
002500     05  POL-BMI-OVER            PIC 99V99.
002600     05  POL-CKPT-INTERVAL       PIC 9(02).
002700     05  POL-ADJ-LIMIT           PIC 9(04)V99.
002800     05  POL-APPT-START          PIC 9(04).
002900     05  POL-APPT-MINUTES        PIC 9(02).
003000     05  POL-APPT-SLOTS          PIC 9(02).
003100     05  POL-APPT-CAPACITY       PIC 9(02).
003200     05  POL-CLEAR-CATEGORY      PIC X(11).
003300     05  POL-RETAIN-YEARS        PIC 9(02).
