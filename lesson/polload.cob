001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-09-01  LS   ORIGINAL PROGRAM.                          *
002110*    2026-10-15  LS   SERVE THE DESK ADJUSTMENT APPROVAL LIMIT. *
002120*                     A ROW WRITTEN BEFORE THE FIELD EXISTED    *
002130*                     LEAVES THE FALLBACK STANDING.             *
002140*    2026-10-15  LS   SERVE THE APPOINTMENT BOOK DAY (FIRST      *
002150*                     SLOT, SLOT LENGTH, SLOTS, CAPACITY). A ROW *
002160*                     WRITTEN BEFORE THE FIELDS EXISTED LEAVES   *
002170*                     THE FALLBACKS STANDING.                    *
002176*    2026-10-15  LS   SERVE THE BMI RISK CATEGORY NEEDING        *
002182*                     MEDICAL CLEARANCE. A ROW WRITTEN BEFORE    *
002188*                     THE FIELD EXISTED LEAVES THE FALLBACK      *
002194*                     (OBESE) STANDING.                          *
002195*    2026-10-15  LS   SERVE THE HISTORY RETENTION PERIOD IN      *
002196*                     YEARS. A ROW WRITTEN BEFORE THE FIELD      *
002197*                     EXISTED LEAVES THE FALLBACK (7) STANDING.  *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
003900*    THE FALLBACK VALUES ARE THE LITERALS THE PROGRAMS SHIPPED   *
004000*    WITH: CONSENT MINIMUM 16, RECALL 90 DAYS, WHO CUTOFFS       *
004100*    18.50 / 25.00 / 30.00, CHECKPOINT EVERY 10 TRANSACTIONS.    *
004110*    A DESK ADJUSTMENT OVER 50.00 WAITS FOR A SUPERVISOR.        *
004140*    THE APPOINTMENT BOOK RUNS SIXTEEN 30-MINUTE SLOTS FROM      *
004160*    09:00, TWO BOOKINGS TO A SLOT. SEVEN FULL YEARS OF HISTORY  *
004180*    STAY ON LINE BEFORE PURGERUN MOVES THEM OFF.                *
004200******************************************************************
004300 01  WS-FALLBACK-POLICY.
004400     05  WS-FB-MIN-AGE           PIC 9(02) VALUE 16.
004700     05  WS-FB-BMI-NORMAL        PIC 99V99 VALUE 25.00.
004800     05  WS-FB-BMI-OVER          PIC 99V99 VALUE 30.00.
004900     05  WS-FB-CKPT-INTERVAL     PIC 9(02) VALUE 10.
004910     05  WS-FB-ADJ-LIMIT         PIC 9(04)V99 VALUE 50.00.
004920     05  WS-FB-APPT-START        PIC 9(04) VALUE 0900.
004930     05  WS-FB-APPT-MINUTES      PIC 9(02) VALUE 30.
004940     05  WS-FB-APPT-SLOTS        PIC 9(02) VALUE 16.
004950     05  WS-FB-APPT-CAPACITY     PIC 9(02) VALUE 02.
004970     05  WS-FB-CLEAR-CATEGORY    PIC X(11) VALUE "OBESE".
004980     05  WS-FB-RETAIN-YEARS      PIC 9(02) VALUE 07.
005000
005100 77  WS-CURRENT-DATE             PIC 9(08).
005200 77  WS-POL-STATUS               PIC X(02).
007100     MOVE WS-FB-BMI-NORMAL    TO POLA-BMI-NORMAL.
007200     MOVE WS-FB-BMI-OVER      TO POLA-BMI-OVER.
007300     MOVE WS-FB-CKPT-INTERVAL TO POLA-CKPT-INTERVAL.
007310     MOVE WS-FB-ADJ-LIMIT     TO POLA-ADJ-LIMIT.
007320     MOVE WS-FB-APPT-START    TO POLA-APPT-START.
007330     MOVE WS-FB-APPT-MINUTES  TO POLA-APPT-MINUTES.
007340     MOVE WS-FB-APPT-SLOTS    TO POLA-APPT-SLOTS.
007350     MOVE WS-FB-APPT-CAPACITY TO POLA-APPT-CAPACITY.
007370     MOVE WS-FB-CLEAR-CATEGORY TO POLA-CLEAR-CATEGORY.
007380     MOVE WS-FB-RETAIN-YEARS  TO POLA-RETAIN-YEARS.
007400     MOVE ZERO TO WS-BEST-EFF-DATE.
007500     OPEN INPUT POLICY-FILE.
007600     IF WS-POL-STATUS = "00"
010500         MOVE POL-BMI-NORMAL    TO POLA-BMI-NORMAL
010600         MOVE POL-BMI-OVER      TO POLA-BMI-OVER
010700         MOVE POL-CKPT-INTERVAL TO POLA-CKPT-INTERVAL
010702         IF POL-ADJ-LIMIT IS NUMERIC AND POL-ADJ-LIMIT > ZERO
010704             MOVE POL-ADJ-LIMIT TO POLA-ADJ-LIMIT
010706         ELSE
010708             MOVE WS-FB-ADJ-LIMIT TO POLA-ADJ-LIMIT
010710         END-IF
010712         IF POL-APPT-START IS NUMERIC
010714             AND POL-APPT-MINUTES IS NUMERIC
010716             AND POL-APPT-SLOTS IS NUMERIC
010718             AND POL-APPT-CAPACITY IS NUMERIC
010720             AND POL-APPT-MINUTES > ZERO
010722             AND POL-APPT-SLOTS > ZERO
010724             AND POL-APPT-CAPACITY > ZERO
010726             MOVE POL-APPT-START    TO POLA-APPT-START
010728             MOVE POL-APPT-MINUTES  TO POLA-APPT-MINUTES
010730             MOVE POL-APPT-SLOTS    TO POLA-APPT-SLOTS
010732             MOVE POL-APPT-CAPACITY TO POLA-APPT-CAPACITY
010734         ELSE
010736             MOVE WS-FB-APPT-START    TO POLA-APPT-START
010738             MOVE WS-FB-APPT-MINUTES  TO POLA-APPT-MINUTES
010740             MOVE WS-FB-APPT-SLOTS    TO POLA-APPT-SLOTS
010742             MOVE WS-FB-APPT-CAPACITY TO POLA-APPT-CAPACITY
010744         END-IF
010746         IF POL-CLEAR-CATEGORY = "UNDERWEIGHT" OR "NORMAL"
010748             OR "OVERWEIGHT" OR "OBESE" OR "NONE"
010750             MOVE POL-CLEAR-CATEGORY TO POLA-CLEAR-CATEGORY
010752         ELSE
010754             MOVE WS-FB-CLEAR-CATEGORY TO POLA-CLEAR-CATEGORY
010756         END-IF
010758         IF POL-RETAIN-YEARS IS NUMERIC
010760             AND POL-RETAIN-YEARS > ZERO
010762             MOVE POL-RETAIN-YEARS TO POLA-RETAIN-YEARS
010764         ELSE
010766             MOVE WS-FB-RETAIN-YEARS TO POLA-RETAIN-YEARS
010768         END-IF
010800     END-IF.
010900     PERFORM 1000-READ-POLICY THRU 1000-EXIT.
011000 2000-EXIT.
