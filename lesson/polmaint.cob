001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-09-01  LS   ORIGINAL PROGRAM.                          *
001910*    2026-10-15  LS   TAKE AND LIST THE DESK ADJUSTMENT         *
001920*                     APPROVAL LIMIT.                           *
001930*    2026-10-15  LS   TAKE AND LIST THE APPOINTMENT BOOK DAY -   *
001940*                     FIRST SLOT START, SLOT LENGTH, SLOTS PER   *
001950*                     DAY AND BOOKINGS PER SLOT. A DAY THAT RUNS *
001960*                     PAST MIDNIGHT IS REFUSED.                  *
001970*    2026-10-15  LS   TAKE AND LIST THE BMI RISK CATEGORY WHOSE  *
001980*                     SCREENING NEEDS A MEDICAL CLEARANCE (NONE  *
001990*                     TURNS IT OFF).                             *
001992*    2026-10-15  LS   TAKE AND LIST THE FULL YEARS OF BMI        *
001994*                     HISTORY AND LEDGER ARCHIVE KEPT ON LINE    *
001996*                     BEFORE PURGERUN.                           *
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
005500 01  WS-BMI-NUM REDEFINES WS-BMI-GROUP
005600                                 PIC 99V99.
005700
005710 01  WS-MONEY-GROUP.
005720     05  WS-MONEY-EDIT           PIC X(06).
005730 01  WS-MONEY-NUM REDEFINES WS-MONEY-GROUP
005740                                 PIC 9(04)V99.
005750
005800 01  WS-NEW-ROW.
005900     05  WS-NEW-EFF-DATE         PIC 9(08).
006000     05  WS-NEW-MIN-AGE          PIC 9(02).
006300     05  WS-NEW-BMI-NORMAL       PIC 99V99.
006400     05  WS-NEW-BMI-OVER         PIC 99V99.
006500     05  WS-NEW-CKPT-INTERVAL    PIC 9(02).
006510     05  WS-NEW-ADJ-LIMIT        PIC 9(04)V99.
006515     05  WS-NEW-APPT-START       PIC 9(04).
006520     05  WS-NEW-APPT-MINUTES     PIC 9(02).
006525     05  WS-NEW-APPT-SLOTS       PIC 9(02).
006530     05  WS-NEW-APPT-CAPACITY    PIC 9(02).
006531     05  WS-NEW-CLEAR-CATEGORY   PIC X(11).
006532         88  CLEAR-CATEGORY-VALID    VALUE "UNDERWEIGHT" "NORMAL"
006533                                     "OVERWEIGHT" "OBESE" "NONE".
006534     05  WS-NEW-RETAIN-YEARS     PIC 9(02).
006535
006540 01  WS-TIME-GROUP.
006545     05  WS-TIME-HH              PIC X(02).
006550     05  WS-TIME-MM              PIC X(02).
006555 01  WS-TIME-NUM REDEFINES WS-TIME-GROUP.
006560     05  WS-TIME-HH-NUM          PIC 9(02).
006565     05  WS-TIME-MM-NUM          PIC 9(02).
006570 01  WS-TIME-HHMM REDEFINES WS-TIME-GROUP
006575                                 PIC 9(04).
006580
006585 01  WS-DAY-END-MINUTES          PIC 9(05).
006600
006700 01  WS-CONFIRM                  PIC X(03).
006800     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
016300         "  recall " POL-RECALL-DAYS " days"
016400         "  BMI " POL-BMI-UNDER "/" POL-BMI-NORMAL
016500         "/" POL-BMI-OVER
016600         "  ckpt " POL-CKPT-INTERVAL
016610         "  adj limit " POL-ADJ-LIMIT.
016630     DISPLAY "          appointments from " POL-APPT-START
016650         "  " POL-APPT-SLOTS " slots of " POL-APPT-MINUTES
016670         " min  capacity " POL-APPT-CAPACITY.
016680     DISPLAY "          clearance needed for " POL-CLEAR-CATEGORY
016690         "  history kept " POL-RETAIN-YEARS " years".
016700     PERFORM 3100-READ-ROW THRU 3100-EXIT.
016800 3200-EXIT.
016900     EXIT.
017000
017100******************************************************************
017200*    4000-ENTER-ROW - ALL FOURTEEN FIELDS, ECHOED AND CONFIRMED  *
017300*    BEFORE THE APPEND.                                          *
017400******************************************************************
017500 4000-ENTER-ROW.
019200     DISPLAY "Posting checkpoint interval:".
019300     PERFORM 4200-GET-NUM2 THRU 4200-EXIT.
019400     MOVE WS-NUM2-NUM TO WS-NEW-CKPT-INTERVAL.
019410     DISPLAY "Adjustment amount needing supervisor approval:".
019420     PERFORM 4500-GET-MONEY THRU 4500-EXIT.
019430     MOVE WS-MONEY-NUM TO WS-NEW-ADJ-LIMIT.
019433     DISPLAY "First appointment slot starts at:".
019436     PERFORM 4600-GET-TIME THRU 4600-EXIT.
019439     MOVE WS-TIME-HHMM TO WS-NEW-APPT-START.
019442     DISPLAY "Appointment slot length (minutes):".
019445     PERFORM 4200-GET-NUM2 THRU 4200-EXIT.
019448     MOVE WS-NUM2-NUM TO WS-NEW-APPT-MINUTES.
019451     DISPLAY "Appointment slots per day:".
019454     PERFORM 4200-GET-NUM2 THRU 4200-EXIT.
019457     MOVE WS-NUM2-NUM TO WS-NEW-APPT-SLOTS.
019460     DISPLAY "Bookings per slot:".
019463     PERFORM 4200-GET-NUM2 THRU 4200-EXIT.
019466     MOVE WS-NUM2-NUM TO WS-NEW-APPT-CAPACITY.
019469     COMPUTE WS-DAY-END-MINUTES = WS-TIME-HH-NUM * 60
019472         + WS-TIME-MM-NUM
019475         + WS-NEW-APPT-SLOTS * WS-NEW-APPT-MINUTES.
019478     IF WS-DAY-END-MINUTES > 1440
019481         DISPLAY "Slots run past midnight - entry abandoned."
019484         GO TO 4000-EXIT
019487     END-IF.
019491     DISPLAY "BMI category needing medical clearance:".
019495     PERFORM 4700-GET-CATEGORY THRU 4700-EXIT.
019496     DISPLAY "Full years of history kept on line:".
019497     PERFORM 4200-GET-NUM2 THRU 4200-EXIT.
019498     MOVE WS-NUM2-NUM TO WS-NEW-RETAIN-YEARS.
019500     DISPLAY "Add row effective " WS-NEW-EFF-DATE
019600         ": min age " WS-NEW-MIN-AGE
019700         " recall " WS-NEW-RECALL-DAYS
019800         " BMI " WS-NEW-BMI-UNDER "/" WS-NEW-BMI-NORMAL
019900         "/" WS-NEW-BMI-OVER
020000         " ckpt " WS-NEW-CKPT-INTERVAL
020020         " adj limit " WS-NEW-ADJ-LIMIT.
020040     DISPLAY "    appointments from " WS-NEW-APPT-START
020060         " " WS-NEW-APPT-SLOTS " slots of " WS-NEW-APPT-MINUTES
020070         " min capacity " WS-NEW-APPT-CAPACITY.
020080     DISPLAY "    clearance needed for " WS-NEW-CLEAR-CATEGORY
020090         " history kept " WS-NEW-RETAIN-YEARS " years ?".
020100     PERFORM 5000-GET-CONFIRM THRU 5000-EXIT.
020200     IF CONFIRM-IS-YES
020300         MOVE WS-NEW-EFF-DATE      TO POL-EFF-DATE
020700         MOVE WS-NEW-BMI-NORMAL    TO POL-BMI-NORMAL
020800         MOVE WS-NEW-BMI-OVER      TO POL-BMI-OVER
020900         MOVE WS-NEW-CKPT-INTERVAL TO POL-CKPT-INTERVAL
020910         MOVE WS-NEW-ADJ-LIMIT     TO POL-ADJ-LIMIT
020920         MOVE WS-NEW-APPT-START    TO POL-APPT-START
020930         MOVE WS-NEW-APPT-MINUTES  TO POL-APPT-MINUTES
020940         MOVE WS-NEW-APPT-SLOTS    TO POL-APPT-SLOTS
020950         MOVE WS-NEW-APPT-CAPACITY TO POL-APPT-CAPACITY
020970         MOVE WS-NEW-CLEAR-CATEGORY TO POL-CLEAR-CATEGORY
020980         MOVE WS-NEW-RETAIN-YEARS  TO POL-RETAIN-YEARS
021000         OPEN EXTEND POLICY-FILE
021100         WRITE POLICY-RECORD
021200         CLOSE POLICY-FILE
029400     END-IF.
029500 4410-EXIT.
029600     EXIT.
029601
029602 4500-GET-MONEY.
029603     MOVE "N" TO WS-VALID-SW.
029604     PERFORM 4510-PROMPT-MONEY THRU 4510-EXIT
029605         UNTIL INPUT-IS-VALID.
029606 4500-EXIT.
029607     EXIT.
029608
029609 4510-PROMPT-MONEY.
029610     DISPLAY "  Amount (999999, cents in last two): "
029611         WITH NO ADVANCING.
029612     ACCEPT WS-MONEY-EDIT.
029613     IF WS-MONEY-EDIT IS NUMERIC AND WS-MONEY-NUM > ZERO
029614         MOVE "Y" TO WS-VALID-SW
029615     ELSE
029616         DISPLAY "  Amount must be six digits - re-enter."
029617         MOVE "N" TO WS-VALID-SW
029618     END-IF.
029619 4510-EXIT.
029620     EXIT.
029621
029622 4600-GET-TIME.
029623     MOVE "N" TO WS-VALID-SW.
029624     PERFORM 4610-PROMPT-TIME THRU 4610-EXIT
029625         UNTIL INPUT-IS-VALID.
029626 4600-EXIT.
029627     EXIT.
029628
029629 4610-PROMPT-TIME.
029630     DISPLAY "  Time (HHMM, 24-hour): " WITH NO ADVANCING.
029631     ACCEPT WS-TIME-GROUP.
029632     IF WS-TIME-GROUP IS NUMERIC
029633         AND WS-TIME-HH-NUM < 24 AND WS-TIME-MM-NUM < 60
029634         MOVE "Y" TO WS-VALID-SW
029635     ELSE
029636         DISPLAY "  Time must be HHMM - re-enter."
029637         MOVE "N" TO WS-VALID-SW
029638     END-IF.
029639 4610-EXIT.
029640     EXIT.
029641
029642 4700-GET-CATEGORY.
029643     MOVE "N" TO WS-VALID-SW.
029644     PERFORM 4710-PROMPT-CATEGORY THRU 4710-EXIT
029645         UNTIL INPUT-IS-VALID.
029646 4700-EXIT.
029647     EXIT.
029648
029649 4710-PROMPT-CATEGORY.
029650     DISPLAY "  UNDERWEIGHT, NORMAL, OVERWEIGHT, OBESE or NONE: "
029651         WITH NO ADVANCING.
029652     ACCEPT WS-NEW-CLEAR-CATEGORY.
029653     IF CLEAR-CATEGORY-VALID
029654         MOVE "Y" TO WS-VALID-SW
029655     ELSE
029656         DISPLAY "  Not a BMI category - re-enter."
029657         MOVE "N" TO WS-VALID-SW
029658     END-IF.
029659 4710-EXIT.
029660     EXIT.
029700
029800******************************************************************
029900*    5000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN  *
