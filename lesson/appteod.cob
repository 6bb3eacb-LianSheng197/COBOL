000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPTEOD.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    APPTEOD IS THE END-OF-DAY APPOINTMENT BOOK RUN. ONCE        *
000900*    FRONTDESK HAS CLOSED THE DAY, EVERY APPOINTMENT FOR TODAY   *
001000*    OR EARLIER STILL STANDING AS BOOKED - THE MEMBER NEVER CAME *
001100*    TO BE SCREENED, SO BMICALC NEVER MARKED IT KEPT - IS MARKED *
001200*    A NO-SHOW AND LISTED. THE RUN THEN PRINTS TOMORROW'S        *
001300*    APPOINTMENT SHEET FOR THE SCREENING STATION: EVERY SLOT OF  *
001400*    THE POLICY DAY WITH ITS TIME, THE MEMBERS BOOKED INTO IT    *
001500*    AND THE PLACES STILL OPEN. BOTH GO TO THE APPTSHT REPORT.   *
001600*------------------------------------------------------------------
001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
001920*    2026-10-15  LS   END WITH GOBACK SO THE NIGHTRUN STREAM CAN *
001940*                     CALL THIS AS A STEP; RUN ON ITS OWN IT     *
001960*                     ENDS AS BEFORE.                            *
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT APPOINTMENT-FILE ASSIGN TO "APPTBOOK"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS APPT-KEY
002900         ALTERNATE RECORD KEY IS APPT-MBR-ID
003000             WITH DUPLICATES
003100         FILE STATUS IS WS-APPT-STATUS.
003200     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS MAST-MBR-ID
003600         ALTERNATE RECORD KEY IS MAST-SURNAME
003700             WITH DUPLICATES
003800         FILE STATUS IS WS-MAST-STATUS.
003900     SELECT SHEET-FILE ASSIGN TO "APPTSHT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RPT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  APPOINTMENT-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY APPTBOOK.
004800
004900 FD  MEMBER-MASTER-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY MBRMAST.
005200
005300 FD  SHEET-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  SHEET-LINE                  PIC X(100).
005600
005700 WORKING-STORAGE SECTION.
005800     COPY DAYANSW.
005900     COPY POLANSW.
006000
006100 01  WS-NO-SHOW-HEADING.
006200     05  FILLER                  PIC X(10) VALUE "DATE".
006300     05  FILLER                  PIC X(08) VALUE "TIME".
006400     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
006500     05  FILLER                  PIC X(37) VALUE "NAME".
006600     05  FILLER                  PIC X(09) VALUE "BOOKED BY".
006700
006800 01  WS-NO-SHOW-LINE.
006900     05  WS-NSL-DATE             PIC 9(08).
007000     05  FILLER                  PIC X(02) VALUE SPACES.
007100     05  WS-NSL-TIME.
007200         10  WS-NSL-HH           PIC 9(02).
007300         10  FILLER              PIC X(01) VALUE ":".
007400         10  WS-NSL-MM           PIC 9(02).
007500     05  FILLER                  PIC X(03) VALUE SPACES.
007600     05  WS-NSL-MBR-ID           PIC X(20).
007700     05  FILLER                  PIC X(02) VALUE SPACES.
007800     05  WS-NSL-NAME             PIC X(35).
007900     05  FILLER                  PIC X(02) VALUE SPACES.
008000     05  WS-NSL-BOOKED-BY        PIC X(08).
008100
008200 01  WS-SHEET-HEADING.
008300     05  FILLER                  PIC X(06) VALUE "SLOT".
008400     05  FILLER                  PIC X(08) VALUE "TIME".
008500     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
008600     05  FILLER                  PIC X(37) VALUE "NAME".
008700     05  FILLER                  PIC X(08) VALUE "SOURCE".
008800     05  FILLER                  PIC X(08) VALUE "SCREENED".
008900
009000 01  WS-SHEET-LINE.
009100     05  WS-SHL-SLOT             PIC Z9.
009200     05  FILLER                  PIC X(04) VALUE SPACES.
009300     05  WS-SHL-TIME.
009400         10  WS-SHL-HH           PIC 9(02).
009500         10  FILLER              PIC X(01) VALUE ":".
009600         10  WS-SHL-MM           PIC 9(02).
009700     05  FILLER                  PIC X(03) VALUE SPACES.
009800     05  WS-SHL-MBR-ID           PIC X(20).
009900     05  FILLER                  PIC X(02) VALUE SPACES.
010000     05  WS-SHL-NAME             PIC X(35).
010100     05  FILLER                  PIC X(02) VALUE SPACES.
010200     05  WS-SHL-SOURCE           PIC X(06).
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  WS-SHL-SCREENED         PIC X(08).
010500
010600 01  WS-START-GROUP.
010700     05  WS-START-HH             PIC 9(02).
010800     05  WS-START-MM             PIC 9(02).
010900 01  WS-START-HHMM REDEFINES WS-START-GROUP
011000                                 PIC 9(04).
011100
011200 01  WS-TIME-GROUP.
011300     05  WS-TIME-HH              PIC 9(02).
011400     05  WS-TIME-MM              PIC 9(02).
011500 01  WS-TIME-HHMM REDEFINES WS-TIME-GROUP
011600                                 PIC 9(04).
011700
011800 01  WS-NEXT-DATE.
011900     05  WS-NEXT-YYYY            PIC 9(04).
012000     05  WS-NEXT-MM              PIC 9(02).
012100     05  WS-NEXT-DD              PIC 9(02).
012200 01  WS-NEXT-DATE-NUM REDEFINES WS-NEXT-DATE
012300                                 PIC 9(08).
012400
012500 01  WS-MONTH-DAYS-TABLE.
012600     05  FILLER                  PIC X(24) VALUE
012700         "312831303130313130313031".
012800 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
012900     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
013000
013100 01  WS-CURRENT-DATE             PIC 9(08).
013200 01  WS-DAY-MINUTES              PIC 9(05).
013300 01  WS-SLOT-USED                PIC 9(03).
013400 01  WS-SLOT-LEFT                PIC 9(03).
013500 01  WS-OPEN-LINE.
013600     05  FILLER                  PIC X(36) VALUE SPACES.
013700     05  WS-OPN-COUNT            PIC ZZ9.
013800     05  FILLER                  PIC X(20) VALUE " PLACE(S) OPEN".
013900
014000 77  WS-MONTH-LIMIT              PIC 9(02).
014100 77  WS-LEAP-REM                 PIC 9(04).
014200 77  WS-LEAP-QUOT                PIC 9(04).
014300
014400 77  WS-APPT-STATUS              PIC X(02).
014500 77  WS-MAST-STATUS              PIC X(02).
014600 77  WS-RPT-STATUS               PIC X(02).
014700
014800 77  WS-SLOT-SUB                 PIC 9(02) COMP VALUE ZERO.
014900 77  WS-NO-SHOW-COUNT            PIC 9(04) VALUE ZERO.
015000 77  WS-BOOKED-COUNT             PIC 9(04) VALUE ZERO.
015100
015200 77  WS-EOF-SW                   PIC X(01).
015300     88  AT-EOF                      VALUE "Y".
015400     88  NOT-AT-EOF                  VALUE "N".
015500
015600 77  WS-MAST-OPEN-SW             PIC X(01).
015700     88  MASTER-IS-OPEN              VALUE "Y".
015800     88  MASTER-NOT-OPEN             VALUE "N".
015900
016000 PROCEDURE DIVISION.
016100******************************************************************
016200*    0000-MAINLINE                                                *
016300******************************************************************
016400 0000-MAINLINE.
016500     CALL "DAYSTAT" USING DAY-CONTROL-ANSWER.
016600     IF NOT DAY-CLOSED-TODAY
016700         DISPLAY "Business day is not closed - no-shows cannot be"
016800             " called yet."
016900         MOVE 8 TO RETURN-CODE
017000         GOBACK
017100     END-IF.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     IF WS-APPT-STATUS NOT = "00"
017400         DISPLAY "No appointment book on file - nothing to do."
017500         GOBACK
017600     END-IF.
017700     PERFORM 2000-FLAG-NO-SHOWS THRU 2000-EXIT.
017800     PERFORM 3000-PRINT-SHEET THRU 3000-EXIT.
017900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018000     GOBACK.
018100
018200******************************************************************
018300*    1000-INITIALIZE - TOMORROW IS TODAY PLUS ONE CALENDAR DAY,  *
018400*    WITH PROPER MONTH LENGTHS AND LEAP YEARS AS IN BMICALC.     *
018500******************************************************************
018600 1000-INITIALIZE.
018700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018800     CALL "POLLOAD" USING POLICY-ANSWER.
018900     MOVE POLA-APPT-START TO WS-START-HHMM.
019000     MOVE WS-CURRENT-DATE TO WS-NEXT-DATE-NUM.
019100     PERFORM 1100-ADD-ONE-DAY THRU 1100-EXIT.
019200     OPEN I-O APPOINTMENT-FILE.
019300     IF WS-APPT-STATUS NOT = "00"
019400         GO TO 1000-EXIT
019500     END-IF.
019600     MOVE "N" TO WS-MAST-OPEN-SW.
019700     OPEN INPUT MEMBER-MASTER-FILE.
019800     IF WS-MAST-STATUS = "00"
019900         MOVE "Y" TO WS-MAST-OPEN-SW
020000     END-IF.
020100     OPEN OUTPUT SHEET-FILE.
020200 1000-EXIT.
020300     EXIT.
020400
020500 1100-ADD-ONE-DAY.
020600     MOVE WS-DAYS-IN-MONTH (WS-NEXT-MM) TO WS-MONTH-LIMIT.
020700     IF WS-NEXT-MM = 2
020800         PERFORM 1200-CHECK-LEAP-YEAR THRU 1200-EXIT
020900     END-IF.
021000     IF WS-NEXT-DD < WS-MONTH-LIMIT
021100         ADD 1 TO WS-NEXT-DD
021200     ELSE
021300         MOVE 1 TO WS-NEXT-DD
021400         IF WS-NEXT-MM < 12
021500             ADD 1 TO WS-NEXT-MM
021600         ELSE
021700             MOVE 1 TO WS-NEXT-MM
021800             ADD 1 TO WS-NEXT-YYYY
021900         END-IF
022000     END-IF.
022100 1100-EXIT.
022200     EXIT.
022300
022400 1200-CHECK-LEAP-YEAR.
022500     DIVIDE WS-NEXT-YYYY BY 4 GIVING WS-LEAP-QUOT
022600         REMAINDER WS-LEAP-REM.
022700     IF WS-LEAP-REM = ZERO
022800         DIVIDE WS-NEXT-YYYY BY 100 GIVING WS-LEAP-QUOT
022900             REMAINDER WS-LEAP-REM
023000         IF WS-LEAP-REM NOT = ZERO
023100             MOVE 29 TO WS-MONTH-LIMIT
023200         ELSE
023300             DIVIDE WS-NEXT-YYYY BY 400 GIVING WS-LEAP-QUOT
023400                 REMAINDER WS-LEAP-REM
023500             IF WS-LEAP-REM = ZERO
023600                 MOVE 29 TO WS-MONTH-LIMIT
023700             END-IF
023800         END-IF
023900     END-IF.
024000 1200-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400*    2000-FLAG-NO-SHOWS - THE BOOK READS IN DATE ORDER FROM THE  *
024500*    START, SO A NIGHT THE RUN WAS MISSED IS CAUGHT UP; THE PASS *
024600*    STOPS AT THE FIRST ROW DATED AFTER TODAY.                   *
024700******************************************************************
024800 2000-FLAG-NO-SHOWS.
024900     MOVE SPACES TO SHEET-LINE.
025000     STRING "NO-SHOWS CALLED ON " WS-CURRENT-DATE
025100         DELIMITED BY SIZE INTO SHEET-LINE.
025200     WRITE SHEET-LINE.
025300     MOVE WS-NO-SHOW-HEADING TO SHEET-LINE.
025400     WRITE SHEET-LINE.
025500     MOVE LOW-VALUES TO APPT-KEY.
025550     MOVE "N" TO WS-EOF-SW.
025600     START APPOINTMENT-FILE KEY IS >= APPT-KEY
025700         INVALID KEY
025800             MOVE "Y" TO WS-EOF-SW
025900     END-START.
026100     PERFORM 2100-CHECK-BOOKING THRU 2100-EXIT
026200         UNTIL AT-EOF.
026400     MOVE SPACES TO SHEET-LINE.
026500     STRING "NO-SHOWS: " WS-NO-SHOW-COUNT
026600         DELIMITED BY SIZE INTO SHEET-LINE.
026700     WRITE SHEET-LINE.
026750 2000-EXIT.
026800     EXIT.
026900
027000 2100-CHECK-BOOKING.
027100     READ APPOINTMENT-FILE NEXT RECORD
027200         AT END
027300             MOVE "Y" TO WS-EOF-SW
027400             GO TO 2100-EXIT
027500     END-READ.
027600     IF APPT-DATE > WS-CURRENT-DATE
027700         MOVE "Y" TO WS-EOF-SW
027800         GO TO 2100-EXIT
027900     END-IF.
028000     IF APPT-BOOKED
028100         MOVE "N"             TO APPT-STATUS
028200         MOVE WS-CURRENT-DATE TO APPT-STATUS-DATE
028300         MOVE "BATCH"         TO APPT-STATUS-BY
028400         REWRITE APPOINTMENT-RECORD
028500             INVALID KEY
028600                 DISPLAY "Unable to mark " APPT-MBR-ID
028700                     " a no-show."
028800             NOT INVALID KEY
028900                 ADD 1 TO WS-NO-SHOW-COUNT
029000                 PERFORM 2200-WRITE-NO-SHOW THRU 2200-EXIT
029100         END-REWRITE
029200     END-IF.
029300 2100-EXIT.
029400     EXIT.
029500
029600 2200-WRITE-NO-SHOW.
029700     INITIALIZE WS-NO-SHOW-LINE WITH FILLER ALL TO VALUE.
029800     MOVE APPT-DATE TO WS-NSL-DATE.
029900     MOVE APPT-TIME TO WS-TIME-HHMM.
030000     MOVE WS-TIME-HH TO WS-NSL-HH.
030100     MOVE WS-TIME-MM TO WS-NSL-MM.
030200     MOVE APPT-MBR-ID TO WS-NSL-MBR-ID.
030300     PERFORM 8000-GET-NAME THRU 8000-EXIT.
030400     MOVE MAST-MBR-NAME TO WS-NSL-NAME.
030500     MOVE APPT-BOOKED-BY TO WS-NSL-BOOKED-BY.
030600     MOVE WS-NO-SHOW-LINE TO SHEET-LINE.
030700     WRITE SHEET-LINE.
030800 2200-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200*    3000-PRINT-SHEET - TOMORROW, SLOT BY SLOT OVER THE POLICY   *
031300*    DAY. A SLOT WITH NOBODY IN IT STILL PRINTS, SO THE STATION  *
031400*    SEES THE GAPS A WALK-IN CAN FILL.                           *
031500******************************************************************
031600 3000-PRINT-SHEET.
031700     MOVE SPACES TO SHEET-LINE.
031800     WRITE SHEET-LINE.
031900     MOVE SPACES TO SHEET-LINE.
032000     STRING "RE-SCREEN APPOINTMENT SHEET FOR " WS-NEXT-DATE-NUM
032100         DELIMITED BY SIZE INTO SHEET-LINE.
032200     WRITE SHEET-LINE.
032300     MOVE WS-SHEET-HEADING TO SHEET-LINE.
032400     WRITE SHEET-LINE.
032500     PERFORM 3100-PRINT-SLOT THRU 3100-EXIT
032600         VARYING WS-SLOT-SUB FROM 1 BY 1
032700         UNTIL WS-SLOT-SUB > POLA-APPT-SLOTS.
032800     MOVE SPACES TO SHEET-LINE.
032900     STRING "APPOINTMENTS BOOKED: " WS-BOOKED-COUNT
033000         DELIMITED BY SIZE INTO SHEET-LINE.
033100     WRITE SHEET-LINE.
033200 3000-EXIT.
033300     EXIT.
033400
033500 3100-PRINT-SLOT.
033600     COMPUTE WS-DAY-MINUTES = WS-START-HH * 60 + WS-START-MM
033700         + (WS-SLOT-SUB - 1) * POLA-APPT-MINUTES.
033800     DIVIDE WS-DAY-MINUTES BY 60 GIVING WS-TIME-HH
033900         REMAINDER WS-TIME-MM.
034000     MOVE ZERO TO WS-SLOT-USED.
034100     MOVE WS-NEXT-DATE-NUM TO APPT-DATE.
034200     MOVE WS-SLOT-SUB      TO APPT-SLOT.
034300     MOVE LOW-VALUES       TO APPT-MBR-ID.
034400     START APPOINTMENT-FILE KEY IS >= APPT-KEY
034500         INVALID KEY
034600             MOVE "Y" TO WS-EOF-SW
034700         NOT INVALID KEY
034800             MOVE "N" TO WS-EOF-SW
034900     END-START.
035000     PERFORM 3200-PRINT-BOOKING THRU 3200-EXIT
035100         UNTIL AT-EOF.
035200     IF WS-SLOT-USED < POLA-APPT-CAPACITY
035300         COMPUTE WS-SLOT-LEFT = POLA-APPT-CAPACITY - WS-SLOT-USED
035400         IF WS-SLOT-USED = ZERO
035500             INITIALIZE WS-SHEET-LINE WITH FILLER ALL TO VALUE
035600             MOVE WS-SLOT-SUB TO WS-SHL-SLOT
035700             MOVE WS-TIME-HH  TO WS-SHL-HH
035800             MOVE WS-TIME-MM  TO WS-SHL-MM
035900             MOVE WS-SHEET-LINE TO SHEET-LINE
036000             WRITE SHEET-LINE
036100         END-IF
036200         MOVE WS-SLOT-LEFT TO WS-OPN-COUNT
036300         MOVE WS-OPEN-LINE TO SHEET-LINE
036400         WRITE SHEET-LINE
036500     END-IF.
036600 3100-EXIT.
036700     EXIT.
036800
036900 3200-PRINT-BOOKING.
037000     READ APPOINTMENT-FILE NEXT RECORD
037100         AT END
037200             MOVE "Y" TO WS-EOF-SW
037300             GO TO 3200-EXIT
037400     END-READ.
037500     IF APPT-DATE NOT = WS-NEXT-DATE-NUM
037600         OR APPT-SLOT NOT = WS-SLOT-SUB
037700         MOVE "Y" TO WS-EOF-SW
037800         GO TO 3200-EXIT
037900     END-IF.
038000     IF APPT-CANCELLED
038100         GO TO 3200-EXIT
038200     END-IF.
038300     ADD 1 TO WS-SLOT-USED.
038400     ADD 1 TO WS-BOOKED-COUNT.
038500     INITIALIZE WS-SHEET-LINE WITH FILLER ALL TO VALUE.
038600     MOVE WS-SLOT-SUB TO WS-SHL-SLOT.
038700     MOVE WS-TIME-HH  TO WS-SHL-HH.
038800     MOVE WS-TIME-MM  TO WS-SHL-MM.
038900     MOVE APPT-MBR-ID TO WS-SHL-MBR-ID.
039000     PERFORM 8000-GET-NAME THRU 8000-EXIT.
039100     MOVE MAST-MBR-NAME TO WS-SHL-NAME.
039200     IF APPT-FROM-RECALL
039300         MOVE "RECALL" TO WS-SHL-SOURCE
039400     ELSE
039500         MOVE "DESK" TO WS-SHL-SOURCE
039600     END-IF.
039700     MOVE "[     ]" TO WS-SHL-SCREENED.
039800     MOVE WS-SHEET-LINE TO SHEET-LINE.
039900     WRITE SHEET-LINE.
040000 3200-EXIT.
040100     EXIT.
040200
040300 8000-GET-NAME.
040400     MOVE SPACES TO MAST-MBR-NAME.
040500     IF MASTER-IS-OPEN
040600         MOVE APPT-MBR-ID TO MAST-MBR-ID
040700         READ MEMBER-MASTER-FILE
040800             INVALID KEY
040900                 MOVE "(NOT ON MASTER)" TO MAST-MBR-NAME
041000         END-READ
041100     END-IF.
041200 8000-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*    9999-TERMINATE                                               *
041700******************************************************************
041800 9999-TERMINATE.
041900     CLOSE APPOINTMENT-FILE.
042000     CLOSE SHEET-FILE.
042100     IF MASTER-IS-OPEN
042200         CLOSE MEMBER-MASTER-FILE
042300     END-IF.
042400     DISPLAY "No-shows marked:         " WS-NO-SHOW-COUNT.
042460     DISPLAY "Booked for " WS-NEXT-DATE-NUM ":   "
042520         WS-BOOKED-COUNT.
042600     DISPLAY "Appointment sheet written to APPTSHT.".
042700 9999-EXIT.
042800     EXIT.
