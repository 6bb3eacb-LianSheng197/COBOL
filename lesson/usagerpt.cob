000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. USAGERPT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    USAGERPT IS THE FACILITY USAGE REPORT OFF THE CHECK-IN      *
000900*    REGISTER (CHKINLOG) THAT CHECKIN WRITES. FOR AN OPERATOR-   *
001000*    GIVEN PERIOD IT PRINTS (USAGEPRT) THE VISITS PER MEMBER,    *
001100*    THE VISITS BY DAY OF THE WEEK AND BY HOUR OF ARRIVAL WITH   *
001200*    THE BUSIEST OF EACH MARKED, AND THE BUSIEST SINGLE DATE. A  *
001300*    LAST SECTION LISTS EVERY ACTIVE MEMBER NOT SEEN FOR 60 DAYS *
001400*    OR MORE AS OF TODAY - COUNTED FROM THE LAST CHECK-IN, OR    *
001500*    FROM ENROLLMENT FOR A MEMBER NEVER CHECKED IN - WITH THE    *
001600*    NEXT ENROLLMENT ANNIVERSARY RENEWBIL WILL BILL ON, SO       *
001700*    MANAGEMENT CAN CONTACT THE MEMBERS WHO ARE PAYING BUT NOT   *
001800*    COMING BEFORE THE RENEWAL GOES OUT. THE REGISTER IS WRITTEN *
001900*    IN ARRIVAL ORDER, SO IT IS READ ONCE, IN DATE ORDER.        *
002000*------------------------------------------------------------------
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CHECKIN-FILE ASSIGN TO "CHKINLOG"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CKIN-STATUS.
003200     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS MAST-MBR-ID
003600         ALTERNATE RECORD KEY IS MAST-SURNAME
003700             WITH DUPLICATES
003800         FILE STATUS IS WS-MAST-STATUS.
003900     SELECT USAGE-REPORT-FILE ASSIGN TO "USAGEPRT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RPT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CHECKIN-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY CHKINLOG.
004800
004900 FD  MEMBER-MASTER-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY MBRMAST.
005200
005300 FD  USAGE-REPORT-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  USAGE-REPORT-LINE           PIC X(100).
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-MEMBER-TABLE.
005900     05  WS-MBR-ENTRY OCCURS 2000 TIMES INDEXED BY MBR-IX.
006000         10  WS-MBR-ID           PIC X(20).
006100         10  WS-MBR-VISITS       PIC 9(05).
006200         10  WS-MBR-LAST-DATE    PIC 9(08).
006300
006400 01  WS-WEEKDAY-NAMES.
006500     05  FILLER                  PIC X(09) VALUE "MONDAY".
006600     05  FILLER                  PIC X(09) VALUE "TUESDAY".
006700     05  FILLER                  PIC X(09) VALUE "WEDNESDAY".
006800     05  FILLER                  PIC X(09) VALUE "THURSDAY".
006900     05  FILLER                  PIC X(09) VALUE "FRIDAY".
007000     05  FILLER                  PIC X(09) VALUE "SATURDAY".
007100     05  FILLER                  PIC X(09) VALUE "SUNDAY".
007200 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
007300     05  WS-WEEKDAY-NAME         PIC X(09) OCCURS 7 TIMES.
007400
007500 01  WS-WEEKDAY-COUNTS.
007600     05  WS-WKD-VISITS           PIC 9(05) OCCURS 7 TIMES.
007700
007800 01  WS-HOUR-COUNTS.
007900     05  WS-HOUR-VISITS          PIC 9(05) OCCURS 24 TIMES.
008000
008100 01  WS-CURRENT-DATE             PIC 9(08).
008200 01  WS-TODAY-SPLIT REDEFINES WS-CURRENT-DATE.
008300     05  WS-TODAY-YYYY           PIC 9(04).
008400     05  WS-TODAY-MMDD           PIC 9(04).
008500
008600 01  WS-PERIOD-START             PIC 9(08).
008700 01  WS-PERIOD-START-SPLIT REDEFINES WS-PERIOD-START.
008800     05  WS-PST-YYYYMM           PIC 9(06).
008900     05  WS-PST-DD               PIC 9(02).
009000 01  WS-PERIOD-END               PIC 9(08).
009100
009200 01  WS-DATE-GROUP.
009300     05  WS-DATE-EDIT            PIC X(08).
009400 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
009500                                 PIC 9(08).
009600 01  WS-DATE-CHECK REDEFINES WS-DATE-GROUP.
009700     05  FILLER                  PIC 9(04).
009800     05  WS-DCK-MM               PIC 9(02).
009900     05  WS-DCK-DD               PIC 9(02).
010000
010100*    DAY-NUMBER WORK AREA - A CALENDAR DATE IN, ITS JULIAN DAY
010200*    NUMBER AND DAY OF THE WEEK (1 = MONDAY) OUT.
010300 01  WS-JD-DATE                  PIC 9(08).
010400 01  WS-JD-SPLIT REDEFINES WS-JD-DATE.
010500     05  WS-JD-YYYY              PIC 9(04).
010600     05  WS-JD-MM                PIC 9(02).
010700     05  WS-JD-DD                PIC 9(02).
010800 01  WS-JD-A                     PIC 9(02).
010900 01  WS-JD-Y                     PIC 9(05).
011000 01  WS-JD-M                     PIC 9(02).
011100 01  WS-JD-T1                    PIC 9(05).
011200 01  WS-JD-T2                    PIC 9(05).
011300 01  WS-JD-T3                    PIC 9(05).
011400 01  WS-JD-T4                    PIC 9(05).
011500 01  WS-JD-QUOT                  PIC 9(08).
011600 01  WS-JD-NUMBER                PIC 9(08).
011700 01  WS-JD-WEEKDAY               PIC 9(01).
011800
011900 01  WS-TODAY-JDN                PIC 9(08).
012000 01  WS-LAST-JD-DATE             PIC 9(08) VALUE ZERO.
012100 01  WS-LAST-WEEKDAY             PIC 9(01) VALUE ZERO.
012200 01  WS-DAYS-AWAY                PIC S9(07).
012300 01  WS-BASE-DATE                PIC 9(08).
012400 01  WS-RENEW-DATE               PIC 9(08).
012500 01  WS-RENEW-SPLIT REDEFINES WS-RENEW-DATE.
012600     05  WS-RENEW-YYYY           PIC 9(04).
012700     05  WS-RENEW-MMDD           PIC 9(04).
012800
012900 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
013000 01  WS-RUN-VISITS               PIC 9(05) VALUE ZERO.
013100 01  WS-PEAK-DATE                PIC 9(08) VALUE ZERO.
013200 01  WS-PEAK-DATE-VISITS         PIC 9(05) VALUE ZERO.
013300 01  WS-PEAK-VISITS              PIC 9(05) VALUE ZERO.
013400
013500 01  WS-MEMBER-HEADING.
013600     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
013700     05  FILLER                  PIC X(37) VALUE "NAME".
013800     05  FILLER                  PIC X(06) VALUE "VISITS".
013900
014000 01  WS-MEMBER-LINE.
014100     05  WS-MBL-MBR-ID           PIC X(20).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  WS-MBL-NAME             PIC X(35).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  WS-MBL-VISITS           PIC ZZ,ZZ9.
014600
014700 01  WS-COUNT-LINE.
014800     05  WS-CNL-LABEL            PIC X(12).
014900     05  WS-CNL-VISITS           PIC ZZ,ZZ9.
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  WS-CNL-PEAK             PIC X(11).
015200
015300 01  WS-INACTIVE-HEADING.
015400     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
015500     05  FILLER                  PIC X(37) VALUE "NAME".
015600     05  FILLER                  PIC X(10) VALUE "LAST SEEN".
015700     05  FILLER                  PIC X(07) VALUE "  DAYS".
015800     05  FILLER                  PIC X(10) VALUE "  RENEWS".
015900
016000 01  WS-INACTIVE-LINE.
016100     05  WS-INL-MBR-ID           PIC X(20).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-INL-NAME             PIC X(35).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  WS-INL-LAST-SEEN        PIC X(08).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  WS-INL-DAYS             PIC ZZZZ9.
016800     05  FILLER                  PIC X(04) VALUE SPACES.
016900     05  WS-INL-RENEWS           PIC 9(08).
017000
017100 01  WS-SHOW-COUNT               PIC ZZ,ZZ9.
017200 01  WS-SHOW-HOUR                PIC 9(02).
017300
017400 77  WS-AWAY-FLOOR               PIC 9(03) VALUE 60.
017500 77  WS-MBR-COUNT                PIC 9(04) COMP VALUE ZERO.
017600 77  WS-SUB                      PIC 9(04) COMP VALUE ZERO.
017700 77  WS-HOUR-SUB                 PIC 9(02) COMP VALUE ZERO.
017800
017900 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
018000 77  WS-PERIOD-VISITS            PIC 9(07) VALUE ZERO.
018100 77  WS-VISITOR-COUNT            PIC 9(05) VALUE ZERO.
018200 77  WS-INACTIVE-COUNT           PIC 9(05) VALUE ZERO.
018300 77  WS-OVERFLOW-COUNT           PIC 9(05) VALUE ZERO.
018400
018500 77  WS-CKIN-STATUS              PIC X(02).
018600 77  WS-MAST-STATUS              PIC X(02).
018700 77  WS-RPT-STATUS               PIC X(02).
018800
018900 77  WS-EOF-SW                   PIC X(01).
019000     88  AT-EOF                      VALUE "Y".
019100     88  NOT-AT-EOF                  VALUE "N".
019200
019300 77  WS-VALID-SW                 PIC X(01).
019400     88  INPUT-IS-VALID              VALUE "Y".
019500     88  INPUT-IS-INVALID            VALUE "N".
019600
019700 77  WS-FOUND-SW                 PIC X(01).
019800     88  ENTRY-FOUND                 VALUE "Y".
019900     88  ENTRY-NOT-FOUND             VALUE "N".
020000
020100 PROCEDURE DIVISION.
020200******************************************************************
020300*    0000-MAINLINE                                                *
020400******************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 2000-READ-REGISTER THRU 2000-EXIT.
020800     PERFORM 3000-PRINT-MEMBER-VISITS THRU 3000-EXIT.
020900     PERFORM 4000-PRINT-BUSY-TIMES THRU 4000-EXIT.
021000     PERFORM 5000-PRINT-NOT-SEEN THRU 5000-EXIT.
021100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
021200     STOP RUN.
021300
021400******************************************************************
021500*    1000-INITIALIZE - TAKE THE PERIOD AND OPEN THE FILES. NO    *
021600*    MASTER MEANS NO MEMBERS TO REPORT ON; NO REGISTER YET MEANS *
021700*    NO ONE HAS CHECKED IN, SO EVERY ACTIVE MEMBER IS COUNTED    *
021800*    FROM ENROLLMENT.                                            *
021900******************************************************************
022000 1000-INITIALIZE.
022100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022200     MOVE WS-CURRENT-DATE TO WS-JD-DATE.
022300     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
022400     MOVE WS-JD-NUMBER TO WS-TODAY-JDN.
022500     INITIALIZE WS-WEEKDAY-COUNTS WS-HOUR-COUNTS.
022600     MOVE "N" TO WS-VALID-SW.
022700     PERFORM 1100-PROMPT-START THRU 1100-EXIT
022800         UNTIL INPUT-IS-VALID.
022900     MOVE "N" TO WS-VALID-SW.
023000     PERFORM 1200-PROMPT-END THRU 1200-EXIT
023100         UNTIL INPUT-IS-VALID.
023200     OPEN INPUT MEMBER-MASTER-FILE.
023300     IF WS-MAST-STATUS NOT = "00"
023400         DISPLAY "No member master on file - nothing to report."
023500         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800     OPEN OUTPUT USAGE-REPORT-FILE.
023900 1000-EXIT.
024000     EXIT.
024100
024200 1100-PROMPT-START.
024300     DISPLAY "Period start (YYYYMMDD, blank for first of this"
024400         " month): " WITH NO ADVANCING.
024500     ACCEPT WS-DATE-EDIT.
024600     IF WS-DATE-EDIT = SPACES
024700         MOVE WS-CURRENT-DATE TO WS-PERIOD-START
024800         MOVE 1 TO WS-PST-DD
024900         MOVE "Y" TO WS-VALID-SW
025000         GO TO 1100-EXIT
025100     END-IF.
025200     PERFORM 1300-CHECK-DATE THRU 1300-EXIT.
025300     IF INPUT-IS-VALID
025400         MOVE WS-DATE-NUM TO WS-PERIOD-START
025500     END-IF.
025600 1100-EXIT.
025700     EXIT.
025800
025900 1200-PROMPT-END.
026000     DISPLAY "Period end (YYYYMMDD, blank for today): "
026100         WITH NO ADVANCING.
026200     ACCEPT WS-DATE-EDIT.
026300     IF WS-DATE-EDIT = SPACES
026400         MOVE WS-CURRENT-DATE TO WS-DATE-NUM
026500     END-IF.
026600     PERFORM 1300-CHECK-DATE THRU 1300-EXIT.
026700     IF INPUT-IS-INVALID
026800         GO TO 1200-EXIT
026900     END-IF.
027000     IF WS-DATE-NUM < WS-PERIOD-START
027100         DISPLAY "End is before the start - re-enter."
027200         MOVE "N" TO WS-VALID-SW
027300         GO TO 1200-EXIT
027400     END-IF.
027500     MOVE WS-DATE-NUM TO WS-PERIOD-END.
027600 1200-EXIT.
027700     EXIT.
027800
027900 1300-CHECK-DATE.
028000     MOVE "N" TO WS-VALID-SW.
028100     IF WS-DATE-EDIT IS NOT NUMERIC
028200         DISPLAY "Date must be eight digits - re-enter."
028300         GO TO 1300-EXIT
028400     END-IF.
028500     IF WS-DCK-MM < 1 OR WS-DCK-MM > 12
028600         OR WS-DCK-DD < 1 OR WS-DCK-DD > 31
028700         DISPLAY "Not a calendar date - re-enter."
028800         GO TO 1300-EXIT
028900     END-IF.
029000     MOVE "Y" TO WS-VALID-SW.
029100 1300-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    2000-READ-REGISTER - EVERY ROW UP TO TODAY FEEDS THE        *
029600*    MEMBER'S LAST-SEEN DATE; ROWS INSIDE THE PERIOD ALSO FEED   *
029700*    THE VISIT, WEEKDAY, HOUR AND BUSIEST-DATE COUNTS. THE       *
029800*    REGISTER IS IN DATE ORDER, SO A DATE'S VISITS ARRIVE        *
029900*    TOGETHER AND THE DAY OF THE WEEK IS WORKED OUT ONCE PER     *
030000*    DATE.                                                       *
030100******************************************************************
030200 2000-READ-REGISTER.
030300     OPEN INPUT CHECKIN-FILE.
030400     IF WS-CKIN-STATUS NOT = "00"
030500         DISPLAY "No check-in register on file yet."
030600         GO TO 2000-EXIT
030700     END-IF.
030800     MOVE "N" TO WS-EOF-SW.
030900     PERFORM 2100-READ-CHECKIN THRU 2100-EXIT.
031000     PERFORM 2200-TALLY-CHECKIN THRU 2200-EXIT
031100         UNTIL AT-EOF.
031200     PERFORM 2400-CLOSE-DATE-RUN THRU 2400-EXIT.
031300     CLOSE CHECKIN-FILE.
031400 2000-EXIT.
031500     EXIT.
031600
031700 2100-READ-CHECKIN.
031800     READ CHECKIN-FILE
031900         AT END
032000             MOVE "Y" TO WS-EOF-SW
032100         NOT AT END
032200             ADD 1 TO WS-READ-COUNT
032300     END-READ.
032400 2100-EXIT.
032500     EXIT.
032600
032700 2200-TALLY-CHECKIN.
032800     IF CKIN-DATE > WS-CURRENT-DATE
032900         GO TO 2200-NEXT
033000     END-IF.
033100     PERFORM 2300-FIND-MEMBER THRU 2300-EXIT.
033200     IF ENTRY-NOT-FOUND
033300         GO TO 2200-NEXT
033400     END-IF.
033500     IF CKIN-DATE > WS-MBR-LAST-DATE (MBR-IX)
033600         MOVE CKIN-DATE TO WS-MBR-LAST-DATE (MBR-IX)
033700     END-IF.
033800     IF CKIN-DATE < WS-PERIOD-START OR CKIN-DATE > WS-PERIOD-END
033900         GO TO 2200-NEXT
034000     END-IF.
034100     ADD 1 TO WS-MBR-VISITS (MBR-IX).
034200     ADD 1 TO WS-PERIOD-VISITS.
034300     IF CKIN-DATE NOT = WS-LAST-JD-DATE
034400         MOVE CKIN-DATE TO WS-JD-DATE
034500         PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
034600         MOVE CKIN-DATE TO WS-LAST-JD-DATE
034700         MOVE WS-JD-WEEKDAY TO WS-LAST-WEEKDAY
034800     END-IF.
034900     ADD 1 TO WS-WKD-VISITS (WS-LAST-WEEKDAY).
035000     IF CKIN-HOUR IS NUMERIC AND CKIN-HOUR < 24
035100         COMPUTE WS-HOUR-SUB = CKIN-HOUR + 1
035200         ADD 1 TO WS-HOUR-VISITS (WS-HOUR-SUB)
035300     END-IF.
035400     IF CKIN-DATE NOT = WS-RUN-DATE
035500         PERFORM 2400-CLOSE-DATE-RUN THRU 2400-EXIT
035600         MOVE CKIN-DATE TO WS-RUN-DATE
035700     END-IF.
035800     ADD 1 TO WS-RUN-VISITS.
035900 2200-NEXT.
036000     PERFORM 2100-READ-CHECKIN THRU 2100-EXIT.
036100 2200-EXIT.
036200     EXIT.
036300
036400 2300-FIND-MEMBER.
036500     MOVE "Y" TO WS-FOUND-SW.
036600     SET MBR-IX TO 1.
036700     SEARCH WS-MBR-ENTRY
036800         AT END
036900             MOVE "N" TO WS-FOUND-SW
037000         WHEN MBR-IX > WS-MBR-COUNT
037100             MOVE "N" TO WS-FOUND-SW
037200         WHEN WS-MBR-ID (MBR-IX) = CKIN-MBR-ID
037300             CONTINUE
037400     END-SEARCH.
037500     IF ENTRY-FOUND
037600         GO TO 2300-EXIT
037700     END-IF.
037800     IF WS-MBR-COUNT NOT < 2000
037900         ADD 1 TO WS-OVERFLOW-COUNT
038000         GO TO 2300-EXIT
038100     END-IF.
038200     ADD 1 TO WS-MBR-COUNT.
038300     SET MBR-IX TO WS-MBR-COUNT.
038400     MOVE CKIN-MBR-ID TO WS-MBR-ID (MBR-IX).
038500     MOVE ZERO        TO WS-MBR-VISITS (MBR-IX).
038600     MOVE ZERO        TO WS-MBR-LAST-DATE (MBR-IX).
038700     MOVE "Y" TO WS-FOUND-SW.
038800 2300-EXIT.
038900     EXIT.
039000
039100 2400-CLOSE-DATE-RUN.
039200     IF WS-RUN-VISITS > WS-PEAK-DATE-VISITS
039300         MOVE WS-RUN-VISITS TO WS-PEAK-DATE-VISITS
039400         MOVE WS-RUN-DATE   TO WS-PEAK-DATE
039500     END-IF.
039600     MOVE ZERO TO WS-RUN-VISITS.
039700 2400-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100*    3000-PRINT-MEMBER-VISITS - EVERY MEMBER SEEN IN THE PERIOD. *
040200******************************************************************
040300 3000-PRINT-MEMBER-VISITS.
040400     MOVE SPACES TO USAGE-REPORT-LINE.
040500     STRING "FACILITY USAGE " WS-PERIOD-START " TO " WS-PERIOD-END
040600         "   RUN " WS-CURRENT-DATE
040700         DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
040800     WRITE USAGE-REPORT-LINE.
040900     MOVE SPACES TO USAGE-REPORT-LINE.
041000     WRITE USAGE-REPORT-LINE.
041100     MOVE "VISITS PER MEMBER" TO USAGE-REPORT-LINE.
041200     WRITE USAGE-REPORT-LINE.
041300     MOVE WS-MEMBER-HEADING TO USAGE-REPORT-LINE.
041400     WRITE USAGE-REPORT-LINE.
041500     PERFORM 3100-PRINT-ONE-MEMBER THRU 3100-EXIT
041600         VARYING WS-SUB FROM 1 BY 1
041700         UNTIL WS-SUB > WS-MBR-COUNT.
041800     MOVE SPACES TO USAGE-REPORT-LINE.
041900     MOVE WS-PERIOD-VISITS TO WS-SHOW-COUNT.
042000     STRING "VISITS: " WS-SHOW-COUNT
042100         DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
042200     WRITE USAGE-REPORT-LINE.
042300     MOVE SPACES TO USAGE-REPORT-LINE.
042400     MOVE WS-VISITOR-COUNT TO WS-SHOW-COUNT.
042500     STRING "MEMBERS SEEN: " WS-SHOW-COUNT
042600         DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
042700     WRITE USAGE-REPORT-LINE.
042800 3000-EXIT.
042900     EXIT.
043000
043100 3100-PRINT-ONE-MEMBER.
043200     SET MBR-IX TO WS-SUB.
043300     IF WS-MBR-VISITS (MBR-IX) = ZERO
043400         GO TO 3100-EXIT
043500     END-IF.
043600     ADD 1 TO WS-VISITOR-COUNT.
043700     MOVE WS-MBR-ID (MBR-IX) TO WS-MBL-MBR-ID.
043800     MOVE WS-MBR-ID (MBR-IX) TO MAST-MBR-ID.
043900     READ MEMBER-MASTER-FILE
044000         INVALID KEY
044100             MOVE "(NOT ON MASTER)" TO MAST-MBR-NAME
044200     END-READ.
044300     MOVE MAST-MBR-NAME TO WS-MBL-NAME.
044400     MOVE WS-MBR-VISITS (MBR-IX) TO WS-MBL-VISITS.
044500     MOVE WS-MEMBER-LINE TO USAGE-REPORT-LINE.
044600     WRITE USAGE-REPORT-LINE.
044700 3100-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100*    4000-PRINT-BUSY-TIMES - VISITS BY DAY OF THE WEEK AND BY    *
045200*    HOUR OF ARRIVAL, THE HIGHEST OF EACH MARKED BUSIEST. HOURS  *
045300*    WITH NO ARRIVALS ARE LEFT OFF.                              *
045400******************************************************************
045500 4000-PRINT-BUSY-TIMES.
045600     MOVE SPACES TO USAGE-REPORT-LINE.
045700     WRITE USAGE-REPORT-LINE.
045800     MOVE "VISITS BY DAY OF THE WEEK" TO USAGE-REPORT-LINE.
045900     WRITE USAGE-REPORT-LINE.
046000     MOVE ZERO TO WS-PEAK-VISITS.
046100     PERFORM 4100-FIND-PEAK-DAY THRU 4100-EXIT
046200         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
046300     PERFORM 4200-PRINT-DAY THRU 4200-EXIT
046400         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
046500     MOVE SPACES TO USAGE-REPORT-LINE.
046600     WRITE USAGE-REPORT-LINE.
046700     MOVE "VISITS BY HOUR OF ARRIVAL" TO USAGE-REPORT-LINE.
046800     WRITE USAGE-REPORT-LINE.
046900     MOVE ZERO TO WS-PEAK-VISITS.
047000     PERFORM 4300-FIND-PEAK-HOUR THRU 4300-EXIT
047100         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 24.
047200     PERFORM 4400-PRINT-HOUR THRU 4400-EXIT
047300         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 24.
047400     MOVE SPACES TO USAGE-REPORT-LINE.
047500     WRITE USAGE-REPORT-LINE.
047600     IF WS-PEAK-DATE-VISITS > ZERO
047700         MOVE WS-PEAK-DATE-VISITS TO WS-SHOW-COUNT
047800         STRING "BUSIEST DATE: " WS-PEAK-DATE "  VISITS: "
047900             WS-SHOW-COUNT
048000             DELIMITED BY SIZE INTO USAGE-REPORT-LINE
048100         WRITE USAGE-REPORT-LINE
048200     END-IF.
048300 4000-EXIT.
048400     EXIT.
048500
048600 4100-FIND-PEAK-DAY.
048700     IF WS-WKD-VISITS (WS-SUB) > WS-PEAK-VISITS
048800         MOVE WS-WKD-VISITS (WS-SUB) TO WS-PEAK-VISITS
048900     END-IF.
049000 4100-EXIT.
049100     EXIT.
049200
049300 4200-PRINT-DAY.
049400     MOVE SPACES TO WS-COUNT-LINE.
049500     MOVE WS-WEEKDAY-NAME (WS-SUB) TO WS-CNL-LABEL.
049600     MOVE WS-WKD-VISITS (WS-SUB) TO WS-CNL-VISITS.
049700     IF WS-PEAK-VISITS > ZERO
049800         AND WS-WKD-VISITS (WS-SUB) = WS-PEAK-VISITS
049900         MOVE "<== BUSIEST" TO WS-CNL-PEAK
050000     END-IF.
050100     MOVE WS-COUNT-LINE TO USAGE-REPORT-LINE.
050200     WRITE USAGE-REPORT-LINE.
050300 4200-EXIT.
050400     EXIT.
050500
050600 4300-FIND-PEAK-HOUR.
050700     IF WS-HOUR-VISITS (WS-SUB) > WS-PEAK-VISITS
050800         MOVE WS-HOUR-VISITS (WS-SUB) TO WS-PEAK-VISITS
050900     END-IF.
051000 4300-EXIT.
051100     EXIT.
051200
051300 4400-PRINT-HOUR.
051400     IF WS-HOUR-VISITS (WS-SUB) = ZERO
051500         GO TO 4400-EXIT
051600     END-IF.
051700     MOVE SPACES TO WS-COUNT-LINE.
051800     COMPUTE WS-SHOW-HOUR = WS-SUB - 1.
051860     STRING WS-SHOW-HOUR ":00"
051920         DELIMITED BY SIZE INTO WS-CNL-LABEL.
052000     MOVE WS-HOUR-VISITS (WS-SUB) TO WS-CNL-VISITS.
052100     IF WS-HOUR-VISITS (WS-SUB) = WS-PEAK-VISITS
052200         MOVE "<== BUSIEST" TO WS-CNL-PEAK
052300     END-IF.
052400     MOVE WS-COUNT-LINE TO USAGE-REPORT-LINE.
052500     WRITE USAGE-REPORT-LINE.
052600 4400-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*    5000-PRINT-NOT-SEEN - ACTIVE MEMBERS WHOSE LAST CHECK-IN    *
053100*    (OR ENROLLMENT, IF NEVER CHECKED IN) IS 60 OR MORE DAYS     *
053200*    BEFORE TODAY, WITH THE NEXT ANNIVERSARY RENEWBIL BILLS ON.  *
053300******************************************************************
053400 5000-PRINT-NOT-SEEN.
053500     MOVE SPACES TO USAGE-REPORT-LINE.
053600     WRITE USAGE-REPORT-LINE.
053700     MOVE SPACES TO USAGE-REPORT-LINE.
053800     STRING "ACTIVE MEMBERS NOT SEEN IN " WS-AWAY-FLOOR
053900         " DAYS AS OF " WS-CURRENT-DATE
054000         DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
054100     WRITE USAGE-REPORT-LINE.
054200     MOVE WS-INACTIVE-HEADING TO USAGE-REPORT-LINE.
054300     WRITE USAGE-REPORT-LINE.
054400     MOVE LOW-VALUES TO MAST-MBR-ID.
054500     START MEMBER-MASTER-FILE KEY IS >= MAST-MBR-ID
054600         INVALID KEY
054700             GO TO 5000-TOTAL
054800     END-START.
054900     MOVE "N" TO WS-EOF-SW.
055000     PERFORM 5100-JUDGE-MEMBER THRU 5100-EXIT
055100         UNTIL AT-EOF.
055200 5000-TOTAL.
055300     MOVE SPACES TO USAGE-REPORT-LINE.
055400     MOVE WS-INACTIVE-COUNT TO WS-SHOW-COUNT.
055500     STRING "MEMBERS NOT SEEN: " WS-SHOW-COUNT
055600         DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
055700     WRITE USAGE-REPORT-LINE.
055800 5000-EXIT.
055900     EXIT.
056000
056100 5100-JUDGE-MEMBER.
056200     READ MEMBER-MASTER-FILE NEXT RECORD
056300         AT END
056400             MOVE "Y" TO WS-EOF-SW
056500             GO TO 5100-EXIT
056600     END-READ.
056700     IF NOT MAST-ACTIVE
056800         GO TO 5100-EXIT
056900     END-IF.
057000     MOVE SPACES TO WS-INACTIVE-LINE.
057100     MOVE "NEVER" TO WS-INL-LAST-SEEN.
057200     MOVE MAST-ENROLL-DATE TO WS-BASE-DATE.
057300     MOVE MAST-MBR-ID TO CKIN-MBR-ID.
057400     PERFORM 5200-LOOK-UP-VISITS THRU 5200-EXIT.
057500     IF ENTRY-FOUND AND WS-MBR-LAST-DATE (MBR-IX) > ZERO
057600         MOVE WS-MBR-LAST-DATE (MBR-IX) TO WS-BASE-DATE
057700         MOVE WS-MBR-LAST-DATE (MBR-IX) TO WS-INL-LAST-SEEN
057800     END-IF.
057900     IF WS-BASE-DATE IS NOT NUMERIC OR WS-BASE-DATE = ZERO
058000         GO TO 5100-EXIT
058100     END-IF.
058200     MOVE WS-BASE-DATE TO WS-JD-DATE.
058300     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
058400     COMPUTE WS-DAYS-AWAY = WS-TODAY-JDN - WS-JD-NUMBER.
058500     IF WS-DAYS-AWAY < WS-AWAY-FLOOR
058600         GO TO 5100-EXIT
058700     END-IF.
058800     MOVE MAST-ENROLL-DATE TO WS-RENEW-DATE.
058900     MOVE WS-TODAY-YYYY TO WS-RENEW-YYYY.
059000     IF WS-RENEW-MMDD < WS-TODAY-MMDD
059100         ADD 1 TO WS-RENEW-YYYY
059200     END-IF.
059300     ADD 1 TO WS-INACTIVE-COUNT.
059400     MOVE MAST-MBR-ID   TO WS-INL-MBR-ID.
059500     MOVE MAST-MBR-NAME TO WS-INL-NAME.
059600     MOVE WS-DAYS-AWAY  TO WS-INL-DAYS.
059700     MOVE WS-RENEW-DATE TO WS-INL-RENEWS.
059800     MOVE WS-INACTIVE-LINE TO USAGE-REPORT-LINE.
059900     WRITE USAGE-REPORT-LINE.
060000 5100-EXIT.
060100     EXIT.
060200
060300 5200-LOOK-UP-VISITS.
060400     MOVE "Y" TO WS-FOUND-SW.
060500     SET MBR-IX TO 1.
060600     SEARCH WS-MBR-ENTRY
060700         AT END
060800             MOVE "N" TO WS-FOUND-SW
060900         WHEN MBR-IX > WS-MBR-COUNT
061000             MOVE "N" TO WS-FOUND-SW
061100         WHEN WS-MBR-ID (MBR-IX) = CKIN-MBR-ID
061200             CONTINUE
061300     END-SEARCH.
061400 5200-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800*    8100-DAY-NUMBER - JULIAN DAY NUMBER OF WS-JD-DATE, EACH     *
061900*    DIVISION TRUNCATED ON ITS OWN. THE DAY NUMBER MODULO 7 IS 0 *
062000*    ON A MONDAY.                                                *
062100******************************************************************
062200 8100-DAY-NUMBER.
062300     COMPUTE WS-JD-A = (14 - WS-JD-MM) / 12.
062400     COMPUTE WS-JD-Y = WS-JD-YYYY + 4800 - WS-JD-A.
062500     COMPUTE WS-JD-M = WS-JD-MM + (12 * WS-JD-A) - 3.
062600     COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5.
062700     COMPUTE WS-JD-T2 = WS-JD-Y / 4.
062800     COMPUTE WS-JD-T3 = WS-JD-Y / 100.
062900     COMPUTE WS-JD-T4 = WS-JD-Y / 400.
063000     COMPUTE WS-JD-NUMBER = WS-JD-DD + WS-JD-T1 + (365 * WS-JD-Y)
063100         + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045.
063200     DIVIDE WS-JD-NUMBER BY 7 GIVING WS-JD-QUOT
063300         REMAINDER WS-JD-WEEKDAY.
063400     ADD 1 TO WS-JD-WEEKDAY.
063500 8100-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    9999-TERMINATE                                               *
064000******************************************************************
064100 9999-TERMINATE.
064200     IF WS-OVERFLOW-COUNT > ZERO
064300         MOVE SPACES TO USAGE-REPORT-LINE
064400         STRING "CHECK-INS NOT COUNTED - MEMBER TABLE FULL: "
064500             WS-OVERFLOW-COUNT
064600             DELIMITED BY SIZE INTO USAGE-REPORT-LINE
064700         WRITE USAGE-REPORT-LINE
064800     END-IF.
064900     CLOSE MEMBER-MASTER-FILE.
065000     CLOSE USAGE-REPORT-FILE.
065100     DISPLAY "Check-in rows read:       " WS-READ-COUNT.
065200     DISPLAY "Visits in the period:     " WS-PERIOD-VISITS.
065300     DISPLAY "Active members not seen:  " WS-INACTIVE-COUNT.
065400     DISPLAY "Usage report written to USAGEPRT.".
065500 9999-EXIT.
065600     EXIT.
