000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPTMNT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    APPTMNT IS THE RE-SCREEN APPOINTMENT SCREEN ON THE          *
000900*    FRONTDESK MENU. RECALLRP SAYS WHO IS DUE, BUT NOTHING       *
001000*    BOOKED THEM INTO A TIME, SO WALK-INS SWAMPED THE SCREENING  *
001100*    STATION ON SOME DAYS AND LEFT IT IDLE ON OTHERS. THE CLERK  *
001200*    KEYS A MEMBER ID - OR PICKS A MEMBER STRAIGHT OFF THE DUE   *
001300*    RECALLS LIST - SEES THE MEMBER'S UPCOMING APPOINTMENTS, AND *
001400*    BOOKS A NEW ONE OR CANCELS ONE. A BOOKING TAKES A DATE,     *
001500*    SHOWS THE DAY'S SLOTS WITH WHAT IS LEFT IN EACH, AND TAKES  *
001600*    A SLOT THAT STILL HAS ROOM; THE SLOTS AND THEIR CAPACITY    *
001700*    ARE SHOP POLICY (POLLOAD). ONE BOOKING PER MEMBER PER DAY.  *
001800*    A LAPSED MEMBER CANNOT BE SCREENED, SO CANNOT BE BOOKED.    *
001900*    EACH CHANGE IS ECHOED AND CONFIRMED. NO MONEY MOVES HERE,   *
002000*    SO THE SCREEN DOES NOT WAIT ON AN OPEN BUSINESS DAY.        *
002100*------------------------------------------------------------------
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002430*    2026-10-15  LS   NO BOOKING FOR A MEMBER WHOSE PERSONAL     *
002460*                     DATA WAS ERASED.                           *
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS MAST-MBR-ID
003400         ALTERNATE RECORD KEY IS MAST-SURNAME
003500             WITH DUPLICATES
003600         FILE STATUS IS WS-MAST-STATUS.
003700     SELECT APPOINTMENT-FILE ASSIGN TO "APPTBOOK"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS APPT-KEY
004100         ALTERNATE RECORD KEY IS APPT-MBR-ID
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-APPT-STATUS.
004400     SELECT RECALL-FILE ASSIGN TO "RECALLS"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RCL-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MEMBER-MASTER-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY MBRMAST.
005300
005400 FD  APPOINTMENT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY APPTBOOK.
005700
005800 FD  RECALL-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY RECALL.
006100
006200 WORKING-STORAGE SECTION.
006300     COPY MBRID.
006400     COPY POLANSW.
006500
006600 01  WS-ACTION-CHOICE            PIC X(01).
006700     88  ACTION-IS-BOOK              VALUE "B".
006800     88  ACTION-IS-CANCEL            VALUE "C".
006900     88  ACTION-IS-NONE              VALUE "N".
007000
007100 01  WS-UPCOMING-TABLE.
007200     05  WS-UPC-ENTRY OCCURS 10 TIMES.
007300         10  WS-UPC-DATE         PIC 9(08).
007400         10  WS-UPC-SLOT         PIC 9(02).
007500         10  WS-UPC-TIME         PIC 9(04).
007600
007700 01  WS-RECALL-TABLE.
007800     05  WS-PCK-ENTRY OCCURS 20 TIMES.
007900         10  WS-PCK-MBR-ID       PIC X(20).
008000         10  WS-PCK-CATEGORY     PIC X(11).
008100         10  WS-PCK-DUE-DATE     PIC 9(08).
008200         10  WS-PCK-BOOKED       PIC X(06).
008300
008400 01  WS-START-GROUP.
008500     05  WS-START-HH             PIC 9(02).
008600     05  WS-START-MM             PIC 9(02).
008700 01  WS-START-HHMM REDEFINES WS-START-GROUP
008800                                 PIC 9(04).
008900
009000 01  WS-TIME-GROUP.
009100     05  WS-TIME-HH              PIC 9(02).
009200     05  WS-TIME-MM              PIC 9(02).
009300 01  WS-TIME-HHMM REDEFINES WS-TIME-GROUP
009400                                 PIC 9(04).
009500
009600 01  WS-TIME-EDIT.
009700     05  WS-TED-HH               PIC 9(02).
009800     05  FILLER                  PIC X(01) VALUE ":".
009900     05  WS-TED-MM               PIC 9(02).
010000
010100 01  WS-DATE-GROUP.
010200     05  WS-DATE-EDIT            PIC X(08).
010300 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
010400                                 PIC 9(08).
010500
010600 01  WS-PICK-GROUP.
010700     05  WS-PICK-EDIT            PIC X(02).
010800 01  WS-PICK-NUM REDEFINES WS-PICK-GROUP
010900                                 PIC 9(02).
011000
011100 01  WS-CONFIRM                  PIC X(03).
011200     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
011300     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
011400
011500 01  WS-NEW-DATE                 PIC 9(08).
011600 01  WS-NEW-SLOT                 PIC 9(02).
011700 01  WS-NEW-SOURCE               PIC X(01).
011800 01  WS-DAY-MINUTES              PIC 9(05).
011900 01  WS-SLOT-USED                PIC 9(03).
012000 01  WS-SLOT-LEFT                PIC 9(03).
012100
012200 77  WS-CURRENT-DATE             PIC 9(08).
012300 77  WS-MAST-STATUS              PIC X(02).
012400 77  WS-APPT-STATUS              PIC X(02).
012500 77  WS-RCL-STATUS               PIC X(02).
012600
012700 77  WS-UPC-COUNT                PIC 9(02) COMP VALUE ZERO.
012800 77  WS-UPC-SUB                  PIC 9(02) COMP VALUE ZERO.
012900 77  WS-PCK-COUNT                PIC 9(02) COMP VALUE ZERO.
013000 77  WS-PCK-SUB                  PIC 9(02) COMP VALUE ZERO.
013100 77  WS-SLOT-SUB                 PIC 9(02) COMP VALUE ZERO.
013200
013300 77  WS-LOOKUP-SW                PIC X(01).
013400     88  MEMBER-FOUND                VALUE "Y".
013500     88  MEMBER-NOT-FOUND            VALUE "N".
013600
013700 77  WS-PICKED-SW                PIC X(01).
013800     88  RECALL-PICKED               VALUE "Y".
013900     88  RECALL-NOT-PICKED           VALUE "N".
014000
014100 77  WS-SLOT-ROW-SW              PIC X(01).
014200     88  SLOT-ROW-ON-FILE            VALUE "Y".
014300     88  SLOT-ROW-NOT-ON-FILE        VALUE "N".
014400
014500 77  WS-DONE-SW                  PIC X(01).
014600     88  MAINT-IS-DONE               VALUE "Y".
014700     88  MAINT-NOT-DONE              VALUE "N".
014800
014900 77  WS-EOF-SW                   PIC X(01).
015000     88  AT-EOF                      VALUE "Y".
015100     88  NOT-AT-EOF                  VALUE "N".
015200
015300 77  WS-APPT-EOF-SW              PIC X(01).
015400     88  APPT-EOF                    VALUE "Y".
015500     88  NOT-APPT-EOF                VALUE "N".
015600
015700 77  WS-VALID-SW                 PIC X(01).
015800     88  INPUT-IS-VALID              VALUE "Y".
015900     88  INPUT-IS-INVALID            VALUE "N".
016000
016100 LINKAGE SECTION.
016200     COPY VISITID.
016300
016400 PROCEDURE DIVISION USING VISIT-IDENTITY.
016500******************************************************************
016600*    0000-MAINLINE                                                *
016700******************************************************************
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF MAINT-NOT-DONE
017100         IF VISIT-PRECAPTURED
017200             PERFORM 2500-BOOK-PICKED-MEMBER THRU 2500-EXIT
017300         ELSE
017400             PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
017500                 UNTIL MAINT-IS-DONE
017600         END-IF
017700         PERFORM 9999-TERMINATE THRU 9999-EXIT
017800     END-IF.
017900     GOBACK.
018000
018100******************************************************************
018200*    1000-INITIALIZE - THE APPOINTMENT BOOK IS CREATED EMPTY ON  *
018300*    FIRST USE. NO MASTER MEANS NO ONE TO BOOK.                  *
018400******************************************************************
018500 1000-INITIALIZE.
018600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018700     CALL "POLLOAD" USING POLICY-ANSWER.
018800     MOVE POLA-APPT-START TO WS-START-HHMM.
018900     MOVE "N" TO WS-DONE-SW.
019000     OPEN INPUT MEMBER-MASTER-FILE.
019100     IF WS-MAST-STATUS = "35"
019200         DISPLAY "No member master on file - no one to book."
019300         MOVE "Y" TO WS-DONE-SW
019400     ELSE
019500         PERFORM 1100-BOOTSTRAP-BOOK THRU 1100-EXIT
019600         OPEN I-O APPOINTMENT-FILE
019700     END-IF.
019800 1000-EXIT.
019900     EXIT.
020000
020100 1100-BOOTSTRAP-BOOK.
020200     OPEN INPUT APPOINTMENT-FILE.
020300     IF WS-APPT-STATUS = "35"
020400         OPEN OUTPUT APPOINTMENT-FILE
020500         CLOSE APPOINTMENT-FILE
020600     ELSE
020700         CLOSE APPOINTMENT-FILE
020800     END-IF.
020900 1100-EXIT.
021000     EXIT.
021100
021200******************************************************************
021300*    2000-MAINT-LOOP - ONE MEMBER PER PASS. "R" PICKS THE MEMBER *
021400*    OFF THE DUE RECALLS LIST INSTEAD; A BLANK OR "END" MEMBER   *
021500*    ID ENDS THE SESSION.                                        *
021600******************************************************************
021700 2000-MAINT-LOOP.
021800     DISPLAY " ".
021900     DISPLAY "Member ID to book (R for the recall list, or END): "
022000         WITH NO ADVANCING.
022100     ACCEPT MBR-ID.
022200     MOVE "D" TO WS-NEW-SOURCE.
022300     IF MBR-ID = "END" OR MBR-ID = "end" OR MBR-ID = SPACES
022400         MOVE "Y" TO WS-DONE-SW
022500         GO TO 2000-EXIT
022600     END-IF.
022700     IF MBR-ID = "R" OR MBR-ID = "r"
022800         PERFORM 3000-PICK-RECALL THRU 3000-EXIT
022900         IF RECALL-NOT-PICKED
023000             GO TO 2000-EXIT
023100         END-IF
023200         MOVE "R" TO WS-NEW-SOURCE
023300     END-IF.
023400     PERFORM 2600-LOOKUP-MEMBER THRU 2600-EXIT.
023500     IF MEMBER-FOUND
023600         PERFORM 4000-WORK-APPOINTMENTS THRU 4000-EXIT
023700     ELSE
023800         DISPLAY "Member ID " MBR-ID " is not on file."
023900     END-IF.
024000 2000-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400*    2500-BOOK-PICKED-MEMBER - THE MBR-ID WAS ALREADY PICKED;    *
024500*    ONE PASS, NO ID PROMPT.                                     *
024600******************************************************************
024700 2500-BOOK-PICKED-MEMBER.
024800     MOVE VISIT-MBR-ID TO MBR-ID.
024900     MOVE "D" TO WS-NEW-SOURCE.
025000     PERFORM 2600-LOOKUP-MEMBER THRU 2600-EXIT.
025100     IF MEMBER-FOUND
025200         PERFORM 4000-WORK-APPOINTMENTS THRU 4000-EXIT
025300     ELSE
025400         DISPLAY "Member ID " MBR-ID " is not on file."
025500     END-IF.
025600 2500-EXIT.
025700     EXIT.
025800
025900 2600-LOOKUP-MEMBER.
026000     MOVE MBR-ID TO MAST-MBR-ID.
026100     READ MEMBER-MASTER-FILE
026200         INVALID KEY
026300             MOVE "N" TO WS-LOOKUP-SW
026400         NOT INVALID KEY
026500             MOVE "Y" TO WS-LOOKUP-SW
026600     END-READ.
026700 2600-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*    3000-PICK-RECALL - THE RECALLS DUE OR OVERDUE TODAY, ONE    *
027200*    LINE PER MEMBER, FLAGGED WHERE AN APPOINTMENT IS ALREADY    *
027300*    BOOKED. THE CLERK PICKS ONE BY NUMBER, OR ZERO TO GO BACK.  *
027400******************************************************************
027500 3000-PICK-RECALL.
027600     MOVE "N" TO WS-PICKED-SW.
027700     MOVE ZERO TO WS-PCK-COUNT.
027800     OPEN INPUT RECALL-FILE.
027900     IF WS-RCL-STATUS = "00"
028000         MOVE "N" TO WS-EOF-SW
028100         PERFORM 3100-READ-RECALL THRU 3100-EXIT
028200         PERFORM 3200-TABLE-RECALL THRU 3200-EXIT
028300             UNTIL AT-EOF
028400         CLOSE RECALL-FILE
028500     END-IF.
028600     IF WS-PCK-COUNT = ZERO
028700         DISPLAY "No re-screen recalls are due."
028800         GO TO 3000-EXIT
028900     END-IF.
029000     DISPLAY "No. Member ID            Category    Due".
029100     PERFORM 3400-SHOW-RECALL THRU 3400-EXIT
029200         VARYING WS-PCK-SUB FROM 1 BY 1
029300         UNTIL WS-PCK-SUB > WS-PCK-COUNT.
029400     MOVE "N" TO WS-VALID-SW.
029500     PERFORM 3500-PROMPT-PICK THRU 3500-EXIT
029600         UNTIL INPUT-IS-VALID.
029700     IF WS-PICK-NUM > ZERO
029800         MOVE WS-PCK-MBR-ID (WS-PICK-NUM) TO MBR-ID
029900         MOVE "Y" TO WS-PICKED-SW
030000     END-IF.
030100 3000-EXIT.
030200     EXIT.
030300
030400 3100-READ-RECALL.
030500     READ RECALL-FILE
030600         AT END
030700             MOVE "Y" TO WS-EOF-SW
030800     END-READ.
030900 3100-EXIT.
031000     EXIT.
031100
031200 3200-TABLE-RECALL.
031300     IF RCL-DUE-DATE <= WS-CURRENT-DATE AND WS-PCK-COUNT < 20
031400         MOVE 1 TO WS-PCK-SUB
031500         PERFORM 3210-SKIP-LISTED THRU 3210-EXIT
031600             UNTIL WS-PCK-SUB > WS-PCK-COUNT
031700                 OR WS-PCK-MBR-ID (WS-PCK-SUB) = RCL-MBR-ID
031800         IF WS-PCK-SUB > WS-PCK-COUNT
031900             ADD 1 TO WS-PCK-COUNT
032000             MOVE RCL-MBR-ID   TO WS-PCK-MBR-ID (WS-PCK-COUNT)
032100             MOVE RCL-CATEGORY TO WS-PCK-CATEGORY (WS-PCK-COUNT)
032200             MOVE RCL-DUE-DATE TO WS-PCK-DUE-DATE (WS-PCK-COUNT)
032300             MOVE RCL-MBR-ID   TO MBR-ID
032400             PERFORM 4100-LOAD-UPCOMING THRU 4100-EXIT
032500             IF WS-UPC-COUNT > ZERO
032600                 MOVE "BOOKED" TO WS-PCK-BOOKED (WS-PCK-COUNT)
032700             ELSE
032800                 MOVE SPACES TO WS-PCK-BOOKED (WS-PCK-COUNT)
032900             END-IF
033000         END-IF
033100     END-IF.
033200     PERFORM 3100-READ-RECALL THRU 3100-EXIT.
033300 3200-EXIT.
033400     EXIT.
033500
033600 3210-SKIP-LISTED.
033700     ADD 1 TO WS-PCK-SUB.
033800 3210-EXIT.
033900     EXIT.
034000
034100 3400-SHOW-RECALL.
034200     MOVE WS-PCK-SUB TO WS-PICK-NUM.
034300     DISPLAY WS-PICK-NUM "  " WS-PCK-MBR-ID (WS-PCK-SUB) " "
034400         WS-PCK-CATEGORY (WS-PCK-SUB) " "
034500         WS-PCK-DUE-DATE (WS-PCK-SUB) " "
034600         WS-PCK-BOOKED (WS-PCK-SUB).
034700 3400-EXIT.
034800     EXIT.
034900
035000 3500-PROMPT-PICK.
035100     DISPLAY "Recall number to book (00 to go back): "
035200         WITH NO ADVANCING.
035300     ACCEPT WS-PICK-EDIT.
035400     IF WS-PICK-EDIT IS NUMERIC AND WS-PICK-NUM <= WS-PCK-COUNT
035500         MOVE "Y" TO WS-VALID-SW
035600     ELSE
035700         DISPLAY "Pick a number from the list - re-enter."
035800         MOVE "N" TO WS-VALID-SW
035900     END-IF.
036000 3500-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*    4000-WORK-APPOINTMENTS - SHOW THE MEMBER'S UPCOMING         *
036500*    APPOINTMENTS, THEN BOOK, CANCEL OR LEAVE THEM.              *
036600******************************************************************
036700 4000-WORK-APPOINTMENTS.
036800     DISPLAY "Member " MAST-MBR-NAME.
036900     PERFORM 4100-LOAD-UPCOMING THRU 4100-EXIT.
037000     IF WS-UPC-COUNT = ZERO
037100         DISPLAY "No upcoming appointments."
037200     ELSE
037300         PERFORM 4300-SHOW-UPCOMING THRU 4300-EXIT
037400             VARYING WS-UPC-SUB FROM 1 BY 1
037500             UNTIL WS-UPC-SUB > WS-UPC-COUNT
037600     END-IF.
037700     MOVE "N" TO WS-VALID-SW.
037800     PERFORM 4400-PROMPT-ACTION THRU 4400-EXIT
037900         UNTIL INPUT-IS-VALID.
038000     EVALUATE TRUE
038100         WHEN ACTION-IS-BOOK
038200             PERFORM 5000-BOOK-APPOINTMENT THRU 5000-EXIT
038300         WHEN ACTION-IS-CANCEL
038400             PERFORM 6000-CANCEL-APPOINTMENT THRU 6000-EXIT
038500         WHEN OTHER
038600             CONTINUE
038700     END-EVALUATE.
038800 4000-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200*    4100-LOAD-UPCOMING - THE MEMBER'S BOOKINGS FROM TODAY ON    *
039300*    STILL STANDING AS BOOKED, READ ON THE MEMBER ALTERNATE KEY. *
039400******************************************************************
039500 4100-LOAD-UPCOMING.
039600     MOVE ZERO TO WS-UPC-COUNT.
039700     MOVE MBR-ID TO APPT-MBR-ID.
039800     START APPOINTMENT-FILE KEY IS = APPT-MBR-ID
039900         INVALID KEY
040000             GO TO 4100-EXIT
040100     END-START.
040200     MOVE "N" TO WS-APPT-EOF-SW.
040300     PERFORM 4200-READ-MEMBER-APPT THRU 4200-EXIT
040400         UNTIL APPT-EOF.
040500 4100-EXIT.
040600     EXIT.
040700
040800 4200-READ-MEMBER-APPT.
040900     READ APPOINTMENT-FILE NEXT RECORD
041000         AT END
041100             MOVE "Y" TO WS-APPT-EOF-SW
041200             GO TO 4200-EXIT
041300     END-READ.
041400     IF APPT-MBR-ID NOT = MBR-ID
041500         MOVE "Y" TO WS-APPT-EOF-SW
041600         GO TO 4200-EXIT
041700     END-IF.
041800     IF APPT-BOOKED AND APPT-DATE >= WS-CURRENT-DATE
041900         AND WS-UPC-COUNT < 10
042000         ADD 1 TO WS-UPC-COUNT
042100         MOVE APPT-DATE TO WS-UPC-DATE (WS-UPC-COUNT)
042200         MOVE APPT-SLOT TO WS-UPC-SLOT (WS-UPC-COUNT)
042300         MOVE APPT-TIME TO WS-UPC-TIME (WS-UPC-COUNT)
042400     END-IF.
042500 4200-EXIT.
042600     EXIT.
042700
042800 4300-SHOW-UPCOMING.
042900     MOVE WS-UPC-TIME (WS-UPC-SUB) TO WS-TIME-HHMM.
043000     MOVE WS-TIME-HH TO WS-TED-HH.
043100     MOVE WS-TIME-MM TO WS-TED-MM.
043200     MOVE WS-UPC-SUB TO WS-PICK-NUM.
043300     DISPLAY WS-PICK-NUM "  " WS-UPC-DATE (WS-UPC-SUB)
043400         "  slot " WS-UPC-SLOT (WS-UPC-SUB) "  " WS-TIME-EDIT.
043500 4300-EXIT.
043600     EXIT.
043700
043800 4400-PROMPT-ACTION.
043900     DISPLAY "Book, Cancel, or No change? (B/C/N) "
044000         WITH NO ADVANCING.
044100     ACCEPT WS-ACTION-CHOICE.
044200     INSPECT WS-ACTION-CHOICE CONVERTING "bcn" TO "BCN".
044300     IF ACTION-IS-BOOK OR ACTION-IS-CANCEL OR ACTION-IS-NONE
044400         MOVE "Y" TO WS-VALID-SW
044500     ELSE
044600         DISPLAY "Please answer B, C or N."
044700         MOVE "N" TO WS-VALID-SW
044800     END-IF.
044900 4400-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*    5000-BOOK-APPOINTMENT - A DATE FROM TODAY ON THAT THE       *
045400*    MEMBER IS NOT ALREADY BOOKED FOR, THEN A SLOT THAT STILL    *
045500*    HAS ROOM.                                                   *
045600******************************************************************
045700 5000-BOOK-APPOINTMENT.
045710     IF MAST-ERASED
045720         DISPLAY "Personal data for this member was erased -"
045730             " enrol them anew before booking."
045740         GO TO 5000-EXIT
045750     END-IF.
045800     IF MAST-LAPSED
045900         DISPLAY "Membership lapsed - reinstate before booking."
046000         GO TO 5000-EXIT
046100     END-IF.
046200     MOVE "N" TO WS-VALID-SW.
046300     PERFORM 5100-PROMPT-DATE THRU 5100-EXIT
046400         UNTIL INPUT-IS-VALID.
046500     PERFORM 5150-CHECK-SAME-DAY THRU 5150-EXIT
046600         VARYING WS-UPC-SUB FROM 1 BY 1
046700         UNTIL WS-UPC-SUB > WS-UPC-COUNT.
046800     IF INPUT-IS-INVALID
046900         DISPLAY "Already booked on " WS-NEW-DATE
047000             " - cancel that one first."
047100         GO TO 5000-EXIT
047200     END-IF.
047300     DISPLAY "Slot  Time   Open".
047400     PERFORM 5200-SHOW-SLOT THRU 5200-EXIT
047500         VARYING WS-SLOT-SUB FROM 1 BY 1
047600         UNTIL WS-SLOT-SUB > POLA-APPT-SLOTS.
047700     MOVE "N" TO WS-VALID-SW.
047800     PERFORM 5300-PROMPT-SLOT THRU 5300-EXIT
047900         UNTIL INPUT-IS-VALID.
048000     IF WS-NEW-SLOT = ZERO
048100         DISPLAY "Booking abandoned."
048200         GO TO 5000-EXIT
048300     END-IF.
048400     MOVE WS-NEW-SLOT TO WS-SLOT-SUB.
048500     PERFORM 7100-SLOT-TIME THRU 7100-EXIT.
048600     DISPLAY "Book " MAST-MBR-NAME " on " WS-NEW-DATE " at "
048700         WS-TIME-EDIT " ?".
048800     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
048900     IF CONFIRM-IS-NO
049000         DISPLAY "Booking abandoned."
049100         GO TO 5000-EXIT
049200     END-IF.
049300     PERFORM 5500-WRITE-BOOKING THRU 5500-EXIT.
049400 5000-EXIT.
049500     EXIT.
049600
049700 5100-PROMPT-DATE.
049800     DISPLAY "Appointment date (YYYYMMDD): " WITH NO ADVANCING.
049900     ACCEPT WS-DATE-EDIT.
050000     IF WS-DATE-EDIT IS NOT NUMERIC
050100         DISPLAY "Date must be eight digits - re-enter."
050200         MOVE "N" TO WS-VALID-SW
050300         GO TO 5100-EXIT
050400     END-IF.
050500     IF WS-DATE-NUM < WS-CURRENT-DATE
050600         DISPLAY "Date is in the past - re-enter."
050700         MOVE "N" TO WS-VALID-SW
050800         GO TO 5100-EXIT
050900     END-IF.
051000     MOVE WS-DATE-NUM TO WS-NEW-DATE.
051100     MOVE "Y" TO WS-VALID-SW.
051200 5100-EXIT.
051300     EXIT.
051400
051500 5150-CHECK-SAME-DAY.
051600     IF WS-UPC-DATE (WS-UPC-SUB) = WS-NEW-DATE
051700         MOVE "N" TO WS-VALID-SW
051800     END-IF.
051900 5150-EXIT.
052000     EXIT.
052100
052200 5200-SHOW-SLOT.
052300     PERFORM 7100-SLOT-TIME THRU 7100-EXIT.
052400     PERFORM 7200-COUNT-SLOT THRU 7200-EXIT.
052500     MOVE WS-SLOT-SUB TO WS-PICK-NUM.
052600     IF WS-SLOT-USED < POLA-APPT-CAPACITY
052700         COMPUTE WS-SLOT-LEFT = POLA-APPT-CAPACITY - WS-SLOT-USED
052800         DISPLAY WS-PICK-NUM "    " WS-TIME-EDIT "  " WS-SLOT-LEFT
052900     ELSE
053000         DISPLAY WS-PICK-NUM "    " WS-TIME-EDIT "  FULL"
053100     END-IF.
053200 5200-EXIT.
053300     EXIT.
053400
053500 5300-PROMPT-SLOT.
053600     DISPLAY "Slot number (00 to abandon): " WITH NO ADVANCING.
053700     ACCEPT WS-PICK-EDIT.
053800     IF WS-PICK-EDIT IS NOT NUMERIC
053900         OR WS-PICK-NUM > POLA-APPT-SLOTS
054000         DISPLAY "Pick a slot from the list - re-enter."
054100         MOVE "N" TO WS-VALID-SW
054200         GO TO 5300-EXIT
054300     END-IF.
054400     MOVE WS-PICK-NUM TO WS-NEW-SLOT.
054500     MOVE "Y" TO WS-VALID-SW.
054600     IF WS-NEW-SLOT > ZERO
054700         MOVE WS-NEW-SLOT TO WS-SLOT-SUB
054800         PERFORM 7200-COUNT-SLOT THRU 7200-EXIT
054900         IF WS-SLOT-USED NOT < POLA-APPT-CAPACITY
055000             DISPLAY "That slot is full - pick another."
055100             MOVE "N" TO WS-VALID-SW
055200         END-IF
055300     END-IF.
055400 5300-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800*    5500-WRITE-BOOKING - A CANCELLED BOOKING FOR THE SAME       *
055900*    MEMBER IN THE SAME SLOT IS BOOKED OVER; OTHERWISE A NEW     *
056000*    ROW.                                                        *
056100******************************************************************
056200 5500-WRITE-BOOKING.
056300     MOVE WS-NEW-DATE TO APPT-DATE.
056400     MOVE WS-NEW-SLOT TO APPT-SLOT.
056500     MOVE MBR-ID      TO APPT-MBR-ID.
056600     READ APPOINTMENT-FILE
056700         INVALID KEY
056800             MOVE "N" TO WS-SLOT-ROW-SW
056900         NOT INVALID KEY
057000             MOVE "Y" TO WS-SLOT-ROW-SW
057100     END-READ.
057200     MOVE WS-NEW-DATE       TO APPT-DATE.
057300     MOVE WS-NEW-SLOT       TO APPT-SLOT.
057400     MOVE MBR-ID            TO APPT-MBR-ID.
057500     MOVE WS-TIME-HHMM      TO APPT-TIME.
057600     MOVE "B"               TO APPT-STATUS.
057700     MOVE WS-NEW-SOURCE     TO APPT-SOURCE.
057800     MOVE WS-CURRENT-DATE   TO APPT-BOOKED-DATE.
057900     MOVE VISIT-OPERATOR-ID TO APPT-BOOKED-BY.
058000     MOVE ZERO              TO APPT-STATUS-DATE.
058100     MOVE SPACES            TO APPT-STATUS-BY.
058200     IF SLOT-ROW-ON-FILE
058300         REWRITE APPOINTMENT-RECORD
058400             INVALID KEY
058500                 DISPLAY "Unable to book " MBR-ID "."
058600             NOT INVALID KEY
058700                 DISPLAY "Appointment booked."
058800         END-REWRITE
058900     ELSE
059000         WRITE APPOINTMENT-RECORD
059100             INVALID KEY
059200                 DISPLAY "Unable to book " MBR-ID "."
059300             NOT INVALID KEY
059400                 DISPLAY "Appointment booked."
059500         END-WRITE
059600     END-IF.
059700 5500-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    6000-CANCEL-APPOINTMENT - PICK ONE OF THE UPCOMING BOOKINGS *
060200*    BY NUMBER. THE ROW STAYS ON FILE MARKED CANCELLED, WHICH    *
060300*    FREES ITS PLACE IN THE SLOT.                                *
060400******************************************************************
060500 6000-CANCEL-APPOINTMENT.
060600     IF WS-UPC-COUNT = ZERO
060700         DISPLAY "Nothing booked to cancel."
060800         GO TO 6000-EXIT
060900     END-IF.
061000     MOVE "N" TO WS-VALID-SW.
061100     PERFORM 6100-PROMPT-CANCEL THRU 6100-EXIT
061200         UNTIL INPUT-IS-VALID.
061300     IF WS-PICK-NUM = ZERO
061400         GO TO 6000-EXIT
061500     END-IF.
061600     MOVE WS-PICK-NUM TO WS-UPC-SUB.
061700     DISPLAY "Cancel the appointment on " WS-UPC-DATE (WS-UPC-SUB)
061800         " ?".
061900     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
062000     IF CONFIRM-IS-NO
062100         DISPLAY "Appointment kept."
062200         GO TO 6000-EXIT
062300     END-IF.
062400     MOVE WS-UPC-DATE (WS-UPC-SUB) TO APPT-DATE.
062500     MOVE WS-UPC-SLOT (WS-UPC-SUB) TO APPT-SLOT.
062600     MOVE MBR-ID                   TO APPT-MBR-ID.
062700     READ APPOINTMENT-FILE
062800         INVALID KEY
062900             DISPLAY "Appointment is no longer on file."
063000             GO TO 6000-EXIT
063100     END-READ.
063200     MOVE "X"               TO APPT-STATUS.
063300     MOVE WS-CURRENT-DATE   TO APPT-STATUS-DATE.
063400     MOVE VISIT-OPERATOR-ID TO APPT-STATUS-BY.
063500     REWRITE APPOINTMENT-RECORD
063600         INVALID KEY
063700             DISPLAY "Unable to cancel for " MBR-ID "."
063800         NOT INVALID KEY
063900             DISPLAY "Appointment cancelled."
064000     END-REWRITE.
064100 6000-EXIT.
064200     EXIT.
064300
064400 6100-PROMPT-CANCEL.
064500     DISPLAY "Appointment number to cancel (00 to go back): "
064600         WITH NO ADVANCING.
064700     ACCEPT WS-PICK-EDIT.
064800     IF WS-PICK-EDIT IS NUMERIC AND WS-PICK-NUM <= WS-UPC-COUNT
064900         MOVE "Y" TO WS-VALID-SW
065000     ELSE
065100         DISPLAY "Pick a number from the list - re-enter."
065200         MOVE "N" TO WS-VALID-SW
065300     END-IF.
065400 6100-EXIT.
065500     EXIT.
065600
065700 7000-GET-CONFIRM.
065800     MOVE "N" TO WS-VALID-SW.
065900     PERFORM 7010-PROMPT-CONFIRM THRU 7010-EXIT
066000         UNTIL INPUT-IS-VALID.
066100 7000-EXIT.
066200     EXIT.
066300
066400 7010-PROMPT-CONFIRM.
066500     DISPLAY "Confirm (Yes/No): " WITH NO ADVANCING.
066600     ACCEPT WS-CONFIRM.
066700     INSPECT WS-CONFIRM CONVERTING
066800         "abcdefghijklmnopqrstuvwxyz" TO
066900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
067000     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
067100         DISPLAY "Please answer Yes or No."
067200         MOVE "N" TO WS-VALID-SW
067300     ELSE
067400         MOVE "Y" TO WS-VALID-SW
067500     END-IF.
067600 7010-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000*    7100-SLOT-TIME - SLOT WS-SLOT-SUB STARTS (SLOT - 1) SLOT    *
068100*    LENGTHS AFTER THE POLICY FIRST-SLOT TIME.                   *
068200******************************************************************
068300 7100-SLOT-TIME.
068400     COMPUTE WS-DAY-MINUTES = WS-START-HH * 60 + WS-START-MM
068500         + (WS-SLOT-SUB - 1) * POLA-APPT-MINUTES.
068600     DIVIDE WS-DAY-MINUTES BY 60 GIVING WS-TIME-HH
068700         REMAINDER WS-TIME-MM.
068800     MOVE WS-TIME-HH TO WS-TED-HH.
068900     MOVE WS-TIME-MM TO WS-TED-MM.
069000 7100-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400*    7200-COUNT-SLOT - THE PLACES TAKEN IN SLOT WS-SLOT-SUB ON   *
069500*    THE NEW DATE. EVERYTHING BUT A CANCELLED BOOKING HOLDS A    *
069600*    PLACE.                                                      *
069700******************************************************************
069800 7200-COUNT-SLOT.
069900     MOVE ZERO TO WS-SLOT-USED.
070000     MOVE WS-NEW-DATE TO APPT-DATE.
070100     MOVE WS-SLOT-SUB TO APPT-SLOT.
070200     MOVE LOW-VALUES  TO APPT-MBR-ID.
070300     START APPOINTMENT-FILE KEY IS >= APPT-KEY
070400         INVALID KEY
070500             GO TO 7200-EXIT
070600     END-START.
070700     MOVE "N" TO WS-APPT-EOF-SW.
070800     PERFORM 7210-READ-SLOT THRU 7210-EXIT
070900         UNTIL APPT-EOF.
071000 7200-EXIT.
071100     EXIT.
071200
071300 7210-READ-SLOT.
071400     READ APPOINTMENT-FILE NEXT RECORD
071500         AT END
071600             MOVE "Y" TO WS-APPT-EOF-SW
071700             GO TO 7210-EXIT
071800     END-READ.
071900     IF APPT-DATE NOT = WS-NEW-DATE OR APPT-SLOT NOT = WS-SLOT-SUB
072000         MOVE "Y" TO WS-APPT-EOF-SW
072100         GO TO 7210-EXIT
072200     END-IF.
072300     IF NOT APPT-CANCELLED
072400         ADD 1 TO WS-SLOT-USED
072500     END-IF.
072600 7210-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    9999-TERMINATE                                               *
073100******************************************************************
073200 9999-TERMINATE.
073300     CLOSE MEMBER-MASTER-FILE.
073400     CLOSE APPOINTMENT-FILE.
073500 9999-EXIT.
073600     EXIT.
