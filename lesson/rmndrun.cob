000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RMNDRUN.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    RMNDRUN IS THE OVERDUE REMINDER NOTICE RUN. AGERPT SHOWS    *
000900*    WHO IS OVERDUE BUT THE LETTERS WERE WRITTEN BY HAND. THIS   *
001000*    JOB READS THE MASTER, AGES EACH ACTIVE MEMBER'S POSITIVE    *
001100*    BALANCE THE WAY AGERPT AND LAPSERUN DO (30/360 DAYS SINCE   *
001200*    ENROLLMENT) AND PRINTS (RMNDPRT) A NOTICE WHOSE WORDING     *
001300*    STEPS UP BY STAGE - FIRST REMINDER PAST 30 DAYS, SECOND     *
001400*    REMINDER PAST 60, FINAL NOTICE BEFORE LAPSE PAST 75, AHEAD  *
001500*    OF LAPSERUN'S 90. EVERY NOTICE IS FILED ON THE NOTICE       *
001600*    HISTORY (NOTCHIST) AND A STAGE ALREADY SENT IN THE CURRENT  *
001700*    OVERDUE EPISODE IS NOT SENT AGAIN; A MEMBER WHO HAS JUMPED  *
001800*    A STAGE GETS ONLY THE HIGHEST ONE REACHED. A BALANCE PAID   *
001900*    DOWN CLOSES THE EPISODE. A HOUSEHOLD MEMBER'S NOTICE GOES   *
002000*    TO THE HOUSEHOLD'S BILL-TO MEMBER. A MEMBER CURRENT ON A    *
002100*    PAYMENT PLAN (PLANCHK) GETS NO NOTICE. LAPSERUN LAPSES ONLY *
002200*    A MEMBER WHOSE FINAL NOTICE IS ON THE HISTORY, SO THIS RUN  *
002300*    GOES BEFORE IT. A SUMMARY PAGE (RMNDSUMR) COUNTS THE        *
002400*    NOTICES PER STAGE FOR THE MANAGER.                          *
002500*------------------------------------------------------------------
002600*    MODIFICATION HISTORY                                        *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002810*    2026-10-15  LS   PRINT THE ADDRESSEE'S MAILING ADDRESS ON   *
002820*                     THE NOTICE (THE BILL-TO'S FOR A HOUSEHOLD  *
002830*                     MEMBER), OR A HAND-OVER WARNING WHEN THE   *
002840*                     ADDRESSEE IS DO-NOT-CONTACT OR HAS NO      *
002850*                     ADDRESS ON FILE.                           *
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS MAST-MBR-ID
003800         ALTERNATE RECORD KEY IS MAST-SURNAME
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-MAST-STATUS.
004100     SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTCHIST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS NOTC-KEY
004500         FILE STATUS IS WS-NOTC-STATUS.
004600     SELECT NOTICE-PRINT-FILE ASSIGN TO "RMNDPRT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PRT-STATUS.
004900     SELECT SUMMARY-REPORT-FILE ASSIGN TO "RMNDSUMR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SUM-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  MEMBER-MASTER-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY MBRMAST.
005800
005900 FD  NOTICE-HISTORY-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY NOTCHIST.
006200
006300 FD  NOTICE-PRINT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  NOTICE-PRINT-LINE           PIC X(80).
006600
006700 FD  SUMMARY-REPORT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  SUMMARY-REPORT-LINE         PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200     COPY PLANANSW.
007300
007400 01  WS-STAGE-TOTALS.
007500     05  WS-STG-COUNT            PIC 9(05) OCCURS 3 TIMES.
007600     05  WS-STG-CENTS            PIC S9(11) OCCURS 3 TIMES.
007700
007800 01  WS-STAGE-TITLES.
007900     05  FILLER                  PIC X(30)
008000                         VALUE "FIRST REMINDER".
008100     05  FILLER                  PIC X(30)
008200                         VALUE "SECOND REMINDER".
008300     05  FILLER                  PIC X(30)
008400                         VALUE "FINAL NOTICE BEFORE LAPSE".
008500 01  WS-STAGE-TITLE-TABLE REDEFINES WS-STAGE-TITLES.
008600     05  WS-STAGE-TITLE          PIC X(30) OCCURS 3 TIMES.
008700
008800 01  WS-CURRENT-DATE             PIC 9(08).
008900 01  WS-TODAY-SPLIT REDEFINES WS-CURRENT-DATE.
009000     05  WS-TODAY-YYYY           PIC 9(04).
009100     05  WS-TODAY-MM             PIC 9(02).
009200     05  WS-TODAY-DD             PIC 9(02).
009300
009400 01  WS-ENROLL-DATE              PIC 9(08).
009500 01  WS-ENROLL-SPLIT REDEFINES WS-ENROLL-DATE.
009600     05  WS-ENROLL-YYYY          PIC 9(04).
009700     05  WS-ENROLL-MM            PIC 9(02).
009800     05  WS-ENROLL-DD            PIC 9(02).
009900
010000 01  WS-CURRENT-MEMBER.
010100     05  WS-CUR-MBR-ID           PIC X(20).
010200     05  WS-CUR-MBR-NAME         PIC X(35).
010300     05  WS-CUR-BALANCE          PIC S9(07).
010400     05  WS-CUR-HH-ID            PIC X(20).
010500     05  WS-CUR-BILLTO-FLAG      PIC X(01).
010600     05  WS-TO-MBR-ID            PIC X(20).
010700     05  WS-TO-MBR-NAME          PIC X(35).
010720     05  WS-CUR-CONTACT          PIC X(148).
010740
010760*    THE CONTACT DETAILS THE NOTICE IS ADDRESSED TO.
010780     COPY MBRCONT.
010800
010900 01  WS-NOTICE-LINE.
011000     05  WS-NTC-LABEL            PIC X(20).
011100     05  WS-NTC-VALUE            PIC X(58).
011200
011300 01  WS-SHOW-AMOUNT              PIC -,---,--9.99.
011400 01  WS-SHOW-DAYS                PIC ZZZ9.
011500
011600 01  WS-SUMMARY-HEADING.
011700     05  FILLER                  PIC X(32) VALUE "STAGE".
011800     05  FILLER                  PIC X(08) VALUE " NOTICES".
011900     05  FILLER                  PIC X(16)
012000                                 VALUE "   BALANCE CENTS".
012100
012200 01  WS-SUMMARY-LINE.
012300     05  WS-SUM-LABEL            PIC X(30).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  WS-SUM-COUNT            PIC ZZ,ZZ9.
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  WS-SUM-CENTS            PIC --,---,---,--9.
012800
012900 01  WS-DAYS-OUT                 PIC S9(07).
013000 01  WS-STAGE-REACHED            PIC 9(01).
013100 01  WS-EPISODE-STAGE            PIC 9(01).
013200 01  WS-TOTAL-COUNT              PIC 9(05) VALUE ZERO.
013300 01  WS-TOTAL-CENTS              PIC S9(11) VALUE ZERO.
013400
013500 77  WS-MAST-STATUS              PIC X(02).
013600 77  WS-NOTC-STATUS              PIC X(02).
013700 77  WS-PRT-STATUS               PIC X(02).
013800 77  WS-SUM-STATUS               PIC X(02).
013900
014000 77  WS-FIRST-FLOOR              PIC 9(03) VALUE 31.
014100 77  WS-SECOND-FLOOR             PIC 9(03) VALUE 61.
014200 77  WS-FINAL-FLOOR              PIC 9(03) VALUE 76.
014300
014400 77  WS-STAGE-SUB                PIC 9(01) VALUE ZERO.
014500 77  WS-REPEAT-COUNT             PIC 9(05) VALUE ZERO.
014600 77  WS-ON-PLAN-COUNT            PIC 9(05) VALUE ZERO.
014700 77  WS-CLEARED-COUNT            PIC 9(05) VALUE ZERO.
014800
014900 77  WS-EOF-SW                   PIC X(01).
015000     88  MASTER-EOF                  VALUE "Y".
015100     88  NOT-MASTER-EOF              VALUE "N".
015200
015300 77  WS-NOTC-EOF-SW              PIC X(01).
015400     88  NOTICE-SCAN-EOF             VALUE "Y".
015500     88  NOT-NOTICE-SCAN-EOF         VALUE "N".
015600
015700 77  WS-MAST-OPEN-SW             PIC X(01) VALUE "N".
015800     88  MASTER-IS-OPEN              VALUE "Y".
015900     88  MASTER-NOT-OPEN             VALUE "N".
016000
016100 PROCEDURE DIVISION.
016200******************************************************************
016300*    0000-MAINLINE                                               *
016400******************************************************************
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     IF MASTER-IS-OPEN
016800         PERFORM 2000-JUDGE-ONE-MEMBER THRU 2000-EXIT
016900             UNTIL MASTER-EOF
017000         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
017100         PERFORM 9999-TERMINATE THRU 9999-EXIT
017200     END-IF.
017300     STOP RUN.
017400
017500******************************************************************
017600*    1000-INITIALIZE - THE NOTICE HISTORY IS CREATED EMPTY ON    *
017700*    THE FIRST RUN.                                              *
017800******************************************************************
017900 1000-INITIALIZE.
018000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018100     MOVE ZERO TO WS-STAGE-TOTALS.
018200     OPEN INPUT MEMBER-MASTER-FILE.
018300     IF WS-MAST-STATUS NOT = "00"
018400         DISPLAY "No member master on file - no notices to send."
018500     ELSE
018600         MOVE "Y" TO WS-MAST-OPEN-SW
018700         PERFORM 1100-BOOTSTRAP-HISTORY THRU 1100-EXIT
018800         OPEN I-O NOTICE-HISTORY-FILE
018900         OPEN OUTPUT NOTICE-PRINT-FILE
019000         OPEN OUTPUT SUMMARY-REPORT-FILE
019100         MOVE "N" TO WS-EOF-SW
019200         PERFORM 2100-READ-MASTER THRU 2100-EXIT
019300     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600
019700 1100-BOOTSTRAP-HISTORY.
019800     OPEN INPUT NOTICE-HISTORY-FILE.
019900     IF WS-NOTC-STATUS = "35"
020000         OPEN OUTPUT NOTICE-HISTORY-FILE
020100         CLOSE NOTICE-HISTORY-FILE
020200     ELSE
020300         CLOSE NOTICE-HISTORY-FILE
020400     END-IF.
020500 1100-EXIT.
020600     EXIT.
020700
020800 2100-READ-MASTER.
020900     READ MEMBER-MASTER-FILE NEXT RECORD
021000         AT END
021100             MOVE "Y" TO WS-EOF-SW
021200     END-READ.
021300 2100-EXIT.
021400     EXIT.
021500
021600******************************************************************
021700*    2000-JUDGE-ONE-MEMBER - A BALANCE PAID DOWN CLOSES ANY OPEN *
021800*    EPISODE. AN ACTIVE MEMBER'S POSITIVE BALANCE IS AGED TO A   *
021900*    STAGE; A STAGE BEYOND THE ONE ALREADY SENT IS NOTICED,      *
022000*    UNLESS A CURRENT PAYMENT PLAN COVERS THE BALANCE.           *
022100******************************************************************
022200 2000-JUDGE-ONE-MEMBER.
022300     MOVE MAST-MBR-ID       TO WS-CUR-MBR-ID.
022400     MOVE MAST-MBR-NAME     TO WS-CUR-MBR-NAME.
022500     MOVE MAST-BALANCE-DUE  TO WS-CUR-BALANCE.
022600     MOVE MAST-HOUSEHOLD-ID TO WS-CUR-HH-ID.
022700     MOVE MAST-BILLTO-FLAG  TO WS-CUR-BILLTO-FLAG.
022750     MOVE MAST-CONTACT      TO WS-CUR-CONTACT.
022800     PERFORM 3000-FIND-EPISODE THRU 3000-EXIT.
022900     IF WS-CUR-BALANCE NOT > ZERO
023000         IF WS-EPISODE-STAGE > ZERO
023100             PERFORM 3500-CLEAR-EPISODE THRU 3500-EXIT
023200         END-IF
023300     ELSE
023400         IF MAST-ACTIVE
023500             PERFORM 3200-PICK-STAGE THRU 3200-EXIT
023600             IF WS-STAGE-REACHED > ZERO
023700                 PERFORM 3300-JUDGE-NOTICE THRU 3300-EXIT
023800             END-IF
023900         END-IF
024000     END-IF.
024100     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
024200 2000-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*    3000-FIND-EPISODE - THE HIGHEST STAGE SENT SINCE THE LAST   *
024700*    CLEARED MARKER. THE HISTORY IS KEYED MEMBER + DATE + STAGE, *
024800*    SO THE MEMBER'S ROWS COME BACK IN DATE ORDER.               *
024900******************************************************************
025000 3000-FIND-EPISODE.
025100     MOVE ZERO TO WS-EPISODE-STAGE.
025200     MOVE WS-CUR-MBR-ID TO NOTC-MBR-ID.
025300     MOVE ZERO          TO NOTC-DATE.
025400     MOVE ZERO          TO NOTC-STAGE.
025500     MOVE "N" TO WS-NOTC-EOF-SW.
025600     START NOTICE-HISTORY-FILE KEY >= NOTC-KEY
025700         INVALID KEY
025800             MOVE "Y" TO WS-NOTC-EOF-SW
025900     END-START.
026000     PERFORM 3010-READ-NOTICE THRU 3010-EXIT.
026100     PERFORM 3020-NOTE-NOTICE THRU 3020-EXIT
026200         UNTIL NOTICE-SCAN-EOF.
026300 3000-EXIT.
026400     EXIT.
026500
026600 3010-READ-NOTICE.
026700     IF NOT NOTICE-SCAN-EOF
026800         READ NOTICE-HISTORY-FILE NEXT RECORD
026900             AT END
027000                 MOVE "Y" TO WS-NOTC-EOF-SW
027100         END-READ
027200     END-IF.
027300 3010-EXIT.
027400     EXIT.
027500
027600 3020-NOTE-NOTICE.
027700     IF NOTC-MBR-ID NOT = WS-CUR-MBR-ID
027800         MOVE "Y" TO WS-NOTC-EOF-SW
027900     ELSE
028000         IF NOTC-CLEARED
028100             MOVE ZERO TO WS-EPISODE-STAGE
028200         ELSE
028300             IF NOTC-STAGE > WS-EPISODE-STAGE
028400                 MOVE NOTC-STAGE TO WS-EPISODE-STAGE
028500             END-IF
028600         END-IF
028700         PERFORM 3010-READ-NOTICE THRU 3010-EXIT
028800     END-IF.
028900 3020-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*    3200-PICK-STAGE - THE SAME 30/360 BANKER'S COUNT AGERPT AND *
029400*    LAPSERUN AGE WITH.                                          *
029500******************************************************************
029600 3200-PICK-STAGE.
029700     MOVE MAST-ENROLL-DATE TO WS-ENROLL-DATE.
029800     COMPUTE WS-DAYS-OUT =
029900         (WS-TODAY-YYYY - WS-ENROLL-YYYY) * 360
030000         + (WS-TODAY-MM - WS-ENROLL-MM) * 30
030100         + (WS-TODAY-DD - WS-ENROLL-DD).
030200     IF WS-DAYS-OUT < ZERO
030300         MOVE ZERO TO WS-DAYS-OUT
030400     END-IF.
030500     EVALUATE TRUE
030600         WHEN WS-DAYS-OUT >= WS-FINAL-FLOOR
030700             MOVE 3 TO WS-STAGE-REACHED
030800         WHEN WS-DAYS-OUT >= WS-SECOND-FLOOR
030900             MOVE 2 TO WS-STAGE-REACHED
031000         WHEN WS-DAYS-OUT >= WS-FIRST-FLOOR
031100             MOVE 1 TO WS-STAGE-REACHED
031200         WHEN OTHER
031300             MOVE ZERO TO WS-STAGE-REACHED
031400     END-EVALUATE.
031500 3200-EXIT.
031600     EXIT.
031700
031800 3300-JUDGE-NOTICE.
031900     IF WS-STAGE-REACHED NOT > WS-EPISODE-STAGE
032000         ADD 1 TO WS-REPEAT-COUNT
032100         GO TO 3300-EXIT
032200     END-IF.
032300     MOVE WS-CUR-MBR-ID TO PLNA-MBR-ID.
032400     CALL "PLANCHK" USING PLAN-STANDING-ANSWER.
032500     IF PLNA-GOOD-STANDING
032600         ADD 1 TO WS-ON-PLAN-COUNT
032700         GO TO 3300-EXIT
032800     END-IF.
032900     PERFORM 4000-SEND-NOTICE THRU 4000-EXIT.
033000 3300-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400*    3500-CLEAR-EPISODE - FILE A STAGE 0 MARKER SO THE NEXT      *
033500*    OVERDUE EPISODE STARTS OVER AT THE FIRST REMINDER.          *
033600******************************************************************
033700 3500-CLEAR-EPISODE.
033800     MOVE WS-CUR-MBR-ID   TO NOTC-MBR-ID.
033900     MOVE WS-CURRENT-DATE TO NOTC-DATE.
034000     MOVE ZERO            TO NOTC-STAGE.
034100     MOVE SPACES          TO NOTC-ADDRESSEE-ID.
034200     MOVE WS-CUR-BALANCE  TO NOTC-BALANCE.
034300     MOVE ZERO            TO NOTC-DAYS-OUT.
034400     WRITE NOTICE-HISTORY-RECORD
034500         INVALID KEY
034600             DISPLAY "Episode already cleared today for "
034700                 WS-CUR-MBR-ID "."
034800         NOT INVALID KEY
034900             ADD 1 TO WS-CLEARED-COUNT
035000     END-WRITE.
035100 3500-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    4000-SEND-NOTICE - ADDRESS IT, PRINT IT, FILE IT.           *
035600******************************************************************
035700 4000-SEND-NOTICE.
035800     MOVE WS-CUR-MBR-ID   TO WS-TO-MBR-ID.
035900     MOVE WS-CUR-MBR-NAME TO WS-TO-MBR-NAME.
035950     MOVE WS-CUR-CONTACT  TO MEMBER-CONTACT.
036000     IF WS-CUR-HH-ID NOT = SPACES
036100         AND WS-CUR-BILLTO-FLAG NOT = "Y"
036200         PERFORM 4100-FIND-BILLTO THRU 4100-EXIT
036300     END-IF.
036400     PERFORM 4200-PRINT-NOTICE THRU 4200-EXIT.
036500     MOVE WS-CUR-MBR-ID    TO NOTC-MBR-ID.
036600     MOVE WS-CURRENT-DATE  TO NOTC-DATE.
036700     MOVE WS-STAGE-REACHED TO NOTC-STAGE.
036800     MOVE WS-TO-MBR-ID     TO NOTC-ADDRESSEE-ID.
036900     MOVE WS-CUR-BALANCE   TO NOTC-BALANCE.
037000     MOVE WS-DAYS-OUT      TO NOTC-DAYS-OUT.
037100     WRITE NOTICE-HISTORY-RECORD
037200         INVALID KEY
037300             DISPLAY "Notice already on history for "
037400                 WS-CUR-MBR-ID "."
037500     END-WRITE.
037600     MOVE WS-STAGE-REACHED TO WS-STAGE-SUB.
037700     ADD 1 TO WS-STG-COUNT (WS-STAGE-SUB).
037800     ADD WS-CUR-BALANCE TO WS-STG-CENTS (WS-STAGE-SUB).
037900 4000-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    4100-FIND-BILLTO - THE HOUSEHOLD ID IS THE BILL-TO MEMBER'S *
038400*    ID. THE LOOKUP MOVES THE FILE POSITION, SO THE MAIN PASS IS *
038500*    RE-POSITIONED JUST PAST THIS MEMBER, AS RENEWBIL DOES. A    *
038600*    BILL-TO NOT ON FILE LEAVES THE NOTICE WITH THE MEMBER.      *
038700******************************************************************
038800 4100-FIND-BILLTO.
038900     MOVE WS-CUR-HH-ID TO MAST-MBR-ID.
039000     READ MEMBER-MASTER-FILE
039100         INVALID KEY
039200             DISPLAY "Bill-to " WS-CUR-HH-ID " not on file -"
039300                 " notice addressed to " WS-CUR-MBR-ID "."
039400         NOT INVALID KEY
039500             MOVE MAST-MBR-ID   TO WS-TO-MBR-ID
039600             MOVE MAST-MBR-NAME TO WS-TO-MBR-NAME
039650             MOVE MAST-CONTACT  TO MEMBER-CONTACT
039700     END-READ.
039800     MOVE WS-CUR-MBR-ID TO MAST-MBR-ID.
039900     START MEMBER-MASTER-FILE KEY > MAST-MBR-ID
040000         INVALID KEY
040100             MOVE "Y" TO WS-EOF-SW
040200     END-START.
040300 4100-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    4200-PRINT-NOTICE - ONE NOTICE, RULED OFF FROM THE NEXT.    *
040800*    THE WORDING STEPS UP WITH THE STAGE.                        *
040900******************************************************************
041000 4200-PRINT-NOTICE.
041100     MOVE ALL "=" TO NOTICE-PRINT-LINE.
041200     WRITE NOTICE-PRINT-LINE.
041300     MOVE WS-STAGE-TITLE (WS-STAGE-REACHED) TO NOTICE-PRINT-LINE.
041400     WRITE NOTICE-PRINT-LINE.
041500     MOVE SPACES TO NOTICE-PRINT-LINE.
041600     WRITE NOTICE-PRINT-LINE.
041700     MOVE "Date:" TO WS-NTC-LABEL.
041800     MOVE WS-CURRENT-DATE TO WS-NTC-VALUE.
041900     PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT.
042000     MOVE "To:" TO WS-NTC-LABEL.
042100     MOVE WS-TO-MBR-NAME TO WS-NTC-VALUE.
042200     PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT.
042300     MOVE "Member ID:" TO WS-NTC-LABEL.
042400     MOVE WS-TO-MBR-ID TO WS-NTC-VALUE.
042500     PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT.
042600     IF WS-TO-MBR-ID NOT = WS-CUR-MBR-ID
042700         MOVE "Regarding:" TO WS-NTC-LABEL
042800         MOVE WS-CUR-MBR-NAME TO WS-NTC-VALUE
042900         PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT
043000         MOVE "Household member:" TO WS-NTC-LABEL
043100         MOVE WS-CUR-MBR-ID TO WS-NTC-VALUE
043200         PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT
043300     END-IF.
043350     PERFORM 4220-WRITE-ADDRESS THRU 4220-EXIT.
043400     COMPUTE WS-SHOW-AMOUNT = WS-CUR-BALANCE / 100.
043500     MOVE "Balance due:" TO WS-NTC-LABEL.
043600     MOVE WS-SHOW-AMOUNT TO WS-NTC-VALUE.
043700     PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT.
043800     MOVE WS-DAYS-OUT TO WS-SHOW-DAYS.
043900     MOVE "Days outstanding:" TO WS-NTC-LABEL.
044000     MOVE WS-SHOW-DAYS TO WS-NTC-VALUE.
044100     PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT.
044200     MOVE SPACES TO NOTICE-PRINT-LINE.
044300     WRITE NOTICE-PRINT-LINE.
044400     EVALUATE WS-STAGE-REACHED
044500         WHEN 1
044600             MOVE "Our records show a balance outstanding on your"
044700                 TO NOTICE-PRINT-LINE
044800             WRITE NOTICE-PRINT-LINE
044900             MOVE "membership. If you have already paid, please"
045000                 TO NOTICE-PRINT-LINE
045100             WRITE NOTICE-PRINT-LINE
045200             MOVE "disregard this reminder."
045300                 TO NOTICE-PRINT-LINE
045400             WRITE NOTICE-PRINT-LINE
045500         WHEN 2
045600             MOVE "This is our second reminder. Your membership"
045700                 TO NOTICE-PRINT-LINE
045800             WRITE NOTICE-PRINT-LINE
045900             MOVE "balance is now more than 60 days overdue."
046000                 TO NOTICE-PRINT-LINE
046100             WRITE NOTICE-PRINT-LINE
046200             MOVE "Please pay at the desk on your next visit."
046300                 TO NOTICE-PRINT-LINE
046400             WRITE NOTICE-PRINT-LINE
046500         WHEN OTHER
046600             MOVE "FINAL NOTICE. Unless the balance is paid, the"
046700                 TO NOTICE-PRINT-LINE
046800             WRITE NOTICE-PRINT-LINE
046900             MOVE "membership will lapse. Please pay at the front"
047000                 TO NOTICE-PRINT-LINE
047100             WRITE NOTICE-PRINT-LINE
047200             MOVE "desk or ask us about a payment plan."
047300                 TO NOTICE-PRINT-LINE
047400             WRITE NOTICE-PRINT-LINE
047500     END-EVALUATE.
047600     MOVE SPACES TO NOTICE-PRINT-LINE.
047700     WRITE NOTICE-PRINT-LINE.
047800 4200-EXIT.
047900     EXIT.
048000
048100 4210-WRITE-NOTICE-LINE.
048200     MOVE SPACES TO NOTICE-PRINT-LINE.
048300     MOVE WS-NOTICE-LINE TO NOTICE-PRINT-LINE.
048400     WRITE NOTICE-PRINT-LINE.
048500     MOVE SPACES TO WS-NOTICE-LINE.
048600 4210-EXIT.
048700     EXIT.
048703
048706******************************************************************
048709*    4220-WRITE-ADDRESS - THE ADDRESSEE'S MAILING ADDRESS. A      *
048712*    DO-NOT-CONTACT OR NO-ADDRESS ADDRESSEE GETS A WARNING LINE   *
048715*    SO THE NOTICE IS HANDED OVER AT THE DESK - IT IS STILL FILED *
048718*    ON THE HISTORY, SINCE LAPSERUN WAITS ON THE FINAL NOTICE.    *
048721******************************************************************
048724 4220-WRITE-ADDRESS.
048727     MOVE "Address:" TO WS-NTC-LABEL.
048730     EVALUATE TRUE
048733         WHEN MBR-DO-NOT-CONTACT
048736             MOVE "*** DO NOT MAIL - HAND OVER AT THE DESK"
048739                 TO WS-NTC-VALUE
048742             PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT
048745         WHEN MBR-ADDRESS-1 = SPACES
048748             MOVE "*** NO ADDRESS ON FILE - HAND OVER AT THE DESK"
048751                 TO WS-NTC-VALUE
048754             PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT
048757         WHEN OTHER
048760             MOVE MBR-ADDRESS-1 TO WS-NTC-VALUE
048763             PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT
048766             IF MBR-ADDRESS-2 NOT = SPACES
048769                 MOVE MBR-ADDRESS-2 TO WS-NTC-VALUE
048772                 PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT
048775             END-IF
048778             STRING MBR-CITY DELIMITED BY "  "
048781                 " " MBR-STATE-CODE "  " MBR-POSTCODE
048784                 DELIMITED BY SIZE INTO WS-NTC-VALUE
048787             PERFORM 4210-WRITE-NOTICE-LINE THRU 4210-EXIT
048790     END-EVALUATE.
048793 4220-EXIT.
048796     EXIT.
048800
048900******************************************************************
049000*    8000-WRITE-SUMMARY - THE MANAGER'S PAGE: NOTICES AND THE    *
049100*    BALANCES THEY COVER, PER STAGE, AND WHAT WAS NOT SENT.      *
049200******************************************************************
049300 8000-WRITE-SUMMARY.
049400     MOVE SPACES TO SUMMARY-REPORT-LINE.
049500     STRING "REMINDER NOTICE SUMMARY - RUN " WS-CURRENT-DATE
049600         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
049700     WRITE SUMMARY-REPORT-LINE.
049800     MOVE SPACES TO SUMMARY-REPORT-LINE.
049900     WRITE SUMMARY-REPORT-LINE.
050000     MOVE WS-SUMMARY-HEADING TO SUMMARY-REPORT-LINE.
050100     WRITE SUMMARY-REPORT-LINE.
050200     PERFORM 8100-WRITE-ONE-STAGE THRU 8100-EXIT
050300         VARYING WS-STAGE-SUB FROM 1 BY 1
050400         UNTIL WS-STAGE-SUB > 3.
050500     INITIALIZE WS-SUMMARY-LINE WITH FILLER ALL TO VALUE.
050600     MOVE "TOTAL NOTICES"  TO WS-SUM-LABEL.
050700     MOVE WS-TOTAL-COUNT   TO WS-SUM-COUNT.
050800     MOVE WS-TOTAL-CENTS   TO WS-SUM-CENTS.
050900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
051000     MOVE SPACES TO SUMMARY-REPORT-LINE.
051100     WRITE SUMMARY-REPORT-LINE.
051200     INITIALIZE WS-SUMMARY-LINE WITH FILLER ALL TO VALUE.
051300     MOVE "STAGE ALREADY SENT - SKIPPED" TO WS-SUM-LABEL.
051400     MOVE WS-REPEAT-COUNT  TO WS-SUM-COUNT.
051500     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
051600     MOVE "CURRENT ON A PAYMENT PLAN" TO WS-SUM-LABEL.
051700     MOVE WS-ON-PLAN-COUNT TO WS-SUM-COUNT.
051800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
051900     MOVE "OVERDUE EPISODES CLEARED" TO WS-SUM-LABEL.
052000     MOVE WS-CLEARED-COUNT TO WS-SUM-COUNT.
052100     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
052200 8000-EXIT.
052300     EXIT.
052400
052500 8100-WRITE-ONE-STAGE.
052600     INITIALIZE WS-SUMMARY-LINE WITH FILLER ALL TO VALUE.
052700     MOVE WS-STAGE-TITLE (WS-STAGE-SUB) TO WS-SUM-LABEL.
052800     MOVE WS-STG-COUNT (WS-STAGE-SUB)   TO WS-SUM-COUNT.
052900     MOVE WS-STG-CENTS (WS-STAGE-SUB)   TO WS-SUM-CENTS.
053000     ADD WS-STG-COUNT (WS-STAGE-SUB) TO WS-TOTAL-COUNT.
053100     ADD WS-STG-CENTS (WS-STAGE-SUB) TO WS-TOTAL-CENTS.
053200     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
053300 8100-EXIT.
053400     EXIT.
053500
053600 8200-WRITE-SUMMARY-LINE.
053700     MOVE SPACES TO SUMMARY-REPORT-LINE.
053800     MOVE WS-SUMMARY-LINE TO SUMMARY-REPORT-LINE.
053900     WRITE SUMMARY-REPORT-LINE.
054000 8200-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400*    9999-TERMINATE                                              *
054500******************************************************************
054600 9999-TERMINATE.
054700     CLOSE MEMBER-MASTER-FILE.
054800     CLOSE NOTICE-HISTORY-FILE.
054900     CLOSE NOTICE-PRINT-FILE.
055000     CLOSE SUMMARY-REPORT-FILE.
055100     DISPLAY "Reminder notices printed: " WS-TOTAL-COUNT.
055200     DISPLAY "Notices written to RMNDPRT, summary to RMNDSUMR.".
055300 9999-EXIT.
055400     EXIT.
