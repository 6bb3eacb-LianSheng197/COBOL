000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHECKIN.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CHECKIN IS THE MEMBER CHECK-IN SCREEN ON THE FRONTDESK      *
000900*    MENU. UNTIL NOW NOTHING RECORDED A MEMBER SIMPLY ARRIVING   *
001000*    TO USE THE FACILITY - ONLY VISITS WITH AN INTAKE, A         *
001100*    SCREENING OR A PAYMENT LEFT A TRACE. THE CLERK KEYS THE     *
001200*    MEMBER ID AND A DATED, TIMED ATTENDANCE ROW GOES TO THE     *
001300*    CHECK-IN REGISTER (CHKINLOG) FOR USAGERPT. A LAPSED MEMBER, *
001400*    OR ONE WHOSE BALANCE IS OVERDUE, IS WARNED ON THE SCREEN    *
001500*    AND THE CLERK DECIDES WHETHER TO LET THE MEMBER IN; A ROW   *
001600*    LET IN UNDER A WARNING CARRIES THE WARNING. OVERDUE IS      *
001700*    JUDGED THE WAY RMNDRUN JUDGES IT: A POSITIVE BALANCE PAST   *
001800*    30 DAYS ON THE 30/360 CLOCK, NOT COVERED BY A PAYMENT PLAN  *
001900*    IN GOOD STANDING (PLANCHK). A HOUSEHOLD MEMBER'S BALANCE    *
002000*    SITS ON THE HOUSEHOLD BILL-TO, SO THAT IS THE ACCOUNT       *
002100*    LOOKED AT. NO MONEY MOVES HERE, SO THE SCREEN DOES NOT WAIT *
002200*    ON AN OPEN BUSINESS DAY.                                    *
002300*------------------------------------------------------------------
002400*    MODIFICATION HISTORY                                        *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002620*    2026-10-15  LS   SHOW A MISSING OR EXPIRED MEDICAL          *
002640*                     CLEARANCE (MEDCLEAR) AS A WARNING AT       *
002660*                     CHECK-IN AND CARRY IT ON THE REGISTER ROW. *
002670*    2026-10-15  LS   NO CHECK-IN FOR A MEMBER WHOSE PERSONAL    *
002680*                     DATA WAS ERASED.                           *
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS MAST-MBR-ID
003600         ALTERNATE RECORD KEY IS MAST-SURNAME
003700             WITH DUPLICATES
003800         FILE STATUS IS WS-MAST-STATUS.
003900     SELECT CHECKIN-FILE ASSIGN TO "CHKINLOG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CKIN-STATUS.
004110     SELECT CLEARANCE-FILE ASSIGN TO "MEDCLEAR"
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS CLR-MBR-ID
004150         FILE STATUS IS WS-CLR-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  MEMBER-MASTER-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY MBRMAST.
004800
004900 FD  CHECKIN-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY CHKINLOG.
005120
005140 FD  CLEARANCE-FILE
005160     LABEL RECORDS ARE STANDARD.
005180     COPY MEDCLEAR.
005200
005300 WORKING-STORAGE SECTION.
005400     COPY MBRID.
005500     COPY PLANANSW.
005600
005700 01  WS-CURRENT-DATE             PIC 9(08).
005800 01  WS-TODAY-SPLIT REDEFINES WS-CURRENT-DATE.
005900     05  WS-TODAY-YYYY           PIC 9(04).
006000     05  WS-TODAY-MM             PIC 9(02).
006100     05  WS-TODAY-DD             PIC 9(02).
006200
006300 01  WS-CURRENT-TIME             PIC 9(08).
006400 01  WS-TIME-SPLIT REDEFINES WS-CURRENT-TIME.
006500     05  WS-TIME-HH              PIC 9(02).
006600     05  WS-TIME-MM              PIC 9(02).
006700     05  FILLER                  PIC 9(04).
006800
006900 01  WS-ENROLL-DATE              PIC 9(08).
007000 01  WS-ENROLL-SPLIT REDEFINES WS-ENROLL-DATE.
007100     05  WS-ENROLL-YYYY          PIC 9(04).
007200     05  WS-ENROLL-MM            PIC 9(02).
007300     05  WS-ENROLL-DD            PIC 9(02).
007400
007500 01  WS-ARRIVING-MEMBER.
007600     05  WS-ARR-MBR-ID           PIC X(20).
007700     05  WS-ARR-MBR-NAME         PIC X(35).
007800     05  WS-ARR-STATUS           PIC X(01).
007900         88  WS-ARR-LAPSED           VALUE "L".
008000     05  WS-ARR-HH-ID            PIC X(20).
008100     05  WS-ARR-BILLTO-FLAG      PIC X(01).
008200         88  WS-ARR-IS-BILLTO        VALUE "Y".
008300     05  WS-HOLDER-ID            PIC X(20).
008400     05  WS-HOLDER-BALANCE       PIC S9(07).
008500
008600 01  WS-DAYS-OUT                 PIC S9(07).
008700 01  WS-SHOW-AMOUNT              PIC -,---,--9.99.
008800 01  WS-SHOW-DAYS                PIC ZZZ9.
008900
009000 01  WS-CONFIRM                  PIC X(03).
009100     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
009200     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
009300
009400 77  WS-OVERDUE-FLOOR            PIC 9(03) VALUE 31.
009500
009600 77  WS-MAST-STATUS              PIC X(02).
009700 77  WS-CKIN-STATUS              PIC X(02).
009750 77  WS-CLR-STATUS               PIC X(02).
009800 77  WS-CHECKIN-COUNT            PIC 9(05) VALUE ZERO.
009900
010000 77  WS-LOOKUP-SW                PIC X(01).
010100     88  MEMBER-FOUND                VALUE "Y".
010200     88  MEMBER-NOT-FOUND            VALUE "N".
010300
010400 77  WS-LAPSED-SW                PIC X(01).
010500     88  WARN-LAPSED                 VALUE "Y".
010600     88  NO-LAPSED-WARNING           VALUE "N".
010700
010800 77  WS-OVERDUE-SW               PIC X(01).
010900     88  WARN-OVERDUE                VALUE "Y".
011000     88  NO-OVERDUE-WARNING          VALUE "N".
011100
011110 77  WS-CLEARANCE-SW             PIC X(01).
011120     88  CLEARANCE-MISSING           VALUE "M".
011130     88  CLEARANCE-EXPIRED           VALUE "E".
011140     88  CLEARANCE-IN-ORDER          VALUE "N".
011150
011160 77  WS-CLR-OPEN-SW              PIC X(01).
011170     88  CLEARANCE-FILE-OPEN         VALUE "Y".
011180     88  CLEARANCE-FILE-NOT-OPEN     VALUE "N".
011190
011200 77  WS-ADMIT-SW                 PIC X(01).
011300     88  MEMBER-ADMITTED             VALUE "Y".
011400     88  MEMBER-TURNED-AWAY          VALUE "N".
011500
011600 77  WS-DONE-SW                  PIC X(01).
011700     88  CHECKIN-IS-DONE             VALUE "Y".
011800     88  CHECKIN-NOT-DONE            VALUE "N".
011900
012000 LINKAGE SECTION.
012100     COPY VISITID.
012200
012300 PROCEDURE DIVISION USING VISIT-IDENTITY.
012400******************************************************************
012500*    0000-MAINLINE                                                *
012600******************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     IF CHECKIN-NOT-DONE
013000         IF VISIT-PRECAPTURED
013100             PERFORM 2500-CHECK-IN-PICKED THRU 2500-EXIT
013200         ELSE
013300             PERFORM 2000-CHECKIN-LOOP THRU 2000-EXIT
013400                 UNTIL CHECKIN-IS-DONE
013500         END-IF
013600         PERFORM 9999-TERMINATE THRU 9999-EXIT
013700     END-IF.
013800     GOBACK.
013900
014000******************************************************************
014100*    1000-INITIALIZE - NO MASTER MEANS NO ONE TO CHECK IN. THE   *
014200*    REGISTER IS CREATED EMPTY ON FIRST USE AND HELD OPEN EXTEND *
014300*    FOR THE SESSION.                                            *
014400******************************************************************
014500 1000-INITIALIZE.
014600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014700     MOVE "N" TO WS-DONE-SW.
014800     OPEN INPUT MEMBER-MASTER-FILE.
014900     IF WS-MAST-STATUS = "35"
015000         DISPLAY "No member master on file - no one to check in."
015100         MOVE "Y" TO WS-DONE-SW
015200         GO TO 1000-EXIT
015300     END-IF.
015400     OPEN INPUT CHECKIN-FILE.
015500     IF WS-CKIN-STATUS = "35"
015600         OPEN OUTPUT CHECKIN-FILE
015700         CLOSE CHECKIN-FILE
015800     ELSE
015900         CLOSE CHECKIN-FILE
016000     END-IF.
016100     OPEN EXTEND CHECKIN-FILE.
016110     MOVE "N" TO WS-CLR-OPEN-SW.
016120     OPEN INPUT CLEARANCE-FILE.
016130     IF WS-CLR-STATUS = "00"
016140         MOVE "Y" TO WS-CLR-OPEN-SW
016150     END-IF.
016200 1000-EXIT.
016300     EXIT.
016400
016500******************************************************************
016600*    2000-CHECKIN-LOOP - ONE ARRIVAL PER PASS; A BLANK OR "END"  *
016700*    MEMBER ID ENDS THE SESSION.                                 *
016800******************************************************************
016900 2000-CHECKIN-LOOP.
017000     DISPLAY " ".
017100     DISPLAY "Member ID to check in (or END): " WITH NO ADVANCING.
017200     ACCEPT MBR-ID.
017300     IF MBR-ID = "END" OR MBR-ID = "end" OR MBR-ID = SPACES
017400         MOVE "Y" TO WS-DONE-SW
017500         GO TO 2000-EXIT
017600     END-IF.
017700     PERFORM 3000-CHECK-IN-MEMBER THRU 3000-EXIT.
017800 2000-EXIT.
017900     EXIT.
018000
018100******************************************************************
018200*    2500-CHECK-IN-PICKED - THE MBR-ID WAS ALREADY PICKED; ONE   *
018300*    PASS, NO ID PROMPT.                                         *
018400******************************************************************
018500 2500-CHECK-IN-PICKED.
018600     MOVE VISIT-MBR-ID TO MBR-ID.
018700     PERFORM 3000-CHECK-IN-MEMBER THRU 3000-EXIT.
018800 2500-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200*    3000-CHECK-IN-MEMBER - LOOK THE MEMBER UP, JUDGE THE        *
019300*    WARNINGS, LET THE CLERK DECIDE WHEN THERE IS ONE, AND WRITE *
019400*    THE ATTENDANCE ROW.                                         *
019500******************************************************************
019600 3000-CHECK-IN-MEMBER.
019700     MOVE MBR-ID TO MAST-MBR-ID.
019800     READ MEMBER-MASTER-FILE
019900         INVALID KEY
020000             MOVE "N" TO WS-LOOKUP-SW
020100         NOT INVALID KEY
020200             MOVE "Y" TO WS-LOOKUP-SW
020300     END-READ.
020400     IF MEMBER-NOT-FOUND
020500         DISPLAY "Member ID " MBR-ID " is not on file."
020600         GO TO 3000-EXIT
020700     END-IF.
020710     IF MAST-ERASED
020720         DISPLAY "Personal data for " MBR-ID " was erased -"
020730             " enrol them anew."
020740         GO TO 3000-EXIT
020750     END-IF.
020800     MOVE MAST-MBR-ID       TO WS-ARR-MBR-ID.
020900     MOVE MAST-MBR-NAME     TO WS-ARR-MBR-NAME.
021000     MOVE MAST-STATUS       TO WS-ARR-STATUS.
021100     MOVE MAST-HOUSEHOLD-ID TO WS-ARR-HH-ID.
021200     MOVE MAST-BILLTO-FLAG  TO WS-ARR-BILLTO-FLAG.
021300     DISPLAY "  " WS-ARR-MBR-NAME.
021400     MOVE "N" TO WS-LAPSED-SW.
021500     IF WS-ARR-LAPSED
021600         MOVE "Y" TO WS-LAPSED-SW
021700         DISPLAY "  *** WARNING: MEMBERSHIP IS LAPSED ***"
021800     END-IF.
021900     PERFORM 3100-JUDGE-OVERDUE THRU 3100-EXIT.
021950     PERFORM 3200-JUDGE-CLEARANCE THRU 3200-EXIT.
022000     MOVE "Y" TO WS-ADMIT-SW.
022100     IF WARN-LAPSED OR WARN-OVERDUE OR NOT CLEARANCE-IN-ORDER
022200         PERFORM 3500-GET-ADMIT THRU 3500-EXIT
022300     END-IF.
022400     IF MEMBER-TURNED-AWAY
022500         DISPLAY "Check-in not recorded."
022600         GO TO 3000-EXIT
022700     END-IF.
022800     PERFORM 4000-WRITE-CHECKIN THRU 4000-EXIT.
022900 3000-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    3100-JUDGE-OVERDUE - THE BALANCE HOLDER IS THE MEMBER, OR   *
023400*    THE HOUSEHOLD BILL-TO FOR A HOUSEHOLD MEMBER WHO IS NOT THE *
023500*    BILL-TO. SAME 30/360 COUNT FROM THE HOLDER'S ENROLLMENT AS  *
023600*    RMNDRUN, SAME FIRST-REMINDER FLOOR.                         *
023700******************************************************************
023800 3100-JUDGE-OVERDUE.
023900     MOVE "N" TO WS-OVERDUE-SW.
024000     MOVE WS-ARR-MBR-ID TO WS-HOLDER-ID.
024100     IF WS-ARR-HH-ID NOT = SPACES AND NOT WS-ARR-IS-BILLTO
024200         MOVE WS-ARR-HH-ID TO WS-HOLDER-ID
024300         MOVE WS-HOLDER-ID TO MAST-MBR-ID
024400         READ MEMBER-MASTER-FILE
024500             INVALID KEY
024600                 GO TO 3100-EXIT
024700         END-READ
024800     END-IF.
024900     MOVE MAST-BALANCE-DUE TO WS-HOLDER-BALANCE.
025000     IF WS-HOLDER-BALANCE NOT > ZERO
025100         GO TO 3100-EXIT
025200     END-IF.
025300     MOVE MAST-ENROLL-DATE TO WS-ENROLL-DATE.
025400     COMPUTE WS-DAYS-OUT =
025500         (WS-TODAY-YYYY - WS-ENROLL-YYYY) * 360
025600         + (WS-TODAY-MM - WS-ENROLL-MM) * 30
025700         + (WS-TODAY-DD - WS-ENROLL-DD).
025800     IF WS-DAYS-OUT < WS-OVERDUE-FLOOR
025900         GO TO 3100-EXIT
026000     END-IF.
026100     MOVE WS-HOLDER-ID TO PLNA-MBR-ID.
026200     CALL "PLANCHK" USING PLAN-STANDING-ANSWER.
026300     IF PLNA-GOOD-STANDING
026400         DISPLAY "  Balance is on a payment plan in good"
026500             " standing."
026600         GO TO 3100-EXIT
026700     END-IF.
026800     MOVE "Y" TO WS-OVERDUE-SW.
026900     COMPUTE WS-SHOW-AMOUNT = WS-HOLDER-BALANCE / 100.
027000     MOVE WS-DAYS-OUT TO WS-SHOW-DAYS.
027100     DISPLAY "  *** WARNING: BALANCE OVERDUE ***".
027200     DISPLAY "  " WS-SHOW-AMOUNT " outstanding, " WS-SHOW-DAYS
027300         " days.".
027400     IF WS-HOLDER-ID NOT = WS-ARR-MBR-ID
027500         DISPLAY "  (household account of " WS-HOLDER-ID ")"
027600     END-IF.
027700 3100-EXIT.
027800     EXIT.
027802
027804******************************************************************
027806*    3200-JUDGE-CLEARANCE - A SCREENING IN THE POLICY RISK       *
027808*    CATEGORY LEFT A CLEARANCE REQUIREMENT ON MEDCLEAR           *
027810*    (BMICALC). STILL OPEN MEANS THE PHYSICIAN'S CLEARANCE IS    *
027812*    MISSING; A CLEARANCE PAST ITS EXPIRY IS EXPIRED. EITHER WAY *
027814*    THE MEMBER IS NOT TO USE THE EXERCISE FLOOR.                *
027816******************************************************************
027818 3200-JUDGE-CLEARANCE.
027820     MOVE "N" TO WS-CLEARANCE-SW.
027822     IF CLEARANCE-FILE-NOT-OPEN
027824         GO TO 3200-EXIT
027826     END-IF.
027828     MOVE WS-ARR-MBR-ID TO CLR-MBR-ID.
027830     READ CLEARANCE-FILE
027832         INVALID KEY
027834             GO TO 3200-EXIT
027836     END-READ.
027838     IF CLR-REQUIRED
027840         MOVE "M" TO WS-CLEARANCE-SW
027842         DISPLAY "  *** WARNING: MEDICAL CLEARANCE REQUIRED -"
027844             " NONE ON FILE ***"
027846         DISPLAY "  (required since the " CLR-REQUIRED-DATE
027848             " screening - no exercise floor)"
027850         GO TO 3200-EXIT
027852     END-IF.
027854     IF CLR-CLEARED AND CLR-EXPIRY-DATE < WS-CURRENT-DATE
027856         MOVE "E" TO WS-CLEARANCE-SW
027858         DISPLAY "  *** WARNING: MEDICAL CLEARANCE EXPIRED "
027860             CLR-EXPIRY-DATE " ***"
027862         DISPLAY "  (no exercise floor until renewed)"
027864     END-IF.
027866 3200-EXIT.
027868     EXIT.
027900
028000******************************************************************
028100*    3500-GET-ADMIT - RE-PROMPTS UNTIL Y/YES OR N/NO.            *
028200******************************************************************
028300 3500-GET-ADMIT.
028400     MOVE SPACES TO WS-CONFIRM.
028500     PERFORM 3510-PROMPT-ADMIT THRU 3510-EXIT
028600         UNTIL CONFIRM-IS-YES OR CONFIRM-IS-NO.
028700     IF CONFIRM-IS-YES
028800         MOVE "Y" TO WS-ADMIT-SW
028900     ELSE
029000         MOVE "N" TO WS-ADMIT-SW
029100     END-IF.
029200 3500-EXIT.
029300     EXIT.
029400
029500 3510-PROMPT-ADMIT.
029600     DISPLAY "Check the member in anyway? (Y/N): "
029700         WITH NO ADVANCING.
029800     ACCEPT WS-CONFIRM.
029850     INSPECT WS-CONFIRM CONVERTING
029900         "abcdefghijklmnopqrstuvwxyz" TO
029950         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
030000     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
030050         DISPLAY "Please answer Yes or No."
030100     END-IF.
031100 3510-EXIT.
031200     EXIT.
031300
031400 4000-WRITE-CHECKIN.
031500     ACCEPT WS-CURRENT-TIME FROM TIME.
031600     MOVE WS-CURRENT-DATE   TO CKIN-DATE.
031700     MOVE WS-CURRENT-TIME   TO CKIN-TIME.
031800     MOVE WS-ARR-MBR-ID     TO CKIN-MBR-ID.
031900     MOVE VISIT-OPERATOR-ID TO CKIN-OPERATOR-ID.
032000     MOVE WS-LAPSED-SW      TO CKIN-LAPSED-FLAG.
032100     MOVE WS-OVERDUE-SW     TO CKIN-OVERDUE-FLAG.
032150     MOVE WS-CLEARANCE-SW   TO CKIN-CLEARANCE-FLAG.
032200     WRITE CHECKIN-RECORD.
032300     IF WS-CKIN-STATUS NOT = "00"
032400         DISPLAY "Check-in register write failed, status "
032500             WS-CKIN-STATUS "."
032600         GO TO 4000-EXIT
032700     END-IF.
032800     ADD 1 TO WS-CHECKIN-COUNT.
032900     DISPLAY "Checked in at " WS-TIME-HH ":" WS-TIME-MM ".".
033000 4000-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400*    9999-TERMINATE                                               *
033500******************************************************************
033600 9999-TERMINATE.
033700     CLOSE MEMBER-MASTER-FILE.
033800     CLOSE CHECKIN-FILE.
033820     IF CLEARANCE-FILE-OPEN
033840         CLOSE CLEARANCE-FILE
033860     END-IF.
033900     DISPLAY "Check-ins recorded this session: " WS-CHECKIN-COUNT.
034000 9999-EXIT.
034100     EXIT.
