001700*                     PART OF CLOSING THE DAY, SO "RESTORE      *
001701*                     FROM BACKUP" POINTS AT A BACKUP THAT      *
001702*                     ACTUALLY EXISTS (SEE DAYRESTR).           *
001704*    2026-10-15  LS   ADD ADJENTRY (ADJUSTMENT, REFUND AND       *
001706*                     WRITE-OFF ENTRY) AS MENU OPTION A AND      *
001708*                     ADJREVW (SUPERVISOR APPROVAL OF HELD       *
001710*                     ADJUSTMENTS) AS MENU OPTION V.             *
001712*    2026-10-15  LS   PASS THE VISIT IDENTITY TO MBRMAINT SO ITS *
001714*                     CHANGE JOURNAL ENTRIES CARRY THE SIGNED-ON *
001716*                     OPERATOR.                                  *
001718*    2026-10-15  LS   ADD RCPTRPR (DUPLICATE RECEIPT REPRINT) AS *
001720*                     MENU OPTION R.                             *
001722*    2026-10-15  LS   ADD PLANMNT (INSTALLMENT PAYMENT PLAN      *
001724*                     SETUP AND CANCEL) AS MENU OPTION P.        *
001726*    2026-10-15  LS   ADD APPTMNT (RE-SCREEN APPOINTMENT         *
001728*                     BOOKING) AS MENU OPTION B.                 *
001730*    2026-10-15  LS   ADD CHECKIN (MEMBER CHECK-IN REGISTER) AS  *
001732*                     MENU OPTION K.                             *
001734*    2026-10-15  LS   ADD CLRMNT (MEDICAL CLEARANCE ENTRY) AS    *
001736*                     MENU OPTION L.                             *
001738*    2026-10-15  LS   ADD GOALMNT (WEIGHT-MANAGEMENT GOAL) AS    *
001740*                     MENU OPTION G.                             *
001742*    2026-10-15  LS   CHECK A FOUR-DIGIT PIN AT SIGN-ON (CHOSEN  *
001744*                     AT FIRST SIGN-ON WHEN NONE IS SET); THREE  *
001746*                     BAD PINS IN A ROW LOCK THE OPERATOR RECORD *
001748*                     UNTIL AN ADMIN FREES IT. THE MENU OFFERS   *
001750*                     AND RUNS ONLY THE OPTIONS THE OPERATOR'S   *
001752*                     ROLE IS ENTITLED TO, AND EVERY REFUSAL IS  *
001754*                     LOGGED TO ACCSLOG.                         *
001756*    2026-10-15  LS   LOCK THE ADMIN RECORD AFTER REPEATED BAD   *
001758*                     PINS LIKE ANY OTHER; ITS LOCK LAPSES THE   *
001760*                     DAY AFTER IT WAS SET. ONLY THE ADMIN       *
001762*                     RECORD AS SEEDED MAY CHOOSE ITS OWN FIRST  *
001764*                     PIN - ANY OTHER RECORD WITH NO PIN IS SENT *
001766*                     TO THE ADMIN AND THE TRY IS LOGGED. THE    *
001768*                     PIN AND OPERATOR-FILE PARAGRAPHS ARE NOW   *
001770*                     6100-6510.                                 *
001772******************************************************************
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002230     SELECT DAY-CONTROL-FILE ASSIGN TO "DAYCTL"
002240         ORGANIZATION IS LINE SEQUENTIAL
002250         FILE STATUS IS WS-DAYC-STATUS.
002260     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
002270         ORGANIZATION IS LINE SEQUENTIAL
002280         FILE STATUS IS WS-ACCS-STATUS.
002300
002400 DATA DIVISION.
002410 FILE SECTION.
002446     LABEL RECORDS ARE STANDARD.
002448     COPY DAYCTL.
002450
002460 FD  ACCESS-LOG-FILE
002470     LABEL RECORDS ARE STANDARD.
002480     COPY ACCSLOG.
002490
002500 WORKING-STORAGE SECTION.
002510     COPY VISITID.
002520
002530
002600 01  WS-MENU-CHOICE              PIC X(01).
002610 01  WS-SIGNON-ID                PIC X(08).
002611 01  WS-SIGNON-PIN               PIC X(04).
002612 01  WS-SIGNON-PIN-AGAIN         PIC X(04).
002613 01  WS-OPTION-KEY               PIC X(01).
002614 01  WS-TIME-NOW                 PIC 9(08).
002615 01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
002616     05  WS-TIME-HHMMSS          PIC 9(06).
002617     05  WS-TIME-HUNDREDTHS      PIC 9(02).
002618
002619*    THE OPERATOR FILE IS HELD IN A TABLE FOR THE SIGN-ON SO A
002620*    BAD-PIN COUNT OR A LOCK CAN BE WRITTEN BACK, AS OPERMNT DOES.
002621 01  WS-OPERATOR-TABLE.
002622     05  WS-OPER-ENTRY OCCURS 50 TIMES.
002623         10  WS-TBL-OPER-ID      PIC X(08).
002624         10  WS-TBL-OPER-NAME    PIC X(20).
002625         10  WS-TBL-OPER-STATUS  PIC X(01).
002626         10  WS-TBL-OPER-ROLE    PIC X(01).
002627         10  WS-TBL-OPER-PIN     PIC X(04).
002628         10  WS-TBL-OPER-FAILS   PIC 9(01).
002629         10  WS-TBL-OPER-LOCKED  PIC 9(08).
002630
002631*    MENU OPTIONS WITH THE LOWEST ROLE LEVEL ENTITLED TO EACH -
002632*    1 CLERK, 2 SUPERVISOR, 3 MANAGER, 4 ADMIN. THE MENU SHOWS
002633*    ONLY THE LINES THE SIGNED-ON OPERATOR'S LEVEL REACHES.
002634 01  WS-OPTION-VALUES.
002635     05  FILLER                  PIC X(47)
002636         VALUE "11Member intake".
002637     05  FILLER                  PIC X(47)
002638         VALUE "21BMI screening".
002639     05  FILLER                  PIC X(47)
002640         VALUE "31Fee / adjustment posting".
002641     05  FILLER                  PIC X(47)
002642         VALUE "41Full visit (intake, BMI, fee posting)".
002643     05  FILLER                  PIC X(47)
002644         VALUE "51Member maintenance".
002645     05  FILLER                  PIC X(47)
002646         VALUE "61Member inquiry".
002647     05  FILLER                  PIC X(47)
002648         VALUE "71Payment entry".
002649     05  FILLER                  PIC X(47)
002650         VALUE "82Suspense review (supervisor)".
002651     05  FILLER                  PIC X(47)
002652         VALUE "93Manager review of underage intakes".
002653     05  FILLER                  PIC X(47)
002654         VALUE "E2Screening exception review (supervisor)".
002655     05  FILLER                  PIC X(47)
002656         VALUE "M4Operator maintenance (admin)".
002657     05  FILLER                  PIC X(47)
002658         VALUE "F1Find member by name".
002659     05  FILLER                  PIC X(47)
002660         VALUE "A1Adjustment / refund / write-off entry".
002661     05  FILLER                  PIC X(47)
002662         VALUE "V2Adjustment approval (supervisor)".
002663     05  FILLER                  PIC X(47)
002664         VALUE "R1Receipt reprint".
002665     05  FILLER                  PIC X(47)
002666         VALUE "P1Payment plan setup / cancel".
002667     05  FILLER                  PIC X(47)
002668         VALUE "B1Re-screen appointment booking".
002669     05  FILLER                  PIC X(47)
002670         VALUE "K1Member check-in".
002671     05  FILLER                  PIC X(47)
002672         VALUE "L1Medical clearance entry".
002673     05  FILLER                  PIC X(47)
002674         VALUE "G1Weight-management goal".
002675     05  FILLER                  PIC X(47)
002676         VALUE "O1Open business day".
002677     05  FILLER                  PIC X(47)
002678         VALUE "C1Close business day".
002679 01  WS-OPTION-TABLE REDEFINES WS-OPTION-VALUES.
002680     05  WS-OPT-ENTRY OCCURS 22 TIMES.
002681         10  WS-OPT-KEY          PIC X(01).
002682         10  WS-OPT-LEVEL        PIC 9(01).
002683         10  WS-OPT-TEXT         PIC X(45).
002700
002710 77  WS-OPER-STATUS              PIC X(02).
002712 77  WS-DAYC-STATUS              PIC X(02).
002713 77  WS-ACCS-STATUS              PIC X(02).
002714 77  WS-CURRENT-DATE             PIC 9(08).
002720 77  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.
002721 77  WS-OPER-COUNT               PIC 9(02) COMP VALUE ZERO.
002722 77  WS-OPER-SUB                 PIC 9(02) COMP VALUE ZERO.
002723 77  WS-MATCH-SUB                PIC 9(02) COMP VALUE ZERO.
002724 77  WS-OPT-COUNT                PIC 9(02) COMP VALUE 22.
002725 77  WS-OPT-SUB                  PIC 9(02) COMP VALUE ZERO.
002726 77  WS-OPT-MATCH                PIC 9(02) COMP VALUE ZERO.
002727 77  WS-ROLE-LEVEL               PIC 9(01) VALUE ZERO.
002728 77  WS-PIN-LOCK-LIMIT           PIC 9(01) VALUE 3.
002730
002800 77  WS-DONE-SW                  PIC X(01).
002900     88  OPERATOR-IS-DONE            VALUE "Y".
003084 77  WS-TOTALS-SW                PIC X(01).
003086     88  TOTALS-ARE-GOOD             VALUE "Y".
003088     88  TOTALS-ARE-BAD              VALUE "N".
003089
003090 77  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
003091     88  TABLE-OVERFLOWED            VALUE "Y".
003092     88  TABLE-FITS                  VALUE "N".
003093
003094 77  WS-ENTITLED-SW              PIC X(01).
003095     88  OPTION-IS-ENTITLED          VALUE "Y".
003096     88  OPTION-IS-REFUSED           VALUE "N".
003100
003200 PROCEDURE DIVISION.
003300******************************************************************
004110
004120******************************************************************
004130*    1000-SIGN-ON - THE SESSION DOES NOT START WITHOUT A VALID   *
004138*    ACTIVE OPERATOR AND THEIR PIN. THREE BAD TRIES REFUSES THE  *
004146*    SESSION. ON FIRST-EVER USE THE OPERATOR FILE IS SEEDED WITH *
004154*    AN ADMIN RECORD SO THE SHOP CAN GET IN AND ADD ITS CLERKS;  *
004162*    ITS PIN IS CHOSEN AT THAT FIRST SIGN-ON.                    *
004170******************************************************************
004180 1000-SIGN-ON.
004190     PERFORM 1100-BOOTSTRAP-OPERATORS THRU 1100-EXIT.
004310         MOVE "ADMIN"               TO OPER-ID
004320         MOVE "SHOP ADMINISTRATOR"  TO OPER-NAME
004330         MOVE "A"                   TO OPER-STATUS
004332         MOVE "A"                   TO OPER-ROLE
004334         MOVE SPACES                TO OPER-PIN
004336         MOVE ZERO                  TO OPER-FAIL-COUNT
004338         MOVE ZERO                  TO OPER-LOCK-DATE
004340         WRITE OPERATOR-RECORD
004350         CLOSE OPERATOR-FILE
004360         DISPLAY "Operator file created with the ADMIN record."
004480         "abcdefghijklmnopqrstuvwxyz" TO
004490         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004500     PERFORM 1300-LOOK-UP-OPERATOR THRU 1300-EXIT.
004502     IF WS-MATCH-SUB > ZERO
004504         PERFORM 6100-SCREEN-OPERATOR THRU 6100-EXIT
004506     END-IF.
004510     IF SIGNON-ACCEPTED
004520         MOVE WS-SIGNON-ID TO VISIT-OPERATOR-ID
004522         MOVE WS-TBL-OPER-ROLE (WS-MATCH-SUB)
004524             TO VISIT-OPERATOR-ROLE
004526         PERFORM 6400-SET-ROLE-LEVEL THRU 6400-EXIT
004530         DISPLAY "Signed on: " WS-TBL-OPER-NAME (WS-MATCH-SUB)
004540     END-IF.
004545     IF WS-MATCH-SUB = ZERO
004550         DISPLAY "Operator ID not recognized or not active."
004551         MOVE "U" TO ACCS-EVENT
004552         MOVE SPACE TO ACCS-OPTION
004553         MOVE "UNKNOWN OR INACTIVE OPERATOR ID"
004554             TO ACCS-DESCRIPTION
004555         PERFORM 6000-LOG-REFUSAL THRU 6000-EXIT
004560     END-IF.
004570 1200-EXIT.
004580     EXIT.
004590
004591******************************************************************
004592*    1300-LOOK-UP-OPERATOR - THE FILE IS LOADED AFRESH ON EVERY  *
004593*    TRY AND THE KEYED ID MATCHED TO AN ACTIVE OR LOCKED RECORD; *
004594*    A DISABLED ONE IS NOT ON FILE AS FAR AS SIGN-ON GOES. A     *
004595*    RECORD FROM BEFORE ROLES EXISTED IS A CLERK (THE ADMIN      *
004596*    RECORD AN ADMIN).                                           *
004597******************************************************************
004600 1300-LOOK-UP-OPERATOR.
004610     MOVE "N" TO WS-SIGNON-SW.
004612     MOVE ZERO TO WS-MATCH-SUB.
004614     MOVE ZERO TO WS-OPER-COUNT.
004616     MOVE "N" TO WS-OVERFLOW-SW.
004620     OPEN INPUT OPERATOR-FILE.
004630     IF WS-OPER-STATUS = "00"
004640         MOVE "N" TO WS-OPER-EOF-SW
004650         PERFORM 1310-READ-OPERATOR THRU 1310-EXIT
004660         PERFORM 1320-TABLE-OPERATOR THRU 1320-EXIT
004670             UNTIL OPERATOR-EOF
004680         CLOSE OPERATOR-FILE
004690     END-IF.
004692     MOVE 1 TO WS-OPER-SUB.
004694     PERFORM 1330-MATCH-OPERATOR THRU 1330-EXIT
004696         UNTIL WS-OPER-SUB > WS-OPER-COUNT OR WS-MATCH-SUB > ZERO.
004700 1300-EXIT.
004710     EXIT.
004720
004780 1310-EXIT.
004790     EXIT.
004800
004803 1320-TABLE-OPERATOR.
004806     IF WS-OPER-COUNT < 50
004809         ADD 1 TO WS-OPER-COUNT
004812         MOVE OPER-ID     TO WS-TBL-OPER-ID (WS-OPER-COUNT)
004815         MOVE OPER-NAME   TO WS-TBL-OPER-NAME (WS-OPER-COUNT)
004818         MOVE OPER-STATUS TO WS-TBL-OPER-STATUS (WS-OPER-COUNT)
004821         MOVE OPER-ROLE   TO WS-TBL-OPER-ROLE (WS-OPER-COUNT)
004824         MOVE OPER-PIN    TO WS-TBL-OPER-PIN (WS-OPER-COUNT)
004827         MOVE OPER-FAIL-COUNT
004830             TO WS-TBL-OPER-FAILS (WS-OPER-COUNT)
004833         MOVE OPER-LOCK-DATE
004836             TO WS-TBL-OPER-LOCKED (WS-OPER-COUNT)
004839         IF NOT OPER-ROLE-IS-VALID
004842             IF OPER-ID = "ADMIN"
004845                 MOVE "A" TO WS-TBL-OPER-ROLE (WS-OPER-COUNT)
004848             ELSE
004851                 MOVE "C" TO WS-TBL-OPER-ROLE (WS-OPER-COUNT)
004854             END-IF
004870         END-IF
004871         IF OPER-FAIL-COUNT NOT NUMERIC
004872             MOVE ZERO TO WS-TBL-OPER-FAILS (WS-OPER-COUNT)
004873         END-IF
004874         IF OPER-LOCK-DATE NOT NUMERIC
004875             MOVE ZERO TO WS-TBL-OPER-LOCKED (WS-OPER-COUNT)
004876         END-IF
004877     ELSE
004878         MOVE "Y" TO WS-OVERFLOW-SW
004880     END-IF.
004885     PERFORM 1310-READ-OPERATOR THRU 1310-EXIT.
004890 1320-EXIT.
004900     EXIT.
004901
004902 1330-MATCH-OPERATOR.
004903     IF WS-TBL-OPER-ID (WS-OPER-SUB) = WS-SIGNON-ID
004904         AND WS-TBL-OPER-STATUS (WS-OPER-SUB) NOT = "D"
004905         MOVE WS-OPER-SUB TO WS-MATCH-SUB
004906     ELSE
004907         ADD 1 TO WS-OPER-SUB
004908     END-IF.
004909 1330-EXIT.
004910     EXIT.
004911
004922******************************************************************
004933*    2000-MENU-LOOP - SHOW THE MENU, RUN WHAT WAS PICKED. AN     *
004936*    OPTION ABOVE THE OPERATOR'S ROLE IS REFUSED AND LOGGED      *
004940*    EVEN WHEN KEYED BLIND.                                      *
004944******************************************************************
004955 2000-MENU-LOOP.
004966     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
004977     ACCEPT WS-MENU-CHOICE.
004980     PERFORM 2050-CHECK-ENTITLEMENT THRU 2050-EXIT.
004982     IF OPTION-IS-REFUSED
004984         GO TO 2000-EXIT
004986     END-IF.
004988     EVALUATE WS-MENU-CHOICE
005000         WHEN "1"
005010             MOVE "N" TO VISIT-MODE
005600         WHEN "4"
005700             PERFORM 2200-RUN-FULL-VISIT THRU 2200-EXIT
005710         WHEN "5"
005720             CALL "MBRMAINT" USING VISIT-IDENTITY
005730         WHEN "6"
005740             MOVE "N" TO VISIT-MODE
005741             CALL "MBRINQ" USING VISIT-IDENTITY
005806         WHEN "C"
005807         WHEN "c"
005808             PERFORM 5100-CLOSE-DAY THRU 5100-EXIT
005809         WHEN "A"
005810         WHEN "a"
005811             MOVE "N" TO VISIT-MODE
005812             CALL "ADJENTRY" USING VISIT-IDENTITY
005813         WHEN "V"
005814         WHEN "v"
005815             CALL "ADJREVW" USING VISIT-IDENTITY
005816         WHEN "R"
005817         WHEN "r"
005818             MOVE "N" TO VISIT-MODE
005819             CALL "RCPTRPR" USING VISIT-IDENTITY
005820         WHEN "P"
005821         WHEN "p"
005822             MOVE "N" TO VISIT-MODE
005823             CALL "PLANMNT" USING VISIT-IDENTITY
005824         WHEN "B"
005825         WHEN "b"
005826             MOVE "N" TO VISIT-MODE
005827             CALL "APPTMNT" USING VISIT-IDENTITY
005828         WHEN "K"
005829         WHEN "k"
005830             MOVE "N" TO VISIT-MODE
005831             CALL "CHECKIN" USING VISIT-IDENTITY
005832         WHEN "L"
005833         WHEN "l"
005834             MOVE "N" TO VISIT-MODE
005835             CALL "CLRMNT" USING VISIT-IDENTITY
005836         WHEN "G"
005837         WHEN "g"
005838             MOVE "N" TO VISIT-MODE
005839             CALL "GOALMNT" USING VISIT-IDENTITY
005851         WHEN "0"
005900             MOVE "Y" TO WS-DONE-SW
006000         WHEN OTHER
006060             DISPLAY "Invalid selection - choose one of the"
006120                 " options shown."
006200     END-EVALUATE.
006300 2000-EXIT.
006400     EXIT.
006402
006404 2050-CHECK-ENTITLEMENT.
006406     MOVE "Y" TO WS-ENTITLED-SW.
006408     MOVE WS-MENU-CHOICE TO WS-OPTION-KEY.
006410     INSPECT WS-OPTION-KEY CONVERTING
006412         "abcdefghijklmnopqrstuvwxyz" TO
006414         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006416     MOVE ZERO TO WS-OPT-MATCH.
006418     MOVE 1 TO WS-OPT-SUB.
006420     PERFORM 2060-MATCH-OPTION THRU 2060-EXIT
006422         UNTIL WS-OPT-SUB > WS-OPT-COUNT OR WS-OPT-MATCH > ZERO.
006424     IF WS-OPT-MATCH = ZERO
006426         GO TO 2050-EXIT
006428     END-IF.
006430     IF WS-OPT-LEVEL (WS-OPT-MATCH) > WS-ROLE-LEVEL
006432         MOVE "N" TO WS-ENTITLED-SW
006434         DISPLAY "Option " WS-OPTION-KEY " is not open to your"
006436             " role - refused."
006438         MOVE "R" TO ACCS-EVENT
006440         MOVE WS-OPTION-KEY TO ACCS-OPTION
006442         MOVE WS-OPT-TEXT (WS-OPT-MATCH) TO ACCS-DESCRIPTION
006444         PERFORM 6000-LOG-REFUSAL THRU 6000-EXIT
006446     END-IF.
006448 2050-EXIT.
006450     EXIT.
006452
006454 2060-MATCH-OPTION.
006456     IF WS-OPT-KEY (WS-OPT-SUB) = WS-OPTION-KEY
006458         MOVE WS-OPT-SUB TO WS-OPT-MATCH
006460     ELSE
006462         ADD 1 TO WS-OPT-SUB
006464     END-IF.
006466 2060-EXIT.
006468     EXIT.
006500
006600 2100-DISPLAY-MENU.
006700     DISPLAY " ".
006800     DISPLAY "===== Front Desk Daily Menu =====".
006920     PERFORM 2110-DISPLAY-ONE-OPTION THRU 2110-EXIT
007040         VARYING WS-OPT-SUB FROM 1 BY 1
007160         UNTIL WS-OPT-SUB > WS-OPT-COUNT.
007300     DISPLAY "0. Exit".
007400     DISPLAY "Selection: " WITH NO ADVANCING.
007500 2100-EXIT.
007600     EXIT.
007610
007620 2110-DISPLAY-ONE-OPTION.
007630     IF WS-OPT-LEVEL (WS-OPT-SUB) NOT > WS-ROLE-LEVEL
007640         DISPLAY WS-OPT-KEY (WS-OPT-SUB) ". "
007650             WS-OPT-TEXT (WS-OPT-SUB)
007660     END-IF.
007670 2110-EXIT.
007680     EXIT.
007700
007800******************************************************************
007900*    2200-RUN-FULL-VISIT - INTAKE, THEN BMI SCREENING, THEN FEE  *
016300     END-IF.
016400 5300-EXIT.
016500     EXIT.
016600
016700******************************************************************
016800*    6000-LOG-REFUSAL - ONE ACCSLOG ROW PER REFUSAL. THE CALLER  *
016900*    SETS THE EVENT, OPTION AND DESCRIPTION.                     *
017000******************************************************************
017100 6000-LOG-REFUSAL.
017200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017300     ACCEPT WS-TIME-NOW FROM TIME.
017400     OPEN INPUT ACCESS-LOG-FILE.
017500     IF WS-ACCS-STATUS = "35"
017600         OPEN OUTPUT ACCESS-LOG-FILE
017700         CLOSE ACCESS-LOG-FILE
017800     ELSE
017900         CLOSE ACCESS-LOG-FILE
018000     END-IF.
018100     MOVE WS-CURRENT-DATE    TO ACCS-DATE.
018200     MOVE WS-TIME-HHMMSS     TO ACCS-TIME.
018300     MOVE WS-SIGNON-ID       TO ACCS-OPER-ID.
018400     IF WS-MATCH-SUB > ZERO
018500         MOVE WS-TBL-OPER-ROLE (WS-MATCH-SUB) TO ACCS-ROLE
018600     ELSE
018700         MOVE SPACE TO ACCS-ROLE
018800     END-IF.
018900     OPEN EXTEND ACCESS-LOG-FILE.
019000     WRITE ACCESS-LOG-RECORD.
019100     CLOSE ACCESS-LOG-FILE.
019200 6000-EXIT.
019300     EXIT.
019400
019500******************************************************************
019600*    6100-SCREEN-OPERATOR - A LOCKED RECORD IS TURNED AWAY; THE  *
019700*    ADMIN RECORD IS LOCKED LIKE ANY OTHER, BUT ITS LOCK LAPSES  *
019800*    THE DAY AFTER IT WAS SET (THERE MAY BE NO ONE ELSE TO FREE  *
019900*    IT IN OPERMNT). A RECORD WITH NO PIN MAY CHOOSE ONE ONLY    *
020000*    WHEN IT IS THE ADMIN RECORD AS 1100 SEEDED IT - NO BAD      *
020100*    TRIES, NEVER LOCKED. ANY OTHER RECORD WITH NO PIN IS SENT   *
020200*    TO THE ADMIN, WHO SETS IT WITH OPERMNT OPTION 5, AND THE    *
020300*    TRY IS LOGGED.                                              *
020400******************************************************************
020500 6100-SCREEN-OPERATOR.
020600     IF WS-TBL-OPER-STATUS (WS-MATCH-SUB) = "L"
020700         AND WS-SIGNON-ID = "ADMIN"
020800         PERFORM 6150-LAPSE-ADMIN-LOCK THRU 6150-EXIT
020900     END-IF.
021000     IF WS-TBL-OPER-STATUS (WS-MATCH-SUB) = "L"
021100         IF WS-SIGNON-ID = "ADMIN"
021200             DISPLAY "Operator ADMIN is locked out after repeated"
021300                 " bad PINs - the lock lapses tomorrow."
021400         ELSE
021500             DISPLAY "Operator " WS-SIGNON-ID
021600                 " is locked out after repeated bad PINs -"
021650                 " see the admin."
021700         END-IF
021800         MOVE "K" TO ACCS-EVENT
021900         MOVE SPACE TO ACCS-OPTION
022000         MOVE "SIGN-ON TRIED ON A LOCKED OPERATOR"
022100             TO ACCS-DESCRIPTION
022200         PERFORM 6000-LOG-REFUSAL THRU 6000-EXIT
022300         GO TO 6100-EXIT
022400     END-IF.
022500     IF WS-TBL-OPER-PIN (WS-MATCH-SUB) NOT = SPACES
022600         PERFORM 6300-CHECK-PIN THRU 6300-EXIT
022700         GO TO 6100-EXIT
022800     END-IF.
022900     IF WS-SIGNON-ID = "ADMIN"
023000         AND WS-TBL-OPER-FAILS (WS-MATCH-SUB) = ZERO
023100         AND WS-TBL-OPER-LOCKED (WS-MATCH-SUB) = ZERO
023200         PERFORM 6200-CHOOSE-FIRST-PIN THRU 6200-EXIT
023300         GO TO 6100-EXIT
023400     END-IF.
023500     DISPLAY "No PIN is set for " WS-SIGNON-ID
023550         " - see the admin.".
023600     MOVE "N" TO ACCS-EVENT.
023700     MOVE SPACE TO ACCS-OPTION.
023800     MOVE "SIGN-ON TRIED ON A RECORD WITH NO PIN"
023900         TO ACCS-DESCRIPTION.
024000     PERFORM 6000-LOG-REFUSAL THRU 6000-EXIT.
024100 6100-EXIT.
024200     EXIT.
024300
024400******************************************************************
024500*    6150-LAPSE-ADMIN-LOCK - AN ADMIN LOCK SET BEFORE TODAY IS   *
024600*    LIFTED: THE RECORD IS ACTIVE AGAIN WITH A CLEAN BAD-PIN     *
024700*    COUNT, AND IS WRITTEN BACK BEFORE THE PIN IS ASKED FOR.     *
024800******************************************************************
024900 6150-LAPSE-ADMIN-LOCK.
025000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025100     IF WS-TBL-OPER-LOCKED (WS-MATCH-SUB) < WS-CURRENT-DATE
025200         DISPLAY "The ADMIN lock set on "
025300             WS-TBL-OPER-LOCKED (WS-MATCH-SUB) " has lapsed."
025400         MOVE "A"  TO WS-TBL-OPER-STATUS (WS-MATCH-SUB)
025500         MOVE ZERO TO WS-TBL-OPER-FAILS (WS-MATCH-SUB)
025600         MOVE ZERO TO WS-TBL-OPER-LOCKED (WS-MATCH-SUB)
025700         PERFORM 6500-REWRITE-OPERATORS THRU 6500-EXIT
025800     END-IF.
025900 6150-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*    6200-CHOOSE-FIRST-PIN - THE SEEDED ADMIN PICKS ITS PIN NOW, *
026400*    KEYED TWICE, AND IT IS WRITTEN BACK BEFORE THE MENU COMES   *
026500*    UP.                                                         *
026600******************************************************************
026700 6200-CHOOSE-FIRST-PIN.
026800     DISPLAY "No PIN is set for " WS-SIGNON-ID
026900         " - choose four digits.".
027000     DISPLAY "New PIN: " WITH NO ADVANCING.
027100     ACCEPT WS-SIGNON-PIN.
027200     IF WS-SIGNON-PIN NOT NUMERIC
027300         DISPLAY "The PIN must be four digits."
027400         GO TO 6200-EXIT
027500     END-IF.
027600     DISPLAY "Key the PIN again: " WITH NO ADVANCING.
027700     ACCEPT WS-SIGNON-PIN-AGAIN.
027800     IF WS-SIGNON-PIN-AGAIN NOT = WS-SIGNON-PIN
027900         DISPLAY "The two PINs differ - PIN not set."
028000         GO TO 6200-EXIT
028100     END-IF.
028200     MOVE WS-SIGNON-PIN TO WS-TBL-OPER-PIN (WS-MATCH-SUB).
028300     MOVE ZERO TO WS-TBL-OPER-FAILS (WS-MATCH-SUB).
028400     PERFORM 6500-REWRITE-OPERATORS THRU 6500-EXIT.
028500     MOVE "Y" TO WS-SIGNON-SW.
028600 6200-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000*    6300-CHECK-PIN - A GOOD PIN CLEARS THE BAD-PIN COUNT. A BAD *
029100*    ONE IS COUNTED ON THE RECORD AND LOGGED; THE THIRD IN A ROW *
029200*    LOCKS THE RECORD, THE ADMIN RECORD INCLUDED (ITS LOCK       *
029300*    LAPSES THE NEXT DAY - SEE 6150).                            *
029400******************************************************************
029500 6300-CHECK-PIN.
029600     DISPLAY "PIN: " WITH NO ADVANCING.
029700     ACCEPT WS-SIGNON-PIN.
029800     IF WS-SIGNON-PIN = WS-TBL-OPER-PIN (WS-MATCH-SUB)
029900         MOVE "Y" TO WS-SIGNON-SW
030000         IF WS-TBL-OPER-FAILS (WS-MATCH-SUB) NOT = ZERO
030100             MOVE ZERO TO WS-TBL-OPER-FAILS (WS-MATCH-SUB)
030200             PERFORM 6500-REWRITE-OPERATORS THRU 6500-EXIT
030300         END-IF
030400         GO TO 6300-EXIT
030500     END-IF.
030600     IF WS-TBL-OPER-FAILS (WS-MATCH-SUB) < 9
030700         ADD 1 TO WS-TBL-OPER-FAILS (WS-MATCH-SUB)
030800     END-IF.
030900     MOVE SPACE TO ACCS-OPTION.
031000     IF WS-TBL-OPER-FAILS (WS-MATCH-SUB) NOT < WS-PIN-LOCK-LIMIT
031100         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
031200         MOVE "L" TO WS-TBL-OPER-STATUS (WS-MATCH-SUB)
031300         MOVE WS-CURRENT-DATE TO WS-TBL-OPER-LOCKED (WS-MATCH-SUB)
031400         IF WS-SIGNON-ID = "ADMIN"
031500             DISPLAY "PIN not accepted - operator ADMIN is now"
031600                 " locked out until tomorrow."
031700         ELSE
031800             DISPLAY "PIN not accepted - operator " WS-SIGNON-ID
031900                 " is now locked out. See the admin."
032000         END-IF
032100         MOVE "L" TO ACCS-EVENT
032200         MOVE "BAD PIN - OPERATOR LOCKED OUT" TO ACCS-DESCRIPTION
032300     ELSE
032400         DISPLAY "PIN not accepted."
032500         MOVE "P" TO ACCS-EVENT
032600         MOVE "BAD PIN" TO ACCS-DESCRIPTION
032700     END-IF.
032800     PERFORM 6500-REWRITE-OPERATORS THRU 6500-EXIT.
032900     PERFORM 6000-LOG-REFUSAL THRU 6000-EXIT.
033000 6300-EXIT.
033100     EXIT.
033200
033300 6400-SET-ROLE-LEVEL.
033400     EVALUATE TRUE
033500         WHEN VISIT-ROLE-ADMIN
033600             MOVE 4 TO WS-ROLE-LEVEL
033700         WHEN VISIT-ROLE-MANAGER
033800             MOVE 3 TO WS-ROLE-LEVEL
033900         WHEN VISIT-ROLE-SUPERVISOR
034000             MOVE 2 TO WS-ROLE-LEVEL
034100         WHEN OTHER
034200             MOVE 1 TO WS-ROLE-LEVEL
034300     END-EVALUATE.
034400 6400-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    6500-REWRITE-OPERATORS - THE WHOLE FILE IS REWRITTEN FROM   *
034900*    THE TABLE. A FILE LARGER THAN THE TABLE IS NEVER REWRITTEN  *
035000*    (THE UNTABLED RECORDS WOULD BE LOST); THE CHANGE IS THEN    *
035100*    HELD FOR THIS SESSION ONLY.                                 *
035200******************************************************************
035300 6500-REWRITE-OPERATORS.
035400     IF TABLE-OVERFLOWED
035500         DISPLAY "Operator file holds more than 50 records -"
035600             " sign-on change not saved."
035700         GO TO 6500-EXIT
035800     END-IF.
035900     OPEN OUTPUT OPERATOR-FILE.
036000     PERFORM 6510-WRITE-ONE-OPERATOR THRU 6510-EXIT
036100         VARYING WS-OPER-SUB FROM 1 BY 1
036200         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
036300     CLOSE OPERATOR-FILE.
036400 6500-EXIT.
036500     EXIT.
036600
036700 6510-WRITE-ONE-OPERATOR.
036800     MOVE WS-TBL-OPER-ID (WS-OPER-SUB)     TO OPER-ID.
036900     MOVE WS-TBL-OPER-NAME (WS-OPER-SUB)   TO OPER-NAME.
037000     MOVE WS-TBL-OPER-STATUS (WS-OPER-SUB) TO OPER-STATUS.
037100     MOVE WS-TBL-OPER-ROLE (WS-OPER-SUB)   TO OPER-ROLE.
037200     MOVE WS-TBL-OPER-PIN (WS-OPER-SUB)    TO OPER-PIN.
037300     MOVE WS-TBL-OPER-FAILS (WS-OPER-SUB)  TO OPER-FAIL-COUNT.
037400     MOVE WS-TBL-OPER-LOCKED (WS-OPER-SUB) TO OPER-LOCK-DATE.
037500     WRITE OPERATOR-RECORD.
037600 6510-EXIT.
037700     EXIT.
