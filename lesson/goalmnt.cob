000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GOALMNT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    GOALMNT IS THE WEIGHT-MANAGEMENT GOAL SCREEN ON THE         *
000900*    FRONTDESK MENU. A COACH ENROLLS A MEMBER IN THE WEIGHT-     *
001000*    MANAGEMENT PROGRAM BY SETTING A GOAL - A TARGET WEIGHT IN   *
001100*    KG OR A TARGET BMI, AND THE DATE TO REACH IT BY - OR ENDS   *
001200*    THE MEMBER'S PART IN IT BY CLOSING THE GOAL. THE MEMBER'S   *
001300*    LATEST SCREENING ON BMIHISTX IS TAKEN AS THE STARTING       *
001400*    POINT, SO A MEMBER MUST HAVE BEEN SCREENED BEFORE A GOAL    *
001500*    CAN BE SET. SETTING A NEW GOAL OVER AN ACTIVE ONE REPLACES  *
001600*    IT AND RESTARTS THE MEASURE FROM THE LATEST SCREENING. EACH *
001700*    CHANGE IS ECHOED AND CONFIRMED. GOALRPT REPORTS PROGRESS.   *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002133*    2026-10-15  LS   REFUSE A MEMBER WHOSE PERSONAL DATA WAS    *
002166*                     ERASED, AS PAYENTRY DOES.                  *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS MAST-MBR-ID
003100         ALTERNATE RECORD KEY IS MAST-SURNAME
003200             WITH DUPLICATES
003300         FILE STATUS IS WS-MAST-STATUS.
003400     SELECT HISTORY-FILE ASSIGN TO "BMIHISTX"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS HIST-KEY
003800         FILE STATUS IS WS-HIST-STATUS.
003900     SELECT GOAL-FILE ASSIGN TO "WTGOAL"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS GOAL-MBR-ID
004300         FILE STATUS IS WS-GOAL-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MEMBER-MASTER-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY MBRMAST.
005000
005100 FD  HISTORY-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY BMIHIST.
005400
005500 FD  GOAL-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY WTGOAL.
005800
005900 WORKING-STORAGE SECTION.
006000     COPY MBRID.
006100
006200 01  WS-ACTION-CHOICE            PIC X(01).
006300     88  ACTION-IS-SET               VALUE "S".
006400     88  ACTION-IS-CLOSE             VALUE "C".
006500     88  ACTION-IS-NONE              VALUE "N".
006600
006700 01  WS-NEW-TYPE                 PIC X(01).
006800     88  NEW-TYPE-IS-WEIGHT          VALUE "W".
006900     88  NEW-TYPE-IS-BMI             VALUE "B".
007000 01  WS-NEW-TARGET-WEIGHT        PIC 999V9.
007100 01  WS-NEW-TARGET-BMI           PIC 99V99.
007200 01  WS-NEW-TARGET-DATE          PIC 9(08).
007300
007400*    THE MEMBER'S LATEST SCREENING - THE STARTING POINT OF A NEW
007500*    GOAL.
007600 01  WS-LATEST-SCREENING.
007700     05  WS-LATEST-DATE          PIC 9(08).
007800     05  WS-LATEST-WEIGHT        PIC 999V9.
007900     05  WS-LATEST-BMI           PIC 99V99.
008000
008100 01  WS-WEIGHT-GROUP.
008200     05  WS-WEIGHT-EDIT          PIC X(04).
008300 01  WS-WEIGHT-NUM REDEFINES WS-WEIGHT-GROUP
008400                                 PIC 999V9.
008500
008600 01  WS-BMI-GROUP.
008700     05  WS-BMI-EDIT             PIC X(04).
008800 01  WS-BMI-NUM REDEFINES WS-BMI-GROUP
008900                                 PIC 99V99.
009000
009100 01  WS-DATE-GROUP.
009200     05  WS-DATE-EDIT            PIC X(08).
009300 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
009400                                 PIC 9(08).
009500 01  WS-DATE-CHECK REDEFINES WS-DATE-GROUP.
009600     05  FILLER                  PIC 9(04).
009700     05  WS-DCK-MM               PIC 9(02).
009800     05  WS-DCK-DD               PIC 9(02).
009900
010000 01  WS-SHOW-WEIGHT              PIC ZZ9.9.
010100 01  WS-SHOW-BMI                 PIC Z9.99.
010200 01  WS-SHOW-TARGET              PIC ZZ9.99.
010300
010400 01  WS-CONFIRM                  PIC X(03).
010500     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
010600     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
010700
010800 77  WS-CURRENT-DATE             PIC 9(08).
010900 77  WS-MAST-STATUS              PIC X(02).
011000 77  WS-HIST-STATUS              PIC X(02).
011100 77  WS-GOAL-STATUS              PIC X(02).
011200
011300 77  WS-LOOKUP-SW                PIC X(01).
011400     88  MEMBER-FOUND                VALUE "Y".
011500     88  MEMBER-NOT-FOUND            VALUE "N".
011600
011700 77  WS-ON-FILE-SW               PIC X(01).
011800     88  GOAL-ROW-ON-FILE            VALUE "Y".
011900     88  GOAL-ROW-NOT-ON-FILE        VALUE "N".
012000
012100 77  WS-ACTIVE-SW                PIC X(01).
012200     88  GOAL-IS-ACTIVE              VALUE "Y".
012300     88  GOAL-NOT-ACTIVE             VALUE "N".
012400
012500 77  WS-SCREENED-SW              PIC X(01).
012600     88  MEMBER-SCREENED             VALUE "Y".
012700     88  MEMBER-NOT-SCREENED         VALUE "N".
012800
012900 77  WS-EOF-SW                   PIC X(01).
013000     88  HISTORY-EOF                 VALUE "Y".
013100     88  NOT-HISTORY-EOF             VALUE "N".
013200
013300 77  WS-DONE-SW                  PIC X(01).
013400     88  MAINT-IS-DONE               VALUE "Y".
013500     88  MAINT-NOT-DONE              VALUE "N".
013600
013700 77  WS-VALID-SW                 PIC X(01).
013800     88  INPUT-IS-VALID              VALUE "Y".
013900     88  INPUT-IS-INVALID            VALUE "N".
014000
014100 LINKAGE SECTION.
014200     COPY VISITID.
014300
014400 PROCEDURE DIVISION USING VISIT-IDENTITY.
014500******************************************************************
014600*    0000-MAINLINE                                                *
014700******************************************************************
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     IF MAINT-NOT-DONE
015100         IF VISIT-PRECAPTURED
015200             PERFORM 2500-GOAL-PICKED-MEMBER THRU 2500-EXIT
015300         ELSE
015400             PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
015500                 UNTIL MAINT-IS-DONE
015600         END-IF
015700         PERFORM 9999-TERMINATE THRU 9999-EXIT
015800     END-IF.
015900     GOBACK.
016000
016100******************************************************************
016200*    1000-INITIALIZE - THE GOAL FILE IS CREATED EMPTY ON FIRST   *
016300*    USE AND IS OPENED ONLY AROUND EACH CHANGE, AS PLANMNT DOES  *
016400*    WITH PAYPLAN. NO MASTER MEANS NO ONE TO SET A GOAL FOR.     *
016500******************************************************************
016600 1000-INITIALIZE.
016700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016800     MOVE "N" TO WS-DONE-SW.
016900     OPEN INPUT MEMBER-MASTER-FILE.
017000     IF WS-MAST-STATUS = "35"
017100         DISPLAY "No member master on file - no one to set a goal"
017200             " for."
017300         MOVE "Y" TO WS-DONE-SW
017400     ELSE
017500         PERFORM 1100-BOOTSTRAP-GOALS THRU 1100-EXIT
017600     END-IF.
017700 1000-EXIT.
017800     EXIT.
017900
018000 1100-BOOTSTRAP-GOALS.
018100     OPEN INPUT GOAL-FILE.
018200     IF WS-GOAL-STATUS = "35"
018300         OPEN OUTPUT GOAL-FILE
018400         CLOSE GOAL-FILE
018500     ELSE
018600         CLOSE GOAL-FILE
018700     END-IF.
018800 1100-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200*    2000-MAINT-LOOP - ONE MEMBER PER PASS. A BLANK OR "END"     *
019300*    MEMBER ID ENDS THE SESSION.                                 *
019400******************************************************************
019500 2000-MAINT-LOOP.
019600     DISPLAY " ".
019700     DISPLAY "Member ID for the weight goal (or END): "
019800         WITH NO ADVANCING.
019900     ACCEPT MBR-ID.
020000     IF MBR-ID = "END" OR MBR-ID = "end" OR MBR-ID = SPACES
020100         MOVE "Y" TO WS-DONE-SW
020200     ELSE
020300         PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT
020400         IF MEMBER-FOUND
020500             PERFORM 4000-WORK-GOAL THRU 4000-EXIT
020600         ELSE
020700             DISPLAY "Member ID " MBR-ID " is not on file."
020800         END-IF
020900     END-IF.
021000 2000-EXIT.
021100     EXIT.
021200
021300******************************************************************
021400*    2500-GOAL-PICKED-MEMBER - THE MBR-ID WAS ALREADY PICKED;    *
021500*    ONE PASS, NO ID PROMPT.                                     *
021600******************************************************************
021700 2500-GOAL-PICKED-MEMBER.
021800     MOVE VISIT-MBR-ID TO MBR-ID.
021900     PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT.
022000     IF MEMBER-FOUND
022100         PERFORM 4000-WORK-GOAL THRU 4000-EXIT
022200     ELSE
022300         DISPLAY "Member ID " MBR-ID " is not on file."
022400     END-IF.
022500 2500-EXIT.
022600     EXIT.
022700
022800 3000-LOOKUP-MEMBER.
022900     MOVE MBR-ID TO MAST-MBR-ID.
023000     READ MEMBER-MASTER-FILE
023100         INVALID KEY
023200             MOVE "N" TO WS-LOOKUP-SW
023300         NOT INVALID KEY
023400             MOVE "Y" TO WS-LOOKUP-SW
023500     END-READ.
023600 3000-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000*    4000-WORK-GOAL - SHOW THE LATEST SCREENING AND ANY GOAL ON  *
024100*    FILE, THEN SET, CLOSE OR LEAVE IT.                          *
024200******************************************************************
024300 4000-WORK-GOAL.
024310     IF MAST-ERASED
024320         DISPLAY "Personal data for this member was erased -"
024330             " no goal taken."
024340         GO TO 4000-EXIT
024350     END-IF.
024400     DISPLAY "Member " MAST-MBR-NAME.
024500     PERFORM 4300-FIND-LATEST-SCREENING THRU 4300-EXIT.
024600     IF MEMBER-SCREENED
024700         MOVE WS-LATEST-WEIGHT TO WS-SHOW-WEIGHT
024800         MOVE WS-LATEST-BMI    TO WS-SHOW-BMI
024900         DISPLAY "Latest screening " WS-LATEST-DATE ": "
025000             WS-SHOW-WEIGHT " kg, BMI " WS-SHOW-BMI "."
025100     ELSE
025200         DISPLAY "No screening on file."
025300     END-IF.
025400     OPEN INPUT GOAL-FILE.
025500     PERFORM 5500-READ-GOAL-ROW THRU 5500-EXIT.
025600     MOVE "N" TO WS-ACTIVE-SW.
025700     IF GOAL-ROW-ON-FILE AND GOAL-ACTIVE
025800         MOVE "Y" TO WS-ACTIVE-SW
025900         PERFORM 4100-SHOW-GOAL THRU 4100-EXIT
026000     ELSE
026100         DISPLAY "No active weight-management goal."
026200     END-IF.
026300     CLOSE GOAL-FILE.
026400     MOVE "N" TO WS-VALID-SW.
026500     PERFORM 4200-PROMPT-ACTION THRU 4200-EXIT
026600         UNTIL INPUT-IS-VALID.
026700     EVALUATE TRUE
026800         WHEN ACTION-IS-SET
026900             PERFORM 5000-SET-GOAL THRU 5000-EXIT
027000         WHEN ACTION-IS-CLOSE
027100             PERFORM 6000-CLOSE-GOAL THRU 6000-EXIT
027200         WHEN OTHER
027300             CONTINUE
027400     END-EVALUATE.
027500 4000-EXIT.
027600     EXIT.
027700
027800 4100-SHOW-GOAL.
027900     IF GOAL-BY-WEIGHT
028000         MOVE GOAL-TARGET-WEIGHT TO WS-SHOW-WEIGHT
028100         DISPLAY "Goal: " WS-SHOW-WEIGHT " kg by "
028200             GOAL-TARGET-DATE
028300     ELSE
028400         MOVE GOAL-TARGET-BMI TO WS-SHOW-BMI
028500         DISPLAY "Goal: BMI " WS-SHOW-BMI " by " GOAL-TARGET-DATE
028600     END-IF.
028700     MOVE GOAL-START-WEIGHT TO WS-SHOW-WEIGHT.
028800     MOVE GOAL-START-BMI    TO WS-SHOW-BMI.
028900     DISPLAY "Started from " GOAL-START-DATE ": " WS-SHOW-WEIGHT
029000         " kg, BMI " WS-SHOW-BMI "; set by " GOAL-SET-BY
029100         " on " GOAL-SET-DATE ".".
029200 4100-EXIT.
029300     EXIT.
029400
029500 4200-PROMPT-ACTION.
029600     DISPLAY "Set goal, Close goal, or No change? (S/C/N) "
029700         WITH NO ADVANCING.
029800     ACCEPT WS-ACTION-CHOICE.
029900     INSPECT WS-ACTION-CHOICE CONVERTING "scn" TO "SCN".
030000     IF ACTION-IS-SET OR ACTION-IS-CLOSE OR ACTION-IS-NONE
030100         MOVE "Y" TO WS-VALID-SW
030200     ELSE
030300         DISPLAY "Please answer S, C or N."
030400         MOVE "N" TO WS-VALID-SW
030500     END-IF.
030600 4200-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000*    4300-FIND-LATEST-SCREENING - START AT THE MEMBER'S FIRST    *
031100*    KEY ON THE INDEXED HISTORY AND READ THROUGH THE MEMBER'S    *
031200*    ROWS, WHICH THE KEY DELIVERS IN DATE ORDER; THE LAST ONE    *
031300*    READ IS THE LATEST.                                         *
031400******************************************************************
031500 4300-FIND-LATEST-SCREENING.
031600     MOVE "N" TO WS-SCREENED-SW.
031700     OPEN INPUT HISTORY-FILE.
031800     IF WS-HIST-STATUS NOT = "00"
031900         GO TO 4300-EXIT
032000     END-IF.
032100     MOVE "N" TO WS-EOF-SW.
032200     MOVE MBR-ID TO HIST-MBR-ID.
032300     MOVE ZERO   TO HIST-DATE.
032400     MOVE ZERO   TO HIST-SEQ.
032500     START HISTORY-FILE KEY >= HIST-KEY
032600         INVALID KEY
032700             MOVE "Y" TO WS-EOF-SW
032800     END-START.
032900     PERFORM 4310-READ-HISTORY THRU 4310-EXIT.
033000     PERFORM 4320-NOTE-SCREENING THRU 4320-EXIT
033100         UNTIL HISTORY-EOF.
033200     CLOSE HISTORY-FILE.
033300 4300-EXIT.
033400     EXIT.
033500
033600 4310-READ-HISTORY.
033700     IF NOT HISTORY-EOF
033800         READ HISTORY-FILE NEXT RECORD
033900             AT END
034000                 MOVE "Y" TO WS-EOF-SW
034100         END-READ
034200     END-IF.
034300     IF NOT HISTORY-EOF AND HIST-MBR-ID NOT = MBR-ID
034400         MOVE "Y" TO WS-EOF-SW
034500     END-IF.
034600 4310-EXIT.
034700     EXIT.
034800
034900 4320-NOTE-SCREENING.
035000     MOVE "Y"            TO WS-SCREENED-SW.
035100     MOVE HIST-DATE      TO WS-LATEST-DATE.
035200     MOVE HIST-WEIGHT-KG TO WS-LATEST-WEIGHT.
035300     MOVE HIST-BMI       TO WS-LATEST-BMI.
035400     PERFORM 4310-READ-HISTORY THRU 4310-EXIT.
035500 4320-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    5000-SET-GOAL - A GOAL NEEDS A SCREENING TO START FROM, A   *
036000*    TARGET THAT DIFFERS FROM WHERE THE MEMBER STANDS NOW (A     *
036100*    LOSS OR, FOR AN UNDERWEIGHT MEMBER, A GAIN), AND A TARGET   *
036200*    DATE AFTER TODAY.                                           *
036300******************************************************************
036400 5000-SET-GOAL.
036500     IF MEMBER-NOT-SCREENED
036600         DISPLAY "Member has not been screened - screen the"
036700             " member before setting a goal."
036800         GO TO 5000-EXIT
036900     END-IF.
037000     IF GOAL-IS-ACTIVE
037100         DISPLAY "The new goal will replace the active one."
037200     END-IF.
037300     MOVE "N" TO WS-VALID-SW.
037400     PERFORM 5100-PROMPT-TYPE THRU 5100-EXIT
037500         UNTIL INPUT-IS-VALID.
037600     MOVE ZERO TO WS-NEW-TARGET-WEIGHT WS-NEW-TARGET-BMI.
037700     MOVE "N" TO WS-VALID-SW.
037800     IF NEW-TYPE-IS-WEIGHT
037900         PERFORM 5200-PROMPT-TARGET-WEIGHT THRU 5200-EXIT
038000             UNTIL INPUT-IS-VALID
038100     ELSE
038200         PERFORM 5300-PROMPT-TARGET-BMI THRU 5300-EXIT
038300             UNTIL INPUT-IS-VALID
038400     END-IF.
038500     MOVE "N" TO WS-VALID-SW.
038600     PERFORM 5400-PROMPT-TARGET-DATE THRU 5400-EXIT
038700         UNTIL INPUT-IS-VALID.
038800     IF NEW-TYPE-IS-WEIGHT
038900         MOVE WS-NEW-TARGET-WEIGHT TO WS-SHOW-WEIGHT
039000         DISPLAY "Goal " WS-SHOW-WEIGHT " kg by "
039100             WS-NEW-TARGET-DATE
039200             " for " MAST-MBR-NAME " ?"
039300     ELSE
039400         MOVE WS-NEW-TARGET-BMI TO WS-SHOW-BMI
039500         DISPLAY "Goal BMI " WS-SHOW-BMI " by " WS-NEW-TARGET-DATE
039600             " for " MAST-MBR-NAME " ?"
039700     END-IF.
039800     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
039900     IF CONFIRM-IS-NO
040000         DISPLAY "Goal abandoned."
040100         GO TO 5000-EXIT
040200     END-IF.
040300     OPEN I-O GOAL-FILE.
040400     PERFORM 5500-READ-GOAL-ROW THRU 5500-EXIT.
040500     MOVE MBR-ID               TO GOAL-MBR-ID.
040600     MOVE "A"                  TO GOAL-STATUS.
040700     MOVE WS-NEW-TYPE          TO GOAL-TYPE.
040800     MOVE WS-NEW-TARGET-WEIGHT TO GOAL-TARGET-WEIGHT.
040900     MOVE WS-NEW-TARGET-BMI    TO GOAL-TARGET-BMI.
041000     MOVE WS-NEW-TARGET-DATE   TO GOAL-TARGET-DATE.
041100     MOVE WS-LATEST-DATE       TO GOAL-START-DATE.
041200     MOVE WS-LATEST-WEIGHT     TO GOAL-START-WEIGHT.
041300     MOVE WS-LATEST-BMI        TO GOAL-START-BMI.
041400     MOVE WS-CURRENT-DATE      TO GOAL-SET-DATE.
041500     MOVE VISIT-OPERATOR-ID    TO GOAL-SET-BY.
041600     MOVE ZERO                 TO GOAL-CLOSE-DATE.
041700     MOVE SPACES               TO GOAL-CLOSE-BY.
041800     IF GOAL-ROW-ON-FILE
041900         REWRITE WEIGHT-GOAL-RECORD
042000             INVALID KEY
042100                 DISPLAY "Unable to update goal for " MBR-ID "."
042200             NOT INVALID KEY
042300                 DISPLAY "Weight goal set."
042400         END-REWRITE
042500     ELSE
042600         WRITE WEIGHT-GOAL-RECORD
042700             INVALID KEY
042800                 DISPLAY "Unable to add goal for " MBR-ID "."
042900             NOT INVALID KEY
043000                 DISPLAY "Weight goal set."
043100         END-WRITE
043200     END-IF.
043300     CLOSE GOAL-FILE.
043400 5000-EXIT.
043500     EXIT.
043600
043700 5100-PROMPT-TYPE.
043800     DISPLAY "Goal by Weight or by BMI? (W/B) " WITH NO ADVANCING.
043900     ACCEPT WS-NEW-TYPE.
044000     INSPECT WS-NEW-TYPE CONVERTING "wb" TO "WB".
044100     IF NEW-TYPE-IS-WEIGHT OR NEW-TYPE-IS-BMI
044200         MOVE "Y" TO WS-VALID-SW
044300     ELSE
044400         DISPLAY "Please answer W or B."
044500         MOVE "N" TO WS-VALID-SW
044600     END-IF.
044700 5100-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100*    5200-PROMPT-TARGET-WEIGHT - FOUR DIGITS, TENTHS OF A KG IN  *
045200*    THE LAST, THE SAME EDIT BMICALC USES FOR A METRIC WEIGHT.   *
045300******************************************************************
045400 5200-PROMPT-TARGET-WEIGHT.
045500     DISPLAY "Target weight (kg, 9999 - tenths in last digit): "
045600         WITH NO ADVANCING.
045700     ACCEPT WS-WEIGHT-EDIT.
045800     IF WS-WEIGHT-EDIT IS NOT NUMERIC OR WS-WEIGHT-NUM = ZERO
045900         DISPLAY "Weight must be a positive number - re-enter."
046000         MOVE "N" TO WS-VALID-SW
046100         GO TO 5200-EXIT
046200     END-IF.
046300     IF WS-WEIGHT-NUM = WS-LATEST-WEIGHT
046400         DISPLAY "Member already weighs that - re-enter."
046500         MOVE "N" TO WS-VALID-SW
046600         GO TO 5200-EXIT
046700     END-IF.
046800     MOVE WS-WEIGHT-NUM TO WS-NEW-TARGET-WEIGHT.
046900     MOVE "Y" TO WS-VALID-SW.
047000 5200-EXIT.
047100     EXIT.
047200
047300 5300-PROMPT-TARGET-BMI.
047400     DISPLAY "Target BMI (9999 - hundredths in last two): "
047500         WITH NO ADVANCING.
047600     ACCEPT WS-BMI-EDIT.
047700     IF WS-BMI-EDIT IS NOT NUMERIC OR WS-BMI-NUM = ZERO
047800         DISPLAY "BMI must be a positive number - re-enter."
047900         MOVE "N" TO WS-VALID-SW
048000         GO TO 5300-EXIT
048100     END-IF.
048200     IF WS-BMI-NUM = WS-LATEST-BMI
048300         DISPLAY "Member is already at that BMI - re-enter."
048400         MOVE "N" TO WS-VALID-SW
048500         GO TO 5300-EXIT
048600     END-IF.
048700     MOVE WS-BMI-NUM TO WS-NEW-TARGET-BMI.
048800     MOVE "Y" TO WS-VALID-SW.
048900 5300-EXIT.
049000     EXIT.
049100
049200 5400-PROMPT-TARGET-DATE.
049300     DISPLAY "Target date (YYYYMMDD): " WITH NO ADVANCING.
049400     ACCEPT WS-DATE-EDIT.
049500     MOVE "N" TO WS-VALID-SW.
049600     IF WS-DATE-EDIT IS NOT NUMERIC
049700         DISPLAY "Date must be eight digits - re-enter."
049800         GO TO 5400-EXIT
049900     END-IF.
050000     IF WS-DCK-MM < 1 OR WS-DCK-MM > 12
050100         OR WS-DCK-DD < 1 OR WS-DCK-DD > 31
050200         DISPLAY "Not a calendar date - re-enter."
050300         GO TO 5400-EXIT
050400     END-IF.
050500     IF WS-DATE-NUM NOT > WS-CURRENT-DATE
050600         DISPLAY "Target date must be after today - re-enter."
050700         GO TO 5400-EXIT
050800     END-IF.
050900     MOVE WS-DATE-NUM TO WS-NEW-TARGET-DATE.
051000     MOVE "Y" TO WS-VALID-SW.
051100 5400-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    5500-READ-GOAL-ROW - A CLOSED GOAL ALREADY ON FILE IS       *
051600*    REWRITTEN; OTHERWISE THE NEW GOAL IS ADDED.                 *
051700******************************************************************
051800 5500-READ-GOAL-ROW.
051900     MOVE MBR-ID TO GOAL-MBR-ID.
052000     READ GOAL-FILE
052100         INVALID KEY
052200             MOVE "N" TO WS-ON-FILE-SW
052300         NOT INVALID KEY
052400             MOVE "Y" TO WS-ON-FILE-SW
052500     END-READ.
052600 5500-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*    6000-CLOSE-GOAL - THE MEMBER LEAVES THE PROGRAM. THE ROW    *
053100*    STAYS ON FILE FLAGGED CLOSED, WITH WHO CLOSED IT AND WHEN.  *
053200******************************************************************
053300 6000-CLOSE-GOAL.
053400     IF GOAL-NOT-ACTIVE
053500         DISPLAY "No active goal to close."
053600         GO TO 6000-EXIT
053700     END-IF.
053800     DISPLAY "Close the weight goal for " MAST-MBR-NAME " ?".
053900     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
054000     IF CONFIRM-IS-NO
054100         DISPLAY "Change abandoned."
054200         GO TO 6000-EXIT
054300     END-IF.
054400     OPEN I-O GOAL-FILE.
054500     PERFORM 5500-READ-GOAL-ROW THRU 5500-EXIT.
054600     IF GOAL-ROW-ON-FILE
054700         MOVE "C"               TO GOAL-STATUS
054800         MOVE WS-CURRENT-DATE   TO GOAL-CLOSE-DATE
054900         MOVE VISIT-OPERATOR-ID TO GOAL-CLOSE-BY
055000         REWRITE WEIGHT-GOAL-RECORD
055100             INVALID KEY
055200                 DISPLAY "Unable to close goal for " MBR-ID "."
055300             NOT INVALID KEY
055400                 DISPLAY "Weight goal closed."
055500         END-REWRITE
055600     END-IF.
055700     CLOSE GOAL-FILE.
055800 6000-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200*    7000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN  *
056300*    THE OTHER DESK SCREENS USE.                                 *
056400******************************************************************
056500 7000-GET-CONFIRM.
056600     MOVE "N" TO WS-VALID-SW.
056700     PERFORM 7010-PROMPT-CONFIRM THRU 7010-EXIT
056800         UNTIL INPUT-IS-VALID.
056900 7000-EXIT.
057000     EXIT.
057100
057200 7010-PROMPT-CONFIRM.
057300     DISPLAY "Confirm (Yes/No): " WITH NO ADVANCING.
057400     ACCEPT WS-CONFIRM.
057500     INSPECT WS-CONFIRM CONVERTING
057600         "abcdefghijklmnopqrstuvwxyz" TO
057700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
057800     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
057900         DISPLAY "Please answer Yes or No."
058000         MOVE "N" TO WS-VALID-SW
058100     ELSE
058200         MOVE "Y" TO WS-VALID-SW
058300     END-IF.
058400 7010-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*    9999-TERMINATE                                               *
058900******************************************************************
059000 9999-TERMINATE.
059100     CLOSE MEMBER-MASTER-FILE.
059200 9999-EXIT.
059300     EXIT.
