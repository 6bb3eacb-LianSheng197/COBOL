000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLRMNT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CLRMNT IS THE MEDICAL CLEARANCE SCREEN ON THE FRONTDESK     *
000900*    MENU. THE INSURER WANTS A PHYSICIAN'S CLEARANCE ON FILE     *
001000*    BEFORE A MEMBER SCREENED IN THE POLICY RISK CATEGORY USES   *
001100*    THE EXERCISE FLOOR; BMICALC OPENS THE REQUIREMENT ON        *
001200*    MEDCLEAR AND THIS SCREEN CLOSES IT. THE CLERK KEYS THE      *
001300*    MEMBER ID, SEES WHAT IS ON FILE, AND RECORDS THE CLEARANCE  *
001400*    THE MEMBER BROUGHT IN - DATE CLEARED, CLINICIAN AND EXPIRY  *
001500*    DATE - ECHOED AND CONFIRMED. A CLEARANCE CAN BE RECORDED    *
001600*    AHEAD OF ANY REQUIREMENT, AND A NEW ONE REPLACES AN OLD     *
001700*    ONE. NO MONEY MOVES HERE, SO THE SCREEN DOES NOT WAIT ON AN *
001800*    OPEN BUSINESS DAY.                                          *
001900*------------------------------------------------------------------
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002233*    2026-10-15  LS   REFUSE A MEMBER WHOSE PERSONAL DATA WAS    *
002266*                     ERASED, AS PAYENTRY DOES.                  *
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS MAST-MBR-ID
003200         ALTERNATE RECORD KEY IS MAST-SURNAME
003300             WITH DUPLICATES
003400         FILE STATUS IS WS-MAST-STATUS.
003500     SELECT CLEARANCE-FILE ASSIGN TO "MEDCLEAR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CLR-MBR-ID
003900         FILE STATUS IS WS-CLR-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MEMBER-MASTER-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY MBRMAST.
004600
004700 FD  CLEARANCE-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY MEDCLEAR.
005000
005100 WORKING-STORAGE SECTION.
005200     COPY MBRID.
005300
005400 01  WS-DATE-GROUP.
005500     05  WS-DATE-EDIT            PIC X(08).
005600 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
005700                                 PIC 9(08).
005800 01  WS-DATE-CHECK REDEFINES WS-DATE-GROUP.
005900     05  FILLER                  PIC 9(04).
006000     05  WS-DCK-MM               PIC 9(02).
006100     05  WS-DCK-DD               PIC 9(02).
006200
006300 01  WS-NEW-CLEARANCE.
006400     05  WS-NEW-CLEARED-DATE     PIC 9(08).
006500     05  WS-NEW-CLINICIAN        PIC X(30).
006600     05  WS-NEW-EXPIRY-DATE      PIC 9(08).
006700
006800 01  WS-CONFIRM                  PIC X(03).
006900     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
007000     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
007100
007200 77  WS-CURRENT-DATE             PIC 9(08).
007300 77  WS-MAST-STATUS              PIC X(02).
007400 77  WS-CLR-STATUS               PIC X(02).
007500
007600 77  WS-LOOKUP-SW                PIC X(01).
007700     88  MEMBER-FOUND                VALUE "Y".
007800     88  MEMBER-NOT-FOUND            VALUE "N".
007900
008000 77  WS-CLR-ON-FILE-SW           PIC X(01).
008100     88  CLEARANCE-ON-FILE           VALUE "Y".
008200     88  CLEARANCE-NOT-ON-FILE       VALUE "N".
008300
008400 77  WS-DONE-SW                  PIC X(01).
008500     88  MAINT-IS-DONE               VALUE "Y".
008600     88  MAINT-NOT-DONE              VALUE "N".
008700
008800 77  WS-VALID-SW                 PIC X(01).
008900     88  INPUT-IS-VALID              VALUE "Y".
009000     88  INPUT-IS-INVALID            VALUE "N".
009100
009200 LINKAGE SECTION.
009300     COPY VISITID.
009400
009500 PROCEDURE DIVISION USING VISIT-IDENTITY.
009600******************************************************************
009700*    0000-MAINLINE                                                *
009800******************************************************************
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     IF MAINT-NOT-DONE
010200         IF VISIT-PRECAPTURED
010300             PERFORM 2500-WORK-PICKED-MEMBER THRU 2500-EXIT
010400         ELSE
010500             PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
010600                 UNTIL MAINT-IS-DONE
010700         END-IF
010800         PERFORM 9999-TERMINATE THRU 9999-EXIT
010900     END-IF.
011000     GOBACK.
011100
011200******************************************************************
011300*    1000-INITIALIZE - NO MASTER MEANS NO ONE TO CLEAR. THE      *
011400*    CLEARANCE FILE IS CREATED EMPTY ON FIRST USE.               *
011500******************************************************************
011600 1000-INITIALIZE.
011700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011800     MOVE "N" TO WS-DONE-SW.
011900     OPEN INPUT MEMBER-MASTER-FILE.
012000     IF WS-MAST-STATUS = "35"
012100         DISPLAY "No member master on file - no one to clear."
012200         MOVE "Y" TO WS-DONE-SW
012300         GO TO 1000-EXIT
012400     END-IF.
012500     OPEN INPUT CLEARANCE-FILE.
012600     IF WS-CLR-STATUS = "35"
012700         OPEN OUTPUT CLEARANCE-FILE
012800         CLOSE CLEARANCE-FILE
012900     ELSE
013000         CLOSE CLEARANCE-FILE
013100     END-IF.
013200     OPEN I-O CLEARANCE-FILE.
013300 1000-EXIT.
013400     EXIT.
013500
013600******************************************************************
013700*    2000-MAINT-LOOP - ONE MEMBER PER PASS; A BLANK OR "END"     *
013800*    MEMBER ID ENDS THE SESSION.                                 *
013900******************************************************************
014000 2000-MAINT-LOOP.
014100     DISPLAY " ".
014200     DISPLAY "Member ID for clearance (or END): "
014300         WITH NO ADVANCING.
014400     ACCEPT MBR-ID.
014500     IF MBR-ID = "END" OR MBR-ID = "end" OR MBR-ID = SPACES
014600         MOVE "Y" TO WS-DONE-SW
014700         GO TO 2000-EXIT
014800     END-IF.
014900     PERFORM 3000-WORK-MEMBER THRU 3000-EXIT.
015000 2000-EXIT.
015100     EXIT.
015200
015300******************************************************************
015400*    2500-WORK-PICKED-MEMBER - THE MBR-ID WAS ALREADY PICKED;    *
015500*    ONE PASS, NO ID PROMPT.                                     *
015600******************************************************************
015700 2500-WORK-PICKED-MEMBER.
015800     MOVE VISIT-MBR-ID TO MBR-ID.
015900     PERFORM 3000-WORK-MEMBER THRU 3000-EXIT.
016000 2500-EXIT.
016100     EXIT.
016200
016300******************************************************************
016400*    3000-WORK-MEMBER - SHOW WHAT IS ON FILE, THEN OFFER TO      *
016500*    RECORD A CLEARANCE.                                         *
016600******************************************************************
016700 3000-WORK-MEMBER.
016800     MOVE MBR-ID TO MAST-MBR-ID.
016900     READ MEMBER-MASTER-FILE
017000         INVALID KEY
017100             MOVE "N" TO WS-LOOKUP-SW
017200         NOT INVALID KEY
017300             MOVE "Y" TO WS-LOOKUP-SW
017400     END-READ.
017500     IF MEMBER-NOT-FOUND
017600         DISPLAY "Member ID " MBR-ID " is not on file."
017700         GO TO 3000-EXIT
017800     END-IF.
017810     IF MAST-ERASED
017820         DISPLAY "Personal data for this member was erased -"
017830             " no clearance taken."
017840         GO TO 3000-EXIT
017850     END-IF.
017900     DISPLAY "  " MAST-MBR-NAME.
018000     PERFORM 3100-SHOW-CLEARANCE THRU 3100-EXIT.
018100     DISPLAY "Record a clearance for this member?".
018200     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
018300     IF CONFIRM-IS-YES
018400         PERFORM 4000-RECORD-CLEARANCE THRU 4000-EXIT
018500     END-IF.
018600 3000-EXIT.
018700     EXIT.
018800
018900 3100-SHOW-CLEARANCE.
019000     MOVE MBR-ID TO CLR-MBR-ID.
019100     READ CLEARANCE-FILE
019200         INVALID KEY
019300             MOVE "N" TO WS-CLR-ON-FILE-SW
019400             DISPLAY "  No clearance on file and none required."
019500             GO TO 3100-EXIT
019600     END-READ.
019700     MOVE "Y" TO WS-CLR-ON-FILE-SW.
019800     IF CLR-REQUIRED
019900         DISPLAY "  Clearance REQUIRED since " CLR-REQUIRED-DATE
020000             " (" CLR-REQUIRED-CATEGORY " screening)."
020100     END-IF.
020200     IF CLR-CLEARANCE-DATE IS NUMERIC
020300         AND CLR-CLEARANCE-DATE > ZERO
020400         DISPLAY "  Last cleared " CLR-CLEARANCE-DATE " by "
020500             CLR-CLINICIAN
020600         IF CLR-EXPIRY-DATE < WS-CURRENT-DATE
020700             DISPLAY "  Clearance EXPIRED " CLR-EXPIRY-DATE "."
020800         ELSE
020900             DISPLAY "  Clearance good until " CLR-EXPIRY-DATE "."
021000         END-IF
021100     END-IF.
021200 3100-EXIT.
021300     EXIT.
021400
021500******************************************************************
021600*    4000-RECORD-CLEARANCE - DATE CLEARED (NOT IN THE FUTURE),   *
021700*    CLINICIAN, AND AN EXPIRY AFTER BOTH THE CLEARANCE AND TODAY *
021800*    - A CLEARANCE ALREADY EXPIRED CLEARS NOTHING.               *
021900******************************************************************
022000 4000-RECORD-CLEARANCE.
022100     MOVE "N" TO WS-VALID-SW.
022200     PERFORM 4100-PROMPT-CLEARED-DATE THRU 4100-EXIT
022300         UNTIL INPUT-IS-VALID.
022400     MOVE "N" TO WS-VALID-SW.
022500     PERFORM 4200-PROMPT-CLINICIAN THRU 4200-EXIT
022600         UNTIL INPUT-IS-VALID.
022700     MOVE "N" TO WS-VALID-SW.
022800     PERFORM 4300-PROMPT-EXPIRY-DATE THRU 4300-EXIT
022900         UNTIL INPUT-IS-VALID.
023000     DISPLAY "Cleared " WS-NEW-CLEARED-DATE " by "
023100         WS-NEW-CLINICIAN.
023200     DISPLAY "Expires " WS-NEW-EXPIRY-DATE ".".
023300     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
023400     IF CONFIRM-IS-NO
023500         DISPLAY "Clearance not recorded."
023600         GO TO 4000-EXIT
023700     END-IF.
023800     IF CLEARANCE-NOT-ON-FILE
023900         INITIALIZE CLEARANCE-RECORD
024000         MOVE MBR-ID TO CLR-MBR-ID
024100     END-IF.
024200     MOVE "C"                 TO CLR-STATUS.
024300     MOVE WS-NEW-CLEARED-DATE TO CLR-CLEARANCE-DATE.
024400     MOVE WS-NEW-CLINICIAN    TO CLR-CLINICIAN.
024500     MOVE WS-NEW-EXPIRY-DATE  TO CLR-EXPIRY-DATE.
024600     MOVE WS-CURRENT-DATE     TO CLR-ENTERED-DATE.
024700     MOVE VISIT-OPERATOR-ID   TO CLR-ENTERED-BY.
024800     IF CLEARANCE-ON-FILE
024900         REWRITE CLEARANCE-RECORD
025000             INVALID KEY
025100                 DISPLAY "Unable to update the clearance for "
025200                     MBR-ID "."
025300                 GO TO 4000-EXIT
025400         END-REWRITE
025500     ELSE
025600         WRITE CLEARANCE-RECORD
025700             INVALID KEY
025800                 DISPLAY "Unable to file the clearance for "
025900                     MBR-ID "."
026000                 GO TO 4000-EXIT
026100         END-WRITE
026200     END-IF.
026300     DISPLAY "Clearance recorded.".
026400 4000-EXIT.
026500     EXIT.
026600
026700 4100-PROMPT-CLEARED-DATE.
026800     DISPLAY "Date cleared (YYYYMMDD): " WITH NO ADVANCING.
026900     ACCEPT WS-DATE-EDIT.
027000     PERFORM 4900-CHECK-DATE THRU 4900-EXIT.
027100     IF INPUT-IS-INVALID
027200         GO TO 4100-EXIT
027300     END-IF.
027400     IF WS-DATE-NUM > WS-CURRENT-DATE
027500         DISPLAY "Date is in the future - re-enter."
027600         MOVE "N" TO WS-VALID-SW
027700         GO TO 4100-EXIT
027800     END-IF.
027900     MOVE WS-DATE-NUM TO WS-NEW-CLEARED-DATE.
028000 4100-EXIT.
028100     EXIT.
028200
028300 4200-PROMPT-CLINICIAN.
028400     DISPLAY "Clinician: " WITH NO ADVANCING.
028500     ACCEPT WS-NEW-CLINICIAN.
028600     IF WS-NEW-CLINICIAN = SPACES
028700         DISPLAY "Clinician is required - re-enter."
028800         MOVE "N" TO WS-VALID-SW
028900     ELSE
029000         MOVE "Y" TO WS-VALID-SW
029100     END-IF.
029200 4200-EXIT.
029300     EXIT.
029400
029500 4300-PROMPT-EXPIRY-DATE.
029600     DISPLAY "Expiry date (YYYYMMDD): " WITH NO ADVANCING.
029700     ACCEPT WS-DATE-EDIT.
029800     PERFORM 4900-CHECK-DATE THRU 4900-EXIT.
029900     IF INPUT-IS-INVALID
030000         GO TO 4300-EXIT
030100     END-IF.
030200     IF WS-DATE-NUM NOT > WS-NEW-CLEARED-DATE
030300         OR WS-DATE-NUM < WS-CURRENT-DATE
030400         DISPLAY "Expiry must be after the clearance and not"
030500             " already past - re-enter."
030600         MOVE "N" TO WS-VALID-SW
030700         GO TO 4300-EXIT
030800     END-IF.
030900     MOVE WS-DATE-NUM TO WS-NEW-EXPIRY-DATE.
031000 4300-EXIT.
031100     EXIT.
031200
031300 4900-CHECK-DATE.
031400     MOVE "N" TO WS-VALID-SW.
031500     IF WS-DATE-EDIT IS NOT NUMERIC
031600         DISPLAY "Date must be eight digits - re-enter."
031700         GO TO 4900-EXIT
031800     END-IF.
031900     IF WS-DCK-MM < 1 OR WS-DCK-MM > 12
032000         OR WS-DCK-DD < 1 OR WS-DCK-DD > 31
032100         DISPLAY "Not a calendar date - re-enter."
032200         GO TO 4900-EXIT
032300     END-IF.
032400     MOVE "Y" TO WS-VALID-SW.
032500 4900-EXIT.
032600     EXIT.
032700
032800 7000-GET-CONFIRM.
032900     MOVE "N" TO WS-VALID-SW.
033000     PERFORM 7010-PROMPT-CONFIRM THRU 7010-EXIT
033100         UNTIL INPUT-IS-VALID.
033200 7000-EXIT.
033300     EXIT.
033400
033500 7010-PROMPT-CONFIRM.
033600     DISPLAY "Confirm (Yes/No): " WITH NO ADVANCING.
033700     ACCEPT WS-CONFIRM.
033800     INSPECT WS-CONFIRM CONVERTING
033900         "abcdefghijklmnopqrstuvwxyz" TO
034000         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
034100     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
034200         DISPLAY "Please answer Yes or No."
034300         MOVE "N" TO WS-VALID-SW
034400     ELSE
034500         MOVE "Y" TO WS-VALID-SW
034600     END-IF.
034700 7010-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*    9999-TERMINATE                                               *
035200******************************************************************
035300 9999-TERMINATE.
035400     CLOSE MEMBER-MASTER-FILE.
035500     CLOSE CLEARANCE-FILE.
035600 9999-EXIT.
035700     EXIT.
