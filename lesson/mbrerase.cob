000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MBRERASE.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MBRERASE IS THE SUPERVISED PERSONAL-DATA ERASURE FOR A      *
000900*    FORMER MEMBER WHO HAS ASKED FOR THEIR DATA TO BE DELETED.   *
001000*    GIVEN A MEMBER ID, ECHOED AND CONFIRMED FIRST, IT CLEARS    *
001100*    THE PERSONAL FIELDS - NAME, AGE, BIRTH DATE, CONTACT        *
001200*    DETAILS AND SCREENING MEASUREMENTS - IN EVERY FILE THAT     *
001300*    HOLDS THEM:                                                 *
001400*      BMIHISTX AND THE BMIHISTX.YYYY FILES PURGERUN WROTE,      *
001500*      WTGOAL, MEDCLEAR, LOVEAUD, PENDREV, RCPTLOG, ADJLOG,      *
001600*      MBRCHGJ (BOTH IMAGES), BMIEXCP, RECALLS AND, LAST, THE    *
001700*      MBRMAST RECORD ITSELF, WHICH IS FLAGGED STATUS E.         *
001800*    THE MEMBER ID, EVERY DATE, KEY AND AMOUNT STAY AS THEY ARE, *
001900*    AND NO ROW IS ADDED OR DELETED, SO THE LEDGER STILL TIES    *
002000*    AND THE CTLTOTS COUNTS ARE UNCHANGED; THE ONE HASH FIELD    *
002100*    CLEARED (THE MASTER AGE) IS ROLLED OFF THROUGH CTLUPDT AS   *
002200*    MBRMAINT DOES. THE LEDGER ITSELF (LEDGARCX, XACTIN AND THE  *
002300*    YEARLY FILES) HOLDS NO PERSONAL FIELDS AND IS NOT TOUCHED.  *
002400*    REFUSED: A MEMBER NOT ON THE MASTER OR ALREADY ERASED, AN   *
002500*    ACTIVE MEMBERSHIP (FLAG IT LAPSED FIRST), ANY BALANCE DUE   *
002600*    OR CREDIT, A BILL-TO WHOSE HOUSEHOLD STILL HAS AN ACTIVE    *
002700*    MEMBER, A MEMBER WITH ROWS ON TODAY'S XACTIN, OR ONE WITH   *
002800*    AN ADJUSTMENT WAITING IN ADJPEND.                           *
002900*    THE SEQUENTIAL FILES ARE COPIED THROUGH THE ERASWORK WORK   *
003000*    FILE AND BACK, AND ERASWORK IS EMPTIED AFTERWARDS. THE      *
003100*    MASTER IS ERASED LAST, SO A RUN THAT STOPS PART WAY IS      *
003200*    SIMPLY RUN AGAIN. EACH ERASURE APPENDS A CERTIFICATE ROW TO *
003300*    ERASCERT (SEE ERASCERT.CPY) AND PRINTS A LOG OF WHAT WAS    *
003400*    CLEARED (ERASRPT). THE NIGHTLY BACKUP GENERATIONS AGE OUT   *
003500*    OVER THE NEXT THREE DAYBKUP RUNS.                           *
003600*------------------------------------------------------------------
003700*    MODIFICATION HISTORY                                        *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
003925*    2026-10-15  LS   MARK THE MEDCLEAR RECORD ERASED SO AN OPEN *
003950*                     CLEARANCE REQUIREMENT STOPS WITH THE       *
003975*                     MEMBER.                                    *
003980*    2026-10-15  LS   CLOSE THE ERASED MEMBER'S WEIGHT GOAL SO   *
003985*                     GOALRPT NO LONGER COUNTS IT AS ACTIVE.     *
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS MAST-MBR-ID
004900         ALTERNATE RECORD KEY IS MAST-SURNAME
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-MAST-STATUS.
005200     SELECT HISTORY-FILE ASSIGN TO "BMIHISTX"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HIST-KEY
005600         FILE STATUS IS WS-HIST-STATUS.
005700     SELECT HIST-YEAR-FILE ASSIGN TO WS-HIST-YEAR-NAME
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS HYR-KEY
006100         FILE STATUS IS WS-HYR-STATUS.
006200     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS ARCH-KEY
006600         FILE STATUS IS WS-ARCH-STATUS.
006700     SELECT GOAL-FILE ASSIGN TO "WTGOAL"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS GOAL-MBR-ID
007100         FILE STATUS IS WS-GOAL-STATUS.
007200     SELECT CLEARANCE-FILE ASSIGN TO "MEDCLEAR"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS CLR-MBR-ID
007600         FILE STATUS IS WS-CLR-STATUS.
007700     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-XACT-STATUS.
008000     SELECT ADJ-PENDING-FILE ASSIGN TO "ADJPEND"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-ADJP-STATUS.
008300     SELECT SCRUB-FILE ASSIGN TO WS-SCRUB-NAME
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-SCRB-STATUS.
008600     SELECT WORK-FILE ASSIGN TO "ERASWORK"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-WORK-STATUS.
008900     SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-CERT-STATUS.
009200     SELECT ERASE-REPORT-FILE ASSIGN TO "ERASRPT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-RPT-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  MEMBER-MASTER-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY MBRMAST.
010100
010200 FD  HISTORY-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY BMIHIST.
010500
010600*    THE YEARLY FILES HOLD THE BMIHISTX RECORD IMAGE UNCHANGED.
010700 FD  HIST-YEAR-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  HIST-YEAR-RECORD.
011000     05  HYR-KEY.
011100         10  HYR-MBR-ID          PIC X(20).
011200         10  FILLER              PIC X(10).
011300     05  FILLER                  PIC X(31).
011400
011500 FD  ARCHIVE-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY LEDGARCH.
011800
011900 FD  GOAL-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY WTGOAL.
012200
012300 FD  CLEARANCE-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY MEDCLEAR.
012600
012700 FD  TRANSACTION-FILE
012800     LABEL RECORDS ARE STANDARD.
012900     COPY XACTREC.
013000
013100 FD  ADJ-PENDING-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY ADJPEND.
013400
013500*    ONE SEQUENTIAL FILE AT A TIME, AS DAYBKUP COPIES THEM.
013600 FD  SCRUB-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  SCRUB-IMAGE                 PIC X(700).
013900
014000 FD  WORK-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  WORK-IMAGE                  PIC X(700).
014300
014400 FD  CERTIFICATE-FILE
014500     LABEL RECORDS ARE STANDARD.
014600     COPY ERASCERT.
014700
014800 FD  ERASE-REPORT-FILE
014900     LABEL RECORDS ARE STANDARD.
015000 01  ERASE-REPORT-LINE           PIC X(80).
015100
015200 WORKING-STORAGE SECTION.
015300     COPY CTLREQ.
015400     COPY CHGREQ.
015500
015600*    THE SEQUENTIAL FILES' ROWS ARE LAID OVER THEIR OWN LAYOUTS
015700*    TO BE CLEARED.
015800     COPY LOVEAUD.
015900     COPY PENDREV.
016000     COPY RCPTLOG.
016100     COPY ADJLOG.
016200     COPY CHGJRNL.
016300     COPY BMIEXCP.
016400     COPY RECALL.
016500
016600*    A JOURNAL IMAGE LAID OVER THE MASTER LAYOUT (MBRMAST.CPY).
016700*    THE ID, DATES, MONEY AND HOUSEHOLD IN THE MIDDLE ARE KEPT.
016800 01  WS-JOURNAL-IMAGE.
016900     05  WS-JIM-MBR-ID           PIC X(20).
017000     05  WS-JIM-MBR-NAME         PIC X(35).
017100     05  WS-JIM-AGE              PIC X(03).
017200     05  WS-JIM-KEPT             PIC X(43).
017300     05  WS-JIM-BIRTH-DATE       PIC X(08).
017400     05  WS-JIM-BIRTH-FLAG       PIC X(01).
017500     05  WS-JIM-CONTACT          PIC X(148).
017600     05  FILLER                  PIC X(42).
017700
017800*    WHAT A CLEARED NAME AND CONTACT BLOCK READ AS. THE CONTACT
017900*    BLOCK ENDS IN THE DO-NOT-CONTACT FLAG, SET.
018000 01  WS-ERASED-NAME.
018100     05  WS-ERASED-SURNAME       PIC X(20) VALUE "*ERASED*".
018200     05  FILLER                  PIC X(15) VALUE SPACES.
018300 01  WS-ERASED-CONTACT.
018400     05  FILLER                  PIC X(147) VALUE SPACES.
018500     05  FILLER                  PIC X(01) VALUE "Y".
018600
018700*    THE FILES CLEARED, IN CERTIFICATE ORDER, WITH WHAT IS
018800*    CLEARED IN EACH. ENTRIES 6 ON ARE THE SEQUENTIAL FILES.
018900 01  WS-FILE-LIST.
019000     05  FILLER                  PIC X(13) VALUE "MBRMAST".
019100     05  FILLER                  PIC X(40) VALUE
019200         "NAME, AGE, BIRTH DATE, CONTACT DETAILS".
019300     05  FILLER                  PIC X(13) VALUE "BMIHISTX".
019400     05  FILLER                  PIC X(40) VALUE
019500         "HEIGHT, WEIGHT, BMI, CATEGORY".
019600     05  FILLER                  PIC X(13) VALUE "BMIHISTX.YYYY".
019700     05  FILLER                  PIC X(40) VALUE
019800         "HEIGHT, WEIGHT, BMI, CATEGORY".
019900     05  FILLER                  PIC X(13) VALUE "WTGOAL".
020000     05  FILLER                  PIC X(40) VALUE
020100         "TARGET AND STARTING WEIGHT AND BMI".
020200     05  FILLER                  PIC X(13) VALUE "MEDCLEAR".
020300     05  FILLER                  PIC X(40) VALUE
020400         "CATEGORY, CLINICIAN".
020500     05  FILLER                  PIC X(13) VALUE "LOVEAUD".
020600     05  FILLER                  PIC X(40) VALUE "NAME".
020700     05  FILLER                  PIC X(13) VALUE "PENDREV".
020800     05  FILLER                  PIC X(40) VALUE
020900         "NAME, AGE, BIRTH DATE, CONTACT DETAILS".
021000     05  FILLER                  PIC X(13) VALUE "RCPTLOG".
021100     05  FILLER                  PIC X(40) VALUE "NAME".
021200     05  FILLER                  PIC X(13) VALUE "ADJLOG".
021300     05  FILLER                  PIC X(40) VALUE "NAME".
021400     05  FILLER                  PIC X(13) VALUE "MBRCHGJ".
021500     05  FILLER                  PIC X(40) VALUE
021600         "PERSONAL FIELDS OF BOTH IMAGES".
021700     05  FILLER                  PIC X(13) VALUE "BMIEXCP".
021800     05  FILLER                  PIC X(40) VALUE "HEIGHT, WEIGHT".
021900     05  FILLER                  PIC X(13) VALUE "RECALLS".
022000     05  FILLER                  PIC X(40) VALUE "CATEGORY".
022100 01  WS-FILE-TABLE REDEFINES WS-FILE-LIST.
022200     05  WS-FILE-ENTRY OCCURS 12 TIMES.
022300         10  WS-FILE-NAME        PIC X(13).
022400         10  WS-FILE-CLEARED     PIC X(40).
022500
022600 01  WS-FILE-LINE.
022700     05  WS-FL-NAME              PIC X(13).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  WS-FL-ROWS              PIC ZZ,ZZ9.
023000     05  FILLER                  PIC X(03) VALUE SPACES.
023100     05  WS-FL-CLEARED           PIC X(40).
023200
023300 01  WS-CURRENT-DATE             PIC 9(08).
023400 01  WS-CURRENT-SPLIT REDEFINES WS-CURRENT-DATE.
023500     05  WS-CUR-YYYY             PIC 9(04).
023600     05  WS-CUR-MMDD             PIC 9(04).
023700 01  WS-CURRENT-TIME             PIC 9(08).
023800 01  WS-ENROLL-DATE              PIC 9(08).
023900 01  WS-ENROLL-SPLIT REDEFINES WS-ENROLL-DATE.
024000     05  WS-ENR-YYYY             PIC 9(04).
024100     05  WS-ENR-MMDD             PIC 9(04).
024200
024300 01  WS-ERASE-ID                 PIC X(20).
024400 01  WS-ERASE-NAME               PIC X(35).
024500 01  WS-AUTHORISED-BY            PIC X(08).
024600 01  WS-ERASE-AGE                PIC 9(03).
024700 01  WS-ERASE-BALANCE            PIC S9(07).
024800 01  WS-HIST-YEAR-NAME           PIC X(13).
024900 01  WS-SCRUB-NAME               PIC X(13).
025000 01  WS-YEAR                     PIC 9(04).
025100
025200 01  WS-CONFIRM                  PIC X(03).
025300     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
025400     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
025500
025600 77  WS-MAST-STATUS              PIC X(02).
025700 77  WS-HIST-STATUS              PIC X(02).
025800 77  WS-HYR-STATUS               PIC X(02).
025900 77  WS-ARCH-STATUS              PIC X(02).
026000 77  WS-GOAL-STATUS              PIC X(02).
026100 77  WS-CLR-STATUS               PIC X(02).
026200 77  WS-XACT-STATUS              PIC X(02).
026300 77  WS-ADJP-STATUS              PIC X(02).
026400 77  WS-SCRB-STATUS              PIC X(02).
026500 77  WS-WORK-STATUS              PIC X(02).
026600 77  WS-CERT-STATUS              PIC X(02).
026700 77  WS-RPT-STATUS               PIC X(02).
026800
026900 77  WS-FILE-SUB                 PIC 9(02) COMP VALUE ZERO.
027000 77  WS-LEDGER-ROWS              PIC 9(05) VALUE ZERO.
027100 77  WS-ACTIVE-IN-HOUSEHOLD      PIC 9(05) VALUE ZERO.
027200 77  WS-TODAY-ROWS               PIC 9(05) VALUE ZERO.
027300 77  WS-PENDING-ADJ-ROWS         PIC 9(05) VALUE ZERO.
027400 77  WS-FILE-ROWS                PIC 9(05) VALUE ZERO.
027500
027600 77  WS-EOF-SW                   PIC X(01).
027700     88  AT-EOF                      VALUE "Y".
027800     88  NOT-AT-EOF                  VALUE "N".
027900
028000 77  WS-VALID-SW                 PIC X(01).
028100     88  INPUT-IS-VALID              VALUE "Y".
028200     88  INPUT-IS-INVALID            VALUE "N".
028300
028400 77  WS-ERASE-OK-SW              PIC X(01).
028500     88  ERASE-CAN-PROCEED           VALUE "Y".
028600     88  ERASE-MUST-STOP             VALUE "N".
028700
028800 77  WS-ROW-SW                   PIC X(01).
028900     88  ROW-IS-MEMBERS              VALUE "Y".
029000     88  ROW-IS-OTHERS               VALUE "N".
029100
029200 PROCEDURE DIVISION.
029300******************************************************************
029400*    0000-MAINLINE                                               *
029500******************************************************************
029600 0000-MAINLINE.
029700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029800     IF ERASE-CAN-PROCEED
029900         PERFORM 2000-ECHO-AND-CONFIRM THRU 2000-EXIT
030000     END-IF.
030100     IF ERASE-CAN-PROCEED
030200         INITIALIZE ERASURE-CERTIFICATE-RECORD
030300         PERFORM 3000-CLEAR-HISTORY THRU 3000-EXIT
030400         PERFORM 3500-CLEAR-HISTORY-YEARS THRU 3500-EXIT
030500         PERFORM 4000-CLEAR-GOAL THRU 4000-EXIT
030600         PERFORM 4100-CLEAR-CLEARANCE THRU 4100-EXIT
030700         PERFORM 5000-CLEAR-SEQUENTIAL-FILE THRU 5000-EXIT
030800             VARYING WS-FILE-SUB FROM 6 BY 1
030900             UNTIL WS-FILE-SUB > 12
031000         PERFORM 6000-ERASE-MASTER THRU 6000-EXIT
031100         PERFORM 8000-WRITE-CERTIFICATE THRU 8000-EXIT
031200         PERFORM 8100-WRITE-LOG THRU 8100-EXIT
031300     ELSE
031400         MOVE 8 TO RETURN-CODE
031500     END-IF.
031600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
031700     STOP RUN.
031800
031900******************************************************************
032000*    1000-INITIALIZE - TAKE THE ID, VOUCH FOR IT ON THE MASTER   *
032100*    AND REFUSE THE GUARDED CASES BEFORE ANYTHING IS TOUCHED.    *
032200******************************************************************
032300 1000-INITIALIZE.
032400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
032500     MOVE "Y" TO WS-ERASE-OK-SW.
032600     OPEN I-O MEMBER-MASTER-FILE.
032700     IF WS-MAST-STATUS NOT = "00"
032800         DISPLAY "No member master on file - nothing to erase."
032900         MOVE "N" TO WS-ERASE-OK-SW
033000         GO TO 1000-EXIT
033100     END-IF.
033200     DISPLAY "Member ID to erase: " WITH NO ADVANCING.
033300     ACCEPT WS-ERASE-ID.
033400     PERFORM 1100-VOUCH-MEMBER THRU 1100-EXIT.
033500     IF ERASE-CAN-PROCEED AND MAST-IS-BILLTO
033600         PERFORM 1200-CHECK-HOUSEHOLD THRU 1200-EXIT
033700     END-IF.
033800     IF ERASE-CAN-PROCEED
033900         PERFORM 1300-CHECK-TODAYS-LEDGER THRU 1300-EXIT
034000     END-IF.
034100     IF ERASE-CAN-PROCEED
034200         PERFORM 1400-CHECK-PENDING-ADJ THRU 1400-EXIT
034300     END-IF.
034400     IF ERASE-CAN-PROCEED
034500         PERFORM 1500-COUNT-LEDGER-ROWS THRU 1500-EXIT
034600     END-IF.
034700 1000-EXIT.
034800     EXIT.
034900
035000 1100-VOUCH-MEMBER.
035100     MOVE WS-ERASE-ID TO MAST-MBR-ID.
035200     READ MEMBER-MASTER-FILE
035300         INVALID KEY
035400             DISPLAY "Member " WS-ERASE-ID
035500                 " is not on the master."
035600             MOVE "N" TO WS-ERASE-OK-SW
035700             GO TO 1100-EXIT
035800     END-READ.
035900     MOVE MAST-MBR-NAME    TO WS-ERASE-NAME.
036000     MOVE MAST-MBR-AGE     TO WS-ERASE-AGE.
036100     MOVE MAST-ENROLL-DATE TO WS-ENROLL-DATE.
036200     MOVE MAST-BALANCE-DUE TO WS-ERASE-BALANCE.
036300     EVALUATE TRUE
036400         WHEN MAST-ERASED
036500             DISPLAY "Member's personal data is already erased."
036600             MOVE "N" TO WS-ERASE-OK-SW
036700         WHEN NOT MAST-LAPSED
036800             DISPLAY "Membership is not lapsed - flag it lapsed"
036900                 " in MBRMAINT first. Erasure refused."
037000             MOVE "N" TO WS-ERASE-OK-SW
037100         WHEN MAST-BALANCE-DUE NOT = ZERO
037200             DISPLAY "Member carries a balance of "
037300                 MAST-BALANCE-DUE " cents - settle or refund it"
037400                 " first. Erasure refused."
037500             MOVE "N" TO WS-ERASE-OK-SW
037600         WHEN OTHER
037700             CONTINUE
037800     END-EVALUATE.
037900 1100-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    1200-CHECK-HOUSEHOLD - A BILL-TO IS REFUSED WHILE ANY OTHER *
038400*    MEMBER OF THE HOUSEHOLD IS ACTIVE; THE HOUSEHOLD STILL      *
038500*    NEEDS SOMEONE TO BILL. THE MASTER IS READ THROUGH, THEN THE *
038600*    MEMBER'S RECORD IS READ BACK.                               *
038700******************************************************************
038800 1200-CHECK-HOUSEHOLD.
038900     MOVE ZERO TO WS-ACTIVE-IN-HOUSEHOLD.
039000     MOVE LOW-VALUES TO MAST-MBR-ID.
039100     MOVE "N" TO WS-EOF-SW.
039200     START MEMBER-MASTER-FILE KEY >= MAST-MBR-ID
039300         INVALID KEY
039400             MOVE "Y" TO WS-EOF-SW
039500     END-START.
039600     PERFORM 1210-READ-NEXT-MASTER THRU 1210-EXIT.
039700     PERFORM 1220-NOTE-HOUSEHOLD-MEMBER THRU 1220-EXIT
039800         UNTIL AT-EOF.
039900     MOVE WS-ERASE-ID TO MAST-MBR-ID.
040000     READ MEMBER-MASTER-FILE
040100         INVALID KEY
040200             DISPLAY "Member vanished - erasure refused."
040300             MOVE "N" TO WS-ERASE-OK-SW
040400     END-READ.
040500     IF WS-ACTIVE-IN-HOUSEHOLD > ZERO
040600         DISPLAY "Member is the bill-to for a household with "
040700             WS-ACTIVE-IN-HOUSEHOLD " active member(s) -"
040800             " re-point the household first. Erasure refused."
040900         MOVE "N" TO WS-ERASE-OK-SW
041000     END-IF.
041100 1200-EXIT.
041200     EXIT.
041300
041400 1210-READ-NEXT-MASTER.
041500     IF NOT AT-EOF
041600         READ MEMBER-MASTER-FILE NEXT RECORD
041700             AT END
041800                 MOVE "Y" TO WS-EOF-SW
041900         END-READ
042000     END-IF.
042100 1210-EXIT.
042200     EXIT.
042300
042400 1220-NOTE-HOUSEHOLD-MEMBER.
042500     IF MAST-HOUSEHOLD-ID = WS-ERASE-ID
042600         AND MAST-MBR-ID NOT = WS-ERASE-ID
042700         AND MAST-ACTIVE
042800         ADD 1 TO WS-ACTIVE-IN-HOUSEHOLD
042900     END-IF.
043000     PERFORM 1210-READ-NEXT-MASTER THRU 1210-EXIT.
043100 1220-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*    1300-CHECK-TODAYS-LEDGER - A ROW ON TODAY'S XACTIN MAY NOT  *
043600*    BE ON THE BALANCE YET; ERASE AFTER THE DAY IS CLOSED.       *
043700******************************************************************
043800 1300-CHECK-TODAYS-LEDGER.
043900     MOVE ZERO TO WS-TODAY-ROWS.
044000     OPEN INPUT TRANSACTION-FILE.
044100     IF WS-XACT-STATUS NOT = "00"
044200         GO TO 1300-EXIT
044300     END-IF.
044400     MOVE "N" TO WS-EOF-SW.
044500     PERFORM 1310-READ-TRANSACTION THRU 1310-EXIT.
044600     PERFORM 1320-NOTE-TRANSACTION THRU 1320-EXIT
044700         UNTIL AT-EOF.
044800     CLOSE TRANSACTION-FILE.
044900     IF WS-TODAY-ROWS > ZERO
045000         DISPLAY "Member has " WS-TODAY-ROWS " row(s) on today's"
045100             " ledger - erase after the day is closed."
045200         MOVE "N" TO WS-ERASE-OK-SW
045300     END-IF.
045400 1300-EXIT.
045500     EXIT.
045600
045700 1310-READ-TRANSACTION.
045800     READ TRANSACTION-FILE
045900         AT END
046000             MOVE "Y" TO WS-EOF-SW
046100     END-READ.
046200 1310-EXIT.
046300     EXIT.
046400
046500 1320-NOTE-TRANSACTION.
046600     IF XACT-MBR-ID = WS-ERASE-ID
046700         ADD 1 TO WS-TODAY-ROWS
046800     END-IF.
046900     PERFORM 1310-READ-TRANSACTION THRU 1310-EXIT.
047000 1320-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400*    1400-CHECK-PENDING-ADJ - AN ADJUSTMENT WAITING FOR APPROVAL *
047500*    WOULD CHANGE THE BALANCE; IT IS DECIDED FIRST.              *
047600******************************************************************
047700 1400-CHECK-PENDING-ADJ.
047800     MOVE ZERO TO WS-PENDING-ADJ-ROWS.
047900     OPEN INPUT ADJ-PENDING-FILE.
048000     IF WS-ADJP-STATUS NOT = "00"
048100         GO TO 1400-EXIT
048200     END-IF.
048300     MOVE "N" TO WS-EOF-SW.
048400     PERFORM 1410-READ-ADJ-PENDING THRU 1410-EXIT.
048500     PERFORM 1420-NOTE-ADJ-PENDING THRU 1420-EXIT
048600         UNTIL AT-EOF.
048700     CLOSE ADJ-PENDING-FILE.
048800     IF WS-PENDING-ADJ-ROWS > ZERO
048900         DISPLAY "Member has " WS-PENDING-ADJ-ROWS
049000             " adjustment(s) awaiting approval - decide them"
049100             " in ADJREVW first."
049200         MOVE "N" TO WS-ERASE-OK-SW
049300     END-IF.
049400 1400-EXIT.
049500     EXIT.
049600
049700 1410-READ-ADJ-PENDING.
049800     READ ADJ-PENDING-FILE
049900         AT END
050000             MOVE "Y" TO WS-EOF-SW
050100     END-READ.
050200 1410-EXIT.
050300     EXIT.
050400
050500 1420-NOTE-ADJ-PENDING.
050600     IF ADJP-MBR-ID = WS-ERASE-ID
050700         ADD 1 TO WS-PENDING-ADJ-ROWS
050800     END-IF.
050900     PERFORM 1410-READ-ADJ-PENDING THRU 1410-EXIT.
051000 1420-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400*    1500-COUNT-LEDGER-ROWS - THE MEMBER'S ARCHIVED LEDGER ROWS, *
051500*    KEPT AS THEY ARE, COUNTED FOR THE CERTIFICATE.              *
051600******************************************************************
051700 1500-COUNT-LEDGER-ROWS.
051800     MOVE ZERO TO WS-LEDGER-ROWS.
051900     OPEN INPUT ARCHIVE-FILE.
052000     IF WS-ARCH-STATUS NOT = "00"
052100         GO TO 1500-EXIT
052200     END-IF.
052300     MOVE WS-ERASE-ID TO ARCH-MBR-ID.
052400     MOVE ZERO TO ARCH-POST-DATE.
052500     MOVE ZERO TO ARCH-NUMBER.
052600     MOVE "N" TO WS-EOF-SW.
052700     START ARCHIVE-FILE KEY >= ARCH-KEY
052800         INVALID KEY
052900             MOVE "Y" TO WS-EOF-SW
053000     END-START.
053100     PERFORM 1510-READ-ARCHIVE THRU 1510-EXIT.
053200     PERFORM 1520-COUNT-ONE-ROW THRU 1520-EXIT
053300         UNTIL AT-EOF.
053400     CLOSE ARCHIVE-FILE.
053500 1500-EXIT.
053600     EXIT.
053700
053800 1510-READ-ARCHIVE.
053900     IF NOT AT-EOF
054000         READ ARCHIVE-FILE NEXT RECORD
054100             AT END
054200                 MOVE "Y" TO WS-EOF-SW
054300         END-READ
054400     END-IF.
054500 1510-EXIT.
054600     EXIT.
054700
054800 1520-COUNT-ONE-ROW.
054900     IF ARCH-MBR-ID NOT = WS-ERASE-ID
055000         MOVE "Y" TO WS-EOF-SW
055100     ELSE
055200         ADD 1 TO WS-LEDGER-ROWS
055300         PERFORM 1510-READ-ARCHIVE THRU 1510-EXIT
055400     END-IF.
055500 1520-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    2000-ECHO-AND-CONFIRM - NOTHING IS TOUCHED UNTIL THE        *
056000*    AUTHORISING SUPERVISOR IS NAMED AND CONFIRMS THE MEMBER.    *
056100******************************************************************
056200 2000-ECHO-AND-CONFIRM.
056300     DISPLAY "Erase personal data of " WS-ERASE-ID " ("
056400         WS-ERASE-NAME ")".
056500     DISPLAY "Enrolled " WS-ENROLL-DATE ", balance zero, "
056600         WS-LEDGER-ROWS " ledger row(s) kept.".
056700     DISPLAY "This cannot be undone.".
056800     MOVE "N" TO WS-VALID-SW.
056900     PERFORM 2100-PROMPT-AUTHORISED THRU 2100-EXIT
057000         UNTIL INPUT-IS-VALID.
057100     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
057200     IF CONFIRM-IS-NO
057300         DISPLAY "Erasure abandoned - nothing touched."
057400         MOVE "N" TO WS-ERASE-OK-SW
057500     END-IF.
057600 2000-EXIT.
057700     EXIT.
057800
057900 2100-PROMPT-AUTHORISED.
058000     DISPLAY "Authorised by (supervisor ID): " WITH NO ADVANCING.
058100     ACCEPT WS-AUTHORISED-BY.
058200     IF WS-AUTHORISED-BY = SPACES
058300         DISPLAY "An authorising supervisor is required."
058400         MOVE "N" TO WS-VALID-SW
058500     ELSE
058600         MOVE "Y" TO WS-VALID-SW
058700     END-IF.
058800 2100-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    3000-CLEAR-HISTORY - EACH OF THE MEMBER'S SCREENINGS KEEPS  *
059300*    ITS KEY AND OPERATOR (THE CTLTOTS HASH IS DATE + SEQUENCE)  *
059400*    AND LOSES ITS MEASUREMENTS.                                 *
059500******************************************************************
059600 3000-CLEAR-HISTORY.
059700     OPEN I-O HISTORY-FILE.
059800     IF WS-HIST-STATUS NOT = "00"
059900         GO TO 3000-EXIT
060000     END-IF.
060100     MOVE WS-ERASE-ID TO HIST-MBR-ID.
060200     MOVE ZERO TO HIST-DATE.
060300     MOVE ZERO TO HIST-SEQ.
060400     MOVE "N" TO WS-EOF-SW.
060500     START HISTORY-FILE KEY >= HIST-KEY
060600         INVALID KEY
060700             MOVE "Y" TO WS-EOF-SW
060800     END-START.
060900     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
061000     PERFORM 3200-CLEAR-ONE-SCREENING THRU 3200-EXIT
061100         UNTIL AT-EOF.
061200     CLOSE HISTORY-FILE.
061300 3000-EXIT.
061400     EXIT.
061500
061600 3100-READ-HISTORY.
061700     IF NOT AT-EOF
061800         READ HISTORY-FILE NEXT RECORD
061900             AT END
062000                 MOVE "Y" TO WS-EOF-SW
062100         END-READ
062200     END-IF.
062300 3100-EXIT.
062400     EXIT.
062500
062600 3200-CLEAR-ONE-SCREENING.
062700     IF HIST-MBR-ID NOT = WS-ERASE-ID
062800         MOVE "Y" TO WS-EOF-SW
062900         GO TO 3200-EXIT
063000     END-IF.
063100     PERFORM 3300-BLANK-SCREENING THRU 3300-EXIT.
063200     REWRITE BMI-HISTORY-RECORD
063300         INVALID KEY
063400             DISPLAY "Unable to clear the screening dated "
063500                 HIST-DATE " on BMIHISTX."
063600         NOT INVALID KEY
063700             ADD 1 TO CERT-HIST-ROWS
063800     END-REWRITE.
063900     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
064000 3200-EXIT.
064100     EXIT.
064200
064300 3300-BLANK-SCREENING.
064400     MOVE ZERO       TO HIST-HEIGHT-CM.
064500     MOVE ZERO       TO HIST-WEIGHT-KG.
064600     MOVE ZERO       TO HIST-BMI.
064700     MOVE "*ERASED*" TO HIST-CATEGORY.
064800 3300-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200*    3500-CLEAR-HISTORY-YEARS - THE SAME FOR EACH YEARLY FILE    *
065300*    PURGERUN HAS WRITTEN, FROM THE ENROLLMENT YEAR TO THIS      *
065400*    YEAR. A YEAR WITH NO FILE IS PASSED OVER. THE YEARLY ROW IS *
065500*    CLEARED IN THE BMIHISTX RECORD AREA, WHICH HAS THE SAME     *
065600*    LAYOUT.                                                     *
065700******************************************************************
065800 3500-CLEAR-HISTORY-YEARS.
065900     PERFORM 3510-CLEAR-ONE-YEAR THRU 3510-EXIT
066000         VARYING WS-YEAR FROM WS-ENR-YYYY BY 1
066100         UNTIL WS-YEAR > WS-CUR-YYYY.
066200 3500-EXIT.
066300     EXIT.
066400
066500 3510-CLEAR-ONE-YEAR.
066600     MOVE SPACES TO WS-HIST-YEAR-NAME.
066700     STRING "BMIHISTX." DELIMITED BY SIZE
066800         WS-YEAR DELIMITED BY SIZE
066900         INTO WS-HIST-YEAR-NAME.
067000     OPEN I-O HIST-YEAR-FILE.
067100     IF WS-HYR-STATUS NOT = "00"
067200         GO TO 3510-EXIT
067300     END-IF.
067400     MOVE LOW-VALUES TO HYR-KEY.
067500     MOVE WS-ERASE-ID TO HYR-MBR-ID.
067600     MOVE "N" TO WS-EOF-SW.
067700     START HIST-YEAR-FILE KEY >= HYR-KEY
067800         INVALID KEY
067900             MOVE "Y" TO WS-EOF-SW
068000     END-START.
068100     PERFORM 3520-READ-HIST-YEAR THRU 3520-EXIT.
068200     PERFORM 3530-CLEAR-ONE-YEAR-ROW THRU 3530-EXIT
068300         UNTIL AT-EOF.
068400     CLOSE HIST-YEAR-FILE.
068500 3510-EXIT.
068600     EXIT.
068700
068800 3520-READ-HIST-YEAR.
068900     IF NOT AT-EOF
069000         READ HIST-YEAR-FILE NEXT RECORD
069100             AT END
069200                 MOVE "Y" TO WS-EOF-SW
069300         END-READ
069400     END-IF.
069500 3520-EXIT.
069600     EXIT.
069700
069800 3530-CLEAR-ONE-YEAR-ROW.
069900     IF HYR-MBR-ID NOT = WS-ERASE-ID
070000         MOVE "Y" TO WS-EOF-SW
070100         GO TO 3530-EXIT
070200     END-IF.
070300     MOVE HIST-YEAR-RECORD TO BMI-HISTORY-RECORD.
070400     PERFORM 3300-BLANK-SCREENING THRU 3300-EXIT.
070500     MOVE BMI-HISTORY-RECORD TO HIST-YEAR-RECORD.
070600     REWRITE HIST-YEAR-RECORD
070700         INVALID KEY
070800             DISPLAY "Unable to clear a screening on "
070900                 WS-HIST-YEAR-NAME "."
071000         NOT INVALID KEY
071100             ADD 1 TO CERT-HIST-YEAR-ROWS
071200     END-REWRITE.
071300     PERFORM 3520-READ-HIST-YEAR THRU 3520-EXIT.
071400 3530-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800*    4000-CLEAR-GOAL / 4100-CLEAR-CLEARANCE - ONE RECORD EACH    *
071900*    PER MEMBER. THE DATES STAY; THE MEASUREMENTS, THE SCREENING *
072000*    CATEGORY AND THE CLINICIAN GO. THE CLEARANCE STATUS BECOMES *
072050*    ERASED SO AN OPEN REQUIREMENT IS STOPPED, AND THE GOAL IS   *
072060*    CLOSED AS OF TODAY BY THE AUTHORISING OPERATOR, SO NEITHER  *
072070*    IS WORKED OR REPORTED ON AS LIVE.                           *
072100******************************************************************
072200 4000-CLEAR-GOAL.
072300     OPEN I-O GOAL-FILE.
072400     IF WS-GOAL-STATUS NOT = "00"
072500         GO TO 4000-EXIT
072600     END-IF.
072700     MOVE WS-ERASE-ID TO GOAL-MBR-ID.
072800     READ GOAL-FILE
072900         INVALID KEY
073000             CLOSE GOAL-FILE
073100             GO TO 4000-EXIT
073200     END-READ.
073300     MOVE ZERO TO GOAL-TARGET-WEIGHT.
073400     MOVE ZERO TO GOAL-TARGET-BMI.
073500     MOVE ZERO TO GOAL-START-WEIGHT.
073600     MOVE ZERO TO GOAL-START-BMI.
073610     MOVE "C"              TO GOAL-STATUS.
073620     MOVE WS-CURRENT-DATE  TO GOAL-CLOSE-DATE.
073630     MOVE WS-AUTHORISED-BY TO GOAL-CLOSE-BY.
073700     REWRITE WEIGHT-GOAL-RECORD
073800         INVALID KEY
073900             DISPLAY "Unable to clear the WTGOAL record."
074000         NOT INVALID KEY
074100             ADD 1 TO CERT-GOAL-ROWS
074200     END-REWRITE.
074300     CLOSE GOAL-FILE.
074400 4000-EXIT.
074500     EXIT.
074600
074700 4100-CLEAR-CLEARANCE.
074800     OPEN I-O CLEARANCE-FILE.
074900     IF WS-CLR-STATUS NOT = "00"
075000         GO TO 4100-EXIT
075100     END-IF.
075200     MOVE WS-ERASE-ID TO CLR-MBR-ID.
075300     READ CLEARANCE-FILE
075400         INVALID KEY
075500             CLOSE CLEARANCE-FILE
075600             GO TO 4100-EXIT
075700     END-READ.
075750     MOVE "E"        TO CLR-STATUS.
075800     MOVE "*ERASED*" TO CLR-REQUIRED-CATEGORY.
075900     MOVE SPACES     TO CLR-CLINICIAN.
076000     REWRITE CLEARANCE-RECORD
076100         INVALID KEY
076200             DISPLAY "Unable to clear the MEDCLEAR record."
076300         NOT INVALID KEY
076400             ADD 1 TO CERT-CLEAR-ROWS
076500     END-REWRITE.
076600     CLOSE CLEARANCE-FILE.
076700 4100-EXIT.
076800     EXIT.
076900
077000******************************************************************
077100*    5000-CLEAR-SEQUENTIAL-FILE - COPY THE FILE TO ERASWORK,     *
077200*    CLEARING THE MEMBER'S ROWS ON THE WAY, THEN COPY IT BACK    *
077300*    ROW FOR ROW, SO THE COUNT AND ORDER ARE UNCHANGED. A FILE   *
077400*    WITH NONE OF THE MEMBER'S ROWS IS LEFT ALONE. ERASWORK IS   *
077500*    EMPTIED ONCE THE FILE IS BACK.                              *
077600******************************************************************
077700 5000-CLEAR-SEQUENTIAL-FILE.
077800     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-SCRUB-NAME.
077900     MOVE ZERO TO WS-FILE-ROWS.
078000     OPEN INPUT SCRUB-FILE.
078100     IF WS-SCRB-STATUS NOT = "00"
078200         GO TO 5000-EXIT
078300     END-IF.
078400     OPEN OUTPUT WORK-FILE.
078500     MOVE "N" TO WS-EOF-SW.
078600     PERFORM 5100-READ-SCRUB THRU 5100-EXIT.
078700     PERFORM 5200-CLEAR-ONE-ROW THRU 5200-EXIT
078800         UNTIL AT-EOF.
078900     CLOSE SCRUB-FILE.
079000     CLOSE WORK-FILE.
079100     IF WS-FILE-ROWS > ZERO
079200         OPEN INPUT WORK-FILE
079300         OPEN OUTPUT SCRUB-FILE
079400         MOVE "N" TO WS-EOF-SW
079500         PERFORM 5400-READ-WORK THRU 5400-EXIT
079600         PERFORM 5500-COPY-BACK-ONE-ROW THRU 5500-EXIT
079700             UNTIL AT-EOF
079800         CLOSE WORK-FILE
079900         CLOSE SCRUB-FILE
080000     END-IF.
080100     OPEN OUTPUT WORK-FILE.
080200     CLOSE WORK-FILE.
080300     MOVE WS-FILE-ROWS TO CERT-ROW-COUNT (WS-FILE-SUB).
080400 5000-EXIT.
080500     EXIT.
080600
080700 5100-READ-SCRUB.
080800     READ SCRUB-FILE
080900         AT END
081000             MOVE "Y" TO WS-EOF-SW
081100     END-READ.
081200 5100-EXIT.
081300     EXIT.
081400
081500 5200-CLEAR-ONE-ROW.
081600     MOVE "N" TO WS-ROW-SW.
081700     MOVE SPACES TO WORK-IMAGE.
081800     EVALUATE WS-FILE-SUB
081900         WHEN 6
082000             PERFORM 5310-CLEAR-AUDIT-ROW THRU 5310-EXIT
082100         WHEN 7
082200             PERFORM 5320-CLEAR-PENDING-ROW THRU 5320-EXIT
082300         WHEN 8
082400             PERFORM 5330-CLEAR-RECEIPT-ROW THRU 5330-EXIT
082500         WHEN 9
082600             PERFORM 5340-CLEAR-ADJ-LOG-ROW THRU 5340-EXIT
082700         WHEN 10
082800             PERFORM 5350-CLEAR-JOURNAL-ROW THRU 5350-EXIT
082900         WHEN 11
083000             PERFORM 5360-CLEAR-EXCEPTION-ROW THRU 5360-EXIT
083100         WHEN 12
083200             PERFORM 5370-CLEAR-RECALL-ROW THRU 5370-EXIT
083300     END-EVALUATE.
083400     IF ROW-IS-MEMBERS
083500         ADD 1 TO WS-FILE-ROWS
083600     ELSE
083700         MOVE SCRUB-IMAGE TO WORK-IMAGE
083800     END-IF.
083900     WRITE WORK-IMAGE.
084000     PERFORM 5100-READ-SCRUB THRU 5100-EXIT.
084100 5200-EXIT.
084200     EXIT.
084300
084400 5310-CLEAR-AUDIT-ROW.
084500     MOVE SCRUB-IMAGE TO AUDIT-TRAIL-RECORD.
084600     IF AUD-MBR-ID = WS-ERASE-ID
084700         MOVE "Y" TO WS-ROW-SW
084800         MOVE WS-ERASED-NAME TO AUD-MBR-NAME
084900         MOVE AUDIT-TRAIL-RECORD TO WORK-IMAGE
085000     END-IF.
085100 5310-EXIT.
085200     EXIT.
085300
085400 5320-CLEAR-PENDING-ROW.
085500     MOVE SCRUB-IMAGE TO PENDING-REVIEW-RECORD.
085600     IF PEND-MBR-ID = WS-ERASE-ID
085700         MOVE "Y" TO WS-ROW-SW
085800         MOVE WS-ERASED-NAME    TO PEND-MBR-NAME
085900         MOVE ZERO              TO PEND-AGE
086000         MOVE ZERO              TO PEND-BIRTH-DATE
086100         MOVE WS-ERASED-CONTACT TO PEND-CONTACT
086200         MOVE PENDING-REVIEW-RECORD TO WORK-IMAGE
086300     END-IF.
086400 5320-EXIT.
086500     EXIT.
086600
086700 5330-CLEAR-RECEIPT-ROW.
086800     MOVE SCRUB-IMAGE TO RECEIPT-LOG-RECORD.
086900     IF RCPT-MBR-ID = WS-ERASE-ID
087000         MOVE "Y" TO WS-ROW-SW
087100         MOVE WS-ERASED-NAME TO RCPT-MBR-NAME
087200         MOVE RECEIPT-LOG-RECORD TO WORK-IMAGE
087300     END-IF.
087400 5330-EXIT.
087500     EXIT.
087600
087700 5340-CLEAR-ADJ-LOG-ROW.
087800     MOVE SCRUB-IMAGE TO ADJUSTMENT-LOG-RECORD.
087900     IF ADJL-MBR-ID = WS-ERASE-ID
088000         MOVE "Y" TO WS-ROW-SW
088100         MOVE WS-ERASED-NAME TO ADJL-MBR-NAME
088200         MOVE ADJUSTMENT-LOG-RECORD TO WORK-IMAGE
088300     END-IF.
088400 5340-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*    5350-CLEAR-JOURNAL-ROW - BOTH IMAGES OF EACH OF THE         *
088900*    MEMBER'S CHANGE-JOURNAL ROWS LOSE THE PERSONAL FIELDS; AN   *
089000*    IMAGE THE CHANGE DID NOT FILE (SPACES) IS LEFT AS IT IS.    *
089100******************************************************************
089200 5350-CLEAR-JOURNAL-ROW.
089300     MOVE SCRUB-IMAGE TO MASTER-CHANGE-RECORD.
089400     IF CHGJ-MBR-ID = WS-ERASE-ID
089500         MOVE "Y" TO WS-ROW-SW
089600         IF CHGJ-BEFORE-IMAGE NOT = SPACES
089700             MOVE CHGJ-BEFORE-IMAGE TO WS-JOURNAL-IMAGE
089800             PERFORM 5355-BLANK-JOURNAL-IMAGE THRU 5355-EXIT
089900             MOVE WS-JOURNAL-IMAGE TO CHGJ-BEFORE-IMAGE
090000         END-IF
090100         IF CHGJ-AFTER-IMAGE NOT = SPACES
090200             MOVE CHGJ-AFTER-IMAGE TO WS-JOURNAL-IMAGE
090300             PERFORM 5355-BLANK-JOURNAL-IMAGE THRU 5355-EXIT
090400             MOVE WS-JOURNAL-IMAGE TO CHGJ-AFTER-IMAGE
090500         END-IF
090600         MOVE MASTER-CHANGE-RECORD TO WORK-IMAGE
090700     END-IF.
090800 5350-EXIT.
090900     EXIT.
091000
091100 5355-BLANK-JOURNAL-IMAGE.
091200     MOVE WS-ERASED-NAME    TO WS-JIM-MBR-NAME.
091300     MOVE "000"             TO WS-JIM-AGE.
091400     MOVE "00000000"        TO WS-JIM-BIRTH-DATE.
091500     MOVE SPACE             TO WS-JIM-BIRTH-FLAG.
091600     MOVE WS-ERASED-CONTACT TO WS-JIM-CONTACT.
091700 5355-EXIT.
091800     EXIT.
091900
092000 5360-CLEAR-EXCEPTION-ROW.
092100     MOVE SCRUB-IMAGE TO SCREENING-EXCEPTION-RECORD.
092200     IF EXCP-MBR-ID = WS-ERASE-ID
092300         MOVE "Y" TO WS-ROW-SW
092400         MOVE ZERO TO EXCP-HEIGHT-CM
092500         MOVE ZERO TO EXCP-WEIGHT-KG
092600         MOVE SCREENING-EXCEPTION-RECORD TO WORK-IMAGE
092700     END-IF.
092800 5360-EXIT.
092900     EXIT.
093000
093100 5370-CLEAR-RECALL-ROW.
093200     MOVE SCRUB-IMAGE TO RECALL-RECORD.
093300     IF RCL-MBR-ID = WS-ERASE-ID
093400         MOVE "Y" TO WS-ROW-SW
093500         MOVE "*ERASED*" TO RCL-CATEGORY
093600         MOVE RECALL-RECORD TO WORK-IMAGE
093700     END-IF.
093800 5370-EXIT.
093900     EXIT.
094000
094100 5400-READ-WORK.
094200     READ WORK-FILE
094300         AT END
094400             MOVE "Y" TO WS-EOF-SW
094500     END-READ.
094600 5400-EXIT.
094700     EXIT.
094800
094900 5500-COPY-BACK-ONE-ROW.
095000     MOVE WORK-IMAGE TO SCRUB-IMAGE.
095100     WRITE SCRUB-IMAGE.
095200     PERFORM 5400-READ-WORK THRU 5400-EXIT.
095300 5500-EXIT.
095400     EXIT.
095500
095600******************************************************************
095700*    6000-ERASE-MASTER - LAST, SO A RUN THAT STOPS EARLIER CAN   *
095800*    BE RUN AGAIN. THE PERSONAL FIELDS ARE CLEARED BEFORE THE    *
095900*    BEFORE IMAGE IS TAKEN FOR THE JOURNAL, SO THE JOURNAL ROW   *
096000*    SHOWS THE STATUS CHANGE ONLY. THE AGE IS PART OF THE        *
096100*    MBRMAST HASH AND IS ROLLED OFF THROUGH CTLUPDT; THE COUNT   *
096200*    IS UNCHANGED.                                               *
096300******************************************************************
096400 6000-ERASE-MASTER.
096500     MOVE WS-ERASE-ID TO MAST-MBR-ID.
096600     READ MEMBER-MASTER-FILE
096700         INVALID KEY
096800             DISPLAY "Member vanished - master not erased."
096900             GO TO 6000-EXIT
097000     END-READ.
097100     MOVE WS-ERASED-NAME    TO MAST-MBR-NAME.
097200     MOVE ZERO              TO MAST-MBR-AGE.
097300     MOVE ZERO              TO MAST-BIRTH-DATE.
097400     MOVE SPACE             TO MAST-BIRTH-FLAG.
097500     MOVE WS-ERASED-CONTACT TO MAST-CONTACT.
097600     MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE.
097700     MOVE "E" TO MAST-STATUS.
097800     REWRITE MEMBER-MASTER-RECORD
097900         INVALID KEY
098000             DISPLAY "Unable to rewrite the master - run again."
098100             GO TO 6000-EXIT
098200     END-REWRITE.
098300     MOVE 1 TO CERT-MASTER-ROWS.
098400     IF WS-ERASE-AGE NOT = ZERO
098500         MOVE "A" TO CTLR-FUNCTION
098600         MOVE "MBRMAST" TO CTLR-FILE-NAME
098700         MOVE ZERO TO CTLR-COUNT-VALUE
098800         COMPUTE CTLR-HASH-VALUE = ZERO - WS-ERASE-AGE
098900         CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST
099000     END-IF.
099100     MOVE "MBRERASE"           TO CHGR-PROGRAM.
099200     MOVE WS-AUTHORISED-BY     TO CHGR-OPERATOR-ID.
099300     MOVE MAST-MBR-ID          TO CHGR-MBR-ID.
099400     MOVE "E"                  TO CHGR-CHANGE-TYPE.
099500     MOVE MEMBER-MASTER-RECORD TO CHGR-AFTER-IMAGE.
099600     CALL "CHGLOG" USING MASTER-CHANGE-REQUEST.
099700 6000-EXIT.
099800     EXIT.
099900
100000******************************************************************
100100*    7000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN  *
100200*    THE OTHER DESK SCREENS USE.                                 *
100300******************************************************************
100400 7000-GET-CONFIRM.
100500     MOVE "N" TO WS-VALID-SW.
100600     PERFORM 7010-PROMPT-CONFIRM THRU 7010-EXIT
100700         UNTIL INPUT-IS-VALID.
100800 7000-EXIT.
100900     EXIT.
101000
101100 7010-PROMPT-CONFIRM.
101200     DISPLAY "Confirm (Yes/No): " WITH NO ADVANCING.
101300     ACCEPT WS-CONFIRM.
101400     INSPECT WS-CONFIRM CONVERTING
101500         "abcdefghijklmnopqrstuvwxyz" TO
101600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
101700     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
101800         DISPLAY "Please answer Yes or No."
101900         MOVE "N" TO WS-VALID-SW
102000     ELSE
102100         MOVE "Y" TO WS-VALID-SW
102200     END-IF.
102300 7010-EXIT.
102400     EXIT.
102500
102600******************************************************************
102700*    8000-WRITE-CERTIFICATE - APPENDED TO ERASCERT, CREATING IT  *
102800*    THE FIRST TIME.                                             *
102900******************************************************************
103000 8000-WRITE-CERTIFICATE.
103100     ACCEPT WS-CURRENT-TIME FROM TIME.
103200     MOVE WS-CURRENT-DATE  TO CERT-DATE.
103300     MOVE WS-CURRENT-TIME  TO CERT-TIME.
103400     MOVE WS-ERASE-ID      TO CERT-MBR-ID.
103500     MOVE WS-AUTHORISED-BY TO CERT-AUTHORISED-BY.
103600     MOVE WS-ERASE-BALANCE TO CERT-BALANCE.
103700     MOVE WS-LEDGER-ROWS   TO CERT-LEDGER-ROWS.
103800     OPEN INPUT CERTIFICATE-FILE.
103900     IF WS-CERT-STATUS = "35"
104000         OPEN OUTPUT CERTIFICATE-FILE
104100         CLOSE CERTIFICATE-FILE
104200     ELSE
104300         CLOSE CERTIFICATE-FILE
104400     END-IF.
104500     OPEN EXTEND CERTIFICATE-FILE.
104600     WRITE ERASURE-CERTIFICATE-RECORD.
104700     IF WS-CERT-STATUS NOT = "00"
104800         DISPLAY "Certificate write failed - status "
104900             WS-CERT-STATUS ". Keep the printed log."
105000     END-IF.
105100     CLOSE CERTIFICATE-FILE.
105200 8000-EXIT.
105300     EXIT.
105400
105500******************************************************************
105600*    8100-WRITE-LOG - THE PRINTED PROOF: WHO, WHEN, AND FOR EACH *
105700*    FILE HOW MANY ROWS WERE CLEARED AND WHICH FIELDS.           *
105800******************************************************************
105900 8100-WRITE-LOG.
106000     OPEN OUTPUT ERASE-REPORT-FILE.
106100     MOVE SPACES TO ERASE-REPORT-LINE.
106200     STRING "PERSONAL DATA ERASURE " WS-CURRENT-DATE " "
106300         WS-CURRENT-TIME
106400         DELIMITED BY SIZE INTO ERASE-REPORT-LINE.
106500     WRITE ERASE-REPORT-LINE.
106600     MOVE SPACES TO ERASE-REPORT-LINE.
106700     STRING "MEMBER ID:          " WS-ERASE-ID
106800         DELIMITED BY SIZE INTO ERASE-REPORT-LINE.
106900     WRITE ERASE-REPORT-LINE.
107000     MOVE SPACES TO ERASE-REPORT-LINE.
107100     STRING "AUTHORISED BY:      " WS-AUTHORISED-BY
107200         DELIMITED BY SIZE INTO ERASE-REPORT-LINE.
107300     WRITE ERASE-REPORT-LINE.
107400     MOVE SPACES TO ERASE-REPORT-LINE.
107500     STRING "BALANCE AT ERASURE: " WS-ERASE-BALANCE " CENTS"
107600         DELIMITED BY SIZE INTO ERASE-REPORT-LINE.
107700     WRITE ERASE-REPORT-LINE.
107800     MOVE SPACES TO ERASE-REPORT-LINE.
107900     STRING "LEDGER ROWS KEPT:   " WS-LEDGER-ROWS
108000         DELIMITED BY SIZE INTO ERASE-REPORT-LINE.
108100     WRITE ERASE-REPORT-LINE.
108200     MOVE SPACES TO ERASE-REPORT-LINE.
108300     WRITE ERASE-REPORT-LINE.
108400     MOVE "FILE               ROWS   FIELDS CLEARED"
108500         TO ERASE-REPORT-LINE.
108600     WRITE ERASE-REPORT-LINE.
108700     PERFORM 8110-WRITE-FILE-LINE THRU 8110-EXIT
108800         VARYING WS-FILE-SUB FROM 1 BY 1
108900         UNTIL WS-FILE-SUB > 12.
109000     MOVE SPACES TO ERASE-REPORT-LINE.
109100     WRITE ERASE-REPORT-LINE.
109200     MOVE "IDS, DATES, KEYS AND AMOUNTS ARE KEPT; NO ROW WAS"
109300         TO ERASE-REPORT-LINE.
109400     WRITE ERASE-REPORT-LINE.
109500     MOVE "ADDED OR DELETED. BACKUPS AGE OUT OVER THE NEXT"
109600         TO ERASE-REPORT-LINE.
109700     WRITE ERASE-REPORT-LINE.
109800     MOVE "THREE NIGHTLY BACKUPS. CERTIFICATE FILED ON ERASCERT."
109900         TO ERASE-REPORT-LINE.
110000     WRITE ERASE-REPORT-LINE.
110100     CLOSE ERASE-REPORT-FILE.
110200     IF CERT-MASTER-ROWS = ZERO
110300         DISPLAY "*** The master was not erased - run again."
110400         MOVE 4 TO RETURN-CODE
110500     ELSE
110600         DISPLAY "Personal data of " WS-ERASE-ID " erased."
110700             " Log on ERASRPT, certificate on ERASCERT."
110800     END-IF.
110900 8100-EXIT.
111000     EXIT.
111100
111200 8110-WRITE-FILE-LINE.
111300     INITIALIZE WS-FILE-LINE WITH FILLER ALL TO VALUE.
111400     MOVE WS-FILE-NAME (WS-FILE-SUB)    TO WS-FL-NAME.
111500     MOVE CERT-ROW-COUNT (WS-FILE-SUB)  TO WS-FL-ROWS.
111600     MOVE WS-FILE-CLEARED (WS-FILE-SUB) TO WS-FL-CLEARED.
111700     MOVE WS-FILE-LINE TO ERASE-REPORT-LINE.
111800     WRITE ERASE-REPORT-LINE.
111900 8110-EXIT.
112000     EXIT.
112100
112200******************************************************************
112300*    9999-TERMINATE                                              *
112400******************************************************************
112500 9999-TERMINATE.
112600     IF WS-MAST-STATUS = "00"
112700         CLOSE MEMBER-MASTER-FILE
112800     END-IF.
112900 9999-EXIT.
113000     EXIT.
