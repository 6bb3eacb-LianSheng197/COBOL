000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLANMNT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PLANMNT IS THE PAYMENT PLAN SCREEN ON THE FRONTDESK MENU.   *
000900*    A MEMBER CARRYING A LARGE BALANCE AFTER RENEWBIL CAN AGREE  *
001000*    TO PAY IT OFF IN INSTALLMENTS. THE SCREEN SHOWS THE         *
001100*    MEMBER'S PLAN AND HOW THEY STAND ON IT (PLANCHK), SETS A    *
001200*    NEW PLAN UP AGAINST TODAY'S BALANCE DUE - INSTALLMENT,      *
001300*    FREQUENCY, START DATE AND NUMBER OF PAYMENTS, WHICH MUST    *
001400*    COVER THE BALANCE - OR CANCELS THE ACTIVE ONE, EACH CHANGE  *
001500*    ECHOED AND CONFIRMED. AN ACTIVE PLAN MUST BE CANCELLED      *
001600*    BEFORE ANOTHER IS SET UP, UNLESS IT IS ALREADY PAID OUT.    *
001700*    NO MONEY MOVES HERE, SO THE SCREEN DOES NOT WAIT ON AN OPEN *
001800*    BUSINESS DAY.                                               *
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
003500     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS PLAN-MBR-ID
003900         FILE STATUS IS WS-PLAN-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MEMBER-MASTER-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY MBRMAST.
004600
004700 FD  PLAN-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY PAYPLAN.
005000
005100 WORKING-STORAGE SECTION.
005200     COPY MBRID.
005300     COPY PLANANSW.
005400
005500 01  WS-ACTION-CHOICE            PIC X(01).
005600     88  ACTION-IS-SETUP             VALUE "S".
005700     88  ACTION-IS-CANCEL            VALUE "C".
005800     88  ACTION-IS-NONE              VALUE "N".
005900
006000 01  WS-NEW-INSTALLMENT          PIC 9(07).
006100 01  WS-NEW-FREQUENCY            PIC X(01).
006200     88  FREQUENCY-IS-VALID          VALUE "W" "F" "M".
006300 01  WS-NEW-START-DATE           PIC 9(08).
006400 01  WS-NEW-COUNT                PIC 9(03).
006500 01  WS-COVER-CENTS              PIC 9(10).
006600 01  WS-FREQUENCY-TEXT           PIC X(11).
006700
006800 01  WS-AMOUNT-GROUP.
006900     05  WS-AMOUNT-EDIT          PIC X(06).
007000 01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-GROUP
007100                                 PIC 9(04)V99.
007200
007300 01  WS-DATE-GROUP.
007400     05  WS-DATE-EDIT            PIC X(08).
007500 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
007600                                 PIC 9(08).
007700
007800 01  WS-COUNT-GROUP.
007900     05  WS-COUNT-EDIT           PIC X(03).
008000 01  WS-COUNT-NUM REDEFINES WS-COUNT-GROUP
008100                                 PIC 9(03).
008200
008300 01  WS-CONFIRM                  PIC X(03).
008400     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
008500     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
008600
008700 77  WS-CURRENT-DATE             PIC 9(08).
008800 77  WS-MAST-STATUS              PIC X(02).
008900 77  WS-PLAN-STATUS              PIC X(02).
009000
009100 77  WS-LOOKUP-SW                PIC X(01).
009200     88  MEMBER-FOUND                VALUE "Y".
009300     88  MEMBER-NOT-FOUND            VALUE "N".
009400
009500 77  WS-ON-FILE-SW               PIC X(01).
009600     88  PLAN-ROW-ON-FILE            VALUE "Y".
009700     88  PLAN-ROW-NOT-ON-FILE        VALUE "N".
009800
009900 77  WS-DONE-SW                  PIC X(01).
010000     88  MAINT-IS-DONE               VALUE "Y".
010100     88  MAINT-NOT-DONE              VALUE "N".
010200
010300 77  WS-VALID-SW                 PIC X(01).
010400     88  INPUT-IS-VALID              VALUE "Y".
010500     88  INPUT-IS-INVALID            VALUE "N".
010600
010700 LINKAGE SECTION.
010800     COPY VISITID.
010900
011000 PROCEDURE DIVISION USING VISIT-IDENTITY.
011100******************************************************************
011200*    0000-MAINLINE                                                *
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     IF MAINT-NOT-DONE
011700         IF VISIT-PRECAPTURED
011800             PERFORM 2500-PLAN-PICKED-MEMBER THRU 2500-EXIT
011900         ELSE
012000             PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
012100                 UNTIL MAINT-IS-DONE
012200         END-IF
012300         PERFORM 9999-TERMINATE THRU 9999-EXIT
012400     END-IF.
012500     GOBACK.
012600
012700******************************************************************
012800*    1000-INITIALIZE - THE PLAN FILE IS CREATED EMPTY ON FIRST   *
012860*    USE AND IS OPENED ONLY AROUND EACH CHANGE, SO PLANCHK CAN   *
012920*    READ IT IN BETWEEN. NO MASTER MEANS NO ONE TO PUT ON A PLAN.*
013000******************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013300     MOVE "N" TO WS-DONE-SW.
013400     OPEN INPUT MEMBER-MASTER-FILE.
013500     IF WS-MAST-STATUS = "35"
013600         DISPLAY "No member master on file - no one to put on a"
013700             " plan."
013800         MOVE "Y" TO WS-DONE-SW
013900     ELSE
014000         PERFORM 1100-BOOTSTRAP-PLANS THRU 1100-EXIT
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500
014600 1100-BOOTSTRAP-PLANS.
014700     OPEN INPUT PLAN-FILE.
014800     IF WS-PLAN-STATUS = "35"
014900         OPEN OUTPUT PLAN-FILE
015000         CLOSE PLAN-FILE
015100     ELSE
015200         CLOSE PLAN-FILE
015300     END-IF.
015400 1100-EXIT.
015500     EXIT.
015600
015700******************************************************************
015800*    2000-MAINT-LOOP - ONE MEMBER PER PASS. A BLANK OR "END"     *
015900*    MEMBER ID ENDS THE SESSION.                                 *
016000******************************************************************
016100 2000-MAINT-LOOP.
016200     DISPLAY " ".
016300     DISPLAY "Member ID for the payment plan (or END): "
016400         WITH NO ADVANCING.
016500     ACCEPT MBR-ID.
016600     IF MBR-ID = "END" OR MBR-ID = "end" OR MBR-ID = SPACES
016700         MOVE "Y" TO WS-DONE-SW
016800     ELSE
016900         PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT
017000         IF MEMBER-FOUND
017100             PERFORM 4000-WORK-PLAN THRU 4000-EXIT
017200         ELSE
017300             DISPLAY "Member ID " MBR-ID " is not on file."
017400         END-IF
017500     END-IF.
017600 2000-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000*    2500-PLAN-PICKED-MEMBER - THE MBR-ID WAS ALREADY PICKED;    *
018100*    ONE PASS, NO ID PROMPT.                                     *
018200******************************************************************
018300 2500-PLAN-PICKED-MEMBER.
018400     MOVE VISIT-MBR-ID TO MBR-ID.
018500     PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT.
018600     IF MEMBER-FOUND
018700         PERFORM 4000-WORK-PLAN THRU 4000-EXIT
018800     ELSE
018900         DISPLAY "Member ID " MBR-ID " is not on file."
019000     END-IF.
019100 2500-EXIT.
019200     EXIT.
019300
019400 3000-LOOKUP-MEMBER.
019500     MOVE MBR-ID TO MAST-MBR-ID.
019600     READ MEMBER-MASTER-FILE
019700         INVALID KEY
019800             MOVE "N" TO WS-LOOKUP-SW
019900         NOT INVALID KEY
020000             MOVE "Y" TO WS-LOOKUP-SW
020100     END-READ.
020200 3000-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*    4000-WORK-PLAN - SHOW THE BALANCE AND ANY ACTIVE PLAN, THEN *
020700*    SET UP, CANCEL OR LEAVE IT.                                 *
020800******************************************************************
020900 4000-WORK-PLAN.
020910     IF MAST-ERASED
020920         DISPLAY "Personal data for this member was erased -"
020930             " no plan taken."
020940         GO TO 4000-EXIT
020950     END-IF.
021000     DISPLAY "Member " MAST-MBR-NAME " owes "
021100         MAST-BALANCE-DUE " cents.".
021200     MOVE MBR-ID TO PLNA-MBR-ID.
021300     CALL "PLANCHK" USING PLAN-STANDING-ANSWER.
021400     IF PLNA-NO-PLAN
021500         DISPLAY "No active payment plan."
021600     ELSE
021700         PERFORM 4100-SHOW-PLAN THRU 4100-EXIT
021800     END-IF.
021900     MOVE "N" TO WS-VALID-SW.
022000     PERFORM 4200-PROMPT-ACTION THRU 4200-EXIT
022100         UNTIL INPUT-IS-VALID.
022200     EVALUATE TRUE
022300         WHEN ACTION-IS-SETUP
022400             PERFORM 5000-SET-UP-PLAN THRU 5000-EXIT
022500         WHEN ACTION-IS-CANCEL
022600             PERFORM 6000-CANCEL-PLAN THRU 6000-EXIT
022700         WHEN OTHER
022800             CONTINUE
022900     END-EVALUATE.
023000 4000-EXIT.
023100     EXIT.
023200
023300 4100-SHOW-PLAN.
023400     MOVE PLNA-FREQUENCY TO WS-NEW-FREQUENCY.
023500     PERFORM 7100-FREQUENCY-TEXT THRU 7100-EXIT.
023600     DISPLAY "Plan: " PLNA-PAYMENT-COUNT " " WS-FREQUENCY-TEXT
023700         " installments of " PLNA-INSTALLMENT " cents from "
023800         PLNA-START-DATE.
023900     DISPLAY "Plan total " PLNA-TOTAL "  due to date "
024000         PLNA-AMOUNT-DUE "  paid " PLNA-AMOUNT-PAID.
024100     EVALUATE TRUE
024200         WHEN PLNA-PAID-OUT
024300             DISPLAY "Standing: PAID OUT."
024400         WHEN PLNA-CURRENT
024500             DISPLAY "Standing: CURRENT."
024600         WHEN OTHER
024700             DISPLAY "Standing: BEHIND - " PLNA-MISSED-COUNT
024800                 " installment(s), " PLNA-ARREARS " cents."
024900     END-EVALUATE.
025000 4100-EXIT.
025100     EXIT.
025200
025300 4200-PROMPT-ACTION.
025400     DISPLAY "Set up, Cancel, or No change? (S/C/N) "
025500         WITH NO ADVANCING.
025600     ACCEPT WS-ACTION-CHOICE.
025700     INSPECT WS-ACTION-CHOICE CONVERTING "scn" TO "SCN".
025800     IF ACTION-IS-SETUP OR ACTION-IS-CANCEL OR ACTION-IS-NONE
025900         MOVE "Y" TO WS-VALID-SW
026000     ELSE
026100         DISPLAY "Please answer S, C or N."
026200         MOVE "N" TO WS-VALID-SW
026300     END-IF.
026400 4200-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*    5000-SET-UP-PLAN - ONLY A POSITIVE BALANCE CAN GO ON A      *
026900*    PLAN, AND AN ACTIVE PLAN NOT YET PAID OUT MUST BE CANCELLED *
027000*    FIRST. THE INSTALLMENTS MUST COVER THE BALANCE IN FULL.     *
027100******************************************************************
027200 5000-SET-UP-PLAN.
027300     IF MAST-BALANCE-DUE NOT > ZERO
027400         DISPLAY "Member owes nothing - no plan is needed."
027500         GO TO 5000-EXIT
027600     END-IF.
027700     IF PLNA-CURRENT OR PLNA-BEHIND
027800         DISPLAY "An active plan is on file - cancel it first."
027900         GO TO 5000-EXIT
028000     END-IF.
028100     MOVE "N" TO WS-VALID-SW.
028200     PERFORM 5100-PROMPT-INSTALLMENT THRU 5100-EXIT
028300         UNTIL INPUT-IS-VALID.
028400     MOVE "N" TO WS-VALID-SW.
028500     PERFORM 5200-PROMPT-FREQUENCY THRU 5200-EXIT
028600         UNTIL INPUT-IS-VALID.
028700     MOVE "N" TO WS-VALID-SW.
028800     PERFORM 5300-PROMPT-START THRU 5300-EXIT
028900         UNTIL INPUT-IS-VALID.
029000     MOVE "N" TO WS-VALID-SW.
029100     PERFORM 5400-PROMPT-COUNT THRU 5400-EXIT
029200         UNTIL INPUT-IS-VALID.
029300     COMPUTE WS-COVER-CENTS = WS-NEW-INSTALLMENT * WS-NEW-COUNT.
029400     IF WS-COVER-CENTS < MAST-BALANCE-DUE
029500         DISPLAY "Installments total " WS-COVER-CENTS
029600             " cents - short of the balance. Plan not set up."
029700         GO TO 5000-EXIT
029800     END-IF.
029900     PERFORM 7100-FREQUENCY-TEXT THRU 7100-EXIT.
030000     DISPLAY WS-NEW-COUNT " " WS-FREQUENCY-TEXT
030100         " installments of " WS-NEW-INSTALLMENT " cents from "
030200         WS-NEW-START-DATE " for " MAST-MBR-NAME " ?".
030300     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
030400     IF CONFIRM-IS-NO
030500         DISPLAY "Plan abandoned."
030600         GO TO 5000-EXIT
030700     END-IF.
030750     OPEN I-O PLAN-FILE.
030800     PERFORM 5500-READ-PLAN-ROW THRU 5500-EXIT.
030900     MOVE MBR-ID               TO PLAN-MBR-ID.
031000     MOVE "A"                  TO PLAN-STATUS.
031100     MOVE WS-NEW-INSTALLMENT   TO PLAN-INSTALLMENT.
031200     MOVE WS-NEW-FREQUENCY     TO PLAN-FREQUENCY.
031300     MOVE WS-NEW-START-DATE    TO PLAN-START-DATE.
031400     MOVE WS-NEW-COUNT         TO PLAN-PAYMENT-COUNT.
031500     MOVE MAST-BALANCE-DUE     TO PLAN-TOTAL.
031600     MOVE WS-CURRENT-DATE      TO PLAN-SETUP-DATE.
031700     MOVE VISIT-OPERATOR-ID    TO PLAN-SETUP-BY.
031800     MOVE ZERO                 TO PLAN-CANCEL-DATE.
031900     MOVE SPACES               TO PLAN-CANCEL-BY.
032000     IF PLAN-ROW-ON-FILE
032100         REWRITE PAYMENT-PLAN-RECORD
032200             INVALID KEY
032300                 DISPLAY "Unable to update plan for " MBR-ID "."
032400             NOT INVALID KEY
032500                 DISPLAY "Payment plan set up."
032600         END-REWRITE
032700     ELSE
032800         WRITE PAYMENT-PLAN-RECORD
032900             INVALID KEY
033000                 DISPLAY "Unable to add plan for " MBR-ID "."
033100             NOT INVALID KEY
033200                 DISPLAY "Payment plan set up."
033300         END-WRITE
033400     END-IF.
033450     CLOSE PLAN-FILE.
033500 5000-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    5100-PROMPT-INSTALLMENT - SIX DIGITS, CENTS IMPLIED IN THE  *
034000*    LAST TWO, THE SAME EDIT PAYENTRY USES.                      *
034100******************************************************************
034200 5100-PROMPT-INSTALLMENT.
034300     DISPLAY "Installment (999999, cents in last two): "
034400         WITH NO ADVANCING.
034500     ACCEPT WS-AMOUNT-EDIT.
034600     IF WS-AMOUNT-EDIT IS NUMERIC AND WS-AMOUNT-NUM > ZERO
034700         COMPUTE WS-NEW-INSTALLMENT = WS-AMOUNT-NUM * 100
034800         MOVE "Y" TO WS-VALID-SW
034900     ELSE
035000         DISPLAY "Amount must be six digits - re-enter."
035100         MOVE "N" TO WS-VALID-SW
035200     END-IF.
035300 5100-EXIT.
035400     EXIT.
035500
035600 5200-PROMPT-FREQUENCY.
035700     DISPLAY "Weekly, Fortnightly or Monthly? (W/F/M) "
035800         WITH NO ADVANCING.
035900     ACCEPT WS-NEW-FREQUENCY.
036000     INSPECT WS-NEW-FREQUENCY CONVERTING "wfm" TO "WFM".
036100     IF FREQUENCY-IS-VALID
036200         MOVE "Y" TO WS-VALID-SW
036300     ELSE
036400         DISPLAY "Please answer W, F or M."
036500         MOVE "N" TO WS-VALID-SW
036600     END-IF.
036700 5200-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    5300-PROMPT-START - THE FIRST INSTALLMENT'S DATE; NOT       *
037200*    BEFORE TODAY. BLANK MEANS TODAY.                            *
037300******************************************************************
037400 5300-PROMPT-START.
037500     DISPLAY "First installment date (YYYYMMDD, blank for"
037600         " today): " WITH NO ADVANCING.
037700     ACCEPT WS-DATE-EDIT.
037800     IF WS-DATE-EDIT = SPACES
037900         MOVE WS-CURRENT-DATE TO WS-NEW-START-DATE
038000         MOVE "Y" TO WS-VALID-SW
038100     ELSE
038200         IF WS-DATE-EDIT IS NUMERIC
038300             AND WS-DATE-NUM NOT < WS-CURRENT-DATE
038400             MOVE WS-DATE-NUM TO WS-NEW-START-DATE
038500             MOVE "Y" TO WS-VALID-SW
038600         ELSE
038700             DISPLAY "Date must be eight digits, today or later"
038800                 " - re-enter."
038900             MOVE "N" TO WS-VALID-SW
039000         END-IF
039100     END-IF.
039200 5300-EXIT.
039300     EXIT.
039400
039500 5400-PROMPT-COUNT.
039600     DISPLAY "Number of payments (3 digits): " WITH NO ADVANCING.
039700     ACCEPT WS-COUNT-EDIT.
039800     IF WS-COUNT-EDIT IS NUMERIC AND WS-COUNT-NUM > ZERO
039900         MOVE WS-COUNT-NUM TO WS-NEW-COUNT
040000         MOVE "Y" TO WS-VALID-SW
040100     ELSE
040200         DISPLAY "Count must be three digits - re-enter."
040300         MOVE "N" TO WS-VALID-SW
040400     END-IF.
040500 5400-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*    5500-READ-PLAN-ROW - A CANCELLED OR PAID-OUT PLAN ALREADY ON*
041000*    FILE IS REWRITTEN; OTHERWISE THE NEW PLAN IS ADDED.         *
041100******************************************************************
041200 5500-READ-PLAN-ROW.
041300     MOVE MBR-ID TO PLAN-MBR-ID.
041400     READ PLAN-FILE
041500         INVALID KEY
041600             MOVE "N" TO WS-ON-FILE-SW
041700         NOT INVALID KEY
041800             MOVE "Y" TO WS-ON-FILE-SW
041900     END-READ.
042000 5500-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    6000-CANCEL-PLAN - THE ROW STAYS ON FILE FLAGGED CANCELLED, *
042500*    WITH WHO CANCELLED IT AND WHEN.                             *
042600******************************************************************
042700 6000-CANCEL-PLAN.
042800     IF PLNA-NO-PLAN
042900         DISPLAY "No active plan to cancel."
043000         GO TO 6000-EXIT
043100     END-IF.
043200     DISPLAY "Cancel the payment plan for " MAST-MBR-NAME " ?".
043300     PERFORM 7000-GET-CONFIRM THRU 7000-EXIT.
043400     IF CONFIRM-IS-NO
043500         DISPLAY "Change abandoned."
043600         GO TO 6000-EXIT
043700     END-IF.
043750     OPEN I-O PLAN-FILE.
043800     PERFORM 5500-READ-PLAN-ROW THRU 5500-EXIT.
043900     IF PLAN-ROW-ON-FILE
044000         MOVE "C"               TO PLAN-STATUS
044100         MOVE WS-CURRENT-DATE   TO PLAN-CANCEL-DATE
044200         MOVE VISIT-OPERATOR-ID TO PLAN-CANCEL-BY
044300         REWRITE PAYMENT-PLAN-RECORD
044400             INVALID KEY
044500                 DISPLAY "Unable to cancel plan for " MBR-ID "."
044600             NOT INVALID KEY
044700                 DISPLAY "Payment plan cancelled."
044800         END-REWRITE
044900     END-IF.
044950     CLOSE PLAN-FILE.
045000 6000-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*    7000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN  *
045500*    THE OTHER DESK SCREENS USE.                                 *
045600******************************************************************
045700 7000-GET-CONFIRM.
045800     MOVE "N" TO WS-VALID-SW.
045900     PERFORM 7010-PROMPT-CONFIRM THRU 7010-EXIT
046000         UNTIL INPUT-IS-VALID.
046100 7000-EXIT.
046200     EXIT.
046300
046400 7010-PROMPT-CONFIRM.
046500     DISPLAY "Confirm (Yes/No): " WITH NO ADVANCING.
046600     ACCEPT WS-CONFIRM.
046700     INSPECT WS-CONFIRM CONVERTING
046800         "abcdefghijklmnopqrstuvwxyz" TO
046900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
047000     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
047100         DISPLAY "Please answer Yes or No."
047200         MOVE "N" TO WS-VALID-SW
047300     ELSE
047400         MOVE "Y" TO WS-VALID-SW
047500     END-IF.
047600 7010-EXIT.
047700     EXIT.
047800
047900 7100-FREQUENCY-TEXT.
048000     EVALUATE WS-NEW-FREQUENCY
048100         WHEN "W"
048200             MOVE "WEEKLY" TO WS-FREQUENCY-TEXT
048300         WHEN "F"
048400             MOVE "FORTNIGHTLY" TO WS-FREQUENCY-TEXT
048500         WHEN OTHER
048600             MOVE "MONTHLY" TO WS-FREQUENCY-TEXT
048700     END-EVALUATE.
048800 7100-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200*    9999-TERMINATE                                               *
049300******************************************************************
049400 9999-TERMINATE.
049500     CLOSE MEMBER-MASTER-FILE.
049700 9999-EXIT.
049800     EXIT.
