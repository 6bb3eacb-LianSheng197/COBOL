000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROMOMNT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROMOMNT MAINTAINS THE EFFECTIVE-DATED PROMOTION FILE       *
000900*    (PROMOTN) THAT LOVEYOU AND RENEWBIL TAKE DISCOUNT CODES     *
001000*    FROM - THE SAME MOLD AS FEEMAINT. IT LISTS THE ROWS ON FILE *
001100*    AND TAKES NEW ROWS, EACH ECHOED AND CONFIRMED BEFORE IT IS  *
001200*    WRITTEN: A CODE, A DESCRIPTION, A PERCENT OR FLAT AMOUNT    *
001300*    OFF, THE FIRST AND LAST DAYS IT RUNS (FUTURE-DATED OFFERS   *
001400*    CAN BE LOADED AHEAD) AND WHETHER IT COVERS NEW INTAKE,      *
001480*    RENEWAL OR BOTH. ON ANY DAY THE LATEST ROW FOR A CODE IN    *
001560*    FORCE THAT DAY GOVERNS (SEE PROMO.CPY), SO TO CORRECT AN    *
001640*    OFFER ENTER THE CODE AGAIN, AND TO END IT EARLY ENTER A     *
001720*    WITHDRAWAL (TYPE W) FROM THE FIRST DAY IT SHOULD STOP.      *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002120*    2026-10-15  LS   TAKE A WITHDRAWAL ROW (TYPE W) TO END AN   *
002140*                     OFFER EARLY, NOW THAT THE LATEST ROW IN    *
002160*                     FORCE ON A DAY GOVERNS RATHER THAN THE     *
002180*                     LAST ROW FOR THE CODE.                     *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PROMOTION-FILE ASSIGN TO "PROMOTN"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PROMO-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  PROMOTION-FILE
003400     LABEL RECORDS ARE STANDARD.
003500     COPY PROMO.
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-MENU-CHOICE              PIC X(01).
003900
004000 01  WS-DATE-GROUP.
004100     05  WS-DATE-EDIT            PIC X(08).
004200 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
004300                                 PIC 9(08).
004400
004500 01  WS-PCT-GROUP.
004600     05  WS-PCT-EDIT             PIC X(03).
004700 01  WS-PCT-NUM REDEFINES WS-PCT-GROUP
004800                                 PIC 9(03).
004900
005000 01  WS-AMT-GROUP.
005100     05  WS-AMT-EDIT             PIC X(05).
005200 01  WS-AMT-NUM REDEFINES WS-AMT-GROUP
005300                                 PIC 9(03)V99.
005400
005500 01  WS-NEW-ROW.
005600     05  WS-NEW-CODE             PIC X(08).
005700     05  WS-NEW-DESCRIPTION      PIC X(30).
005800     05  WS-NEW-TYPE             PIC X(01).
005900         88  NEW-IS-PERCENT          VALUE "P".
006000         88  NEW-IS-FLAT             VALUE "F".
006050         88  NEW-IS-WITHDRAWAL       VALUE "W".
006100     05  WS-NEW-PERCENT          PIC 9(03).
006200     05  WS-NEW-FLAT-AMOUNT      PIC 9(03)V99.
006300     05  WS-NEW-FROM-DATE        PIC 9(08).
006400     05  WS-NEW-TO-DATE          PIC 9(08).
006500     05  WS-NEW-APPLIES-TO       PIC X(01).
006600         88  NEW-APPLIES-VALID       VALUE "I" "R" "B".
006700
006800 01  WS-CONFIRM                  PIC X(03).
006900     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
007000     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
007100
007200 77  WS-PROMO-STATUS             PIC X(02).
007300 77  WS-SHOW-DISCOUNT            PIC X(10).
007400 77  WS-SHOW-AMOUNT              PIC ZZ9.99.
007500 77  WS-ROW-COUNT                PIC 9(03) VALUE ZERO.
007600
007700 77  WS-DONE-SW                  PIC X(01).
007800     88  MAINT-IS-DONE               VALUE "Y".
007900     88  MAINT-NOT-DONE              VALUE "N".
008000
008100 77  WS-EOF-SW                   PIC X(01).
008200     88  PROMO-EOF                   VALUE "Y".
008300     88  NOT-PROMO-EOF               VALUE "N".
008400
008500 77  WS-VALID-SW                 PIC X(01).
008600     88  INPUT-IS-VALID              VALUE "Y".
008700     88  INPUT-IS-INVALID            VALUE "N".
008800
008900 PROCEDURE DIVISION.
009000******************************************************************
009100*    0000-MAINLINE                                               *
009200******************************************************************
009300 0000-MAINLINE.
009400     PERFORM 1000-BOOTSTRAP-PROMOTIONS THRU 1000-EXIT.
009500     MOVE "N" TO WS-DONE-SW.
009600     PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
009700         UNTIL MAINT-IS-DONE.
009800     STOP RUN.
009900
010000******************************************************************
010100*    1000-BOOTSTRAP-PROMOTIONS - CREATE AN EMPTY PROMOTION FILE  *
010200*    ON FIRST-EVER USE.                                          *
010300******************************************************************
010400 1000-BOOTSTRAP-PROMOTIONS.
010500     OPEN INPUT PROMOTION-FILE.
010600     IF WS-PROMO-STATUS = "35"
010700         OPEN OUTPUT PROMOTION-FILE
010800         CLOSE PROMOTION-FILE
010900     ELSE
011000         CLOSE PROMOTION-FILE
011100     END-IF.
011200 1000-EXIT.
011300     EXIT.
011400
011500 2000-MAINT-LOOP.
011600     DISPLAY " ".
011700     DISPLAY "===== Promotion file =====".
011800     DISPLAY "1. List promotion rows".
011900     DISPLAY "2. Enter a promotion row (future-dated allowed)".
012000     DISPLAY "0. Exit".
012100     DISPLAY "Selection: " WITH NO ADVANCING.
012200     ACCEPT WS-MENU-CHOICE.
012300     EVALUATE WS-MENU-CHOICE
012400         WHEN "1"
012500             PERFORM 3000-LIST-ROWS THRU 3000-EXIT
012600         WHEN "2"
012700             PERFORM 4000-ENTER-ROW THRU 4000-EXIT
012800         WHEN "0"
012900             MOVE "Y" TO WS-DONE-SW
013000         WHEN OTHER
013100             DISPLAY "Invalid selection - choose 0 through 2."
013200     END-EVALUATE.
013300 2000-EXIT.
013400     EXIT.
013500
013600******************************************************************
013700*    3000-LIST-ROWS - IN FILE ORDER; WHERE A CODE HAS MORE THAN  *
013800*    ONE ROW IN FORCE ON A DAY, THE LAST ONE LISTED GOVERNS.     *
013900******************************************************************
014000 3000-LIST-ROWS.
014100     MOVE ZERO TO WS-ROW-COUNT.
014200     OPEN INPUT PROMOTION-FILE.
014300     MOVE "N" TO WS-EOF-SW.
014400     PERFORM 3100-READ-ROW THRU 3100-EXIT.
014500     PERFORM 3200-SHOW-ROW THRU 3200-EXIT
014600         UNTIL PROMO-EOF.
014700     CLOSE PROMOTION-FILE.
014800     IF WS-ROW-COUNT = ZERO
014900         DISPLAY "No promotion rows on file."
015000     ELSE
015100         DISPLAY "On any day, the last row listed for a code"
015200             " that is in force that day governs."
015300     END-IF.
015400 3000-EXIT.
015500     EXIT.
015600
015700 3100-READ-ROW.
015800     READ PROMOTION-FILE
015900         AT END
016000             MOVE "Y" TO WS-EOF-SW
016100     END-READ.
016200 3100-EXIT.
016300     EXIT.
016400
016500 3200-SHOW-ROW.
016600     ADD 1 TO WS-ROW-COUNT.
016700     MOVE SPACES TO WS-SHOW-DISCOUNT.
016770     EVALUATE TRUE
016840         WHEN PROMO-IS-PERCENT
016910             STRING PROMO-PERCENT "% OFF" DELIMITED BY SIZE
016980                 INTO WS-SHOW-DISCOUNT
017050         WHEN PROMO-IS-WITHDRAWAL
017120             MOVE "WITHDRAWN" TO WS-SHOW-DISCOUNT
017190         WHEN OTHER
017260             MOVE PROMO-FLAT-AMOUNT TO WS-SHOW-AMOUNT
017330             STRING WS-SHOW-AMOUNT " OFF" DELIMITED BY SIZE
017400                 INTO WS-SHOW-DISCOUNT
017470     END-EVALUATE.
017600     DISPLAY PROMO-CODE " " PROMO-DESCRIPTION
017700         " " WS-SHOW-DISCOUNT
017800         " " PROMO-FROM-DATE "-" PROMO-TO-DATE
017900         " for " PROMO-APPLIES-TO.
018000     PERFORM 3100-READ-ROW THRU 3100-EXIT.
018100 3200-EXIT.
018200     EXIT.
018300
018400******************************************************************
018500*    4000-ENTER-ROW - EVERY FIELD, ECHOED AND CONFIRMED BEFORE   *
018600*    THE APPEND.                                                 *
018700******************************************************************
018800 4000-ENTER-ROW.
018900     MOVE "N" TO WS-VALID-SW.
019000     PERFORM 4100-PROMPT-CODE THRU 4100-EXIT
019100         UNTIL INPUT-IS-VALID.
019200     DISPLAY "Description: " WITH NO ADVANCING.
019300     ACCEPT WS-NEW-DESCRIPTION.
019400     MOVE "N" TO WS-VALID-SW.
019500     PERFORM 4200-PROMPT-TYPE THRU 4200-EXIT
019600         UNTIL INPUT-IS-VALID.
019700     MOVE ZERO TO WS-NEW-PERCENT.
019800     MOVE ZERO TO WS-NEW-FLAT-AMOUNT.
019900     MOVE "N" TO WS-VALID-SW.
019980     EVALUATE TRUE
020060         WHEN NEW-IS-PERCENT
020140             PERFORM 4300-PROMPT-PERCENT THRU 4300-EXIT
020220                 UNTIL INPUT-IS-VALID
020300         WHEN NEW-IS-FLAT
020380             PERFORM 4400-PROMPT-AMOUNT THRU 4400-EXIT
020460                 UNTIL INPUT-IS-VALID
020540     END-EVALUATE.
020700     DISPLAY "First day the code may be used:".
020800     PERFORM 4500-GET-DATE THRU 4500-EXIT.
020900     MOVE WS-DATE-NUM TO WS-NEW-FROM-DATE.
021000     DISPLAY "Last day the code may be used:".
021100     MOVE "N" TO WS-VALID-SW.
021200     PERFORM 4600-PROMPT-TO-DATE THRU 4600-EXIT
021300         UNTIL INPUT-IS-VALID.
021400     MOVE "N" TO WS-VALID-SW.
021600     IF NEW-IS-WITHDRAWAL
021800         MOVE "B" TO WS-NEW-APPLIES-TO
022000     ELSE
022100         PERFORM 4700-PROMPT-APPLIES THRU 4700-EXIT
022200             UNTIL INPUT-IS-VALID
022300     END-IF.
022308     EVALUATE TRUE
022316         WHEN NEW-IS-PERCENT
022324             DISPLAY "Add " WS-NEW-CODE " (" WS-NEW-DESCRIPTION
022332                 "): " WS-NEW-PERCENT "% off"
022340         WHEN NEW-IS-FLAT
022348             DISPLAY "Add " WS-NEW-CODE " (" WS-NEW-DESCRIPTION
022356                 "): " WS-NEW-FLAT-AMOUNT " off"
022364         WHEN OTHER
022372             DISPLAY "Withdraw " WS-NEW-CODE " ("
022380                 WS-NEW-DESCRIPTION "): not running"
022388     END-EVALUATE.
022400     DISPLAY "    from " WS-NEW-FROM-DATE " to " WS-NEW-TO-DATE
022500         " for " WS-NEW-APPLIES-TO
022600         " (I intake, R renewal, B both) ?".
022700     PERFORM 5000-GET-CONFIRM THRU 5000-EXIT.
022800     IF CONFIRM-IS-YES
022900         MOVE WS-NEW-CODE        TO PROMO-CODE
023000         MOVE WS-NEW-DESCRIPTION TO PROMO-DESCRIPTION
023100         MOVE WS-NEW-TYPE        TO PROMO-TYPE
023200         MOVE WS-NEW-PERCENT     TO PROMO-PERCENT
023300         MOVE WS-NEW-FLAT-AMOUNT TO PROMO-FLAT-AMOUNT
023400         MOVE WS-NEW-FROM-DATE   TO PROMO-FROM-DATE
023500         MOVE WS-NEW-TO-DATE     TO PROMO-TO-DATE
023600         MOVE WS-NEW-APPLIES-TO  TO PROMO-APPLIES-TO
023700         OPEN EXTEND PROMOTION-FILE
023800         WRITE PROMOTION-RECORD
023900         CLOSE PROMOTION-FILE
024000         DISPLAY "Promotion row added."
024100     ELSE
024200         DISPLAY "Entry abandoned."
024300     END-IF.
024400 4000-EXIT.
024500     EXIT.
024600
024700 4100-PROMPT-CODE.
024800     DISPLAY "Promotion code (up to 8): " WITH NO ADVANCING.
024900     ACCEPT WS-NEW-CODE.
025000     INSPECT WS-NEW-CODE CONVERTING
025100         "abcdefghijklmnopqrstuvwxyz" TO
025200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025300     IF WS-NEW-CODE = SPACES
025400         DISPLAY "A code is required - re-enter."
025500         MOVE "N" TO WS-VALID-SW
025600     ELSE
025700         MOVE "Y" TO WS-VALID-SW
025800     END-IF.
025900 4100-EXIT.
026000     EXIT.
026100
026200 4200-PROMPT-TYPE.
026300     DISPLAY "Percent off, flat amount off or withdrawal?"
026400         " (P/F/W) " WITH NO ADVANCING.
026500     ACCEPT WS-NEW-TYPE.
026600     INSPECT WS-NEW-TYPE CONVERTING "pfw" TO "PFW".
026700     IF NEW-IS-PERCENT OR NEW-IS-FLAT OR NEW-IS-WITHDRAWAL
026800         MOVE "Y" TO WS-VALID-SW
026900     ELSE
027000         DISPLAY "Please answer P, F or W."
027100         MOVE "N" TO WS-VALID-SW
027200     END-IF.
027300 4200-EXIT.
027400     EXIT.
027500
027600 4300-PROMPT-PERCENT.
027700     DISPLAY "  Percent off (001-100): " WITH NO ADVANCING.
027800     ACCEPT WS-PCT-EDIT.
027900     IF WS-PCT-EDIT IS NUMERIC AND WS-PCT-NUM > ZERO
028000         AND WS-PCT-NUM <= 100
028100         MOVE WS-PCT-NUM TO WS-NEW-PERCENT
028200         MOVE "Y" TO WS-VALID-SW
028300     ELSE
028400         DISPLAY "  Percent must be 001-100 - re-enter."
028500         MOVE "N" TO WS-VALID-SW
028600     END-IF.
028700 4300-EXIT.
028800     EXIT.
028900
029000 4400-PROMPT-AMOUNT.
029100     DISPLAY "  Amount off (99999, cents in last two): "
029200         WITH NO ADVANCING.
029300     ACCEPT WS-AMT-EDIT.
029400     IF WS-AMT-EDIT IS NUMERIC AND WS-AMT-NUM > ZERO
029500         MOVE WS-AMT-NUM TO WS-NEW-FLAT-AMOUNT
029600         MOVE "Y" TO WS-VALID-SW
029700     ELSE
029800         DISPLAY "  Amount must be five digits, not zero -"
029900             " re-enter."
030000         MOVE "N" TO WS-VALID-SW
030100     END-IF.
030200 4400-EXIT.
030300     EXIT.
030400
030500 4500-GET-DATE.
030600     MOVE "N" TO WS-VALID-SW.
030700     PERFORM 4510-PROMPT-DATE THRU 4510-EXIT
030800         UNTIL INPUT-IS-VALID.
030900 4500-EXIT.
031000     EXIT.
031100
031200 4510-PROMPT-DATE.
031300     DISPLAY "  Date (YYYYMMDD): " WITH NO ADVANCING.
031400     ACCEPT WS-DATE-EDIT.
031500     IF WS-DATE-EDIT IS NUMERIC AND WS-DATE-NUM > ZERO
031600         MOVE "Y" TO WS-VALID-SW
031700     ELSE
031800         DISPLAY "  Date must be eight digits - re-enter."
031900         MOVE "N" TO WS-VALID-SW
032000     END-IF.
032100 4510-EXIT.
032200     EXIT.
032300
032400 4600-PROMPT-TO-DATE.
032500     PERFORM 4500-GET-DATE THRU 4500-EXIT.
032600     IF WS-DATE-NUM < WS-NEW-FROM-DATE
032700         DISPLAY "  The last day cannot be before the first"
032800             " - re-enter."
032900         MOVE "N" TO WS-VALID-SW
033000     ELSE
033100         MOVE WS-DATE-NUM TO WS-NEW-TO-DATE
033200         MOVE "Y" TO WS-VALID-SW
033300     END-IF.
033400 4600-EXIT.
033500     EXIT.
033600
033700 4700-PROMPT-APPLIES.
033800     DISPLAY "Applies to new intake, renewal or both? (I/R/B) "
033900         WITH NO ADVANCING.
034000     ACCEPT WS-NEW-APPLIES-TO.
034100     INSPECT WS-NEW-APPLIES-TO CONVERTING "irb" TO "IRB".
034200     IF NEW-APPLIES-VALID
034300         MOVE "Y" TO WS-VALID-SW
034400     ELSE
034500         DISPLAY "Please answer I, R or B."
034600         MOVE "N" TO WS-VALID-SW
034700     END-IF.
034800 4700-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    5000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN  *
035300*    THE OTHER DESK SCREENS USE.                                 *
035400******************************************************************
035500 5000-GET-CONFIRM.
035600     MOVE "N" TO WS-VALID-SW.
035700     PERFORM 5010-PROMPT-CONFIRM THRU 5010-EXIT
035800         UNTIL INPUT-IS-VALID.
035900 5000-EXIT.
036000     EXIT.
036100
036200 5010-PROMPT-CONFIRM.
036300     DISPLAY "Confirm (Yes/No): " WITH NO ADVANCING.
036400     ACCEPT WS-CONFIRM.
036500     INSPECT WS-CONFIRM CONVERTING
036600         "abcdefghijklmnopqrstuvwxyz" TO
036700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
036800     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
036900         DISPLAY "Please answer Yes or No."
037000         MOVE "N" TO WS-VALID-SW
037100     ELSE
037200         MOVE "Y" TO WS-VALID-SW
037300     END-IF.
037400 5010-EXIT.
037500     EXIT.
