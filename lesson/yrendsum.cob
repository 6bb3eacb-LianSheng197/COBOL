000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YRENDSUM.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    YRENDSUM IS THE YEAR-END PAYMENT SUMMARY MEMBERS SEND TO AN *
000900*    EMPLOYER WELLNESS OR HEALTH-BENEFIT PLAN TO CLAIM THEIR     *
001000*    MEMBERSHIP BACK. FOR A CALENDAR YEAR THE OPERATOR GIVES IT  *
001100*    READS EACH MEMBER'S ROWS FOR THAT YEAR FROM THE LEDGARCX    *
001200*    ARCHIVE AND PRINTS (YRSUMRPT) ONE SUMMARY PER MEMBER: NAME  *
001300*    AND ADDRESS BLOCK, EVERY FEE, PAYMENT (WITH DATE, METHOD    *
001400*    AND RECEIPT NUMBER) AND ADJUSTMENT, THEN THE FEES CHARGED,  *
001500*    CREDITS, PAYMENTS MADE, REFUNDS RETURNED AND THE NET PAID.  *
001600*    A HOUSEHOLD GETS ONE SUMMARY ADDRESSED TO THE BILL-TO       *
001700*    MEMBER WITH EACH DEPENDANT'S ROWS LISTED UNDER THEIR NAME;  *
001800*    A HOUSEHOLD MEMBER WHOSE BILL-TO IS NOT ON THE MASTER GETS  *
001900*    THEIR OWN. A MEMBER WITH NO ROWS IN THE YEAR GETS NO        *
002000*    SUMMARY. BF CONTROL ROWS ARE NOT MONEY AND ARE PASSED OVER. *
002100*    A SECOND PASS OVER THE WHOLE ARCHIVE PRINTS THE CONTROL     *
002200*    PAGE (YRCTLRPT): FEES, PAYMENTS CASH AND CARD, ADJUSTMENTS  *
002300*    AND NET FOR EACH OF THE TWELVE MONTHS, BUILT BY THE SAME    *
002400*    RULES MONTHREV USES SO EACH MONTH LINE AGREES WITH THAT     *
002500*    MONTH'S MREVRPT, AND THE YEAR TOTAL. THE YEAR TOTAL MUST    *
002600*    EQUAL WHAT THE SUMMARIES PRINTED PLUS THE ROWS OF MEMBERS   *
002700*    NO LONGER ON THE MASTER; ANYTHING ELSE ENDS THE RUN WITH    *
002800*    RETURN CODE 4. SO DOES A YEAR PURGERUN HAS ALREADY MOVED    *
002900*    OFF LINE (A MEMBER BF ROW DATED AFTER THE YEAR), SINCE ITS  *
003000*    ROWS ARE THEN IN LEDGARCX.YYYY AND NOT HERE. A REFUSED RUN  *
003100*    ENDS WITH RETURN CODE 8.                                    *
003200*------------------------------------------------------------------
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
003530*    2026-10-15  LS   LABEL A PROMOTION DISCOUNT ROW (REASON P)  *
003560*                     AS SUCH.                                   *
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS MAST-MBR-ID
004500         ALTERNATE RECORD KEY IS MAST-SURNAME
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-MAST-STATUS.
004800     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ARCH-KEY
005200         FILE STATUS IS WS-ARCH-STATUS.
005300     SELECT SUMMARY-FILE ASSIGN TO "YRSUMRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SUM-STATUS.
005600     SELECT CONTROL-REPORT-FILE ASSIGN TO "YRCTLRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CTL-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MEMBER-MASTER-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY MBRMAST.
006500
006600 FD  ARCHIVE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY LEDGARCH.
006900
007000 FD  SUMMARY-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  SUMMARY-LINE                PIC X(80).
007300
007400 FD  CONTROL-REPORT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  CONTROL-REPORT-LINE         PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900*    THE CONTACT DETAILS THE SUMMARY IS ADDRESSED TO.
008000     COPY MBRCONT.
008100
008200 01  WS-YEAR-GROUP.
008300     05  WS-YEAR-EDIT            PIC X(04).
008400 01  WS-REQ-YYYY REDEFINES WS-YEAR-GROUP
008500                                 PIC 9(04).
008600
008700 01  WS-CURRENT-DATE             PIC 9(08).
008800 01  WS-TODAY-SPLIT REDEFINES WS-CURRENT-DATE.
008900     05  WS-TODAY-YYYY           PIC 9(04).
009000     05  WS-TODAY-MMDD           PIC 9(04).
009100 01  WS-YEAR-START               PIC 9(08).
009200 01  WS-YEAR-END                 PIC 9(08).
009300 01  WS-ROW-DATE                 PIC 9(08).
009400 01  WS-ROW-SPLIT REDEFINES WS-ROW-DATE.
009500     05  WS-ROW-YYYY             PIC 9(04).
009600     05  WS-ROW-MM               PIC 9(02).
009700     05  WS-ROW-DD               PIC 9(02).
009800
009900*    BILL-TO MEMBERS AND THE DEPENDANTS OF EACH HOUSEHOLD, TABLED
010000*    FROM THE MASTER BEFORE THE SUMMARIES ARE PRINTED.
010100 01  WS-BILLTO-TABLE.
010200     05  WS-BT-MBR-ID            PIC X(20) OCCURS 500 TIMES.
010300
010400 01  WS-DEPEND-TABLE.
010500     05  WS-DEP-ENTRY OCCURS 1000 TIMES.
010600         10  WS-DEP-HH-ID        PIC X(20).
010700         10  WS-DEP-MBR-ID       PIC X(20).
010800         10  WS-DEP-NAME         PIC X(35).
010900
011000 01  WS-MONTH-NAMES.
011100     05  FILLER                  PIC X(09) VALUE "JANUARY".
011200     05  FILLER                  PIC X(09) VALUE "FEBRUARY".
011300     05  FILLER                  PIC X(09) VALUE "MARCH".
011400     05  FILLER                  PIC X(09) VALUE "APRIL".
011500     05  FILLER                  PIC X(09) VALUE "MAY".
011600     05  FILLER                  PIC X(09) VALUE "JUNE".
011700     05  FILLER                  PIC X(09) VALUE "JULY".
011800     05  FILLER                  PIC X(09) VALUE "AUGUST".
011900     05  FILLER                  PIC X(09) VALUE "SEPTEMBER".
012000     05  FILLER                  PIC X(09) VALUE "OCTOBER".
012100     05  FILLER                  PIC X(09) VALUE "NOVEMBER".
012200     05  FILLER                  PIC X(09) VALUE "DECEMBER".
012300 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
012400     05  WS-MONTH-NAME           PIC X(09) OCCURS 12 TIMES.
012500
012600*    CONTROL-PASS TOTALS BY MONTH, IN MONTHREV'S COLUMNS (CENTS).
012700 01  WS-MONTH-TOTALS.
012800     05  WS-MON-ENTRY OCCURS 12 TIMES.
012900         10  WS-MON-FEES         PIC S9(11).
013000         10  WS-MON-PAY-CASH     PIC S9(11).
013100         10  WS-MON-PAY-CARD     PIC S9(11).
013200         10  WS-MON-ADJUST       PIC S9(11).
013300
013400 01  WS-YEAR-TOTALS.
013500     05  WS-YR-FEES              PIC S9(11) VALUE ZERO.
013600     05  WS-YR-PAY-CASH          PIC S9(11) VALUE ZERO.
013700     05  WS-YR-PAY-CARD          PIC S9(11) VALUE ZERO.
013800     05  WS-YR-ADJUST            PIC S9(11) VALUE ZERO.
013900
014000*    WHAT THE MEMBER SUMMARIES PRINTED, IN THE SAME COLUMNS.
014100 01  WS-PRINTED-TOTALS.
014200     05  WS-PRT-TOT-FEES         PIC S9(11) VALUE ZERO.
014300     05  WS-PRT-TOT-PAY-CASH     PIC S9(11) VALUE ZERO.
014400     05  WS-PRT-TOT-PAY-CARD     PIC S9(11) VALUE ZERO.
014500     05  WS-PRT-TOT-ADJUST       PIC S9(11) VALUE ZERO.
014600
014700*    ROWS OF MEMBERS NO LONGER ON THE MASTER, FOUND BY THE CONTROL
014800*    PASS.
014900 01  WS-ORPHAN-TOTALS.
015000     05  WS-ORP-FEES             PIC S9(11) VALUE ZERO.
015100     05  WS-ORP-PAY-CASH         PIC S9(11) VALUE ZERO.
015200     05  WS-ORP-PAY-CARD         PIC S9(11) VALUE ZERO.
015300     05  WS-ORP-ADJUST           PIC S9(11) VALUE ZERO.
015400
015500*    ONE SUMMARY'S FIGURES, IN CENTS.
015600 01  WS-GROUP-TOTALS.
015700     05  WS-GRP-FEES             PIC S9(09).
015800     05  WS-GRP-CREDITS          PIC S9(09).
015900     05  WS-GRP-PAID             PIC S9(09).
016000     05  WS-GRP-REFUNDS          PIC S9(09).
016100     05  WS-GRP-NET-PAID         PIC S9(09).
016200
016300 01  WS-GRP-MBR-ID               PIC X(20).
016400 01  WS-GRP-NAME                 PIC X(35).
016500 01  WS-SCAN-MBR-ID              PIC X(20).
016600 01  WS-SCAN-NAME                PIC X(35).
016700 01  WS-LAST-CHECK-ID            PIC X(20).
016800
016900 01  WS-DETAIL-HEADING.
017000     05  FILLER                  PIC X(12) VALUE "  DATE".
017100     05  FILLER                  PIC X(18) VALUE "ITEM".
017200     05  FILLER                  PIC X(06) VALUE "MTHD".
017300     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
017400     05  FILLER                  PIC X(09) VALUE "  RECEIPT".
017500
017600 01  WS-DETAIL-LINE.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  WS-DTL-DATE             PIC 9(08).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  WS-DTL-ITEM             PIC X(16).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  WS-DTL-METHOD           PIC X(04).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  WS-DTL-AMOUNT           PIC --,---,--9.99.
018500     05  FILLER                  PIC X(03) VALUE SPACES.
018600     05  WS-DTL-RECEIPT          PIC ZZZZZ9 BLANK WHEN ZERO.
018700
018800 01  WS-SUM-TOTAL-LINE.
018900     05  FILLER                  PIC X(04) VALUE SPACES.
019000     05  WS-STL-LABEL            PIC X(36).
019100     05  WS-STL-AMOUNT           PIC --,---,---,--9.99.
019200
019300 01  WS-PRINT-LINE.
019400     05  WS-PRT-LABEL            PIC X(22).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  WS-PRT-FEES             PIC -,---,---,--9.
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  WS-PRT-PAY-CASH         PIC -,---,---,--9.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  WS-PRT-PAY-CARD         PIC -,---,---,--9.
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  WS-PRT-ADJUST           PIC -,---,---,--9.
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  WS-PRT-NET              PIC -,---,---,--9.
020500
020600 01  WS-COUNT-LINE.
020700     05  WS-CNT-LABEL            PIC X(40).
020800     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
020900
021000 01  WS-LABEL-YYYYMM             PIC 9(06).
021100 01  WS-NET-CENTS                PIC S9(11).
021200 01  WS-SHOW-CENTS               PIC S9(11).
021300
021400 77  WS-MAST-STATUS              PIC X(02).
021500 77  WS-ARCH-STATUS              PIC X(02).
021600 77  WS-SUM-STATUS               PIC X(02).
021700 77  WS-CTL-STATUS               PIC X(02).
021800
021900 77  WS-BT-COUNT                 PIC 9(04) COMP VALUE ZERO.
022000 77  WS-BT-SUB                   PIC 9(04) COMP VALUE ZERO.
022100 77  WS-BT-LIMIT                 PIC 9(04) COMP VALUE 500.
022200 77  WS-DEP-COUNT                PIC 9(04) COMP VALUE ZERO.
022300 77  WS-DEP-SUB                  PIC 9(04) COMP VALUE ZERO.
022400 77  WS-DEP-LIMIT                PIC 9(04) COMP VALUE 1000.
022500 77  WS-MON-SUB                  PIC 9(02) COMP VALUE ZERO.
022600 77  WS-SUMMARY-COUNT            PIC 9(07) VALUE ZERO.
022700 77  WS-HOUSEHOLD-COUNT          PIC 9(07) VALUE ZERO.
022800 77  WS-LISTED-ROWS              PIC 9(07) VALUE ZERO.
022900 77  WS-ORPHAN-ROWS              PIC 9(07) VALUE ZERO.
023000 77  WS-LATER-BF-ROWS            PIC 9(07) VALUE ZERO.
023100
023200 77  WS-MAST-EOF-SW              PIC X(01).
023300     88  MASTER-EOF                  VALUE "Y".
023400     88  NOT-MASTER-EOF              VALUE "N".
023500
023600 77  WS-ARCH-EOF-SW              PIC X(01).
023700     88  ARCHIVE-EOF                 VALUE "Y".
023800     88  NOT-ARCHIVE-EOF             VALUE "N".
023900
024000 77  WS-VALID-SW                 PIC X(01).
024100     88  INPUT-IS-VALID              VALUE "Y".
024200     88  INPUT-IS-INVALID            VALUE "N".
024300
024400 77  WS-RUN-SW                   PIC X(01).
024500     88  RUN-CAN-PROCEED             VALUE "Y".
024600     88  RUN-MUST-STOP               VALUE "N".
024700
024800 77  WS-FOUND-SW                 PIC X(01).
024900     88  BILLTO-FOUND                VALUE "Y".
025000     88  BILLTO-NOT-FOUND            VALUE "N".
025100
025200 77  WS-HEADER-SW                PIC X(01).
025300     88  HEADER-WRITTEN              VALUE "Y".
025400     88  HEADER-NOT-WRITTEN          VALUE "N".
025500
025600 77  WS-SUBHEAD-SW               PIC X(01).
025700     88  SUBHEAD-WRITTEN             VALUE "Y".
025800     88  SUBHEAD-NOT-WRITTEN         VALUE "N".
025900
026000 77  WS-DEPENDANT-SW             PIC X(01).
026100     88  SCANNING-DEPENDANT          VALUE "Y".
026200     88  SCANNING-GROUP-HEAD         VALUE "N".
026300
026400 77  WS-ON-MASTER-SW             PIC X(01).
026500     88  ROW-MEMBER-ON-MASTER        VALUE "Y".
026600     88  ROW-MEMBER-NOT-ON-MASTER    VALUE "N".
026700
026800 77  WS-BALANCE-SW               PIC X(01).
026900     88  CONTROL-BALANCES            VALUE "Y".
027000     88  CONTROL-OUT-OF-BALANCE      VALUE "N".
027100
027200 PROCEDURE DIVISION.
027300******************************************************************
027400*    0000-MAINLINE                                               *
027500******************************************************************
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027800     IF RUN-CAN-PROCEED
027900         PERFORM 2000-SUMMARIZE-ONE-MEMBER THRU 2000-EXIT
028000             UNTIL MASTER-EOF
028100         PERFORM 4000-CONTROL-PASS THRU 4000-EXIT
028200         PERFORM 8000-WRITE-CONTROL-PAGE THRU 8000-EXIT
028300         PERFORM 9999-TERMINATE THRU 9999-EXIT
028400         IF CONTROL-OUT-OF-BALANCE OR WS-LATER-BF-ROWS > ZERO
028500             MOVE 4 TO RETURN-CODE
028600         END-IF
028700     ELSE
028800         MOVE 8 TO RETURN-CODE
028900     END-IF.
029000     STOP RUN.
029100
029200******************************************************************
029300*    1000-INITIALIZE - ASK WHICH YEAR, TABLE THE HOUSEHOLDS OFF  *
029400*    THE MASTER, THEN REOPEN THE MASTER FOR THE SUMMARY PASS.    *
029500******************************************************************
029600 1000-INITIALIZE.
029700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029800     MOVE "Y" TO WS-RUN-SW.
029900     MOVE "N" TO WS-VALID-SW.
030000     PERFORM 1100-PROMPT-YEAR THRU 1100-EXIT
030100         UNTIL INPUT-IS-VALID.
030200     COMPUTE WS-YEAR-START = WS-REQ-YYYY * 10000 + 0101.
030300     COMPUTE WS-YEAR-END   = WS-REQ-YYYY * 10000 + 1231.
030400     OPEN INPUT MEMBER-MASTER-FILE.
030500     IF WS-MAST-STATUS NOT = "00"
030560         DISPLAY "No member master on file - nothing to"
030620             " summarize."
030700         MOVE "N" TO WS-RUN-SW
030800         GO TO 1000-EXIT
030900     END-IF.
031000     PERFORM 1200-TABLE-HOUSEHOLDS THRU 1200-EXIT.
031100     CLOSE MEMBER-MASTER-FILE.
031200     IF RUN-MUST-STOP
031300         GO TO 1000-EXIT
031400     END-IF.
031500     OPEN INPUT ARCHIVE-FILE.
031600     IF WS-ARCH-STATUS NOT = "00"
031700         DISPLAY "No ledger archive on file - nothing to"
031800             " summarize."
031900         MOVE "N" TO WS-RUN-SW
032000         GO TO 1000-EXIT
032100     END-IF.
032200     OPEN INPUT MEMBER-MASTER-FILE.
032300     OPEN OUTPUT SUMMARY-FILE.
032400     OPEN OUTPUT CONTROL-REPORT-FILE.
032500     MOVE ZERO TO WS-MONTH-TOTALS.
032600     MOVE "N" TO WS-MAST-EOF-SW.
032700     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
032800 1000-EXIT.
032900     EXIT.
033000
033100 1100-PROMPT-YEAR.
033200     DISPLAY "Calendar year to summarize (YYYY): "
033300         WITH NO ADVANCING.
033400     ACCEPT WS-YEAR-EDIT.
033500     IF WS-YEAR-EDIT IS NUMERIC
033600         AND WS-REQ-YYYY > 1900
033700         AND WS-REQ-YYYY <= WS-TODAY-YYYY
033800         MOVE "Y" TO WS-VALID-SW
033900     ELSE
034000         DISPLAY "Year must be YYYY, not in the future -"
034100             " re-enter."
034200         MOVE "N" TO WS-VALID-SW
034300     END-IF.
034400 1100-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    1200-TABLE-HOUSEHOLDS - EVERY BILL-TO MEMBER, AND EVERY     *
034900*    HOUSEHOLD MEMBER WHO IS NOT THE BILL-TO WITH THE HOUSEHOLD  *
035000*    THEY BELONG TO. MORE THAN THE TABLES HOLD REFUSES THE RUN   *
035100*    RATHER THAN LEAVE A DEPENDANT OFF THEIR HOUSEHOLD'S         *
035200*    SUMMARY.                                                    *
035300******************************************************************
035400 1200-TABLE-HOUSEHOLDS.
035500     MOVE "N" TO WS-MAST-EOF-SW.
035600     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
035700     PERFORM 1210-TABLE-ONE-MEMBER THRU 1210-EXIT
035800         UNTIL MASTER-EOF OR RUN-MUST-STOP.
035900 1200-EXIT.
036000     EXIT.
036100
036200 1210-TABLE-ONE-MEMBER.
036300     IF MAST-IS-BILLTO
036400         IF WS-BT-COUNT NOT < WS-BT-LIMIT
036500             DISPLAY "More than " WS-BT-LIMIT
036600                 " households on the master - summary refused."
036700             MOVE "N" TO WS-RUN-SW
036800             GO TO 1210-EXIT
036900         END-IF
037000         ADD 1 TO WS-BT-COUNT
037100         MOVE MAST-MBR-ID TO WS-BT-MBR-ID (WS-BT-COUNT)
037200     ELSE
037300         IF MAST-HOUSEHOLD-ID NOT = SPACES
037400             IF WS-DEP-COUNT NOT < WS-DEP-LIMIT
037500                 DISPLAY "More than " WS-DEP-LIMIT
037600                     " household members on the master -"
037700                     " summary refused."
037800                 MOVE "N" TO WS-RUN-SW
037900                 GO TO 1210-EXIT
038000             END-IF
038100             ADD 1 TO WS-DEP-COUNT
038160             MOVE MAST-HOUSEHOLD-ID
038220                 TO WS-DEP-HH-ID (WS-DEP-COUNT)
038300             MOVE MAST-MBR-ID TO WS-DEP-MBR-ID (WS-DEP-COUNT)
038400             MOVE MAST-MBR-NAME TO WS-DEP-NAME (WS-DEP-COUNT)
038500         END-IF
038600     END-IF.
038700     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
038800 1210-EXIT.
038900     EXIT.
039000
039100 1300-READ-MASTER.
039200     READ MEMBER-MASTER-FILE NEXT RECORD
039300         AT END
039400             MOVE "Y" TO WS-MAST-EOF-SW
039500     END-READ.
039600 1300-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000*    2000-SUMMARIZE-ONE-MEMBER - A DEPENDANT WHOSE BILL-TO IS ON *
040100*    THE MASTER IS PRINTED ON THE BILL-TO'S SUMMARY AND PASSED   *
040200*    OVER HERE; EVERYONE ELSE HEADS A SUMMARY OF THEIR OWN.      *
040300******************************************************************
040400 2000-SUMMARIZE-ONE-MEMBER.
040500     IF MAST-HOUSEHOLD-ID NOT = SPACES AND NOT MAST-IS-BILLTO
040600         PERFORM 2100-FIND-BILLTO THRU 2100-EXIT
040700         IF BILLTO-FOUND
040800             GO TO 2000-READ-NEXT
040900         END-IF
041000     END-IF.
041100     PERFORM 3000-SUMMARIZE-GROUP THRU 3000-EXIT.
041200 2000-READ-NEXT.
041300     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
041400 2000-EXIT.
041500     EXIT.
041600
041700 2100-FIND-BILLTO.
041800     MOVE "N" TO WS-FOUND-SW.
041900     PERFORM 2110-MATCH-BILLTO THRU 2110-EXIT
042000         VARYING WS-BT-SUB FROM 1 BY 1
042100         UNTIL WS-BT-SUB > WS-BT-COUNT OR BILLTO-FOUND.
042200 2100-EXIT.
042300     EXIT.
042400
042500 2110-MATCH-BILLTO.
042600     IF WS-BT-MBR-ID (WS-BT-SUB) = MAST-HOUSEHOLD-ID
042700         MOVE "Y" TO WS-FOUND-SW
042800     END-IF.
042900 2110-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*    3000-SUMMARIZE-GROUP - THE MEMBER'S OWN ROWS, THEN FOR A    *
043400*    BILL-TO EACH DEPENDANT'S. THE HEADING AND ADDRESS BLOCK ARE *
043500*    WRITTEN AT THE FIRST ROW FOUND, SO A GROUP WITH NO ROWS IN  *
043600*    THE YEAR PRINTS NOTHING.                                    *
043700******************************************************************
043800 3000-SUMMARIZE-GROUP.
043900     MOVE ZERO TO WS-GROUP-TOTALS.
044000     MOVE "N" TO WS-HEADER-SW.
044100     MOVE MAST-MBR-ID   TO WS-GRP-MBR-ID.
044200     MOVE MAST-MBR-NAME TO WS-GRP-NAME.
044300     MOVE MAST-CONTACT  TO MEMBER-CONTACT.
044400     MOVE MAST-MBR-ID   TO WS-SCAN-MBR-ID.
044500     MOVE MAST-MBR-NAME TO WS-SCAN-NAME.
044600     MOVE "N" TO WS-DEPENDANT-SW.
044700     PERFORM 3100-SCAN-MEMBER-ROWS THRU 3100-EXIT.
044800     IF MAST-IS-BILLTO
044900         PERFORM 3050-SCAN-ONE-DEPENDANT THRU 3050-EXIT
045000             VARYING WS-DEP-SUB FROM 1 BY 1
045100             UNTIL WS-DEP-SUB > WS-DEP-COUNT
045200     END-IF.
045300     IF HEADER-WRITTEN
045400         PERFORM 3800-WRITE-GROUP-TOTALS THRU 3800-EXIT
045500     END-IF.
045600 3000-EXIT.
045700     EXIT.
045800
045900 3050-SCAN-ONE-DEPENDANT.
046000     IF WS-DEP-HH-ID (WS-DEP-SUB) = WS-GRP-MBR-ID
046100         MOVE WS-DEP-MBR-ID (WS-DEP-SUB) TO WS-SCAN-MBR-ID
046200         MOVE WS-DEP-NAME (WS-DEP-SUB)   TO WS-SCAN-NAME
046300         MOVE "Y" TO WS-DEPENDANT-SW
046400         MOVE "N" TO WS-SUBHEAD-SW
046500         PERFORM 3100-SCAN-MEMBER-ROWS THRU 3100-EXIT
046600     END-IF.
046700 3050-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    3100-SCAN-MEMBER-ROWS - START AT THE MEMBER'S FIRST KEY FOR *
047200*    1 JANUARY AND READ NEXT UNTIL THE MEMBER OR THE YEAR        *
047300*    CHANGES, AS MBRSTMT READS A MEMBER'S ROWS.                  *
047400******************************************************************
047500 3100-SCAN-MEMBER-ROWS.
047600     MOVE WS-SCAN-MBR-ID TO ARCH-MBR-ID.
047700     MOVE WS-YEAR-START  TO ARCH-POST-DATE.
047800     MOVE ZERO           TO ARCH-NUMBER.
047900     MOVE "N" TO WS-ARCH-EOF-SW.
048000     START ARCHIVE-FILE KEY >= ARCH-KEY
048100         INVALID KEY
048200             MOVE "Y" TO WS-ARCH-EOF-SW
048300     END-START.
048400     PERFORM 3110-READ-ARCHIVE THRU 3110-EXIT.
048500     PERFORM 3120-NOTE-ROW THRU 3120-EXIT
048600         UNTIL ARCHIVE-EOF.
048700 3100-EXIT.
048800     EXIT.
048900
049000 3110-READ-ARCHIVE.
049100     IF NOT ARCHIVE-EOF
049200         READ ARCHIVE-FILE NEXT RECORD
049300             AT END
049400                 MOVE "Y" TO WS-ARCH-EOF-SW
049500         END-READ
049600     END-IF.
049700 3110-EXIT.
049800     EXIT.
049900
050000 3120-NOTE-ROW.
050100     IF ARCH-MBR-ID NOT = WS-SCAN-MBR-ID
050200         OR ARCH-POST-DATE > WS-YEAR-END
050300         MOVE "Y" TO WS-ARCH-EOF-SW
050400         GO TO 3120-EXIT
050500     END-IF.
050600     IF NOT ARCH-IS-BALANCE-FWD
050700         PERFORM 3200-LIST-ROW THRU 3200-EXIT
050800     END-IF.
050900     PERFORM 3110-READ-ARCHIVE THRU 3110-EXIT.
051000 3120-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400*    3200-LIST-ROW - ONE DETAIL LINE IN DOLLARS. A PAYMENT IS    *
051500*    CARRIED NEGATIVE ON THE LEDGER AND SHOWN AS THE POSITIVE    *
051600*    MONEY PAID; A REFUND IS KEPT APART FROM THE OTHER           *
051700*    ADJUSTMENTS BECAUSE IT REDUCES WHAT THE MEMBER PAID, NOT    *
051800*    WHAT THEY WERE CHARGED. THE ROW ALSO FEEDS THE PRINTED      *
051900*    TOTALS THE CONTROL PAGE TIES BACK TO.                       *
052000******************************************************************
052100 3200-LIST-ROW.
052200     IF HEADER-NOT-WRITTEN
052300         PERFORM 3300-WRITE-HEADER THRU 3300-EXIT
052400     END-IF.
052500     IF SCANNING-DEPENDANT AND SUBHEAD-NOT-WRITTEN
052600         PERFORM 3400-WRITE-SUBHEAD THRU 3400-EXIT
052700     END-IF.
052800     INITIALIZE WS-DETAIL-LINE WITH FILLER ALL TO VALUE.
052900     MOVE ARCH-POST-DATE TO WS-DTL-DATE.
053000     MOVE ARCH-RECEIPT-NUMBER TO WS-DTL-RECEIPT.
053100     MOVE ARCH-AMOUNT TO WS-SHOW-CENTS.
053200     EVALUATE TRUE
053300         WHEN ARCH-IS-FEE
053400             MOVE "FEE CHARGED" TO WS-DTL-ITEM
053500             ADD ARCH-AMOUNT TO WS-GRP-FEES
053600             ADD ARCH-AMOUNT TO WS-PRT-TOT-FEES
053700         WHEN ARCH-IS-PAYMENT
053800             MOVE "PAYMENT" TO WS-DTL-ITEM
053900             IF ARCH-METHOD = "C"
054000                 MOVE "CASH" TO WS-DTL-METHOD
054100                 SUBTRACT ARCH-AMOUNT FROM WS-PRT-TOT-PAY-CASH
054200             ELSE
054300                 IF ARCH-METHOD = "D"
054400                     MOVE "CARD" TO WS-DTL-METHOD
054500                 END-IF
054600                 SUBTRACT ARCH-AMOUNT FROM WS-PRT-TOT-PAY-CARD
054700             END-IF
054800             SUBTRACT ARCH-AMOUNT FROM WS-GRP-PAID
054900             COMPUTE WS-SHOW-CENTS = ZERO - ARCH-AMOUNT
055000         WHEN ARCH-IS-ADJUSTMENT
055100             ADD ARCH-AMOUNT TO WS-PRT-TOT-ADJUST
055200             EVALUATE TRUE
055300                 WHEN ARCH-REASON-REFUND
055400                     MOVE "REFUND" TO WS-DTL-ITEM
055500                     ADD ARCH-AMOUNT TO WS-GRP-REFUNDS
055600                 WHEN ARCH-REASON-WAIVER
055700                     MOVE "FEE WAIVER" TO WS-DTL-ITEM
055800                     ADD ARCH-AMOUNT TO WS-GRP-CREDITS
055900                 WHEN ARCH-REASON-WRITEOFF
056000                     MOVE "WRITE-OFF" TO WS-DTL-ITEM
056100                     ADD ARCH-AMOUNT TO WS-GRP-CREDITS
056200                 WHEN ARCH-REASON-CORRECTION
056300                     MOVE "CORRECTION" TO WS-DTL-ITEM
056400                     ADD ARCH-AMOUNT TO WS-GRP-CREDITS
056420                 WHEN ARCH-REASON-PROMOTION
056440                     MOVE "PROMOTION" TO WS-DTL-ITEM
056460                     ADD ARCH-AMOUNT TO WS-GRP-CREDITS
056500                 WHEN OTHER
056600                     MOVE "ADJUSTMENT" TO WS-DTL-ITEM
056700                     ADD ARCH-AMOUNT TO WS-GRP-CREDITS
056800             END-EVALUATE
056900     END-EVALUATE.
057000     COMPUTE WS-DTL-AMOUNT = WS-SHOW-CENTS / 100.
057100     MOVE WS-DETAIL-LINE TO SUMMARY-LINE.
057200     WRITE SUMMARY-LINE.
057300     ADD 1 TO WS-LISTED-ROWS.
057400 3200-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800*    3300-WRITE-HEADER - RULED OFF FROM THE SUMMARY BEFORE IT,   *
057900*    AS RMNDRUN RULES OFF ITS NOTICES, THEN THE TITLE, THE NAME  *
058000*    AND ADDRESS BLOCK OF THE MEMBER IT GOES TO, AND THE         *
058100*    COLUMNS.                                                    *
058200******************************************************************
058300 3300-WRITE-HEADER.
058400     MOVE "Y" TO WS-HEADER-SW.
058500     ADD 1 TO WS-SUMMARY-COUNT.
058600     MOVE ALL "=" TO SUMMARY-LINE.
058700     WRITE SUMMARY-LINE.
058800     MOVE SPACES TO SUMMARY-LINE.
058900     STRING "MEMBERSHIP PAYMENT SUMMARY - CALENDAR YEAR "
059000         WS-REQ-YYYY
059100         DELIMITED BY SIZE INTO SUMMARY-LINE.
059200     WRITE SUMMARY-LINE.
059300     MOVE SPACES TO SUMMARY-LINE.
059400     WRITE SUMMARY-LINE.
059500     MOVE WS-GRP-NAME TO SUMMARY-LINE.
059600     WRITE SUMMARY-LINE.
059700     PERFORM 3350-WRITE-ADDRESS-BLOCK THRU 3350-EXIT.
059800     MOVE SPACES TO SUMMARY-LINE.
059900     STRING "MEMBER ID: " WS-GRP-MBR-ID
060000         DELIMITED BY SIZE INTO SUMMARY-LINE.
060100     WRITE SUMMARY-LINE.
060200     MOVE SPACES TO SUMMARY-LINE.
060300     WRITE SUMMARY-LINE.
060400     MOVE WS-DETAIL-HEADING TO SUMMARY-LINE.
060500     WRITE SUMMARY-LINE.
060600 3300-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000*    3350-WRITE-ADDRESS-BLOCK - AS MBRSTMT PRINTS IT. A MEMBER   *
061100*    WHO HAS ASKED NOT TO BE CONTACTED, OR HAS NO ADDRESS ON     *
061200*    FILE, GETS A WARNING LINE SO THE SUMMARY IS HANDED OVER AT  *
061300*    THE DESK RATHER THAN MAILED.                                *
061400******************************************************************
061500 3350-WRITE-ADDRESS-BLOCK.
061600     IF MBR-DO-NOT-CONTACT
061700         MOVE "*** DO NOT MAIL - HAND OVER AT THE DESK"
061800             TO SUMMARY-LINE
061900         WRITE SUMMARY-LINE
062000         GO TO 3350-EXIT
062100     END-IF.
062200     IF MBR-ADDRESS-1 = SPACES
062300         MOVE "*** NO MAILING ADDRESS ON FILE - SEE MBRMAINT"
062400             TO SUMMARY-LINE
062500         WRITE SUMMARY-LINE
062600         GO TO 3350-EXIT
062700     END-IF.
062800     MOVE MBR-ADDRESS-1 TO SUMMARY-LINE.
062900     WRITE SUMMARY-LINE.
063000     IF MBR-ADDRESS-2 NOT = SPACES
063100         MOVE MBR-ADDRESS-2 TO SUMMARY-LINE
063200         WRITE SUMMARY-LINE
063300     END-IF.
063400     MOVE SPACES TO SUMMARY-LINE.
063500     STRING MBR-CITY DELIMITED BY "  "
063600         " " MBR-STATE-CODE "  " MBR-POSTCODE
063700         DELIMITED BY SIZE INTO SUMMARY-LINE.
063800     WRITE SUMMARY-LINE.
063900 3350-EXIT.
064000     EXIT.
064100
064200 3400-WRITE-SUBHEAD.
064300     MOVE "Y" TO WS-SUBHEAD-SW.
064400     MOVE SPACES TO SUMMARY-LINE.
064500     STRING "  HOUSEHOLD MEMBER: " WS-SCAN-NAME " ("
064600         WS-SCAN-MBR-ID ")"
064700         DELIMITED BY SIZE INTO SUMMARY-LINE.
064800     WRITE SUMMARY-LINE.
064900 3400-EXIT.
065000     EXIT.
065100
065200******************************************************************
065300*    3800-WRITE-GROUP-TOTALS - THE FIGURES A BENEFIT CLAIM ASKS  *
065400*    FOR. NET PAID IS PAYMENTS LESS REFUNDS RETURNED.            *
065500******************************************************************
065600 3800-WRITE-GROUP-TOTALS.
065700     IF WS-DEP-COUNT > ZERO AND MAST-IS-BILLTO
065800         ADD 1 TO WS-HOUSEHOLD-COUNT
065900     END-IF.
066000     MOVE SPACES TO SUMMARY-LINE.
066100     WRITE SUMMARY-LINE.
066200     INITIALIZE WS-SUM-TOTAL-LINE WITH FILLER ALL TO VALUE.
066300     MOVE "FEES CHARGED" TO WS-STL-LABEL.
066400     COMPUTE WS-STL-AMOUNT = WS-GRP-FEES / 100.
066500     MOVE WS-SUM-TOTAL-LINE TO SUMMARY-LINE.
066600     WRITE SUMMARY-LINE.
066700     MOVE "WAIVERS, CREDITS AND CORRECTIONS" TO WS-STL-LABEL.
066800     COMPUTE WS-STL-AMOUNT = WS-GRP-CREDITS / 100.
066900     MOVE WS-SUM-TOTAL-LINE TO SUMMARY-LINE.
067000     WRITE SUMMARY-LINE.
067100     MOVE "PAYMENTS MADE" TO WS-STL-LABEL.
067200     COMPUTE WS-STL-AMOUNT = WS-GRP-PAID / 100.
067300     MOVE WS-SUM-TOTAL-LINE TO SUMMARY-LINE.
067400     WRITE SUMMARY-LINE.
067500     MOVE "REFUNDS RETURNED" TO WS-STL-LABEL.
067600     COMPUTE WS-STL-AMOUNT = WS-GRP-REFUNDS / 100.
067700     MOVE WS-SUM-TOTAL-LINE TO SUMMARY-LINE.
067800     WRITE SUMMARY-LINE.
067900     COMPUTE WS-GRP-NET-PAID = WS-GRP-PAID - WS-GRP-REFUNDS.
068000     MOVE "NET PAID FOR THE YEAR" TO WS-STL-LABEL.
068100     COMPUTE WS-STL-AMOUNT = WS-GRP-NET-PAID / 100.
068200     MOVE WS-SUM-TOTAL-LINE TO SUMMARY-LINE.
068300     WRITE SUMMARY-LINE.
068400 3800-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800*    4000-CONTROL-PASS - THE WHOLE ARCHIVE FRONT TO BACK. ROWS   *
068900*    IN THE YEAR ARE BUCKETED BY MONTH THE WAY MONTHREV BUCKETS  *
069000*    THEM; A ROW WHOSE MEMBER IS NOT ON THE MASTER IS ALSO       *
069100*    TOTALLED APART, SINCE NO SUMMARY COULD PRINT IT. A MEMBER   *
069200*    BF ROW DATED AFTER THE YEAR MEANS PURGERUN HAS MOVED THE    *
069300*    YEAR OFF LINE.                                              *
069400******************************************************************
069500 4000-CONTROL-PASS.
069600     CLOSE ARCHIVE-FILE.
069700     OPEN INPUT ARCHIVE-FILE.
069800     MOVE SPACES TO WS-LAST-CHECK-ID.
069900     MOVE "N" TO WS-ARCH-EOF-SW.
070000     PERFORM 3110-READ-ARCHIVE THRU 3110-EXIT.
070100     PERFORM 4100-CONTROL-ONE-ROW THRU 4100-EXIT
070200         UNTIL ARCHIVE-EOF.
070300 4000-EXIT.
070400     EXIT.
070500
070600 4100-CONTROL-ONE-ROW.
070700     IF ARCH-IS-BALANCE-FWD
070800         IF ARCH-POST-DATE > WS-YEAR-END
070900             AND ARCH-MBR-ID NOT = "*SHOP CONTROL*"
071000             ADD 1 TO WS-LATER-BF-ROWS
071100         END-IF
071200         GO TO 4100-READ-NEXT
071300     END-IF.
071400     IF ARCH-POST-DATE < WS-YEAR-START
071500         OR ARCH-POST-DATE > WS-YEAR-END
071600         GO TO 4100-READ-NEXT
071700     END-IF.
071800     MOVE ARCH-POST-DATE TO WS-ROW-DATE.
071900     MOVE WS-ROW-MM TO WS-MON-SUB.
072000     EVALUATE TRUE
072100         WHEN ARCH-IS-FEE
072200             ADD ARCH-AMOUNT TO WS-MON-FEES (WS-MON-SUB)
072300         WHEN ARCH-IS-PAYMENT
072400             IF ARCH-METHOD = "C"
072500                 SUBTRACT ARCH-AMOUNT
072600                     FROM WS-MON-PAY-CASH (WS-MON-SUB)
072700             ELSE
072800                 SUBTRACT ARCH-AMOUNT
072900                     FROM WS-MON-PAY-CARD (WS-MON-SUB)
073000             END-IF
073100         WHEN ARCH-IS-ADJUSTMENT
073200             ADD ARCH-AMOUNT TO WS-MON-ADJUST (WS-MON-SUB)
073300         WHEN OTHER
073400             CONTINUE
073500     END-EVALUATE.
073600     PERFORM 4200-CHECK-ON-MASTER THRU 4200-EXIT.
073700     IF ROW-MEMBER-NOT-ON-MASTER
073800         PERFORM 4300-ADD-ORPHAN-ROW THRU 4300-EXIT
073900     END-IF.
074000 4100-READ-NEXT.
074100     PERFORM 3110-READ-ARCHIVE THRU 3110-EXIT.
074200 4100-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600*    4200-CHECK-ON-MASTER - THE ARCHIVE IS IN MEMBER ORDER, SO   *
074700*    THE MASTER IS READ ONCE PER MEMBER, NOT ONCE PER ROW.       *
074800******************************************************************
074900 4200-CHECK-ON-MASTER.
075000     IF ARCH-MBR-ID = WS-LAST-CHECK-ID
075100         GO TO 4200-EXIT
075200     END-IF.
075300     MOVE ARCH-MBR-ID TO WS-LAST-CHECK-ID.
075400     MOVE ARCH-MBR-ID TO MAST-MBR-ID.
075500     READ MEMBER-MASTER-FILE
075600         INVALID KEY
075700             MOVE "N" TO WS-ON-MASTER-SW
075800         NOT INVALID KEY
075900             MOVE "Y" TO WS-ON-MASTER-SW
076000     END-READ.
076100 4200-EXIT.
076200     EXIT.
076300
076400 4300-ADD-ORPHAN-ROW.
076500     ADD 1 TO WS-ORPHAN-ROWS.
076600     EVALUATE TRUE
076700         WHEN ARCH-IS-FEE
076800             ADD ARCH-AMOUNT TO WS-ORP-FEES
076900         WHEN ARCH-IS-PAYMENT
077000             IF ARCH-METHOD = "C"
077100                 SUBTRACT ARCH-AMOUNT FROM WS-ORP-PAY-CASH
077200             ELSE
077300                 SUBTRACT ARCH-AMOUNT FROM WS-ORP-PAY-CARD
077400             END-IF
077500         WHEN ARCH-IS-ADJUSTMENT
077600             ADD ARCH-AMOUNT TO WS-ORP-ADJUST
077700         WHEN OTHER
077800             CONTINUE
077900     END-EVALUATE.
078000 4300-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400*    8000-WRITE-CONTROL-PAGE - THE TWELVE MONTH LINES AND THE    *
078500*    YEAR TOTAL IN MONTHREV'S COLUMNS (CENTS), THEN WHAT THE     *
078600*    SUMMARIES PRINTED, THE ROWS NO SUMMARY COULD CARRY, AND     *
078700*    WHETHER THE TWO ADD BACK TO THE YEAR.                       *
078800******************************************************************
078900 8000-WRITE-CONTROL-PAGE.
079000     MOVE SPACES TO CONTROL-REPORT-LINE.
079100     STRING "YEAR-END SUMMARY CONTROL PAGE - CALENDAR YEAR "
079200         WS-REQ-YYYY " (CENTS)"
079300         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
079400     WRITE CONTROL-REPORT-LINE.
079500     MOVE "EACH MONTH LINE MUST AGREE WITH MONTHREV (MREVRPT) FOR"
079600         TO CONTROL-REPORT-LINE.
079700     WRITE CONTROL-REPORT-LINE.
079800     MOVE "THAT MONTH." TO CONTROL-REPORT-LINE.
079900     WRITE CONTROL-REPORT-LINE.
080000     MOVE SPACES TO CONTROL-REPORT-LINE.
080100     WRITE CONTROL-REPORT-LINE.
080200     MOVE "                                 FEES       PAY CASH
080300-    "      PAY CARD         ADJUST            NET"
080400         TO CONTROL-REPORT-LINE.
080500     WRITE CONTROL-REPORT-LINE.
080600     PERFORM 8100-WRITE-MONTH-LINE THRU 8100-EXIT
080700         VARYING WS-MON-SUB FROM 1 BY 1
080800         UNTIL WS-MON-SUB > 12.
080900     INITIALIZE WS-PRINT-LINE WITH FILLER ALL TO VALUE.
081000     MOVE "YEAR TOTAL" TO WS-PRT-LABEL.
081100     MOVE WS-YR-FEES     TO WS-PRT-FEES.
081200     MOVE WS-YR-PAY-CASH TO WS-PRT-PAY-CASH.
081300     MOVE WS-YR-PAY-CARD TO WS-PRT-PAY-CARD.
081400     MOVE WS-YR-ADJUST   TO WS-PRT-ADJUST.
081500     COMPUTE WS-NET-CENTS = WS-YR-FEES + WS-YR-ADJUST
081600         - WS-YR-PAY-CASH - WS-YR-PAY-CARD.
081700     MOVE WS-NET-CENTS TO WS-PRT-NET.
081800     MOVE WS-PRINT-LINE TO CONTROL-REPORT-LINE.
081900     WRITE CONTROL-REPORT-LINE.
082000     MOVE SPACES TO CONTROL-REPORT-LINE.
082100     WRITE CONTROL-REPORT-LINE.
082200     INITIALIZE WS-PRINT-LINE WITH FILLER ALL TO VALUE.
082300     MOVE "ON MEMBER SUMMARIES" TO WS-PRT-LABEL.
082400     MOVE WS-PRT-TOT-FEES     TO WS-PRT-FEES.
082500     MOVE WS-PRT-TOT-PAY-CASH TO WS-PRT-PAY-CASH.
082600     MOVE WS-PRT-TOT-PAY-CARD TO WS-PRT-PAY-CARD.
082700     MOVE WS-PRT-TOT-ADJUST   TO WS-PRT-ADJUST.
082800     COMPUTE WS-NET-CENTS = WS-PRT-TOT-FEES + WS-PRT-TOT-ADJUST
082900         - WS-PRT-TOT-PAY-CASH - WS-PRT-TOT-PAY-CARD.
083000     MOVE WS-NET-CENTS TO WS-PRT-NET.
083100     MOVE WS-PRINT-LINE TO CONTROL-REPORT-LINE.
083200     WRITE CONTROL-REPORT-LINE.
083300     INITIALIZE WS-PRINT-LINE WITH FILLER ALL TO VALUE.
083400     MOVE "MEMBER NOT ON MASTER" TO WS-PRT-LABEL.
083500     MOVE WS-ORP-FEES     TO WS-PRT-FEES.
083600     MOVE WS-ORP-PAY-CASH TO WS-PRT-PAY-CASH.
083700     MOVE WS-ORP-PAY-CARD TO WS-PRT-PAY-CARD.
083800     MOVE WS-ORP-ADJUST   TO WS-PRT-ADJUST.
083900     COMPUTE WS-NET-CENTS = WS-ORP-FEES + WS-ORP-ADJUST
084000         - WS-ORP-PAY-CASH - WS-ORP-PAY-CARD.
084100     MOVE WS-NET-CENTS TO WS-PRT-NET.
084200     MOVE WS-PRINT-LINE TO CONTROL-REPORT-LINE.
084300     WRITE CONTROL-REPORT-LINE.
084400     MOVE SPACES TO CONTROL-REPORT-LINE.
084500     WRITE CONTROL-REPORT-LINE.
084600     IF WS-PRT-TOT-FEES + WS-ORP-FEES = WS-YR-FEES
084700         AND WS-PRT-TOT-PAY-CASH + WS-ORP-PAY-CASH
084800             = WS-YR-PAY-CASH
084900         AND WS-PRT-TOT-PAY-CARD + WS-ORP-PAY-CARD
085000             = WS-YR-PAY-CARD
085100         AND WS-PRT-TOT-ADJUST + WS-ORP-ADJUST = WS-YR-ADJUST
085200         MOVE "Y" TO WS-BALANCE-SW
085300         MOVE "SUMMARIES PLUS MEMBERS NOT ON MASTER TIE TO YEAR."
085400             TO CONTROL-REPORT-LINE
085500     ELSE
085600         MOVE "N" TO WS-BALANCE-SW
085700         MOVE "*** SUMMARIES DO NOT TIE TO THE YEAR - DO NOT MAIL"
085800             TO CONTROL-REPORT-LINE
085900     END-IF.
086000     WRITE CONTROL-REPORT-LINE.
086100     IF WS-LATER-BF-ROWS > ZERO
086200         MOVE "*** PURGERUN HAS MOVED THIS YEAR OFF LINE - ROWS"
086300             TO CONTROL-REPORT-LINE
086400         WRITE CONTROL-REPORT-LINE
086500         MOVE "*** ARE IN LEDGARCX.YYYY, NOT ON THESE SUMMARIES."
086600             TO CONTROL-REPORT-LINE
086700         WRITE CONTROL-REPORT-LINE
086800     END-IF.
086900     MOVE SPACES TO CONTROL-REPORT-LINE.
087000     WRITE CONTROL-REPORT-LINE.
087100     MOVE "SUMMARIES PRINTED" TO WS-CNT-LABEL.
087200     MOVE WS-SUMMARY-COUNT TO WS-CNT-VALUE.
087300     WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.
087400     MOVE "  OF WHICH HOUSEHOLDS" TO WS-CNT-LABEL.
087500     MOVE WS-HOUSEHOLD-COUNT TO WS-CNT-VALUE.
087600     WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.
087700     MOVE "LEDGER ROWS LISTED" TO WS-CNT-LABEL.
087800     MOVE WS-LISTED-ROWS TO WS-CNT-VALUE.
087900     WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.
088000     MOVE "ROWS FOR MEMBERS NOT ON MASTER" TO WS-CNT-LABEL.
088100     MOVE WS-ORPHAN-ROWS TO WS-CNT-VALUE.
088200     WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.
088300     DISPLAY "Year-end summaries for " WS-REQ-YYYY ": "
088400         WS-SUMMARY-COUNT " written to YRSUMRPT, control page"
088500         " in YRCTLRPT.".
088600     IF CONTROL-OUT-OF-BALANCE
088700         DISPLAY "*** Control page does not tie - see YRCTLRPT."
088800     END-IF.
088900     IF WS-LATER-BF-ROWS > ZERO
089000         DISPLAY "*** Year " WS-REQ-YYYY " has been purged off"
089100             " line - see YRCTLRPT."
089200     END-IF.
089300 8000-EXIT.
089400     EXIT.
089500
089600 8100-WRITE-MONTH-LINE.
089700     INITIALIZE WS-PRINT-LINE WITH FILLER ALL TO VALUE.
089800     COMPUTE WS-LABEL-YYYYMM = WS-REQ-YYYY * 100 + WS-MON-SUB.
089900     STRING WS-LABEL-YYYYMM " " WS-MONTH-NAME (WS-MON-SUB)
090000         DELIMITED BY SIZE INTO WS-PRT-LABEL.
090100     MOVE WS-MON-FEES (WS-MON-SUB)     TO WS-PRT-FEES.
090200     MOVE WS-MON-PAY-CASH (WS-MON-SUB) TO WS-PRT-PAY-CASH.
090300     MOVE WS-MON-PAY-CARD (WS-MON-SUB) TO WS-PRT-PAY-CARD.
090400     MOVE WS-MON-ADJUST (WS-MON-SUB)   TO WS-PRT-ADJUST.
090500     COMPUTE WS-NET-CENTS =
090600         WS-MON-FEES (WS-MON-SUB)
090700         + WS-MON-ADJUST (WS-MON-SUB)
090800         - WS-MON-PAY-CASH (WS-MON-SUB)
090900         - WS-MON-PAY-CARD (WS-MON-SUB).
091000     MOVE WS-NET-CENTS TO WS-PRT-NET.
091100     MOVE WS-PRINT-LINE TO CONTROL-REPORT-LINE.
091200     WRITE CONTROL-REPORT-LINE.
091300     ADD WS-MON-FEES (WS-MON-SUB)     TO WS-YR-FEES.
091400     ADD WS-MON-PAY-CASH (WS-MON-SUB) TO WS-YR-PAY-CASH.
091500     ADD WS-MON-PAY-CARD (WS-MON-SUB) TO WS-YR-PAY-CARD.
091600     ADD WS-MON-ADJUST (WS-MON-SUB)   TO WS-YR-ADJUST.
091700 8100-EXIT.
091800     EXIT.
091900
092000******************************************************************
092100*    9999-TERMINATE                                              *
092200******************************************************************
092300 9999-TERMINATE.
092400     CLOSE MEMBER-MASTER-FILE.
092500     CLOSE ARCHIVE-FILE.
092600     CLOSE SUMMARY-FILE.
092700     CLOSE CONTROL-REPORT-FILE.
092800 9999-EXIT.
092900     EXIT.
