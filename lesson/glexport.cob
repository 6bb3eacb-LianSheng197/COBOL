000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLEXPORT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    GLEXPORT BUILDS THE DAY'S DOUBLE-ENTRY JOURNAL FOR THE      *
000900*    BOOKKEEPER, WHO USED TO RE-KEY THE MONEY INTO THE           *
001000*    ACCOUNTING PACKAGE FROM CASHUP AND THE POSTING REGISTER     *
001100*    (EODEXTR'S EODCSV ONLY CARRIES COUNTS). EVERY LEDGER ROW    *
001200*    FOR THE BUSINESS DAY - STILL ON XACTIN OR ALREADY FILED TO  *
001300*    LEDGARCX BY EODCLOSE - MOVES MEMBER RECEIVABLES BY ITS      *
001400*    SIGNED AMOUNT AND TAKES THE OTHER SIDE IN THE ACCOUNT ITS   *
001500*    TYPE SAYS:                                                  *
001600*        FE  - MEMBERSHIP REVENUE                                *
001700*        PY  - CASH ON HAND (METHOD C) OR CARD CLEARING          *
001800*        AJ  - MEMBER ACCOUNT ADJUSTMENTS, EXCEPT A BAD-DEBT     *
001900*              WRITE-OFF (REASON B), WHICH GOES TO BAD DEBT      *
002000*    A POSITIVE AMOUNT DEBITS RECEIVABLES, A NEGATIVE ONE        *
002100*    CREDITS IT. BF CONTROL ROWS MOVE NO MONEY AND ARE SKIPPED.  *
002200*    THE DAY IS APPENDED TO GLJRNL AS ONE JL LINE PER ACCOUNT    *
002300*    USED AND A CT BATCH CONTROL LINE; A DAY THAT DOES NOT       *
002400*    BALANCE, OR ONE ALREADY ON GLJRNL, IS REFUSED. TODAY CAN    *
002500*    ONLY BE EXPORTED ONCE FRONTDESK HAS CLOSED THE DAY.         *
002600*------------------------------------------------------------------
002700*    MODIFICATION HISTORY                                        *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-XACT-STATUS.
003800     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS ARCH-KEY
004200         FILE STATUS IS WS-ARCH-STATUS.
004300     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GLJ-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TRANSACTION-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY XACTREC.
005200
005300 FD  ARCHIVE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY LEDGARCH.
005600
005700 FD  JOURNAL-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY GLJRNL.
006000
006100 WORKING-STORAGE SECTION.
006200     COPY DAYANSW.
006300
006400******************************************************************
006500*    THE CHART OF ACCOUNTS THE JOURNAL POSTS TO, IN THE          *
006600*    BOOKKEEPER'S NUMBERING. THE SUBSCRIPTS BELOW NAME THE SLOTS.*
006700******************************************************************
006800 01  WS-ACCOUNT-VALUES.
006900     05  FILLER                  PIC X(34) VALUE
007000         "1000CASH ON HAND".
007100     05  FILLER                  PIC X(34) VALUE
007200         "1010CARD CLEARING".
007300     05  FILLER                  PIC X(34) VALUE
007400         "1200MEMBER RECEIVABLES".
007500     05  FILLER                  PIC X(34) VALUE
007600         "4000MEMBERSHIP REVENUE".
007700     05  FILLER                  PIC X(34) VALUE
007800         "4200MEMBER ACCOUNT ADJUSTMENTS".
007900     05  FILLER                  PIC X(34) VALUE
008000         "6900BAD DEBT WRITE-OFFS".
008100 01  WS-ACCOUNT-TABLE REDEFINES WS-ACCOUNT-VALUES.
008200     05  WS-ACCOUNT-ENTRY OCCURS 6 TIMES.
008300         10  WS-ACCT-NUMBER      PIC 9(04).
008400         10  WS-ACCT-NAME        PIC X(30).
008500
008600 01  WS-ACCOUNT-TOTALS.
008700     05  WS-ACCT-TOTAL OCCURS 6 TIMES.
008800         10  WS-ACCT-DEBIT       PIC 9(11).
008900         10  WS-ACCT-CREDIT      PIC 9(11).
009000         10  WS-ACCT-ROWS        PIC 9(06).
009100
009200 77  WS-SLOT-CASH                PIC 9(01) COMP VALUE 1.
009300 77  WS-SLOT-CARD                PIC 9(01) COMP VALUE 2.
009400 77  WS-SLOT-RECEIVABLES         PIC 9(01) COMP VALUE 3.
009500 77  WS-SLOT-REVENUE             PIC 9(01) COMP VALUE 4.
009600 77  WS-SLOT-ADJUSTMENTS         PIC 9(01) COMP VALUE 5.
009700 77  WS-SLOT-BAD-DEBT            PIC 9(01) COMP VALUE 6.
009800
009900 01  WS-DATE-GROUP.
010000     05  WS-DATE-EDIT            PIC X(08).
010100 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
010200                                 PIC 9(08).
010300
010400 01  WS-BUSINESS-DATE            PIC 9(08).
010500 01  WS-CURRENT-DATE             PIC 9(08).
010600
010700 01  WS-TALLY-TYPE               PIC X(02).
010800     88  TALLY-IS-FEE                VALUE "FE".
010900     88  TALLY-IS-PAYMENT            VALUE "PY".
011000     88  TALLY-IS-ADJUSTMENT         VALUE "AJ".
011100 01  WS-TALLY-METHOD             PIC X(01).
011200     88  TALLY-METHOD-CASH           VALUE "C".
011300 01  WS-TALLY-REASON             PIC X(01).
011400     88  TALLY-REASON-WRITEOFF       VALUE "B".
011500 01  WS-TALLY-AMOUNT             PIC S9(07).
011600 01  WS-TALLY-CENTS              PIC 9(07).
011700
011800 01  WS-TOTAL-DEBITS             PIC 9(11) VALUE ZERO.
011900 01  WS-TOTAL-CREDITS            PIC 9(11) VALUE ZERO.
012000 01  WS-LEDGER-ROWS              PIC 9(06) VALUE ZERO.
012100 01  WS-SKIPPED-ROWS             PIC 9(06) VALUE ZERO.
012200 01  WS-JOURNAL-LINES            PIC 9(04) VALUE ZERO.
012300
012400 01  WS-EDIT-CENTS               PIC ---,---,---,--9.
012500
012600 77  WS-XACT-STATUS              PIC X(02).
012700 77  WS-ARCH-STATUS              PIC X(02).
012800 77  WS-GLJ-STATUS               PIC X(02).
012900
013000 77  WS-ACCT-SUB                 PIC 9(01) COMP.
013100 77  WS-OTHER-SUB                PIC 9(01) COMP.
013200
013300 77  WS-GLJ-NEW-SW               PIC X(01).
013400     88  JOURNAL-IS-NEW              VALUE "Y".
013500     88  JOURNAL-NOT-NEW             VALUE "N".
013600
013700 77  WS-DAY-DONE-SW              PIC X(01).
013800     88  DAY-ALREADY-EXPORTED        VALUE "Y".
013900     88  DAY-NOT-EXPORTED            VALUE "N".
014000
014100 77  WS-EOF-SW                   PIC X(01).
014200     88  AT-EOF                      VALUE "Y".
014300     88  NOT-AT-EOF                  VALUE "N".
014400
014500 77  WS-VALID-SW                 PIC X(01).
014600     88  INPUT-IS-VALID              VALUE "Y".
014700     88  INPUT-IS-INVALID            VALUE "N".
014800
014900 PROCEDURE DIVISION.
015000******************************************************************
015100*    0000-MAINLINE                                                *
015200******************************************************************
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     IF WS-BUSINESS-DATE = WS-CURRENT-DATE
015600         CALL "DAYSTAT" USING DAY-CONTROL-ANSWER
015700         IF NOT DAY-CLOSED-TODAY
015800             DISPLAY "Business day is not closed - journal export"
015900                 " refused."
016000             MOVE 8 TO RETURN-CODE
016100             STOP RUN
016200         END-IF
016300     END-IF.
016400     PERFORM 1500-CHECK-JOURNAL THRU 1500-EXIT.
016500     IF DAY-ALREADY-EXPORTED
016600         DISPLAY "Journal for " WS-BUSINESS-DATE " is already on"
016700             " GLJRNL - second export refused."
016800         MOVE 8 TO RETURN-CODE
016900         STOP RUN
017000     END-IF.
017100     PERFORM 2000-SCAN-TODAY THRU 2000-EXIT.
017200     PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT.
017300     PERFORM 4000-PROVE-BALANCE THRU 4000-EXIT.
017400     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
017500         MOVE WS-TOTAL-DEBITS TO WS-EDIT-CENTS
017600         DISPLAY "Debits  " WS-EDIT-CENTS
017700         MOVE WS-TOTAL-CREDITS TO WS-EDIT-CENTS
017800         DISPLAY "Credits " WS-EDIT-CENTS
017900         DISPLAY "Journal does not balance - export refused."
018000         MOVE 16 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
018400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018500     STOP RUN.
018600
018700******************************************************************
018800*    1000-INITIALIZE - THE BUSINESS DAY DEFAULTS TO TODAY; AN    *
018900*    EARLIER DAY MISSED BY THE NIGHTLY RUN CAN BE KEYED. A DAY   *
019000*    IN THE FUTURE HAS NOTHING TO EXPORT.                        *
019100******************************************************************
019200 1000-INITIALIZE.
019300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019400     INITIALIZE WS-ACCOUNT-TOTALS.
019500     MOVE "N" TO WS-VALID-SW.
019600     PERFORM 1100-PROMPT-DATE THRU 1100-EXIT
019700         UNTIL INPUT-IS-VALID.
019800 1000-EXIT.
019900     EXIT.
020000
020100 1100-PROMPT-DATE.
020200     DISPLAY "Business date to export (YYYYMMDD, blank for"
020300         " today): " WITH NO ADVANCING.
020400     ACCEPT WS-DATE-EDIT.
020500     IF WS-DATE-EDIT = SPACES
020600         MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
020700         MOVE "Y" TO WS-VALID-SW
020800         GO TO 1100-EXIT
020900     END-IF.
021000     IF WS-DATE-EDIT IS NOT NUMERIC OR WS-DATE-NUM = ZERO
021100         DISPLAY "Date must be eight digits - re-enter."
021200         GO TO 1100-EXIT
021300     END-IF.
021400     IF WS-DATE-NUM > WS-CURRENT-DATE
021500         DISPLAY "Date is in the future - re-enter."
021600         GO TO 1100-EXIT
021700     END-IF.
021800     MOVE WS-DATE-NUM TO WS-BUSINESS-DATE.
021900     MOVE "Y" TO WS-VALID-SW.
022000 1100-EXIT.
022100     EXIT.
022200
022300******************************************************************
022400*    1500-CHECK-JOURNAL - GLJRNL ACCUMULATES ONE BATCH PER DAY.  *
022500*    ON FIRST-EVER USE IT IS CREATED AND FLAGGED NEW SO THE      *
022600*    HEADER ROW IS WRITTEN ONCE; A CT LINE ALREADY ON FILE FOR   *
022700*    THE DAY REFUSES A SECOND EXPORT RATHER THAN POSTING THE     *
022800*    DAY TWICE IN THE BOOKS.                                     *
022900******************************************************************
023000 1500-CHECK-JOURNAL.
023100     MOVE "N" TO WS-DAY-DONE-SW.
023200     MOVE "N" TO WS-GLJ-NEW-SW.
023300     OPEN INPUT JOURNAL-FILE.
023400     IF WS-GLJ-STATUS = "35"
023500         MOVE "Y" TO WS-GLJ-NEW-SW
023600         OPEN OUTPUT JOURNAL-FILE
023700         CLOSE JOURNAL-FILE
023800     ELSE
023900         MOVE "N" TO WS-EOF-SW
024000         PERFORM 1600-READ-JOURNAL THRU 1600-EXIT
024100         PERFORM 1700-SCAN-JOURNAL THRU 1700-EXIT
024200             UNTIL AT-EOF
024300         CLOSE JOURNAL-FILE
024400     END-IF.
024500 1500-EXIT.
024600     EXIT.
024700
024800 1600-READ-JOURNAL.
024900     READ JOURNAL-FILE
025000         AT END
025100             MOVE "Y" TO WS-EOF-SW
025200     END-READ.
025300 1600-EXIT.
025400     EXIT.
025500
025600 1700-SCAN-JOURNAL.
025700     IF GLJ-DATE IS NUMERIC AND GLJ-DATE = WS-BUSINESS-DATE
025800         AND GLJ-IS-CONTROL
025900         MOVE "Y" TO WS-DAY-DONE-SW
026000     END-IF.
026100     PERFORM 1600-READ-JOURNAL THRU 1600-EXIT.
026200 1700-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*    2000-SCAN-TODAY - ROWS FOR THE DAY STILL ON THE OPEN XACTIN *
026700*    (EODCLOSE HAS NOT FILED THEM YET).                          *
026800******************************************************************
026900 2000-SCAN-TODAY.
027000     OPEN INPUT TRANSACTION-FILE.
027100     IF WS-XACT-STATUS = "00"
027200         MOVE "N" TO WS-EOF-SW
027300         PERFORM 2100-READ-TODAY THRU 2100-EXIT
027400         PERFORM 2200-NOTE-TODAY-ROW THRU 2200-EXIT
027500             UNTIL AT-EOF
027600         CLOSE TRANSACTION-FILE
027700     END-IF.
027800 2000-EXIT.
027900     EXIT.
028000
028100 2100-READ-TODAY.
028200     READ TRANSACTION-FILE
028300         AT END
028400             MOVE "Y" TO WS-EOF-SW
028500     END-READ.
028600 2100-EXIT.
028700     EXIT.
028800
028900 2200-NOTE-TODAY-ROW.
029000     IF XACT-POST-DATE = WS-BUSINESS-DATE
029100         AND NOT XACT-IS-BALANCE-FWD
029200         MOVE XACT-TYPE       TO WS-TALLY-TYPE
029300         MOVE XACT-METHOD     TO WS-TALLY-METHOD
029400         MOVE XACT-ADJ-REASON TO WS-TALLY-REASON
029500         MOVE XACT-AMOUNT     TO WS-TALLY-AMOUNT
029600         PERFORM 3300-JOURNAL-ROW THRU 3300-EXIT
029700     END-IF.
029800     PERFORM 2100-READ-TODAY THRU 2100-EXIT.
029900 2200-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300*    3000-SCAN-ARCHIVE - ROWS FOR THE DAY ALREADY FILED TO THE   *
030400*    ARCHIVE BY THE CLOSE.                                       *
030500******************************************************************
030600 3000-SCAN-ARCHIVE.
030700     OPEN INPUT ARCHIVE-FILE.
030800     IF WS-ARCH-STATUS = "00"
030900         MOVE "N" TO WS-EOF-SW
031000         PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
031100         PERFORM 3200-NOTE-ARCHIVE-ROW THRU 3200-EXIT
031200             UNTIL AT-EOF
031300         CLOSE ARCHIVE-FILE
031400     END-IF.
031500 3000-EXIT.
031600     EXIT.
031700
031800 3100-READ-ARCHIVE.
031900     READ ARCHIVE-FILE
032000         AT END
032100             MOVE "Y" TO WS-EOF-SW
032200     END-READ.
032300 3100-EXIT.
032400     EXIT.
032500
032600 3200-NOTE-ARCHIVE-ROW.
032700     IF ARCH-POST-DATE = WS-BUSINESS-DATE
032800         AND NOT ARCH-IS-BALANCE-FWD
032900         MOVE ARCH-TYPE       TO WS-TALLY-TYPE
033000         MOVE ARCH-METHOD     TO WS-TALLY-METHOD
033100         MOVE ARCH-ADJ-REASON TO WS-TALLY-REASON
033200         MOVE ARCH-AMOUNT     TO WS-TALLY-AMOUNT
033300         PERFORM 3300-JOURNAL-ROW THRU 3300-EXIT
033400     END-IF.
033500     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
033600 3200-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*    3300-JOURNAL-ROW - PICK THE ACCOUNT OPPOSITE RECEIVABLES    *
034100*    FOR THE ROW, THEN POST BOTH SIDES. A ROW OF A TYPE THE      *
034200*    CHART DOES NOT COVER IS COUNTED AND LEFT OUT.               *
034300******************************************************************
034400 3300-JOURNAL-ROW.
034500     EVALUATE TRUE
034600         WHEN TALLY-IS-FEE
034700             MOVE WS-SLOT-REVENUE TO WS-OTHER-SUB
034800         WHEN TALLY-IS-PAYMENT AND TALLY-METHOD-CASH
034900             MOVE WS-SLOT-CASH TO WS-OTHER-SUB
035000         WHEN TALLY-IS-PAYMENT
035100             MOVE WS-SLOT-CARD TO WS-OTHER-SUB
035200         WHEN TALLY-IS-ADJUSTMENT AND TALLY-REASON-WRITEOFF
035300             MOVE WS-SLOT-BAD-DEBT TO WS-OTHER-SUB
035400         WHEN TALLY-IS-ADJUSTMENT
035500             MOVE WS-SLOT-ADJUSTMENTS TO WS-OTHER-SUB
035600         WHEN OTHER
035700             ADD 1 TO WS-SKIPPED-ROWS
035800             GO TO 3300-EXIT
035900     END-EVALUATE.
036000     ADD 1 TO WS-LEDGER-ROWS.
036100     ADD 1 TO WS-ACCT-ROWS (WS-SLOT-RECEIVABLES).
036200     ADD 1 TO WS-ACCT-ROWS (WS-OTHER-SUB).
036300     IF WS-TALLY-AMOUNT < ZERO
036400         COMPUTE WS-TALLY-CENTS = ZERO - WS-TALLY-AMOUNT
036500         ADD WS-TALLY-CENTS
036550             TO WS-ACCT-CREDIT (WS-SLOT-RECEIVABLES)
036600         ADD WS-TALLY-CENTS TO WS-ACCT-DEBIT (WS-OTHER-SUB)
036700     ELSE
036800         MOVE WS-TALLY-AMOUNT TO WS-TALLY-CENTS
036900         ADD WS-TALLY-CENTS TO WS-ACCT-DEBIT (WS-SLOT-RECEIVABLES)
037000         ADD WS-TALLY-CENTS TO WS-ACCT-CREDIT (WS-OTHER-SUB)
037100     END-IF.
037200 3300-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600*    4000-PROVE-BALANCE - ADD UP EACH SIDE ACROSS THE ACCOUNTS.  *
037700*    THE BATCH IS ONLY WRITTEN WHEN THE TWO AGREE.               *
037800******************************************************************
037900 4000-PROVE-BALANCE.
038000     PERFORM 4100-ADD-ACCOUNT THRU 4100-EXIT
038100         VARYING WS-ACCT-SUB FROM 1 BY 1
038200         UNTIL WS-ACCT-SUB > 6.
038300 4000-EXIT.
038400     EXIT.
038500
038600 4100-ADD-ACCOUNT.
038700     ADD WS-ACCT-DEBIT (WS-ACCT-SUB)  TO WS-TOTAL-DEBITS.
038800     ADD WS-ACCT-CREDIT (WS-ACCT-SUB) TO WS-TOTAL-CREDITS.
038900 4100-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    5000-WRITE-JOURNAL - APPEND THE DAY'S BATCH: ONE JL LINE    *
039400*    PER ACCOUNT THE DAY TOUCHED, THEN THE CT CONTROL LINE. A    *
039500*    DAY WITH NO LEDGER ROWS STILL GETS ITS CT LINE, SO THE      *
039600*    BOOKKEEPER CAN SEE IT WAS EXPORTED AND WAS EMPTY.           *
039700******************************************************************
039800 5000-WRITE-JOURNAL.
039900     OPEN EXTEND JOURNAL-FILE.
040000     IF JOURNAL-IS-NEW
040100         MOVE SPACES TO GL-JOURNAL-HEADER
040150         STRING "DATE,TYPE,ACCOUNT,ACCOUNT_NAME,"
040200             "DEBIT_CENTS,CREDIT_CENTS,ROWS"
040250             DELIMITED BY SIZE INTO GL-JOURNAL-HEADER
040300         WRITE GL-JOURNAL-HEADER
040400     END-IF.
040500     PERFORM 5100-WRITE-ACCOUNT THRU 5100-EXIT
040600         VARYING WS-ACCT-SUB FROM 1 BY 1
040700         UNTIL WS-ACCT-SUB > 6.
040800     INITIALIZE GL-JOURNAL-LINE WITH FILLER ALL TO VALUE.
040900     MOVE WS-BUSINESS-DATE    TO GLJ-DATE.
041000     MOVE "CT"                TO GLJ-LINE-TYPE.
041100     MOVE ZERO                TO GLJ-ACCOUNT.
041200     MOVE "BATCH CONTROL TOTAL" TO GLJ-ACCOUNT-NAME.
041300     MOVE WS-TOTAL-DEBITS     TO GLJ-DEBIT-CENTS.
041400     MOVE WS-TOTAL-CREDITS    TO GLJ-CREDIT-CENTS.
041500     MOVE WS-LEDGER-ROWS      TO GLJ-ROW-COUNT.
041600     WRITE GL-JOURNAL-LINE.
041700     CLOSE JOURNAL-FILE.
041800 5000-EXIT.
041900     EXIT.
042000
042100 5100-WRITE-ACCOUNT.
042200     IF WS-ACCT-ROWS (WS-ACCT-SUB) > ZERO
042300         INITIALIZE GL-JOURNAL-LINE WITH FILLER ALL TO VALUE
042400         MOVE WS-BUSINESS-DATE TO GLJ-DATE
042500         MOVE "JL"             TO GLJ-LINE-TYPE
042600         MOVE WS-ACCT-NUMBER (WS-ACCT-SUB) TO GLJ-ACCOUNT
042700         MOVE WS-ACCT-NAME (WS-ACCT-SUB)   TO GLJ-ACCOUNT-NAME
042800         MOVE WS-ACCT-DEBIT (WS-ACCT-SUB)  TO GLJ-DEBIT-CENTS
042900         MOVE WS-ACCT-CREDIT (WS-ACCT-SUB) TO GLJ-CREDIT-CENTS
043000         MOVE WS-ACCT-ROWS (WS-ACCT-SUB)   TO GLJ-ROW-COUNT
043100         WRITE GL-JOURNAL-LINE
043200         ADD 1 TO WS-JOURNAL-LINES
043300     END-IF.
043400 5100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    9999-TERMINATE                                               *
043900******************************************************************
044000 9999-TERMINATE.
044100     DISPLAY "Journal for " WS-BUSINESS-DATE
044150         " appended to GLJRNL.".
044200     DISPLAY "Ledger rows journalled:   " WS-LEDGER-ROWS.
044300     DISPLAY "Journal lines written:    " WS-JOURNAL-LINES.
044400     MOVE WS-TOTAL-DEBITS TO WS-EDIT-CENTS.
044500     DISPLAY "Batch control total:      " WS-EDIT-CENTS.
044600     IF WS-SKIPPED-ROWS > ZERO
044700         DISPLAY "Rows of unknown type left out: " WS-SKIPPED-ROWS
044800     END-IF.
044900 9999-EXIT.
045000     EXIT.
