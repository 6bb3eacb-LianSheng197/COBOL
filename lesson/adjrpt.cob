000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADJRPT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    ADJRPT PRINTS THE DAILY ADJUSTMENTS REGISTER (ADJREGRP)     *
000900*    FROM THE DESK ADJUSTMENT JOURNAL (ADJLOG) FOR ONE BUSINESS  *
001000*    DATE - BLANK MEANS TODAY. EVERY WAIVER, REFUND, WRITE-OFF   *
001100*    AND CORRECTION KEYED OR DECIDED THAT DAY IS LISTED IN THE   *
001200*    ORDER IT HAPPENED WITH WHO KEYED IT AND WHO APPROVED IT -   *
001300*    "UNDER LIMIT" WHEN IT WAS WITHIN THE POLICY APPROVAL LIMIT  *
001400*    AND POSTED STRAIGHT THROUGH. THE SUMMARY GIVES COUNT AND    *
001500*    CENTS POSTED BY REASON, THE TOTAL CREDITS AND CHARGES       *
001600*    POSTED, AND HOW MANY WERE HELD AND DENIED, SO THE AUDITORS  *
001700*    SEE EVERY CREDIT GIVEN.                                     *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT ADJ-LOG-FILE ASSIGN TO "ADJLOG"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-ADJL-STATUS.
003000     SELECT ADJ-REPORT-FILE ASSIGN TO "ADJREGRP"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-RPT-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ADJ-LOG-FILE
003700     LABEL RECORDS ARE STANDARD.
003800     COPY ADJLOG.
003900
004000 FD  ADJ-REPORT-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  ADJ-REPORT-LINE             PIC X(132).
004300
004400 WORKING-STORAGE SECTION.
004500******************************************************************
004600*    ONE SLOT PER REASON CODE, IN THE ORDER W, R, B, C.          *
004700******************************************************************
004800 01  WS-REASON-TOTALS.
004900     05  WS-RSN-ENTRY OCCURS 4 TIMES.
005000         10  WS-RSN-COUNT        PIC 9(05).
005100         10  WS-RSN-CENTS        PIC S9(09).
005200
005300 01  WS-DETAIL-LINE.
005400     05  WS-DET-TIME             PIC 9(08).
005500     05  FILLER                  PIC X(02) VALUE SPACES.
005600     05  WS-DET-MBR-ID           PIC X(20).
005700     05  FILLER                  PIC X(02) VALUE SPACES.
005800     05  WS-DET-SURNAME          PIC X(20).
005900     05  FILLER                  PIC X(02) VALUE SPACES.
006000     05  WS-DET-REASON           PIC X(10).
006100     05  FILLER                  PIC X(01) VALUE SPACES.
006200     05  WS-DET-CENTS            PIC --,---,--9.
006300     05  FILLER                  PIC X(02) VALUE SPACES.
006400     05  WS-DET-ENTERED-BY       PIC X(08).
006500     05  FILLER                  PIC X(02) VALUE SPACES.
006600     05  WS-DET-APPROVED-BY      PIC X(11).
006700     05  FILLER                  PIC X(02) VALUE SPACES.
006800     05  WS-DET-DISPO            PIC X(08).
006900     05  FILLER                  PIC X(02) VALUE SPACES.
007000     05  WS-DET-XACT-NUMBER      PIC Z(05)9.
007100     05  FILLER                  PIC X(02) VALUE SPACES.
007200     05  WS-DET-NOTE             PIC X(12).
007300
007307 01  WS-COLUMN-HEADING.
007314     05  FILLER                  PIC X(10) VALUE "TIME".
007321     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
007328     05  FILLER                  PIC X(22) VALUE "SURNAME".
007335     05  FILLER                  PIC X(11) VALUE "REASON".
007342     05  FILLER                  PIC X(12) VALUE "     CENTS".
007349     05  FILLER                  PIC X(10) VALUE "KEYED BY".
007356     05  FILLER                  PIC X(13) VALUE "APPROVED BY".
007363     05  FILLER                  PIC X(10) VALUE "DISPOSN".
007370     05  FILLER                  PIC X(08) VALUE "LEDGER".
007377     05  FILLER                  PIC X(12) VALUE "NOTE".
007384
007400 01  WS-SUMMARY-LINE.
007500     05  WS-SUM-LABEL            PIC X(30).
007600     05  FILLER                  PIC X(02) VALUE SPACES.
007700     05  WS-SUM-COUNT            PIC ZZ,ZZ9.
007800     05  FILLER                  PIC X(02) VALUE SPACES.
007900     05  WS-SUM-CENTS            PIC -,---,---,--9.
008000
008100 01  WS-DATE-GROUP.
008200     05  WS-DATE-EDIT            PIC X(08).
008300 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
008400                                 PIC 9(08).
008500
008600 01  WS-REPORT-DATE              PIC 9(08).
008700
008800 77  WS-CURRENT-DATE             PIC 9(08).
008900 77  WS-ADJL-STATUS              PIC X(02).
009000 77  WS-RPT-STATUS               PIC X(02).
009100
009200 77  WS-MATCH-COUNT              PIC 9(05) VALUE ZERO.
009300 77  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
009400 77  WS-DENIED-COUNT             PIC 9(05) VALUE ZERO.
009500 77  WS-CREDIT-COUNT             PIC 9(05) VALUE ZERO.
009600 77  WS-CHARGE-COUNT             PIC 9(05) VALUE ZERO.
009700 77  WS-CREDIT-CENTS             PIC S9(09) VALUE ZERO.
009800 77  WS-CHARGE-CENTS             PIC S9(09) VALUE ZERO.
009900 77  WS-RSN-SUB                  PIC 9(03) COMP VALUE ZERO.
010000
010100 77  WS-EOF-SW                   PIC X(01).
010200     88  AT-EOF                      VALUE "Y".
010300     88  NOT-AT-EOF                  VALUE "N".
010400
010500 77  WS-VALID-SW                 PIC X(01).
010600     88  INPUT-IS-VALID              VALUE "Y".
010700     88  INPUT-IS-INVALID            VALUE "N".
010800
010900 PROCEDURE DIVISION.
011000******************************************************************
011100*    0000-MAINLINE                                                *
011200******************************************************************
011300 0000-MAINLINE.
011400     PERFORM 1000-TAKE-SELECTION THRU 1000-EXIT.
011500     OPEN INPUT ADJ-LOG-FILE.
011600     IF WS-ADJL-STATUS NOT = "00"
011700         DISPLAY "No adjustment journal on file - nothing to"
011800             " report."
011900     ELSE
012000         INITIALIZE WS-REASON-TOTALS
012100         OPEN OUTPUT ADJ-REPORT-FILE
012200         PERFORM 1500-WRITE-HEADING THRU 1500-EXIT
012300         MOVE "N" TO WS-EOF-SW
012400         PERFORM 2100-READ-LOG THRU 2100-EXIT
012500         PERFORM 2000-JUDGE-ONE-ROW THRU 2000-EXIT
012600             UNTIL AT-EOF
012700         CLOSE ADJ-LOG-FILE
012800         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
012900         CLOSE ADJ-REPORT-FILE
013000         DISPLAY "Listed " WS-MATCH-COUNT
013100             " adjustment row(s) - register written to ADJREGRP."
013200     END-IF.
013300     STOP RUN.
013400
013500******************************************************************
013600*    1000-TAKE-SELECTION - ONE BUSINESS DATE, BLANK FOR TODAY.    *
013700******************************************************************
013800 1000-TAKE-SELECTION.
013900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014000     MOVE "N" TO WS-VALID-SW.
014100     PERFORM 1100-PROMPT-DATE THRU 1100-EXIT
014200         UNTIL INPUT-IS-VALID.
014300 1000-EXIT.
014400     EXIT.
014500
014600 1100-PROMPT-DATE.
014700     DISPLAY "Register date (YYYYMMDD, blank for today): "
014800         WITH NO ADVANCING.
014900     ACCEPT WS-DATE-EDIT.
015000     IF WS-DATE-EDIT = SPACES
015100         MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
015200         MOVE "Y" TO WS-VALID-SW
015300     ELSE
015400         IF WS-DATE-EDIT IS NUMERIC AND WS-DATE-NUM > ZERO
015500             MOVE WS-DATE-NUM TO WS-REPORT-DATE
015600             MOVE "Y" TO WS-VALID-SW
015700         ELSE
015800             DISPLAY "Date must be eight digits - re-enter."
015900             MOVE "N" TO WS-VALID-SW
016000         END-IF
016100     END-IF.
016200 1100-EXIT.
016300     EXIT.
016400
016500 1500-WRITE-HEADING.
016600     MOVE SPACES TO ADJ-REPORT-LINE.
016700     STRING "DAILY ADJUSTMENTS REGISTER " WS-REPORT-DATE
016800         DELIMITED BY SIZE INTO ADJ-REPORT-LINE.
016900     WRITE ADJ-REPORT-LINE.
017100     MOVE WS-COLUMN-HEADING TO ADJ-REPORT-LINE.
017300     WRITE ADJ-REPORT-LINE.
017400 1500-EXIT.
017500     EXIT.
017600
017700 2100-READ-LOG.
017800     READ ADJ-LOG-FILE
017900         AT END
018000             MOVE "Y" TO WS-EOF-SW
018100     END-READ.
018200 2100-EXIT.
018300     EXIT.
018400
018500******************************************************************
018600*    2000-JUDGE-ONE-ROW - THE JOURNAL IS APPENDED AS THINGS      *
018700*    HAPPEN, SO THE DAY'S ROWS COME OUT IN TIME ORDER.           *
018800******************************************************************
018900 2000-JUDGE-ONE-ROW.
019000     IF ADJL-DATE = WS-REPORT-DATE
019100         PERFORM 3000-PRINT-ONE-ROW THRU 3000-EXIT
019200         PERFORM 4000-TALLY-ONE-ROW THRU 4000-EXIT
019300     END-IF.
019400     PERFORM 2100-READ-LOG THRU 2100-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700
019800 3000-PRINT-ONE-ROW.
019900     MOVE SPACES TO ADJ-REPORT-LINE.
020000     INITIALIZE WS-DETAIL-LINE WITH FILLER ALL TO VALUE.
020100     MOVE ADJL-TIME       TO WS-DET-TIME.
020200     MOVE ADJL-MBR-ID     TO WS-DET-MBR-ID.
020300     MOVE ADJL-SURNAME    TO WS-DET-SURNAME.
020400     EVALUATE TRUE
020500         WHEN ADJL-REASON-WAIVER
020600             MOVE "WAIVER"     TO WS-DET-REASON
020700         WHEN ADJL-REASON-REFUND
020800             MOVE "REFUND"     TO WS-DET-REASON
020900         WHEN ADJL-REASON-WRITEOFF
021000             MOVE "WRITE-OFF"  TO WS-DET-REASON
021100         WHEN ADJL-REASON-CORRECTION
021200             MOVE "CORRECTION" TO WS-DET-REASON
021300         WHEN OTHER
021400             MOVE ADJL-REASON  TO WS-DET-REASON
021500     END-EVALUATE.
021600     MOVE ADJL-AMOUNT     TO WS-DET-CENTS.
021700     MOVE ADJL-ENTERED-BY TO WS-DET-ENTERED-BY.
021800     EVALUATE TRUE
021900         WHEN ADJL-POSTED-UNDER-LIMIT
022000             MOVE "UNDER LIMIT" TO WS-DET-APPROVED-BY
022100             MOVE "POSTED"      TO WS-DET-DISPO
022200         WHEN ADJL-HELD
022300             MOVE SPACES        TO WS-DET-APPROVED-BY
022400             MOVE "HELD"        TO WS-DET-DISPO
022500         WHEN ADJL-APPROVED
022600             MOVE ADJL-APPROVED-BY TO WS-DET-APPROVED-BY
022700             MOVE "APPROVED"    TO WS-DET-DISPO
022800         WHEN ADJL-DENIED
022900             MOVE ADJL-APPROVED-BY TO WS-DET-APPROVED-BY
023000             MOVE "DENIED"      TO WS-DET-DISPO
023100     END-EVALUATE.
023200     MOVE ADJL-XACT-NUMBER TO WS-DET-XACT-NUMBER.
023300     MOVE ADJL-NOTE       TO WS-DET-NOTE.
023400     MOVE WS-DETAIL-LINE  TO ADJ-REPORT-LINE.
023500     WRITE ADJ-REPORT-LINE.
023600 3000-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000*    4000-TALLY-ONE-ROW - ONLY ROWS THAT REACHED THE LEDGER       *
024100*    (POSTED UNDER THE LIMIT OR APPROVED) COUNT TOWARD THE MONEY; *
024200*    HELD AND DENIED ROWS ARE COUNTED ON THEIR OWN.               *
024300******************************************************************
024400 4000-TALLY-ONE-ROW.
024500     ADD 1 TO WS-MATCH-COUNT.
024600     EVALUATE TRUE
024700         WHEN ADJL-HELD
024800             ADD 1 TO WS-HELD-COUNT
024900         WHEN ADJL-DENIED
025000             ADD 1 TO WS-DENIED-COUNT
025100         WHEN OTHER
025200             PERFORM 4100-TALLY-POSTED THRU 4100-EXIT
025300     END-EVALUATE.
025400 4000-EXIT.
025500     EXIT.
025600
025700 4100-TALLY-POSTED.
025800     MOVE ZERO TO WS-RSN-SUB.
025900     EVALUATE TRUE
026000         WHEN ADJL-REASON-WAIVER
026100             MOVE 1 TO WS-RSN-SUB
026200         WHEN ADJL-REASON-REFUND
026300             MOVE 2 TO WS-RSN-SUB
026400         WHEN ADJL-REASON-WRITEOFF
026500             MOVE 3 TO WS-RSN-SUB
026600         WHEN ADJL-REASON-CORRECTION
026700             MOVE 4 TO WS-RSN-SUB
026800     END-EVALUATE.
026900     IF WS-RSN-SUB > ZERO
027000         ADD 1 TO WS-RSN-COUNT (WS-RSN-SUB)
027100         ADD ADJL-AMOUNT TO WS-RSN-CENTS (WS-RSN-SUB)
027200     END-IF.
027300     IF ADJL-AMOUNT < ZERO
027400         ADD 1 TO WS-CREDIT-COUNT
027500         ADD ADJL-AMOUNT TO WS-CREDIT-CENTS
027600     ELSE
027700         ADD 1 TO WS-CHARGE-COUNT
027800         ADD ADJL-AMOUNT TO WS-CHARGE-CENTS
027900     END-IF.
028000 4100-EXIT.
028100     EXIT.
028200
028300******************************************************************
028400*    8000-WRITE-SUMMARY - POSTED BY REASON, CREDITS AND CHARGES,  *
028500*    THEN THE HELD AND DENIED COUNTS.                             *
028600******************************************************************
028700 8000-WRITE-SUMMARY.
028800     MOVE SPACES TO ADJ-REPORT-LINE.
028900     WRITE ADJ-REPORT-LINE.
029000     MOVE "POSTED BY REASON                 COUNT          CENTS"
029100         TO ADJ-REPORT-LINE.
029200     WRITE ADJ-REPORT-LINE.
029300     MOVE "FEE WAIVER" TO WS-SUM-LABEL.
029400     MOVE 1 TO WS-RSN-SUB.
029500     PERFORM 8100-WRITE-REASON-LINE THRU 8100-EXIT.
029600     MOVE "REFUND" TO WS-SUM-LABEL.
029700     MOVE 2 TO WS-RSN-SUB.
029800     PERFORM 8100-WRITE-REASON-LINE THRU 8100-EXIT.
029900     MOVE "BAD-DEBT WRITE-OFF" TO WS-SUM-LABEL.
030000     MOVE 3 TO WS-RSN-SUB.
030100     PERFORM 8100-WRITE-REASON-LINE THRU 8100-EXIT.
030200     MOVE "CORRECTION" TO WS-SUM-LABEL.
030300     MOVE 4 TO WS-RSN-SUB.
030400     PERFORM 8100-WRITE-REASON-LINE THRU 8100-EXIT.
030500     MOVE SPACES TO ADJ-REPORT-LINE.
030600     WRITE ADJ-REPORT-LINE.
030700     MOVE "TOTAL CREDITS GIVEN" TO WS-SUM-LABEL.
030800     MOVE WS-CREDIT-COUNT TO WS-SUM-COUNT.
030900     MOVE WS-CREDIT-CENTS TO WS-SUM-CENTS.
031000     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
031100     MOVE "TOTAL CHARGES RAISED" TO WS-SUM-LABEL.
031200     MOVE WS-CHARGE-COUNT TO WS-SUM-COUNT.
031300     MOVE WS-CHARGE-CENTS TO WS-SUM-CENTS.
031400     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
031500     MOVE "HELD FOR APPROVAL" TO WS-SUM-LABEL.
031600     MOVE WS-HELD-COUNT TO WS-SUM-COUNT.
031700     MOVE ZERO TO WS-SUM-CENTS.
031800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
031900     MOVE "DENIED" TO WS-SUM-LABEL.
032000     MOVE WS-DENIED-COUNT TO WS-SUM-COUNT.
032100     MOVE ZERO TO WS-SUM-CENTS.
032200     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
032300 8000-EXIT.
032400     EXIT.
032500
032600 8100-WRITE-REASON-LINE.
032700     MOVE WS-RSN-COUNT (WS-RSN-SUB) TO WS-SUM-COUNT.
032800     MOVE WS-RSN-CENTS (WS-RSN-SUB) TO WS-SUM-CENTS.
032900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
033000 8100-EXIT.
033100     EXIT.
033200
033300 8200-WRITE-SUMMARY-LINE.
033400     MOVE SPACES TO ADJ-REPORT-LINE.
033500     MOVE WS-SUMMARY-LINE TO ADJ-REPORT-LINE.
033600     WRITE ADJ-REPORT-LINE.
033700 8200-EXIT.
033800     EXIT.
