000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CARDRECN.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CARDRECN IS THE CARD SETTLEMENT RECONCILIATION. CASHUP ONLY *
000900*    COUNTS CARD RECEIPTS AGAINST WHAT THE TERMINAL PRINTED, SO  *
001000*    A KEYED-IN CARD PAYMENT THAT WAS ACTUALLY DECLINED WENT     *
001100*    UNNOTICED UNTIL THE MEMBER DISPUTED THE STATEMENT. THIS JOB *
001200*    LOADS THE CARD PROCESSOR'S DAILY SETTLEMENT FILE (CARDSETL) *
001300*    AND THE BUSINESS DAY'S CARD (METHOD D) PY ROWS FROM XACTIN  *
001400*    AND THE LEDGER ARCHIVE (LEDGARCX), THEN MATCHES THEM ONE TO *
001500*    ONE - FIRST ON THE RECEIPT NUMBER KEYED AT THE TERMINAL     *
001600*    WITH THE SAME AMOUNT, THEN ON AMOUNT ALONE. THE REPORT      *
001700*    (CARDRCRP) LISTS THE MATCHED ITEMS, THE CARD PAYMENTS WE    *
001800*    RECORDED THAT THE PROCESSOR NEVER SETTLED, AND THE          *
001900*    SETTLEMENTS WITH NO MATCHING RECEIPT, WITH COUNTS AND CENTS *
002000*    FOR EACH. SETTLEMENT ROWS FOR ANOTHER DAY ARE ONLY COUNTED. *
002100*    A PY ROW CARRIES NEGATIVE CENTS; THE REPORT SHOWS POSITIVE. *
002200*------------------------------------------------------------------
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SETTLEMENT-FILE ASSIGN TO "CARDSETL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-SETL-STATUS.
003400     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-XACT-STATUS.
003700     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS ARCH-KEY
004100         FILE STATUS IS WS-ARCH-STATUS.
004200     SELECT RECON-REPORT-FILE ASSIGN TO "CARDRCRP"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RPT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SETTLEMENT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CARDSETL.
005100
005200 FD  TRANSACTION-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY XACTREC.
005500
005600 FD  ARCHIVE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY LEDGARCH.
005900
006000 FD  RECON-REPORT-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  RECON-REPORT-LINE           PIC X(100).
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-RECEIPT-TABLE.
006600     05  WS-RCT-ENTRY OCCURS 500 TIMES.
006700         10  WS-RCT-RECEIPT      PIC 9(06).
006800         10  WS-RCT-NUMBER       PIC 9(06).
006900         10  WS-RCT-MBR-ID       PIC X(20).
007000         10  WS-RCT-CENTS        PIC 9(07).
007100         10  WS-RCT-MATCH-SUB    PIC 9(03) COMP.
007200         10  WS-RCT-MATCH-TYPE   PIC X(01).
007300
007400 01  WS-SETTLE-TABLE.
007500     05  WS-STL-ENTRY OCCURS 500 TIMES.
007600         10  WS-STL-PROCESSOR-REF PIC X(12).
007700         10  WS-STL-AUTH-CODE    PIC X(06).
007800         10  WS-STL-CARD-LAST4   PIC X(04).
007900         10  WS-STL-CENTS        PIC 9(07).
008000         10  WS-STL-REFERENCE    PIC 9(06).
008100         10  WS-STL-MATCH-SUB    PIC 9(03) COMP.
008200
008300 01  WS-MATCHED-HEADING.
008400     05  FILLER                  PIC X(08) VALUE "RECEIPT".
008500     05  FILLER                  PIC X(08) VALUE "LEDGER".
008600     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
008700     05  FILLER                  PIC X(10) VALUE SPACES.
008800     05  FILLER                  PIC X(05) VALUE "CENTS".
008900     05  FILLER                  PIC X(02) VALUE SPACES.
009000     05  FILLER                  PIC X(14) VALUE "PROCESSOR REF".
009100     05  FILLER                  PIC X(08) VALUE "AUTH".
009200     05  FILLER                  PIC X(06) VALUE "CARD".
009300     05  FILLER                  PIC X(10) VALUE "MATCHED ON".
009400
009500 01  WS-DETAIL-LINE.
009600     05  WS-DET-RECEIPT          PIC ZZZZZ9 BLANK WHEN ZERO.
009700     05  FILLER                  PIC X(02) VALUE SPACES.
009800     05  WS-DET-NUMBER           PIC ZZZZZ9 BLANK WHEN ZERO.
009900     05  FILLER                  PIC X(02) VALUE SPACES.
010000     05  WS-DET-MBR-ID           PIC X(20).
010100     05  FILLER                  PIC X(02) VALUE SPACES.
010200     05  WS-DET-CENTS            PIC ---,---,---,--9.
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  WS-DET-PROCESSOR-REF    PIC X(12).
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  WS-DET-AUTH-CODE        PIC X(06).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  WS-DET-CARD-LAST4       PIC X(04).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  WS-DET-MATCH-TYPE       PIC X(10).
011100
011200 01  WS-TOTALS-LINE.
011300     05  WS-TOT-LABEL            PIC X(34).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  WS-TOT-COUNT            PIC ZZZ9.
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  WS-TOT-CENTS            PIC -,---,---,--9.
011800
011900 01  WS-DATE-GROUP.
012000     05  WS-DATE-EDIT            PIC X(08).
012100 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
012200                                 PIC 9(08).
012300
012400 01  WS-BUSINESS-DATE            PIC 9(08).
012500 01  WS-CURRENT-DATE             PIC 9(08).
012600
012700 01  WS-TALLY-RECEIPT            PIC 9(06).
012800 01  WS-TALLY-NUMBER             PIC 9(06).
012900 01  WS-TALLY-MBR-ID             PIC X(20).
013000 01  WS-TALLY-AMOUNT             PIC S9(07).
013100
013200 01  WS-RECORDED-CENTS           PIC S9(11) VALUE ZERO.
013300 01  WS-SETTLED-CENTS            PIC S9(11) VALUE ZERO.
013400 01  WS-MATCHED-CENTS            PIC S9(11) VALUE ZERO.
013500 01  WS-UNSETTLED-CENTS          PIC S9(11) VALUE ZERO.
013600 01  WS-UNMATCHED-CENTS          PIC S9(11) VALUE ZERO.
013700
013800 77  WS-SETL-STATUS              PIC X(02).
013900 77  WS-XACT-STATUS              PIC X(02).
014000 77  WS-ARCH-STATUS              PIC X(02).
014100 77  WS-RPT-STATUS               PIC X(02).
014200
014300 77  WS-RCT-COUNT                PIC 9(03) COMP VALUE ZERO.
014400 77  WS-RCT-SUB                  PIC 9(03) COMP VALUE ZERO.
014500 77  WS-STL-COUNT                PIC 9(03) COMP VALUE ZERO.
014600 77  WS-STL-SUB                  PIC 9(03) COMP VALUE ZERO.
014700 77  WS-OTHER-DAY-COUNT          PIC 9(04) VALUE ZERO.
014800 77  WS-MATCHED-COUNT            PIC 9(04) VALUE ZERO.
014900 77  WS-UNSETTLED-COUNT          PIC 9(04) VALUE ZERO.
015000 77  WS-UNMATCHED-COUNT          PIC 9(04) VALUE ZERO.
015100
015200 77  WS-EOF-SW                   PIC X(01).
015300     88  AT-EOF                      VALUE "Y".
015400     88  NOT-AT-EOF                  VALUE "N".
015500
015600 77  WS-VALID-SW                 PIC X(01).
015700     88  INPUT-IS-VALID              VALUE "Y".
015800     88  INPUT-IS-INVALID            VALUE "N".
015900
016000 77  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
016100     88  TABLE-OVERFLOWED            VALUE "Y".
016200     88  TABLE-FITS                  VALUE "N".
016300
016400 PROCEDURE DIVISION.
016500******************************************************************
016600*    0000-MAINLINE                                                *
016700******************************************************************
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF WS-SETL-STATUS NOT = "00"
017100         DISPLAY "No settlement file (CARDSETL) - nothing to"
017200             " reconcile."
017300         STOP RUN
017400     END-IF.
017500     PERFORM 2000-LOAD-SETTLEMENTS THRU 2000-EXIT.
017600     PERFORM 3000-SCAN-TODAY THRU 3000-EXIT.
017700     PERFORM 3500-SCAN-ARCHIVE THRU 3500-EXIT.
017800     IF TABLE-OVERFLOWED
017900         DISPLAY "More than 500 settlements or card receipts -"
018000             " reconciliation refused."
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     PERFORM 4000-MATCH-ON-RECEIPT THRU 4000-EXIT
018500         VARYING WS-STL-SUB FROM 1 BY 1
018600         UNTIL WS-STL-SUB > WS-STL-COUNT.
018700     PERFORM 4500-MATCH-ON-AMOUNT THRU 4500-EXIT
018800         VARYING WS-STL-SUB FROM 1 BY 1
018900         UNTIL WS-STL-SUB > WS-STL-COUNT.
019000     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
019100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
019200     STOP RUN.
019300
019400******************************************************************
019500*    1000-INITIALIZE - THE BUSINESS DAY DEFAULTS TO TODAY; A     *
019600*    SETTLEMENT FILE OFTEN ARRIVES THE MORNING AFTER.            *
019700******************************************************************
019800 1000-INITIALIZE.
019900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020000     MOVE "N" TO WS-VALID-SW.
020100     PERFORM 1100-PROMPT-DATE THRU 1100-EXIT
020200         UNTIL INPUT-IS-VALID.
020300     OPEN INPUT SETTLEMENT-FILE.
020400 1000-EXIT.
020500     EXIT.
020600
020700 1100-PROMPT-DATE.
020800     DISPLAY "Business date to reconcile (YYYYMMDD, blank for"
020900         " today): " WITH NO ADVANCING.
021000     ACCEPT WS-DATE-EDIT.
021100     IF WS-DATE-EDIT = SPACES
021200         MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
021300         MOVE "Y" TO WS-VALID-SW
021400     ELSE
021500         IF WS-DATE-EDIT IS NUMERIC AND WS-DATE-NUM > ZERO
021600             MOVE WS-DATE-NUM TO WS-BUSINESS-DATE
021700             MOVE "Y" TO WS-VALID-SW
021800         ELSE
021900             DISPLAY "Date must be eight digits - re-enter."
022000             MOVE "N" TO WS-VALID-SW
022100         END-IF
022200     END-IF.
022300 1100-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700*    2000-LOAD-SETTLEMENTS - THE BUSINESS DAY'S APPROVED CARD    *
022800*    TRANSACTIONS; ROWS FOR ANY OTHER DAY ARE COUNTED ONLY.      *
022900******************************************************************
023000 2000-LOAD-SETTLEMENTS.
023100     MOVE "N" TO WS-EOF-SW.
023200     PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT.
023300     PERFORM 2200-TABLE-SETTLEMENT THRU 2200-EXIT
023400         UNTIL AT-EOF.
023500     CLOSE SETTLEMENT-FILE.
023600 2000-EXIT.
023700     EXIT.
023800
023900 2100-READ-SETTLEMENT.
024000     READ SETTLEMENT-FILE
024100         AT END
024200             MOVE "Y" TO WS-EOF-SW
024300     END-READ.
024400 2100-EXIT.
024500     EXIT.
024600
024700 2200-TABLE-SETTLEMENT.
024800     IF SETL-TXN-DATE NOT = WS-BUSINESS-DATE
024900         ADD 1 TO WS-OTHER-DAY-COUNT
025000     ELSE
025100         IF WS-STL-COUNT < 500
025200             ADD 1 TO WS-STL-COUNT
025300             MOVE SETL-PROCESSOR-REF
025400                 TO WS-STL-PROCESSOR-REF (WS-STL-COUNT)
025500             MOVE SETL-AUTH-CODE
025600                 TO WS-STL-AUTH-CODE (WS-STL-COUNT)
025700             MOVE SETL-CARD-LAST4
025800                 TO WS-STL-CARD-LAST4 (WS-STL-COUNT)
025900             MOVE SETL-AMOUNT TO WS-STL-CENTS (WS-STL-COUNT)
026000             IF SETL-REFERENCE-NUM IS NUMERIC
026100                 MOVE SETL-REFERENCE-NUM
026200                     TO WS-STL-REFERENCE (WS-STL-COUNT)
026300             ELSE
026400                 MOVE ZERO TO WS-STL-REFERENCE (WS-STL-COUNT)
026500             END-IF
026600             MOVE ZERO TO WS-STL-MATCH-SUB (WS-STL-COUNT)
026700             ADD SETL-AMOUNT TO WS-SETTLED-CENTS
026800         ELSE
026900             MOVE "Y" TO WS-OVERFLOW-SW
027000         END-IF
027100     END-IF.
027200     PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT.
027300 2200-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    3000-SCAN-TODAY - CARD PY ROWS STILL ON THE OPEN XACTIN.    *
027800******************************************************************
027900 3000-SCAN-TODAY.
028000     OPEN INPUT TRANSACTION-FILE.
028100     IF WS-XACT-STATUS = "00"
028200         MOVE "N" TO WS-EOF-SW
028300         PERFORM 3100-READ-TODAY THRU 3100-EXIT
028400         PERFORM 3200-NOTE-TODAY-ROW THRU 3200-EXIT
028500             UNTIL AT-EOF
028600         CLOSE TRANSACTION-FILE
028700     END-IF.
028800 3000-EXIT.
028900     EXIT.
029000
029100 3100-READ-TODAY.
029200     READ TRANSACTION-FILE
029300         AT END
029400             MOVE "Y" TO WS-EOF-SW
029500     END-READ.
029600 3100-EXIT.
029700     EXIT.
029800
029900 3200-NOTE-TODAY-ROW.
030000     IF XACT-IS-PAYMENT AND XACT-METHOD = "D"
030100         AND XACT-POST-DATE = WS-BUSINESS-DATE
030200         MOVE XACT-AMOUNT TO WS-TALLY-AMOUNT
030300         MOVE XACT-NUMBER TO WS-TALLY-NUMBER
030400         MOVE XACT-MBR-ID TO WS-TALLY-MBR-ID
030500         IF XACT-RECEIPT-NUMBER IS NUMERIC
030600             MOVE XACT-RECEIPT-NUMBER TO WS-TALLY-RECEIPT
030700         ELSE
030800             MOVE ZERO TO WS-TALLY-RECEIPT
030900         END-IF
031000         PERFORM 3300-TABLE-RECEIPT THRU 3300-EXIT
031100     END-IF.
031200     PERFORM 3100-READ-TODAY THRU 3100-EXIT.
031300 3200-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    3300-TABLE-RECEIPT - BOTH SWEEPS FEED THE WORKING-STORAGE   *
031800*    SCRATCH FIELDS, AS IN CASHUP. THE SIGN IS FLIPPED TO THE    *
031900*    POSITIVE MONEY THE PROCESSOR SETTLES.                       *
032000******************************************************************
032100 3300-TABLE-RECEIPT.
032200     IF WS-RCT-COUNT < 500
032300         ADD 1 TO WS-RCT-COUNT
032400         MOVE WS-TALLY-RECEIPT TO WS-RCT-RECEIPT (WS-RCT-COUNT)
032500         MOVE WS-TALLY-NUMBER  TO WS-RCT-NUMBER (WS-RCT-COUNT)
032600         MOVE WS-TALLY-MBR-ID  TO WS-RCT-MBR-ID (WS-RCT-COUNT)
032700         COMPUTE WS-RCT-CENTS (WS-RCT-COUNT) =
032800             ZERO - WS-TALLY-AMOUNT
032900         MOVE ZERO  TO WS-RCT-MATCH-SUB (WS-RCT-COUNT)
033000         MOVE SPACE TO WS-RCT-MATCH-TYPE (WS-RCT-COUNT)
033100         SUBTRACT WS-TALLY-AMOUNT FROM WS-RECORDED-CENTS
033200     ELSE
033300         MOVE "Y" TO WS-OVERFLOW-SW
033400     END-IF.
033500 3300-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    3500-SCAN-ARCHIVE - CARD PY ROWS ALREADY ROLLED TO THE      *
034000*    ARCHIVE BY THE CLOSE.                                       *
034100******************************************************************
034200 3500-SCAN-ARCHIVE.
034300     OPEN INPUT ARCHIVE-FILE.
034400     IF WS-ARCH-STATUS = "00"
034500         MOVE "N" TO WS-EOF-SW
034600         PERFORM 3600-READ-ARCHIVE THRU 3600-EXIT
034700         PERFORM 3700-NOTE-ARCHIVE-ROW THRU 3700-EXIT
034800             UNTIL AT-EOF
034900         CLOSE ARCHIVE-FILE
035000     END-IF.
035100 3500-EXIT.
035200     EXIT.
035300
035400 3600-READ-ARCHIVE.
035500     READ ARCHIVE-FILE
035600         AT END
035700             MOVE "Y" TO WS-EOF-SW
035800     END-READ.
035900 3600-EXIT.
036000     EXIT.
036100
036200 3700-NOTE-ARCHIVE-ROW.
036300     IF ARCH-IS-PAYMENT AND ARCH-METHOD = "D"
036400         AND ARCH-POST-DATE = WS-BUSINESS-DATE
036500         MOVE ARCH-AMOUNT         TO WS-TALLY-AMOUNT
036600         MOVE ARCH-NUMBER         TO WS-TALLY-NUMBER
036700         MOVE ARCH-MBR-ID         TO WS-TALLY-MBR-ID
036800         MOVE ARCH-RECEIPT-NUMBER TO WS-TALLY-RECEIPT
036900         PERFORM 3300-TABLE-RECEIPT THRU 3300-EXIT
037000     END-IF.
037100     PERFORM 3600-READ-ARCHIVE THRU 3600-EXIT.
037200 3700-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600*    4000-MATCH-ON-RECEIPT - A SETTLEMENT CARRYING A RECEIPT     *
037700*    NUMBER PAIRS WITH THAT UNMATCHED RECEIPT WHEN THE AMOUNTS   *
037800*    AGREE.                                                      *
037900******************************************************************
038000 4000-MATCH-ON-RECEIPT.
038100     IF WS-STL-REFERENCE (WS-STL-SUB) > ZERO
038200         MOVE 1 TO WS-RCT-SUB
038300         PERFORM 4100-TRY-RECEIPT THRU 4100-EXIT
038400             UNTIL WS-RCT-SUB > WS-RCT-COUNT
038500                 OR WS-STL-MATCH-SUB (WS-STL-SUB) > ZERO
038600     END-IF.
038700 4000-EXIT.
038800     EXIT.
038900
039000 4100-TRY-RECEIPT.
039100     IF WS-RCT-MATCH-SUB (WS-RCT-SUB) = ZERO
039200         AND WS-RCT-RECEIPT (WS-RCT-SUB)
039300             = WS-STL-REFERENCE (WS-STL-SUB)
039400         AND WS-RCT-CENTS (WS-RCT-SUB) = WS-STL-CENTS (WS-STL-SUB)
039500         MOVE "R" TO WS-RCT-MATCH-TYPE (WS-RCT-SUB)
039600         PERFORM 4900-PAIR-UP THRU 4900-EXIT
039700     END-IF.
039800     ADD 1 TO WS-RCT-SUB.
039900 4100-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    4500-MATCH-ON-AMOUNT - WHAT IS LEFT PAIRS WITH THE FIRST    *
040400*    UNMATCHED RECEIPT OF THE SAME AMOUNT.                       *
040500******************************************************************
040600 4500-MATCH-ON-AMOUNT.
040700     IF WS-STL-MATCH-SUB (WS-STL-SUB) = ZERO
040800         MOVE 1 TO WS-RCT-SUB
040900         PERFORM 4600-TRY-AMOUNT THRU 4600-EXIT
041000             UNTIL WS-RCT-SUB > WS-RCT-COUNT
041100                 OR WS-STL-MATCH-SUB (WS-STL-SUB) > ZERO
041200     END-IF.
041300 4500-EXIT.
041400     EXIT.
041500
041600 4600-TRY-AMOUNT.
041700     IF WS-RCT-MATCH-SUB (WS-RCT-SUB) = ZERO
041800         AND WS-RCT-CENTS (WS-RCT-SUB) = WS-STL-CENTS (WS-STL-SUB)
041900         MOVE "A" TO WS-RCT-MATCH-TYPE (WS-RCT-SUB)
042000         PERFORM 4900-PAIR-UP THRU 4900-EXIT
042100     END-IF.
042200     ADD 1 TO WS-RCT-SUB.
042300 4600-EXIT.
042400     EXIT.
042500
042600 4900-PAIR-UP.
042700     MOVE WS-STL-SUB TO WS-RCT-MATCH-SUB (WS-RCT-SUB).
042800     MOVE WS-RCT-SUB TO WS-STL-MATCH-SUB (WS-STL-SUB).
042900 4900-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*    5000-WRITE-REPORT - THREE SECTIONS, THEN THE TOTALS.        *
043400******************************************************************
043500 5000-WRITE-REPORT.
043600     OPEN OUTPUT RECON-REPORT-FILE.
043700     MOVE SPACES TO RECON-REPORT-LINE.
043800     STRING "CARD SETTLEMENT RECONCILIATION FOR " WS-BUSINESS-DATE
043900         DELIMITED BY SIZE INTO RECON-REPORT-LINE.
044000     WRITE RECON-REPORT-LINE.
044100     MOVE SPACES TO RECON-REPORT-LINE.
044200     WRITE RECON-REPORT-LINE.
044300     MOVE "MATCHED" TO RECON-REPORT-LINE.
044400     WRITE RECON-REPORT-LINE.
044500     MOVE WS-MATCHED-HEADING TO RECON-REPORT-LINE.
044600     WRITE RECON-REPORT-LINE.
044700     PERFORM 5100-WRITE-MATCHED THRU 5100-EXIT
044800         VARYING WS-RCT-SUB FROM 1 BY 1
044900         UNTIL WS-RCT-SUB > WS-RCT-COUNT.
045000     MOVE SPACES TO RECON-REPORT-LINE.
045100     WRITE RECON-REPORT-LINE.
045200     MOVE "RECORDED CARD PAYMENTS NOT SETTLED BY THE PROCESSOR"
045300         TO RECON-REPORT-LINE.
045400     WRITE RECON-REPORT-LINE.
045500     MOVE WS-MATCHED-HEADING TO RECON-REPORT-LINE.
045600     WRITE RECON-REPORT-LINE.
045700     PERFORM 5200-WRITE-UNSETTLED THRU 5200-EXIT
045800         VARYING WS-RCT-SUB FROM 1 BY 1
045900         UNTIL WS-RCT-SUB > WS-RCT-COUNT.
046000     MOVE SPACES TO RECON-REPORT-LINE.
046100     WRITE RECON-REPORT-LINE.
046200     MOVE "SETTLEMENTS WITH NO MATCHING RECEIPT"
046300         TO RECON-REPORT-LINE.
046400     WRITE RECON-REPORT-LINE.
046500     MOVE WS-MATCHED-HEADING TO RECON-REPORT-LINE.
046600     WRITE RECON-REPORT-LINE.
046700     PERFORM 5300-WRITE-UNMATCHED THRU 5300-EXIT
046800         VARYING WS-STL-SUB FROM 1 BY 1
046900         UNTIL WS-STL-SUB > WS-STL-COUNT.
047000     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
047100 5000-EXIT.
047200     EXIT.
047300
047400 5100-WRITE-MATCHED.
047500     IF WS-RCT-MATCH-SUB (WS-RCT-SUB) > ZERO
047600         MOVE WS-RCT-MATCH-SUB (WS-RCT-SUB) TO WS-STL-SUB
047700         PERFORM 5400-BUILD-RECEIPT-SIDE THRU 5400-EXIT
047800         PERFORM 5500-BUILD-SETTLE-SIDE THRU 5500-EXIT
047900         IF WS-RCT-MATCH-TYPE (WS-RCT-SUB) = "R"
048000             MOVE "RECEIPT NO" TO WS-DET-MATCH-TYPE
048100         ELSE
048200             MOVE "AMOUNT" TO WS-DET-MATCH-TYPE
048300         END-IF
048400         ADD 1 TO WS-MATCHED-COUNT
048500         ADD WS-RCT-CENTS (WS-RCT-SUB) TO WS-MATCHED-CENTS
048600         PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
048700     END-IF.
048800 5100-EXIT.
048900     EXIT.
049000
049100 5200-WRITE-UNSETTLED.
049200     IF WS-RCT-MATCH-SUB (WS-RCT-SUB) = ZERO
049300         PERFORM 5400-BUILD-RECEIPT-SIDE THRU 5400-EXIT
049400         ADD 1 TO WS-UNSETTLED-COUNT
049500         ADD WS-RCT-CENTS (WS-RCT-SUB) TO WS-UNSETTLED-CENTS
049600         PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
049700     END-IF.
049800 5200-EXIT.
049900     EXIT.
050000
050100 5300-WRITE-UNMATCHED.
050200     IF WS-STL-MATCH-SUB (WS-STL-SUB) = ZERO
050300         INITIALIZE WS-DETAIL-LINE WITH FILLER ALL TO VALUE
050400         PERFORM 5500-BUILD-SETTLE-SIDE THRU 5500-EXIT
050500         MOVE WS-STL-REFERENCE (WS-STL-SUB) TO WS-DET-RECEIPT
050600         MOVE WS-STL-CENTS (WS-STL-SUB) TO WS-DET-CENTS
050700         ADD 1 TO WS-UNMATCHED-COUNT
050800         ADD WS-STL-CENTS (WS-STL-SUB) TO WS-UNMATCHED-CENTS
050900         PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
051000     END-IF.
051100 5300-EXIT.
051200     EXIT.
051300
051400 5400-BUILD-RECEIPT-SIDE.
051500     INITIALIZE WS-DETAIL-LINE WITH FILLER ALL TO VALUE.
051600     MOVE WS-RCT-RECEIPT (WS-RCT-SUB) TO WS-DET-RECEIPT.
051700     MOVE WS-RCT-NUMBER (WS-RCT-SUB)  TO WS-DET-NUMBER.
051800     MOVE WS-RCT-MBR-ID (WS-RCT-SUB)  TO WS-DET-MBR-ID.
051900     MOVE WS-RCT-CENTS (WS-RCT-SUB)   TO WS-DET-CENTS.
052000 5400-EXIT.
052100     EXIT.
052200
052300 5500-BUILD-SETTLE-SIDE.
052400     MOVE WS-STL-PROCESSOR-REF (WS-STL-SUB)
052500         TO WS-DET-PROCESSOR-REF.
052600     MOVE WS-STL-AUTH-CODE (WS-STL-SUB)  TO WS-DET-AUTH-CODE.
052700     MOVE WS-STL-CARD-LAST4 (WS-STL-SUB) TO WS-DET-CARD-LAST4.
052800 5500-EXIT.
052900     EXIT.
053000
053100 5900-WRITE-DETAIL.
053200     MOVE SPACES TO RECON-REPORT-LINE.
053300     MOVE WS-DETAIL-LINE TO RECON-REPORT-LINE.
053400     WRITE RECON-REPORT-LINE.
053500 5900-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    6000-WRITE-TOTALS - RECORDED AGAINST SETTLED, AND HOW THE   *
054000*    DIFFERENCE BREAKS DOWN.                                     *
054100******************************************************************
054200 6000-WRITE-TOTALS.
054300     MOVE SPACES TO RECON-REPORT-LINE.
054400     WRITE RECON-REPORT-LINE.
054500     MOVE "TOTALS" TO RECON-REPORT-LINE.
054510     MOVE "COUNT" TO RECON-REPORT-LINE (36:5).
054520     MOVE "CENTS" TO RECON-REPORT-LINE (51:5).
054700     WRITE RECON-REPORT-LINE.
054800     MOVE "CARD PAYMENTS RECORDED"  TO WS-TOT-LABEL.
054900     MOVE WS-RCT-COUNT              TO WS-TOT-COUNT.
055000     MOVE WS-RECORDED-CENTS         TO WS-TOT-CENTS.
055100     PERFORM 6100-WRITE-ONE-TOTAL THRU 6100-EXIT.
055200     MOVE "SETTLED BY THE PROCESSOR" TO WS-TOT-LABEL.
055300     MOVE WS-STL-COUNT              TO WS-TOT-COUNT.
055400     MOVE WS-SETTLED-CENTS          TO WS-TOT-CENTS.
055500     PERFORM 6100-WRITE-ONE-TOTAL THRU 6100-EXIT.
055600     MOVE "MATCHED"                 TO WS-TOT-LABEL.
055700     MOVE WS-MATCHED-COUNT          TO WS-TOT-COUNT.
055800     MOVE WS-MATCHED-CENTS          TO WS-TOT-CENTS.
055900     PERFORM 6100-WRITE-ONE-TOTAL THRU 6100-EXIT.
056000     MOVE "RECORDED, NOT SETTLED"   TO WS-TOT-LABEL.
056100     MOVE WS-UNSETTLED-COUNT        TO WS-TOT-COUNT.
056200     MOVE WS-UNSETTLED-CENTS        TO WS-TOT-CENTS.
056300     PERFORM 6100-WRITE-ONE-TOTAL THRU 6100-EXIT.
056400     MOVE "SETTLED, NO MATCHING RECEIPT" TO WS-TOT-LABEL.
056500     MOVE WS-UNMATCHED-COUNT        TO WS-TOT-COUNT.
056600     MOVE WS-UNMATCHED-CENTS        TO WS-TOT-CENTS.
056700     PERFORM 6100-WRITE-ONE-TOTAL THRU 6100-EXIT.
056800     MOVE "SETTLEMENT ROWS FOR OTHER DAYS" TO WS-TOT-LABEL.
056900     MOVE WS-OTHER-DAY-COUNT        TO WS-TOT-COUNT.
057000     MOVE ZERO                      TO WS-TOT-CENTS.
057100     PERFORM 6100-WRITE-ONE-TOTAL THRU 6100-EXIT.
057200 6000-EXIT.
057300     EXIT.
057400
057500 6100-WRITE-ONE-TOTAL.
057600     MOVE SPACES TO RECON-REPORT-LINE.
057700     MOVE WS-TOTALS-LINE TO RECON-REPORT-LINE.
057800     WRITE RECON-REPORT-LINE.
057900     INITIALIZE WS-TOTALS-LINE WITH FILLER ALL TO VALUE.
058000 6100-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400*    9999-TERMINATE                                               *
058500******************************************************************
058600 9999-TERMINATE.
058700     CLOSE RECON-REPORT-FILE.
058800     DISPLAY "Card receipts matched:      " WS-MATCHED-COUNT.
058900     DISPLAY "Recorded but not settled:   " WS-UNSETTLED-COUNT.
059000     DISPLAY "Settled with no receipt:    " WS-UNMATCHED-COUNT.
059100     DISPLAY "Reconciliation written to CARDRCRP.".
059200 9999-EXIT.
059300     EXIT.
