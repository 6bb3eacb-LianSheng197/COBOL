002220*                     INDEXED LEDGARCX (SEE LEDGARCH.CPY /      *
002230*                     LEDGCONV); THE AFTER-CLOSE SWEEP READS    *
002240*                     IT IN KEY ORDER WITH THE SAME ROW FIELDS. *
002250*    2026-10-15  LS   LIST EACH RECEIPT (RECEIPT NUMBER, LEDGER  *
002260*                     ROW, MEMBER, METHOD, CENTS) AHEAD OF THE   *
002270*                     TOTALS.                                    *
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
006400     05  FILLER                  PIC X(02) VALUE SPACES.
006500     05  WS-TOT-CENTS            PIC -,---,---,--9.
006600
006608 01  WS-RECEIPT-LINE.
006616     05  WS-RCL-RECEIPT          PIC ZZZZZ9 BLANK WHEN ZERO.
006624     05  FILLER                  PIC X(02) VALUE SPACES.
006632     05  WS-RCL-NUMBER           PIC 9(06).
006640     05  FILLER                  PIC X(02) VALUE SPACES.
006648     05  WS-RCL-MBR-ID           PIC X(20).
006656     05  FILLER                  PIC X(02) VALUE SPACES.
006664     05  WS-RCL-METHOD           PIC X(04).
006672     05  FILLER                  PIC X(02) VALUE SPACES.
006680     05  WS-RCL-CENTS            PIC -,---,---,--9.
006688
006689 01  WS-RECEIPT-HEADING.
006690     05  FILLER                  PIC X(08) VALUE "RECEIPT".
006691     05  FILLER                  PIC X(08) VALUE "LEDGER".
006692     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
006693     05  FILLER                  PIC X(14) VALUE "MTHD".
006694     05  FILLER                  PIC X(05) VALUE "CENTS".
006695
006700 01  WS-AMOUNT-GROUP.
006800     05  WS-AMOUNT-EDIT          PIC X(09).
006900 01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-GROUP
007020 01  WS-TALLY-AMOUNT             PIC S9(07).
007030 01  WS-TALLY-METHOD             PIC X(01).
007040     88  TALLY-METHOD-CASH           VALUE "C".
007050 01  WS-TALLY-RECEIPT            PIC 9(06).
007060 01  WS-TALLY-NUMBER             PIC 9(06).
007070 01  WS-TALLY-MBR-ID             PIC X(20).
007100
007200 77  WS-CURRENT-DATE             PIC 9(08).
007300 77  WS-XACT-STATUS              PIC X(02).
011200     STRING "DAILY CASH-UP FOR " WS-CURRENT-DATE
011300         DELIMITED BY SIZE INTO CASHUP-REPORT-LINE.
011400     WRITE CASHUP-REPORT-LINE.
011430     MOVE WS-RECEIPT-HEADING TO CASHUP-REPORT-LINE.
011460     WRITE CASHUP-REPORT-LINE.
011500 1000-EXIT.
011600     EXIT.
011700
014200     IF XACT-IS-PAYMENT AND XACT-POST-DATE = WS-CURRENT-DATE
014210         MOVE XACT-AMOUNT TO WS-TALLY-AMOUNT
014220         MOVE XACT-METHOD TO WS-TALLY-METHOD
014230         MOVE XACT-NUMBER TO WS-TALLY-NUMBER
014240         MOVE XACT-MBR-ID TO WS-TALLY-MBR-ID
014250         IF XACT-RECEIPT-NUMBER IS NUMERIC
014260             MOVE XACT-RECEIPT-NUMBER TO WS-TALLY-RECEIPT
014270         ELSE
014280             MOVE ZERO TO WS-TALLY-RECEIPT
014290         END-IF
014300         PERFORM 2300-TALLY-RECEIPT THRU 2300-EXIT
014400     END-IF.
014500     PERFORM 2100-READ-TODAY THRU 2100-EXIT.
015000*    2300-TALLY-RECEIPT - A PY ROW CARRIES NEGATIVE CENTS; THE    *
015100*    DRAWER HOLDS THE POSITIVE MONEY, SO THE SIGN IS FLIPPED      *
015200*    INTO THE TOTALS. BOTH SWEEPS FEED THE WORKING-STORAGE        *
015230*    SCRATCH FIELDS, NEVER A CLOSED FILE'S RECORD AREA. EACH     *
015260*    RECEIPT IS LISTED BY ITS PRINTED RECEIPT NUMBER.            *
015300******************************************************************
015400 2300-TALLY-RECEIPT.
015410     MOVE SPACES TO CASHUP-REPORT-LINE.
015420     INITIALIZE WS-RECEIPT-LINE WITH FILLER ALL TO VALUE.
015430     MOVE WS-TALLY-RECEIPT TO WS-RCL-RECEIPT.
015440     MOVE WS-TALLY-NUMBER  TO WS-RCL-NUMBER.
015450     MOVE WS-TALLY-MBR-ID  TO WS-RCL-MBR-ID.
015500     IF TALLY-METHOD-CASH
015600         ADD 1 TO WS-CASH-COUNT
015700         SUBTRACT WS-TALLY-AMOUNT FROM WS-CASH-CENTS
015750         MOVE "CASH" TO WS-RCL-METHOD
015800     ELSE
015900         ADD 1 TO WS-CARD-COUNT
016000         SUBTRACT WS-TALLY-AMOUNT FROM WS-CARD-CENTS
016050         MOVE "CARD" TO WS-RCL-METHOD
016100     END-IF.
016120     COMPUTE WS-RCL-CENTS = ZERO - WS-TALLY-AMOUNT.
016140     MOVE WS-RECEIPT-LINE TO CASHUP-REPORT-LINE.
016160     WRITE CASHUP-REPORT-LINE.
016200 2300-EXIT.
016300     EXIT.
016400
019000     IF ARCH-TYPE = "PY" AND ARCH-POST-DATE = WS-CURRENT-DATE
019100         MOVE ARCH-AMOUNT TO WS-TALLY-AMOUNT
019200         MOVE ARCH-METHOD TO WS-TALLY-METHOD
019220         MOVE ARCH-NUMBER TO WS-TALLY-NUMBER
019240         MOVE ARCH-MBR-ID TO WS-TALLY-MBR-ID
019260         MOVE ARCH-RECEIPT-NUMBER TO WS-TALLY-RECEIPT
019300         PERFORM 2300-TALLY-RECEIPT THRU 2300-EXIT
019400     END-IF.
019500     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
023000*    OVER/SHORT LINE.                                             *
023100******************************************************************
023200 5000-WRITE-REPORT.
023230     MOVE SPACES TO CASHUP-REPORT-LINE.
023260     WRITE CASHUP-REPORT-LINE.
023300     MOVE "METHOD                COUNT          CENTS"
023400         TO CASHUP-REPORT-LINE.
023500     WRITE CASHUP-REPORT-LINE.
