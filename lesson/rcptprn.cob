000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCPTPRN.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    RCPTPRN PRINTS ONE PAYMENT RECEIPT SLIP TO THE DESK RECEIPT *
000900*    PRINTER (RCPTPRT). PAYENTRY CALLS IT FOR THE ORIGINAL AS    *
001000*    EACH PAYMENT IS TAKEN AND RCPTRPR CALLS IT FOR A DUPLICATE, *
001100*    SO BOTH SLIPS LOOK THE SAME (SEE RCPTREQ.CPY). THE FILE     *
001200*    HOLDS THE ONE SLIP JUST PRINTED.                            *
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
001610*    2026-10-15  LS   A HOUSEHOLD MEMBER'S SLIP LABELS THE       *
001620*                     BALANCE AFTER AS THE HOUSEHOLD'S.          *
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT RECEIPT-PRINT-FILE ASSIGN TO "RCPTPRT"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-PRT-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  RECEIPT-PRINT-FILE
002900     LABEL RECORDS ARE STANDARD.
003000 01  RECEIPT-PRINT-LINE          PIC X(40).
003100
003200 WORKING-STORAGE SECTION.
003300     COPY RCPTLOG.
003400
003500 01  WS-SLIP-LINE.
003600     05  WS-SLIP-LABEL           PIC X(15).
003700     05  WS-SLIP-VALUE           PIC X(25).
003800
003900 01  WS-EDIT-NUMBER              PIC 9(06).
004000 01  WS-EDIT-MONEY               PIC ---,--9.99.
004100 01  WS-EDIT-CENTS               PIC S9(07)V99.
004200 01  WS-CURRENT-DATE             PIC 9(08).
004300
004400 77  WS-PRT-STATUS               PIC X(02).
004500
004600 LINKAGE SECTION.
004700     COPY RCPTREQ.
004800
004900 PROCEDURE DIVISION USING RECEIPT-PRINT-REQUEST.
005000******************************************************************
005100*    0000-MAINLINE                                                *
005200******************************************************************
005300 0000-MAINLINE.
005400     MOVE RCPQ-RECEIPT-IMAGE TO RECEIPT-LOG-RECORD.
005500     OPEN OUTPUT RECEIPT-PRINT-FILE.
005600     IF WS-PRT-STATUS NOT = "00"
005700         DISPLAY "Receipt printer file unavailable - status "
005800             WS-PRT-STATUS "."
005900     ELSE
006000         PERFORM 1000-PRINT-HEADING THRU 1000-EXIT
006100         PERFORM 2000-PRINT-BODY THRU 2000-EXIT
006200         CLOSE RECEIPT-PRINT-FILE
006300     END-IF.
006400     GOBACK.
006500
006600 1000-PRINT-HEADING.
006700     MOVE "FRONT DESK - PAYMENT RECEIPT" TO RECEIPT-PRINT-LINE.
006800     WRITE RECEIPT-PRINT-LINE.
006900     IF RCPQ-DUPLICATE
007000         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007100         MOVE SPACES TO RECEIPT-PRINT-LINE
007200         STRING "*** DUPLICATE - REPRINTED " WS-CURRENT-DATE
007300             DELIMITED BY SIZE INTO RECEIPT-PRINT-LINE
007400         WRITE RECEIPT-PRINT-LINE
007500     END-IF.
007600     MOVE SPACES TO RECEIPT-PRINT-LINE.
007700     WRITE RECEIPT-PRINT-LINE.
007800 1000-EXIT.
007900     EXIT.
008000
008100******************************************************************
008200*    2000-PRINT-BODY - ONE LABELLED LINE PER FIELD. MONEY IS     *
008300*    HELD IN CENTS AND PRINTED IN DOLLARS AND CENTS.             *
008400******************************************************************
008500 2000-PRINT-BODY.
008600     MOVE "RECEIPT NO:" TO WS-SLIP-LABEL.
008700     IF RCPT-NUMBER = ZERO
008800         MOVE "NONE (BEFORE NUMBERING)" TO WS-SLIP-VALUE
008900     ELSE
009000         MOVE RCPT-NUMBER TO WS-EDIT-NUMBER
009100         MOVE WS-EDIT-NUMBER TO WS-SLIP-VALUE
009200     END-IF.
009300     PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT.
009400     MOVE "DATE:" TO WS-SLIP-LABEL.
009500     MOVE RCPT-DATE TO WS-SLIP-VALUE.
009600     PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT.
009700     IF RCPQ-BALANCE-KNOWN
009800         MOVE "TIME:" TO WS-SLIP-LABEL
009900         MOVE RCPT-TIME (1:4) TO WS-SLIP-VALUE
010000         PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT
010100     END-IF.
010200     MOVE "MEMBER ID:" TO WS-SLIP-LABEL.
010300     MOVE RCPT-MBR-ID TO WS-SLIP-VALUE.
010400     PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT.
010500     MOVE "NAME:" TO WS-SLIP-LABEL.
010600     MOVE SPACES TO WS-SLIP-VALUE.
010700     STRING RCPT-GIVEN-NAME DELIMITED BY "  "
010800         " " DELIMITED BY SIZE
010900         RCPT-SURNAME DELIMITED BY "  "
011000         INTO WS-SLIP-VALUE.
011100     PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT.
011200     MOVE "AMOUNT PAID:" TO WS-SLIP-LABEL.
011300     COMPUTE WS-EDIT-CENTS = RCPT-AMOUNT / 100.
011400     MOVE WS-EDIT-CENTS TO WS-EDIT-MONEY.
011500     MOVE WS-EDIT-MONEY TO WS-SLIP-VALUE.
011600     PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT.
011700     MOVE "PAID BY:" TO WS-SLIP-LABEL.
011800     EVALUATE TRUE
011900         WHEN RCPT-METHOD-CASH
012000             MOVE "CASH" TO WS-SLIP-VALUE
012100         WHEN RCPT-METHOD-CARD
012200             MOVE "CARD" TO WS-SLIP-VALUE
012300         WHEN OTHER
012400             MOVE RCPT-METHOD TO WS-SLIP-VALUE
012500     END-EVALUATE.
012600     PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT.
012700     IF RCPQ-BALANCE-KNOWN
012800         MOVE "RECEIVED BY:" TO WS-SLIP-LABEL
012900         MOVE RCPT-OPERATOR-ID TO WS-SLIP-VALUE
013000         PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT
013100         MOVE "BALANCE AFTER:" TO WS-SLIP-LABEL
013110         IF RCPT-HOUSEHOLD-BALANCE
013120             MOVE "HOUSEHOLD BAL:" TO WS-SLIP-LABEL
013130         END-IF
013200         COMPUTE WS-EDIT-CENTS = RCPT-BALANCE-AFTER / 100
013300         MOVE WS-EDIT-CENTS TO WS-EDIT-MONEY
013400         MOVE WS-EDIT-MONEY TO WS-SLIP-VALUE
013500         PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT
013600     END-IF.
013700     MOVE "LEDGER ROW:" TO WS-SLIP-LABEL.
013800     MOVE RCPT-XACT-NUMBER TO WS-EDIT-NUMBER.
013900     MOVE WS-EDIT-NUMBER TO WS-SLIP-VALUE.
014000     PERFORM 2100-WRITE-SLIP-LINE THRU 2100-EXIT.
014100     MOVE SPACES TO RECEIPT-PRINT-LINE.
014200     WRITE RECEIPT-PRINT-LINE.
014300     MOVE "THANK YOU" TO RECEIPT-PRINT-LINE.
014400     WRITE RECEIPT-PRINT-LINE.
014500 2000-EXIT.
014600     EXIT.
014700
014800 2100-WRITE-SLIP-LINE.
014900     MOVE WS-SLIP-LINE TO RECEIPT-PRINT-LINE.
015000     WRITE RECEIPT-PRINT-LINE.
015100     MOVE SPACES TO WS-SLIP-LINE.
015200 2100-EXIT.
015300     EXIT.
