000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLANCHK.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PLANCHK IS THE ONE PLACE A PAYMENT PLAN (PAYPLAN) IS        *
000900*    JUDGED - THE SAME SHAPE AS POLLOAD. A CALLER PASSES THE     *
001000*    PLANANSW AREA WITH A MEMBER ID AND GETS BACK THE MEMBER'S   *
001100*    ACTIVE PLAN AND HOW THE MEMBER STANDS AGAINST IT TODAY.     *
001200*    AN INSTALLMENT FALLS DUE ON THE START DATE AND EVERY 7, 14  *
001300*    OR 30 DAYS AFTER (30/360 DAY COUNT, AS AGERPT AND LAPSERUN  *
001400*    COUNT), AND IS PAST DUE ONCE ITS DAY HAS GONE BY. WHAT HAS  *
001500*    BEEN PAID IS EVERY PY ROW FOR THE MEMBER DATED ON OR AFTER  *
001600*    THE START DATE - ON THE LEDGER ARCHIVE (LEDGARCX) AND ON    *
001700*    TODAY'S XACTIN NOT YET CLOSED. PAID AT LEAST THE PAST-DUE   *
001800*    INSTALLMENTS (CAPPED AT THE PLAN TOTAL) IS CURRENT.         *
001900*------------------------------------------------------------------
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS PLAN-MBR-ID
003200         FILE STATUS IS WS-PLAN-STATUS.
003300     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ARCH-KEY
003700         FILE STATUS IS WS-ARCH-STATUS.
003800     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-XACT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PLAN-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY PAYPLAN.
004700
004800 FD  ARCHIVE-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY LEDGARCH.
005100
005200 FD  TRANSACTION-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY XACTREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-CURRENT-DATE             PIC 9(08).
005800 01  WS-TODAY-SPLIT REDEFINES WS-CURRENT-DATE.
005900     05  WS-TODAY-YYYY           PIC 9(04).
006000     05  WS-TODAY-MM             PIC 9(02).
006100     05  WS-TODAY-DD             PIC 9(02).
006200
006300 01  WS-START-DATE               PIC 9(08).
006400 01  WS-START-SPLIT REDEFINES WS-START-DATE.
006500     05  WS-START-YYYY           PIC 9(04).
006600     05  WS-START-MM             PIC 9(02).
006700     05  WS-START-DD             PIC 9(02).
006800
006900 01  WS-DAYS-RUN                 PIC S9(07).
007000 01  WS-PERIOD-DAYS              PIC 9(02).
007100 01  WS-PAID-CENTS               PIC S9(09).
007200 01  WS-DUE-CENTS                PIC 9(09).
007300
007400 77  WS-PLAN-STATUS              PIC X(02).
007500 77  WS-ARCH-STATUS              PIC X(02).
007600 77  WS-XACT-STATUS              PIC X(02).
007700
007800 77  WS-EOF-SW                   PIC X(01).
007900     88  AT-EOF                      VALUE "Y".
008000     88  NOT-AT-EOF                  VALUE "N".
008100
008200 77  WS-PLAN-SW                  PIC X(01).
008300     88  PLAN-FOUND                  VALUE "Y".
008400     88  PLAN-NOT-FOUND              VALUE "N".
008500
008600 LINKAGE SECTION.
008700     COPY PLANANSW.
008800
008900 PROCEDURE DIVISION USING PLAN-STANDING-ANSWER.
009000******************************************************************
009100*    0000-MAINLINE                                                *
009200******************************************************************
009300 0000-MAINLINE.
009400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009500     MOVE "N"  TO PLNA-STANDING.
009600     MOVE ZERO TO PLNA-INSTALLMENT PLNA-START-DATE
009700                  PLNA-PAYMENT-COUNT PLNA-TOTAL PLNA-DUE-COUNT
009800                  PLNA-AMOUNT-DUE PLNA-AMOUNT-PAID PLNA-ARREARS
009900                  PLNA-MISSED-COUNT.
010000     MOVE SPACE TO PLNA-FREQUENCY.
010100     PERFORM 1000-READ-PLAN THRU 1000-EXIT.
010200     IF PLAN-FOUND
010300         PERFORM 2000-COUNT-DUE THRU 2000-EXIT
010400         MOVE ZERO TO WS-PAID-CENTS
010500         PERFORM 3000-SUM-ARCHIVE THRU 3000-EXIT
010600         PERFORM 4000-SUM-TODAY THRU 4000-EXIT
010700         PERFORM 5000-JUDGE-STANDING THRU 5000-EXIT
010800     END-IF.
010900     GOBACK.
011000
011100******************************************************************
011200*    1000-READ-PLAN - NO FILE, NO ROW, OR A CANCELLED PLAN ALL   *
011300*    ANSWER "NO ACTIVE PLAN".                                    *
011400******************************************************************
011500 1000-READ-PLAN.
011600     MOVE "N" TO WS-PLAN-SW.
011700     OPEN INPUT PLAN-FILE.
011800     IF WS-PLAN-STATUS = "00"
011900         MOVE PLNA-MBR-ID TO PLAN-MBR-ID
012000         READ PLAN-FILE
012100             INVALID KEY
012200                 CONTINUE
012300             NOT INVALID KEY
012400                 IF PLAN-ACTIVE
012500                     MOVE "Y" TO WS-PLAN-SW
012600                     MOVE PLAN-INSTALLMENT   TO PLNA-INSTALLMENT
012700                     MOVE PLAN-FREQUENCY     TO PLNA-FREQUENCY
012800                     MOVE PLAN-START-DATE    TO PLNA-START-DATE
012900                     MOVE PLAN-PAYMENT-COUNT TO PLNA-PAYMENT-COUNT
013000                     MOVE PLAN-TOTAL         TO PLNA-TOTAL
013100                 END-IF
013200         END-READ
013300         CLOSE PLAN-FILE
013400     END-IF.
013500 1000-EXIT.
013600     EXIT.
013700
013800******************************************************************
013900*    2000-COUNT-DUE - INSTALLMENTS WHOSE DAY HAS GONE BY. ON THE *
014000*    START DATE ITSELF NOTHING IS PAST DUE YET.                  *
014100******************************************************************
014200 2000-COUNT-DUE.
014300     EVALUATE PLNA-FREQUENCY
014400         WHEN "W"
014500             MOVE 7 TO WS-PERIOD-DAYS
014600         WHEN "F"
014700             MOVE 14 TO WS-PERIOD-DAYS
014800         WHEN OTHER
014900             MOVE 30 TO WS-PERIOD-DAYS
015000     END-EVALUATE.
015100     MOVE PLNA-START-DATE TO WS-START-DATE.
015200     COMPUTE WS-DAYS-RUN =
015300         (WS-TODAY-YYYY - WS-START-YYYY) * 360
015400         + (WS-TODAY-MM - WS-START-MM) * 30
015500         + (WS-TODAY-DD - WS-START-DD).
015600     IF WS-DAYS-RUN > ZERO
015700         COMPUTE PLNA-DUE-COUNT =
015800             (WS-DAYS-RUN - 1) / WS-PERIOD-DAYS + 1
015900     ELSE
016000         MOVE ZERO TO PLNA-DUE-COUNT
016100     END-IF.
016200     IF PLNA-DUE-COUNT > PLNA-PAYMENT-COUNT
016300         MOVE PLNA-PAYMENT-COUNT TO PLNA-DUE-COUNT
016400     END-IF.
016500     COMPUTE WS-DUE-CENTS = PLNA-DUE-COUNT * PLNA-INSTALLMENT.
016600     IF WS-DUE-CENTS > PLNA-TOTAL
016700         MOVE PLNA-TOTAL TO WS-DUE-CENTS
016800     END-IF.
016900     MOVE WS-DUE-CENTS TO PLNA-AMOUNT-DUE.
017000 2000-EXIT.
017100     EXIT.
017200
017300******************************************************************
017400*    3000-SUM-ARCHIVE - THE ARCHIVE IS KEYED MEMBER + DATE +     *
017500*    NUMBER, SO THE PLAN'S PAYMENTS RUN FROM THE START DATE TO   *
017600*    THE END OF THE MEMBER'S ROWS. A PAYMENT IS NEGATIVE CENTS.  *
017700******************************************************************
017800 3000-SUM-ARCHIVE.
017900     OPEN INPUT ARCHIVE-FILE.
018000     IF WS-ARCH-STATUS = "00"
018100         MOVE PLNA-MBR-ID     TO ARCH-MBR-ID
018200         MOVE PLNA-START-DATE TO ARCH-POST-DATE
018300         MOVE ZERO            TO ARCH-NUMBER
018400         MOVE "N" TO WS-EOF-SW
018500         START ARCHIVE-FILE KEY >= ARCH-KEY
018600             INVALID KEY
018700                 MOVE "Y" TO WS-EOF-SW
018800         END-START
018900         PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
019000         PERFORM 3200-ADD-ARCHIVE-ROW THRU 3200-EXIT
019100             UNTIL AT-EOF
019200         CLOSE ARCHIVE-FILE
019300     END-IF.
019400 3000-EXIT.
019500     EXIT.
019600
019700 3100-READ-ARCHIVE.
019800     IF NOT-AT-EOF
019900         READ ARCHIVE-FILE NEXT RECORD
020000             AT END
020100                 MOVE "Y" TO WS-EOF-SW
020200         END-READ
020300     END-IF.
020400 3100-EXIT.
020500     EXIT.
020600
020700 3200-ADD-ARCHIVE-ROW.
020800     IF ARCH-MBR-ID NOT = PLNA-MBR-ID
020900         MOVE "Y" TO WS-EOF-SW
021000     ELSE
021100         IF ARCH-IS-PAYMENT
021200             SUBTRACT ARCH-AMOUNT FROM WS-PAID-CENTS
021300         END-IF
021400         PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
021500     END-IF.
021600 3200-EXIT.
021700     EXIT.
021800
021900 4000-SUM-TODAY.
022000     OPEN INPUT TRANSACTION-FILE.
022100     IF WS-XACT-STATUS = "00"
022200         MOVE "N" TO WS-EOF-SW
022300         PERFORM 4100-READ-TODAY THRU 4100-EXIT
022400         PERFORM 4200-ADD-TODAY-ROW THRU 4200-EXIT
022500             UNTIL AT-EOF
022600         CLOSE TRANSACTION-FILE
022700     END-IF.
022800 4000-EXIT.
022900     EXIT.
023000
023100 4100-READ-TODAY.
023200     READ TRANSACTION-FILE
023300         AT END
023400             MOVE "Y" TO WS-EOF-SW
023500     END-READ.
023600 4100-EXIT.
023700     EXIT.
023800
023900 4200-ADD-TODAY-ROW.
024000     IF XACT-MBR-ID = PLNA-MBR-ID
024100         AND XACT-IS-PAYMENT
024200         AND XACT-POST-DATE NOT < PLNA-START-DATE
024300         SUBTRACT XACT-AMOUNT FROM WS-PAID-CENTS
024400     END-IF.
024500     PERFORM 4100-READ-TODAY THRU 4100-EXIT.
024600 4200-EXIT.
024700     EXIT.
024800
024900******************************************************************
025000*    5000-JUDGE-STANDING - THE ARREARS ROUND UP TO WHOLE MISSED  *
025100*    INSTALLMENTS FOR THE EXCEPTIONS LIST.                       *
025200******************************************************************
025300 5000-JUDGE-STANDING.
025400     MOVE WS-PAID-CENTS TO PLNA-AMOUNT-PAID.
025500     EVALUATE TRUE
025600         WHEN WS-PAID-CENTS NOT < PLNA-TOTAL
025700             MOVE "P" TO PLNA-STANDING
025800         WHEN WS-PAID-CENTS NOT < WS-DUE-CENTS
025900             MOVE "C" TO PLNA-STANDING
026000         WHEN OTHER
026100             MOVE "B" TO PLNA-STANDING
026200             COMPUTE PLNA-ARREARS = WS-DUE-CENTS - WS-PAID-CENTS
026300             IF PLNA-INSTALLMENT > ZERO
026400                 COMPUTE PLNA-MISSED-COUNT =
026500                     (PLNA-ARREARS + PLNA-INSTALLMENT - 1)
026600                     / PLNA-INSTALLMENT
026700             END-IF
026800     END-EVALUATE.
026900 5000-EXIT.
027000     EXIT.
