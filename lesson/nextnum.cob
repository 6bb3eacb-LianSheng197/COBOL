000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NEXTNUM.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    NEXTNUM IS THE ONE ALLOCATION ROUTINE FOR LEDGER AND        *
000900*    RECEIPT NUMBERS. A POSTING PROGRAM CALLS IT FOR THE NEXT    *
001000*    NUMBER IN A SERIES (FUNCTION N) JUST BEFORE IT APPENDS ITS  *
001100*    ROW, AND THE NUMBER IS RECORDED AS USED ON THE NUMCTL       *
001200*    CONTROL FILE BEFORE IT IS HANDED BACK, SO TWO DESKS DRAWING *
001300*    ONE AFTER THE OTHER NEVER GET THE SAME NUMBER AND NOBODY    *
001400*    SCANS A GROWING FILE. FUNCTION I RETURNS THE LAST NUMBER    *
001500*    HANDED OUT WITHOUT MOVING IT; FUNCTION S SETS IT WHEN A     *
001600*    FILE IS REBUILT OR RESTORED.                                *
001650*    NUMCTL IS KEYED BY SERIES. THE SERIES RECORD IS READ WITH A *
001700*    LOCK, MOVED ON AND REWRITTEN, SO TWO DESKS DRAWING AT THE   *
001750*    SAME MOMENT ARE SERIALIZED ON THE RECORD - THE SECOND FINDS *
001800*    IT LOCKED (STATUS 51 OR 9D) AND READS AGAIN UNTIL THE FIRST *
001850*    HAS REWRITTEN IT. THE LOCK IS HELD ONLY FROM THAT READ TO   *
001900*    THE REWRITE AND GOES WITH THE HOLDING RUN IF IT ENDS, SO    *
001950*    THE WAIT ALWAYS ENDS. A SERIES NOT YET ON THE FILE IS       *
002000*    SEEDED ONCE FROM THE HIGHEST NUMBER ON ITS OWN FILE, SO THE *
002050*    FIRST DRAW CARRIES ON FROM WHERE THE OLD SCAN WOULD HAVE;   *
002100*    IF ANOTHER DESK SEEDS IT FIRST, THE DUPLICATE WRITE IS      *
002150*    DROPPED AND THE LOCKED READ TAKEN AGAIN.                    *
002160*    IF NUMCTL CANNOT BE OPENED, READ OR REWRITTEN, NUMR-NUMBER  *
002170*    COMES BACK ZERO WITH RETURN CODE 16; THE CALLER MUST NOT    *
002180*    POST ANYTHING UNDER A ZERO NUMBER.                          *
002200*------------------------------------------------------------------
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002512*    2026-10-15  LS   NUMCTL IS NOW INDEXED BY SERIES AND EACH    *
002524*                     DRAW IS A LOCKED READ AND REWRITE OF ITS    *
002536*                     ONE RECORD, RETRIED WHILE ANOTHER DESK      *
002548*                     HOLDS IT, INSTEAD OF READING AND REWRITING  *
002560*                     THE WHOLE FILE UNLOCKED. AN OLD SEQUENTIAL  *
002572*                     NUMCTL IS RETIRED BY DELETING IT - EACH     *
002584*                     SERIES RESEEDS FROM ITS OWN FILE.           *
002588*    2026-10-15  LS   ANY NUMCTL OPEN, READ OR REWRITE FAILURE    *
002592*                     NOW HANDS BACK A ZERO NUMBER WITH RETURN    *
002596*                     CODE 16 INSTEAD OF A NUMBER NEVER RECORDED. *
002600******************************************************************
004000
004005 ENVIRONMENT DIVISION.
004010 INPUT-OUTPUT SECTION.
004015 FILE-CONTROL.
004020     SELECT NUMBER-CONTROL-FILE ASSIGN TO "NUMCTL"
004025         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004035         RECORD KEY IS NUMC-SERIES-NAME
004040         LOCK MODE IS MANUAL
004045         FILE STATUS IS WS-NUMC-STATUS.
004050     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
004055         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-XACT-STATUS.
004065     SELECT RECEIPT-LOG-FILE ASSIGN TO "RCPTLOG"
004070         ORGANIZATION IS LINE SEQUENTIAL
004075         FILE STATUS IS WS-RCPT-STATUS.
004080
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  NUMBER-CONTROL-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY NUMCTL.
006200
006210 FD  TRANSACTION-FILE
006220     LABEL RECORDS ARE STANDARD.
006230     COPY XACTREC.
006240
006250 FD  RECEIPT-LOG-FILE
006260     LABEL RECORDS ARE STANDARD.
006270     COPY RCPTLOG.
006280
006290 WORKING-STORAGE SECTION.
006300 77  WS-CURRENT-DATE             PIC 9(08).
006400 77  WS-CURRENT-TIME             PIC 9(08).
006500 77  WS-NUMC-STATUS              PIC X(02).
006600 77  WS-XACT-STATUS              PIC X(02).
006700 77  WS-RCPT-STATUS              PIC X(02).
007100 77  WS-SEED-NUMBER              PIC 9(06) VALUE ZERO.
007200
007300 77  WS-EOF-SW                   PIC X(01).
007400     88  AT-EOF                      VALUE "Y".
007500     88  NOT-AT-EOF                  VALUE "N".
007520
007540 77  WS-HELD-SW                  PIC X(01).
007560     88  SERIES-IS-HELD              VALUE "Y".
007580     88  SERIES-NOT-HELD             VALUE "N".
007600
007620 77  WS-NUMC-FAILED-SW           PIC X(01).
007640     88  NUMCTL-FAILED               VALUE "Y".
007660     88  NUMCTL-OK                   VALUE "N".
007680
007700 LINKAGE SECTION.
007800     COPY NUMREQ.
007900
008000 PROCEDURE DIVISION USING NUMBER-REQUEST.
008100******************************************************************
008200*    0000-MAINLINE                                                *
008300******************************************************************
008400 0000-MAINLINE.
008500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008600     ACCEPT WS-CURRENT-TIME FROM TIME.
008630     MOVE ZERO TO RETURN-CODE.
008640     MOVE "N" TO WS-NUMC-FAILED-SW.
008660     PERFORM 1000-OPEN-CONTROL THRU 1000-EXIT.
008680     IF NUMCTL-FAILED
008690         PERFORM 9000-REFUSE-REQUEST THRU 9000-EXIT
008700         GOBACK
008710     END-IF.
008720     MOVE "N" TO WS-HELD-SW.
008780     PERFORM 2000-FIND-OR-SEED-SERIES THRU 2000-EXIT
008840         UNTIL SERIES-IS-HELD OR NUMCTL-FAILED.
008860     IF NUMCTL-OK
008900         PERFORM 3000-APPLY-REQUEST THRU 3000-EXIT
009000         IF NOT NUMR-INQUIRE
010300             REWRITE NUMBER-CONTROL-RECORD
010320             IF WS-NUMC-STATUS NOT = "00"
010340                 MOVE "Y" TO WS-NUMC-FAILED-SW
010360             END-IF
010380         END-IF
010400     END-IF.
010500     CLOSE NUMBER-CONTROL-FILE.
010540     IF NUMCTL-FAILED
010560         PERFORM 9000-REFUSE-REQUEST THRU 9000-EXIT
010580     END-IF.
010600     GOBACK.
010700
010800 1000-OPEN-CONTROL.
010900     OPEN I-O NUMBER-CONTROL-FILE.
011000     IF WS-NUMC-STATUS = "35"
011100         OPEN OUTPUT NUMBER-CONTROL-FILE
011200         CLOSE NUMBER-CONTROL-FILE
011300         OPEN I-O NUMBER-CONTROL-FILE
012700     END-IF.
012750     IF WS-NUMC-STATUS NOT = "00"
012800         MOVE "Y" TO WS-NUMC-FAILED-SW
012825     END-IF.
012850 1000-EXIT.
013000     EXIT.
013100
013200******************************************************************
013250*    2000-FIND-OR-SEED-SERIES - ONE TRY AT THE SERIES RECORD. AN *
013300*    INQUIRY READS IT WITHOUT A LOCK; A DRAW OR SET READS IT     *
013350*    LOCKED. A LOCKED RECORD LEAVES THE SWITCH OFF SO THE CALLER *
013400*    TRIES AGAIN; A SERIES NOT ON FILE IS SEEDED AND WRITTEN,    *
013450*    AND THE NEXT TRY READS IT BACK LOCKED. ANY OTHER STATUS     *
013475*    MARKS NUMCTL FAILED, WHICH ENDS THE RETRIES, AS DOES A SEED *
013480*    WRITE THAT FAILS FOR ANY REASON BUT ANOTHER DESK'S SEED.    *
013500******************************************************************
013600 2000-FIND-OR-SEED-SERIES.
013641     MOVE NUMR-SERIES-NAME TO NUMC-SERIES-NAME.
013682     IF NUMR-INQUIRE
013723         READ NUMBER-CONTROL-FILE
013764             INVALID KEY
013805                 CONTINUE
013846         END-READ
013887     ELSE
013928         READ NUMBER-CONTROL-FILE WITH LOCK
013969             INVALID KEY
014010                 CONTINUE
014051         END-READ
014092     END-IF.
014133     IF WS-NUMC-STATUS = "51" OR WS-NUMC-STATUS = "9D"
014174         GO TO 2000-EXIT
014215     END-IF.
014256     IF WS-NUMC-STATUS = "23"
014300         PERFORM 2200-SEED-SERIES THRU 2200-EXIT
014700         GO TO 2000-EXIT
015100     END-IF.
015120     IF WS-NUMC-STATUS NOT = "00"
015130         MOVE "Y" TO WS-NUMC-FAILED-SW
015140         GO TO 2000-EXIT
015145     END-IF.
015150     MOVE "Y" TO WS-HELD-SW.
015200 2000-EXIT.
016200     EXIT.
016300
016400 2200-SEED-SERIES.
016500     MOVE ZERO TO WS-SEED-NUMBER.
016600     MOVE "N" TO WS-EOF-SW.
016700     IF NUMR-SERIES-NAME = "XACTIN"
016800         OPEN INPUT TRANSACTION-FILE
016900         IF WS-XACT-STATUS = "00"
017000             PERFORM 2210-SCAN-TRANSACTION THRU 2210-EXIT
017100                 UNTIL AT-EOF
017200             CLOSE TRANSACTION-FILE
017300         END-IF
017400     END-IF.
017500     IF NUMR-SERIES-NAME = "RCPTLOG"
017600         OPEN INPUT RECEIPT-LOG-FILE
017700         IF WS-RCPT-STATUS = "00"
017800             PERFORM 2220-SCAN-RECEIPT THRU 2220-EXIT
017900                 UNTIL AT-EOF
018000             CLOSE RECEIPT-LOG-FILE
018100         END-IF
018200     END-IF.
018211     MOVE NUMR-SERIES-NAME TO NUMC-SERIES-NAME.
018222     MOVE WS-SEED-NUMBER   TO NUMC-LAST-NUMBER.
018233     MOVE WS-CURRENT-DATE  TO NUMC-LAST-DATE.
018244     MOVE WS-CURRENT-TIME  TO NUMC-LAST-TIME.
018255     WRITE NUMBER-CONTROL-RECORD
018266         INVALID KEY
018277             CONTINUE
018288     END-WRITE.
018291     IF WS-NUMC-STATUS NOT = "00" AND WS-NUMC-STATUS NOT = "22"
018294         MOVE "Y" TO WS-NUMC-FAILED-SW
018297     END-IF.
018300 2200-EXIT.
018400     EXIT.
018500
018600 2210-SCAN-TRANSACTION.
018700     READ TRANSACTION-FILE
018800         AT END
018900             MOVE "Y" TO WS-EOF-SW
019000         NOT AT END
019100             IF XACT-NUMBER > WS-SEED-NUMBER
019200                 MOVE XACT-NUMBER TO WS-SEED-NUMBER
019300             END-IF
019400     END-READ.
019500 2210-EXIT.
019600     EXIT.
019700
019800 2220-SCAN-RECEIPT.
019900     READ RECEIPT-LOG-FILE
020000         AT END
020100             MOVE "Y" TO WS-EOF-SW
020200         NOT AT END
020300             IF RCPT-NUMBER > WS-SEED-NUMBER
020400                 MOVE RCPT-NUMBER TO WS-SEED-NUMBER
020500             END-IF
020600     END-READ.
020700 2220-EXIT.
020800     EXIT.
020900
021000 3000-APPLY-REQUEST.
021100     EVALUATE TRUE
021200         WHEN NUMR-NEXT-NUMBER
021300             ADD 1 TO NUMC-LAST-NUMBER
021400             MOVE NUMC-LAST-NUMBER TO NUMR-NUMBER
021500         WHEN NUMR-SET-LAST
021600             MOVE NUMR-NUMBER TO NUMC-LAST-NUMBER
021700         WHEN OTHER
021800             MOVE NUMC-LAST-NUMBER TO NUMR-NUMBER
021900     END-EVALUATE.
022000     IF NOT NUMR-INQUIRE
022100         MOVE WS-CURRENT-DATE TO NUMC-LAST-DATE
022200         MOVE WS-CURRENT-TIME TO NUMC-LAST-TIME
022300     END-IF.
022400 3000-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800*    9000-REFUSE-REQUEST - NUMCTL COULD NOT BE USED. NO NUMBER   *
022900*    IS HANDED OUT: NUMR-NUMBER GOES BACK ZERO, RETURN CODE 16.  *
023000******************************************************************
023100 9000-REFUSE-REQUEST.
023200     DISPLAY "Number control file NUMCTL unusable - status "
023300         WS-NUMC-STATUS " on series " NUMR-SERIES-NAME
023400         ". No number issued."
023500     MOVE ZERO TO NUMR-NUMBER.
023600     MOVE 16 TO RETURN-CODE.
023700 9000-EXIT.
023800     EXIT.
