000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLANEXCP.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PLANEXCP IS THE PAYMENT PLAN EXCEPTIONS LIST. IT READS THE  *
000900*    WHOLE MEMBER MASTER, ASKS PLANCHK HOW EACH MEMBER STANDS ON *
001000*    THEIR ACTIVE PLAN, AND LISTS (PLANEXRP) EVERY PLAN THAT HAS *
001100*    MISSED AN INSTALLMENT - THE PLAN TERMS, WHAT WAS DUE TO     *
001200*    DATE, WHAT HAS BEEN PAID, THE ARREARS AND HOW MANY          *
001300*    INSTALLMENTS THEY MAKE - FOR THE DESK TO FOLLOW UP. A PLAN  *
001400*    THAT HAS FALLEN BEHIND NO LONGER HOLDS THE MEMBER FROM      *
001500*    LAPSERUN. A SUMMARY COUNTS ACTIVE PLANS BY STANDING.        *
001600*------------------------------------------------------------------
001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS MAST-MBR-ID
002900         ALTERNATE RECORD KEY IS MAST-SURNAME
003000             WITH DUPLICATES
003100         FILE STATUS IS WS-MAST-STATUS.
003200     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "PLANEXRP"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RPT-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MEMBER-MASTER-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY MBRMAST.
004100
004200 FD  EXCEPTION-REPORT-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  EXCEPTION-REPORT-LINE       PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700     COPY PLANANSW.
004800
004900 01  WS-COLUMN-HEADING.
005000     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
005100     05  FILLER                  PIC X(37) VALUE "NAME".
005200     05  FILLER                  PIC X(11) VALUE "INSTALLMT".
005300     05  FILLER                  PIC X(02) VALUE "F".
005400     05  FILLER                  PIC X(10) VALUE "START".
005500     05  FILLER                  PIC X(05) VALUE "DUE".
005600     05  FILLER                  PIC X(11) VALUE "  AMT DUE".
005700     05  FILLER                  PIC X(11) VALUE "     PAID".
005800     05  FILLER                  PIC X(10) VALUE "  ARREARS".
005900     05  FILLER                  PIC X(06) VALUE "MISSED".
006000
006100 01  WS-DETAIL-LINE.
006200     05  WS-DET-MBR-ID           PIC X(20).
006300     05  FILLER                  PIC X(02) VALUE SPACES.
006400     05  WS-DET-MBR-NAME         PIC X(35).
006500     05  FILLER                  PIC X(02) VALUE SPACES.
006600     05  WS-DET-INSTALLMENT      PIC Z,ZZZ,ZZ9.
006700     05  FILLER                  PIC X(02) VALUE SPACES.
006800     05  WS-DET-FREQUENCY        PIC X(01).
006900     05  FILLER                  PIC X(01) VALUE SPACES.
007000     05  WS-DET-START-DATE       PIC 9(08).
007100     05  FILLER                  PIC X(02) VALUE SPACES.
007200     05  WS-DET-DUE-COUNT        PIC ZZ9.
007300     05  FILLER                  PIC X(02) VALUE SPACES.
007400     05  WS-DET-AMOUNT-DUE       PIC Z,ZZZ,ZZ9.
007500     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  WS-DET-AMOUNT-PAID      PIC -,---,--9.
007700     05  FILLER                  PIC X(02) VALUE SPACES.
007800     05  WS-DET-ARREARS          PIC Z,ZZZ,ZZ9.
007900     05  FILLER                  PIC X(04) VALUE SPACES.
008000     05  WS-DET-MISSED           PIC ZZ9.
008100
008200 01  WS-SUMMARY-LINE.
008300     05  WS-SUM-LABEL            PIC X(30).
008400     05  FILLER                  PIC X(02) VALUE SPACES.
008500     05  WS-SUM-VALUE            PIC -,---,---,--9.
008600
008700 01  WS-ARREARS-TOTAL            PIC S9(11) VALUE ZERO.
008800
008900 77  WS-MAST-STATUS              PIC X(02).
009000 77  WS-RPT-STATUS               PIC X(02).
009100
009200 77  WS-CURRENT-COUNT            PIC 9(05) VALUE ZERO.
009300 77  WS-PAID-OUT-COUNT           PIC 9(05) VALUE ZERO.
009400 77  WS-BEHIND-COUNT             PIC 9(05) VALUE ZERO.
009500
009600 77  WS-EOF-SW                   PIC X(01).
009700     88  MASTER-EOF                  VALUE "Y".
009800     88  NOT-MASTER-EOF              VALUE "N".
009900
010000 77  WS-MAST-OPEN-SW             PIC X(01) VALUE "N".
010100     88  MASTER-IS-OPEN              VALUE "Y".
010200     88  MASTER-NOT-OPEN             VALUE "N".
010300
010400 PROCEDURE DIVISION.
010500******************************************************************
010600*    0000-MAINLINE                                                *
010700******************************************************************
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     IF MASTER-IS-OPEN
011100         PERFORM 2000-CHECK-ONE-MEMBER THRU 2000-EXIT
011200             UNTIL MASTER-EOF
011300         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
011400         PERFORM 9999-TERMINATE THRU 9999-EXIT
011500     END-IF.
011600     STOP RUN.
011700
011800******************************************************************
011900*    1000-INITIALIZE                                              *
012000******************************************************************
012100 1000-INITIALIZE.
012200     OPEN INPUT MEMBER-MASTER-FILE.
012300     IF WS-MAST-STATUS NOT = "00"
012400         DISPLAY "No member master on file - no plans to check."
012500     ELSE
012600         MOVE "Y" TO WS-MAST-OPEN-SW
012700         OPEN OUTPUT EXCEPTION-REPORT-FILE
012800         MOVE "PAYMENT PLAN EXCEPTIONS - MISSED INSTALLMENTS"
012900             TO EXCEPTION-REPORT-LINE
013000         WRITE EXCEPTION-REPORT-LINE
013100         MOVE WS-COLUMN-HEADING TO EXCEPTION-REPORT-LINE
013200         WRITE EXCEPTION-REPORT-LINE
013300         MOVE "N" TO WS-EOF-SW
013400         PERFORM 2100-READ-MASTER THRU 2100-EXIT
013500     END-IF.
013600 1000-EXIT.
013700     EXIT.
013800
013900 2100-READ-MASTER.
014000     READ MEMBER-MASTER-FILE
014100         AT END
014200             MOVE "Y" TO WS-EOF-SW
014300     END-READ.
014400 2100-EXIT.
014500     EXIT.
014600
014700******************************************************************
014800*    2000-CHECK-ONE-MEMBER - ONLY A PLAN THAT IS BEHIND IS       *
014900*    LISTED; THE REST ARE COUNTED.                               *
015000******************************************************************
015100 2000-CHECK-ONE-MEMBER.
015200     MOVE MAST-MBR-ID TO PLNA-MBR-ID.
015300     CALL "PLANCHK" USING PLAN-STANDING-ANSWER.
015400     EVALUATE TRUE
015500         WHEN PLNA-CURRENT
015600             ADD 1 TO WS-CURRENT-COUNT
015700         WHEN PLNA-PAID-OUT
015800             ADD 1 TO WS-PAID-OUT-COUNT
015900         WHEN PLNA-BEHIND
016000             ADD 1 TO WS-BEHIND-COUNT
016100             ADD PLNA-ARREARS TO WS-ARREARS-TOTAL
016200             PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
016300         WHEN OTHER
016400             CONTINUE
016500     END-EVALUATE.
016600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
016700 2000-EXIT.
016800     EXIT.
016900
017000 3000-WRITE-EXCEPTION.
017100     MOVE SPACES TO EXCEPTION-REPORT-LINE.
017200     INITIALIZE WS-DETAIL-LINE WITH FILLER ALL TO VALUE.
017300     MOVE MAST-MBR-ID        TO WS-DET-MBR-ID.
017400     MOVE MAST-MBR-NAME      TO WS-DET-MBR-NAME.
017500     MOVE PLNA-INSTALLMENT   TO WS-DET-INSTALLMENT.
017600     MOVE PLNA-FREQUENCY     TO WS-DET-FREQUENCY.
017700     MOVE PLNA-START-DATE    TO WS-DET-START-DATE.
017800     MOVE PLNA-DUE-COUNT     TO WS-DET-DUE-COUNT.
017900     MOVE PLNA-AMOUNT-DUE    TO WS-DET-AMOUNT-DUE.
018000     MOVE PLNA-AMOUNT-PAID   TO WS-DET-AMOUNT-PAID.
018100     MOVE PLNA-ARREARS       TO WS-DET-ARREARS.
018200     MOVE PLNA-MISSED-COUNT  TO WS-DET-MISSED.
018300     MOVE WS-DETAIL-LINE     TO EXCEPTION-REPORT-LINE.
018400     WRITE EXCEPTION-REPORT-LINE.
018500 3000-EXIT.
018600     EXIT.
018700
018800******************************************************************
018900*    8000-WRITE-SUMMARY - ACTIVE PLANS BY STANDING, AND THE      *
019000*    ARREARS OUTSTANDING ACROSS THE PLANS LISTED.                *
019100******************************************************************
019200 8000-WRITE-SUMMARY.
019300     MOVE SPACES TO EXCEPTION-REPORT-LINE.
019400     WRITE EXCEPTION-REPORT-LINE.
019500     MOVE "PLAN SUMMARY" TO EXCEPTION-REPORT-LINE.
019600     WRITE EXCEPTION-REPORT-LINE.
019700     MOVE "PLANS CURRENT"    TO WS-SUM-LABEL.
019800     MOVE WS-CURRENT-COUNT   TO WS-SUM-VALUE.
019900     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
020000     MOVE "PLANS PAID OUT"   TO WS-SUM-LABEL.
020100     MOVE WS-PAID-OUT-COUNT  TO WS-SUM-VALUE.
020200     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
020300     MOVE "PLANS BEHIND (LISTED ABOVE)" TO WS-SUM-LABEL.
020400     MOVE WS-BEHIND-COUNT    TO WS-SUM-VALUE.
020500     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
020600     MOVE "ARREARS ON PLANS BEHIND, CENTS" TO WS-SUM-LABEL.
020700     MOVE WS-ARREARS-TOTAL   TO WS-SUM-VALUE.
020800     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
020900 8000-EXIT.
021000     EXIT.
021100
021200 8100-WRITE-ONE-SUMMARY.
021300     MOVE SPACES TO EXCEPTION-REPORT-LINE.
021400     MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-LINE.
021500     WRITE EXCEPTION-REPORT-LINE.
021600 8100-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000*    9999-TERMINATE                                               *
022100******************************************************************
022200 9999-TERMINATE.
022300     CLOSE MEMBER-MASTER-FILE.
022400     CLOSE EXCEPTION-REPORT-FILE.
022500     DISPLAY "Plans behind: " WS-BEHIND-COUNT.
022600     DISPLAY "Plan exceptions written to PLANEXRP.".
022700 9999-EXIT.
022800     EXIT.
