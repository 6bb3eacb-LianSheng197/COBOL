000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BALPROOF.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    BALPROOF IS THE MEMBER BALANCE PROOF. IT RECOMPUTES EVERY   *
000900*    MEMBER'S BALANCE FROM THE LEDGER - THE MEMBER'S ROWS ON THE *
001000*    CUMULATIVE LEDGARCX ARCHIVE (A PURGERUN BF ROW INCLUDED)    *
001100*    PLUS TODAY'S XACTIN ROWS OPERATIONS HAS ALREADY POSTED (AT  *
001200*    OR BELOW TODAY'S CHECKPOINT) - AND PROVES IT AGAINST MAST-  *
001300*    BALANCE-DUE. THIS IS THE SAME FIGURE MBRSTMT PRINTS AS THE  *
001400*    CLOSING BALANCE, SO A MEMBER THIS PROOF PASSES HAS A        *
001500*    STATEMENT THAT TIES.                                        *
001600*    A MEMBER WITH NO HOUSEHOLD IS PROVED ON THEIR OWN. A        *
001700*    HOUSEHOLD MEMBER'S ROWS STAY UNDER THEIR OWN ID ON THE      *
001800*    LEDGER BUT OPERATIONS POSTS THEM TO THE BILL-TO'S BALANCE,  *
001900*    SO HOUSEHOLDS ARE PROVED AS A ROLL-UP: THE LEDGER TOTAL OF  *
002000*    EVERY MEMBER OF THE HOUSEHOLD AGAINST THE BILL-TO'S BALANCE *
002100*    PLUS ANY BALANCE A DEPENDANT STILL CARRIES FROM BEFORE THEY *
002200*    JOINED. A HOUSEHOLD WITH NO BILL-TO ON THE MASTER IS        *
002300*    FLAGGED.                                                    *
002400*    THE MASTER AND THE ARCHIVE ARE BOTH READ IN MEMBER-ID ORDER *
002500*    AND MATCHED; ARCHIVE ROWS FOR AN ID NO LONGER ON THE MASTER *
002600*    ARE COUNTED SEPARATELY. THE REPORT (BALPRF) LISTS EACH OUT- *
002700*    OF-BALANCE MEMBER AND HOUSEHOLD WITH BOTH FIGURES AND THE   *
002800*    DIFFERENCE (MASTER LESS LEDGER) AND ENDS WITH THE OVERALL   *
002900*    TOTAL DIFFERENCE. ANY DIFFERENCE ENDS THE RUN WITH RETURN   *
003000*    CODE 4, AS RECONCIL DOES FOR ITS DISCREPANCIES. A ROW       *
003100*    OPERATIONS REJECTED TO SUSPENSE IS ON THE LEDGER BUT NOT ON *
003200*    THE BALANCE, AND SHOWS HERE AS A DIFFERENCE UNTIL IT IS     *
003300*    CLEARED.                                                    *
003400*------------------------------------------------------------------
003500*    MODIFICATION HISTORY                                        *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
003800******************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS MAST-MBR-ID
004700         ALTERNATE RECORD KEY IS MAST-SURNAME
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-MAST-STATUS.
005000     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS ARCH-KEY
005400         FILE STATUS IS WS-ARCH-STATUS.
005500     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-XACT-STATUS.
005800     SELECT CHECKPOINT-FILE ASSIGN TO "XACTCKP"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CKPT-STATUS.
006100     SELECT PROOF-REPORT-FILE ASSIGN TO "BALPRF"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MEMBER-MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY MBRMAST.
007000
007100 FD  ARCHIVE-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY LEDGARCH.
007400
007500 FD  TRANSACTION-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY XACTREC.
007800
007900 FD  CHECKPOINT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CKPTREC.
008200
008300 FD  PROOF-REPORT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  PROOF-LINE                  PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-CURRENT-DATE             PIC 9(08).
008900
009000*    TODAY'S POSTED XACTIN ROWS, SUMMED BY MEMBER AS THEY LOAD.
009100 01  WS-TODAY-TABLE.
009200     05  WS-TDY-ENTRY OCCURS 1000 TIMES.
009300         10  WS-TDY-MBR-ID       PIC X(20).
009400         10  WS-TDY-CENTS        PIC S9(11).
009500
009600*    ONE ROLL-UP ENTRY PER HOUSEHOLD MET ON THE MASTER.
009700 01  WS-HOUSEHOLD-TABLE.
009800     05  WS-HH-ENTRY OCCURS 500 TIMES.
009900         10  WS-HH-ID            PIC X(20).
010000         10  WS-HH-MEMBERS       PIC 9(03).
010100         10  WS-HH-BILLTO-SW     PIC X(01).
010200         10  WS-HH-LEDGER        PIC S9(11).
010300         10  WS-HH-BILLTO-BAL    PIC S9(11).
010400         10  WS-HH-DEPEND-BAL    PIC S9(11).
010500
010600 01  WS-MEMBER-HEADING.
010700     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
010800     05  FILLER                  PIC X(37) VALUE "NAME".
010900     05  FILLER                  PIC X(15)
011000         VALUE " MASTER BALANCE".
011100     05  FILLER                  PIC X(15) VALUE "  LEDGER".
011200     05  FILLER                  PIC X(15)
011300         VALUE "     DIFFERENCE".
011400
011500 01  WS-MEMBER-LINE.
011600     05  WS-MBL-MBR-ID           PIC X(20).
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  WS-MBL-NAME             PIC X(35).
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  WS-MBL-MASTER           PIC -,---,---,--9.
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  WS-MBL-LEDGER           PIC -,---,---,--9.
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  WS-MBL-DIFF             PIC -,---,---,--9.
012500
012600 01  WS-HOUSEHOLD-HEADING.
012700     05  FILLER                  PIC X(22)
012800         VALUE "HOUSEHOLD (BILL-TO)".
012900     05  FILLER                  PIC X(05) VALUE "MBRS".
013000     05  FILLER                  PIC X(15) VALUE "  LEDGER".
013100     05  FILLER                  PIC X(15) VALUE " BILL-TO BAL".
013200     05  FILLER                  PIC X(15) VALUE " DEPENDANT BAL".
013300     05  FILLER                  PIC X(15)
013400         VALUE "     DIFFERENCE".
013500     05  FILLER                  PIC X(20) VALUE "  NOTE".
013600
013700 01  WS-HOUSEHOLD-LINE.
013800     05  WS-HHL-ID               PIC X(20).
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  WS-HHL-MEMBERS          PIC ZZ9.
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  WS-HHL-LEDGER           PIC -,---,---,--9.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  WS-HHL-BILLTO           PIC -,---,---,--9.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  WS-HHL-DEPEND           PIC -,---,---,--9.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  WS-HHL-DIFF             PIC -,---,---,--9.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  WS-HHL-NOTE             PIC X(20).
015100
015200 01  WS-TOTAL-LINE.
015300     05  WS-TOT-LABEL            PIC X(40).
015400     05  WS-TOT-VALUE            PIC -,---,---,--9.
015500
015600 01  WS-MBR-LEDGER               PIC S9(11) VALUE ZERO.
015700 01  WS-MBR-DIFF                 PIC S9(11) VALUE ZERO.
015800 01  WS-HH-DIFF                  PIC S9(11) VALUE ZERO.
015900 01  WS-TOTAL-MASTER             PIC S9(11) VALUE ZERO.
016000 01  WS-TOTAL-LEDGER             PIC S9(11) VALUE ZERO.
016100 01  WS-TOTAL-DIFF               PIC S9(11) VALUE ZERO.
016200 01  WS-ORPHAN-CENTS             PIC S9(11) VALUE ZERO.
016300
016400 77  WS-MAST-STATUS              PIC X(02).
016500 77  WS-ARCH-STATUS              PIC X(02).
016600 77  WS-XACT-STATUS              PIC X(02).
016700 77  WS-CKPT-STATUS              PIC X(02).
016800 77  WS-RPT-STATUS               PIC X(02).
016900
017000 77  WS-LAST-POSTED              PIC 9(06) VALUE ZERO.
017100 77  WS-TDY-COUNT                PIC 9(04) COMP VALUE ZERO.
017200 77  WS-TDY-SUB                  PIC 9(04) COMP VALUE ZERO.
017300 77  WS-TDY-LIMIT                PIC 9(04) COMP VALUE 1000.
017400 77  WS-HH-COUNT                 PIC 9(04) COMP VALUE ZERO.
017500 77  WS-HH-SUB                   PIC 9(04) COMP VALUE ZERO.
017600 77  WS-HH-LIMIT                 PIC 9(04) COMP VALUE 500.
017700 77  WS-MATCH-SUB                PIC 9(04) COMP VALUE ZERO.
017800 77  WS-MEMBER-COUNT             PIC 9(07) VALUE ZERO.
017900 77  WS-MEMBER-OUT               PIC 9(07) VALUE ZERO.
018000 77  WS-HH-OUT                   PIC 9(07) VALUE ZERO.
018100 77  WS-ORPHAN-ROWS              PIC 9(07) VALUE ZERO.
018200
018300 77  WS-MAST-EOF-SW              PIC X(01).
018400     88  MASTER-EOF                  VALUE "Y".
018500     88  NOT-MASTER-EOF              VALUE "N".
018600
018700 77  WS-ARCH-EOF-SW              PIC X(01).
018800     88  ARCHIVE-EOF                 VALUE "Y".
018900     88  NOT-ARCHIVE-EOF             VALUE "N".
019000
019100 77  WS-XACT-EOF-SW              PIC X(01).
019200     88  XACT-EOF                    VALUE "Y".
019300     88  NOT-XACT-EOF                VALUE "N".
019400
019500 77  WS-RUN-SW                   PIC X(01).
019600     88  RUN-CAN-PROCEED             VALUE "Y".
019700     88  RUN-MUST-STOP               VALUE "N".
019800
019900 PROCEDURE DIVISION.
020000******************************************************************
020100*    0000-MAINLINE                                               *
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     IF RUN-CAN-PROCEED
020600         PERFORM 2000-PROVE-ONE-MEMBER THRU 2000-EXIT
020700             UNTIL MASTER-EOF OR RUN-MUST-STOP
020800     END-IF.
020900     IF RUN-CAN-PROCEED
021000         PERFORM 2900-COUNT-TRAILING-ORPHANS THRU 2900-EXIT
021100         PERFORM 4000-PROVE-HOUSEHOLDS THRU 4000-EXIT
021200         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
021300         PERFORM 9999-TERMINATE THRU 9999-EXIT
021400         IF WS-TOTAL-DIFF NOT = ZERO
021500             OR WS-MEMBER-OUT > ZERO OR WS-HH-OUT > ZERO
021600             MOVE 4 TO RETURN-CODE
021700         END-IF
021800     ELSE
021900         MOVE 8 TO RETURN-CODE
022000     END-IF.
022100     STOP RUN.
022200
022300******************************************************************
022400*    1000-INITIALIZE - TODAY'S POSTED ROWS ARE LOADED FIRST,     *
022500*    THEN THE MASTER AND THE ARCHIVE ARE PRIMED FOR THE MATCH.   *
022600******************************************************************
022700 1000-INITIALIZE.
022800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022900     MOVE "Y" TO WS-RUN-SW.
023000     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
023100     PERFORM 1200-LOAD-TODAY THRU 1200-EXIT.
023200     IF RUN-MUST-STOP
023300         GO TO 1000-EXIT
023400     END-IF.
023500     OPEN INPUT MEMBER-MASTER-FILE.
023600     IF WS-MAST-STATUS NOT = "00"
023700         DISPLAY "No member master on file - nothing to prove."
023800         MOVE "N" TO WS-RUN-SW
023900         GO TO 1000-EXIT
024000     END-IF.
024100     MOVE "N" TO WS-ARCH-EOF-SW.
024200     OPEN INPUT ARCHIVE-FILE.
024300     IF WS-ARCH-STATUS NOT = "00"
024400         MOVE "Y" TO WS-ARCH-EOF-SW
024500     ELSE
024600         PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT
024700     END-IF.
024800     OPEN OUTPUT PROOF-REPORT-FILE.
024900     MOVE SPACES TO PROOF-LINE.
025000     STRING "MEMBER BALANCE PROOF - " WS-CURRENT-DATE
025100         " - MASTER BALANCE AGAINST LEDGARCX PLUS POSTED XACTIN"
025200         DELIMITED BY SIZE INTO PROOF-LINE.
025300     WRITE PROOF-LINE.
025400     MOVE SPACES TO PROOF-LINE.
025500     WRITE PROOF-LINE.
025600     MOVE "MEMBERS OUT OF BALANCE (NO HOUSEHOLD)" TO PROOF-LINE.
025700     WRITE PROOF-LINE.
025800     WRITE PROOF-LINE FROM WS-MEMBER-HEADING.
025900     MOVE "N" TO WS-MAST-EOF-SW.
026000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*    1100-READ-CHECKPOINT - AS OPERATIONS READS IT: ONLY A       *
026600*    CHECKPOINT DATED TODAY SAYS HOW FAR XACTIN HAS POSTED.      *
026700******************************************************************
026800 1100-READ-CHECKPOINT.
026900     MOVE ZERO TO WS-LAST-POSTED.
027000     OPEN INPUT CHECKPOINT-FILE.
027100     IF WS-CKPT-STATUS = "00"
027200         READ CHECKPOINT-FILE
027300             AT END
027400                 CONTINUE
027500             NOT AT END
027600                 IF CKPT-CHECKPOINT-DATE = WS-CURRENT-DATE
027700                     MOVE CKPT-LAST-XACT-NUMBER TO WS-LAST-POSTED
027800                 END-IF
027900         END-READ
028000         CLOSE CHECKPOINT-FILE
028100     END-IF.
028200 1100-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*    1200-LOAD-TODAY - EACH MEMBER'S POSTED ROWS ON TODAY'S      *
028700*    XACTIN ARE SUMMED INTO ONE TABLE ENTRY. THE BF CONTROL ROW  *
028800*    AND ANY ROW PAST THE CHECKPOINT (NOT ON A BALANCE YET) ARE  *
028900*    LEFT OUT. MORE MEMBERS THAN THE TABLE HOLDS REFUSES THE RUN *
029000*    RATHER THAN PROVE AGAINST A SHORT LEDGER.                   *
029100******************************************************************
029200 1200-LOAD-TODAY.
029300     MOVE ZERO TO WS-TDY-COUNT.
029400     OPEN INPUT TRANSACTION-FILE.
029500     IF WS-XACT-STATUS NOT = "00"
029600         GO TO 1200-EXIT
029700     END-IF.
029800     MOVE "N" TO WS-XACT-EOF-SW.
029900     PERFORM 1210-LOAD-ONE-ROW THRU 1210-EXIT
030000         UNTIL XACT-EOF OR RUN-MUST-STOP.
030100     CLOSE TRANSACTION-FILE.
030200 1200-EXIT.
030300     EXIT.
030400
030500 1210-LOAD-ONE-ROW.
030600     READ TRANSACTION-FILE
030700         AT END
030800             MOVE "Y" TO WS-XACT-EOF-SW
030900             GO TO 1210-EXIT
031000     END-READ.
031100     IF XACT-IS-BALANCE-FWD OR XACT-NUMBER > WS-LAST-POSTED
031200         GO TO 1210-EXIT
031300     END-IF.
031400     MOVE ZERO TO WS-MATCH-SUB.
031500     MOVE 1 TO WS-TDY-SUB.
031600     PERFORM 1220-MATCH-TODAY THRU 1220-EXIT
031700         UNTIL WS-TDY-SUB > WS-TDY-COUNT OR WS-MATCH-SUB > ZERO.
031800     IF WS-MATCH-SUB = ZERO
031900         IF WS-TDY-COUNT NOT < WS-TDY-LIMIT
032000             DISPLAY "More than " WS-TDY-LIMIT
032100                 " members on today's XACTIN - proof refused."
032200             MOVE "N" TO WS-RUN-SW
032300             GO TO 1210-EXIT
032400         END-IF
032500         ADD 1 TO WS-TDY-COUNT
032600         MOVE WS-TDY-COUNT TO WS-MATCH-SUB
032700         MOVE XACT-MBR-ID TO WS-TDY-MBR-ID (WS-MATCH-SUB)
032800         MOVE ZERO TO WS-TDY-CENTS (WS-MATCH-SUB)
032900     END-IF.
033000     ADD XACT-AMOUNT TO WS-TDY-CENTS (WS-MATCH-SUB).
033100 1210-EXIT.
033200     EXIT.
033300
033400 1220-MATCH-TODAY.
033500     IF WS-TDY-MBR-ID (WS-TDY-SUB) = XACT-MBR-ID
033600         MOVE WS-TDY-SUB TO WS-MATCH-SUB
033700     ELSE
033800         ADD 1 TO WS-TDY-SUB
033900     END-IF.
034000 1220-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400*    2000-PROVE-ONE-MEMBER - ARCHIVE ROWS FOR IDS BELOW THIS     *
034500*    MEMBER ARE ORPHANS; THIS MEMBER'S OWN ROWS AND TODAY'S      *
034600*    POSTED ROWS MAKE THE LEDGER BALANCE. A HOUSEHOLD MEMBER     *
034700*    GOES TO THE ROLL-UP INSTEAD OF BEING PROVED ALONE.          *
034800******************************************************************
034900 2000-PROVE-ONE-MEMBER.
035000     ADD 1 TO WS-MEMBER-COUNT.
035100     MOVE ZERO TO WS-MBR-LEDGER.
035200     PERFORM 2300-SKIP-ORPHAN THRU 2300-EXIT
035300         UNTIL ARCHIVE-EOF OR ARCH-MBR-ID NOT < MAST-MBR-ID.
035400     PERFORM 2400-ADD-MEMBER-ROW THRU 2400-EXIT
035500         UNTIL ARCHIVE-EOF OR ARCH-MBR-ID NOT = MAST-MBR-ID.
035600     PERFORM 2500-ADD-TODAY THRU 2500-EXIT.
035700     ADD MAST-BALANCE-DUE TO WS-TOTAL-MASTER.
035800     ADD WS-MBR-LEDGER TO WS-TOTAL-LEDGER.
035900     IF MAST-HOUSEHOLD-ID = SPACES
036000         PERFORM 3000-PROVE-SINGLE THRU 3000-EXIT
036100     ELSE
036200         PERFORM 3500-ROLL-INTO-HOUSEHOLD THRU 3500-EXIT
036300     END-IF.
036400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
036500 2000-EXIT.
036600     EXIT.
036700
036800 2100-READ-MASTER.
036900     READ MEMBER-MASTER-FILE
037000         AT END
037100             MOVE "Y" TO WS-MAST-EOF-SW
037200     END-READ.
037300 2100-EXIT.
037400     EXIT.
037500
037600 2200-READ-ARCHIVE.
037700     READ ARCHIVE-FILE
037800         AT END
037900             MOVE "Y" TO WS-ARCH-EOF-SW
038000     END-READ.
038100 2200-EXIT.
038200     EXIT.
038300
038400 2300-SKIP-ORPHAN.
038500     IF ARCH-MBR-ID NOT = "*SHOP CONTROL*"
038600         ADD 1 TO WS-ORPHAN-ROWS
038700         ADD ARCH-AMOUNT TO WS-ORPHAN-CENTS
038800     END-IF.
038900     PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT.
039000 2300-EXIT.
039100     EXIT.
039200
039300 2400-ADD-MEMBER-ROW.
039400     ADD ARCH-AMOUNT TO WS-MBR-LEDGER.
039500     PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT.
039600 2400-EXIT.
039700     EXIT.
039800
039900 2500-ADD-TODAY.
040000     MOVE 1 TO WS-TDY-SUB.
040100     PERFORM 2510-ADD-ONE-TODAY THRU 2510-EXIT
040200         UNTIL WS-TDY-SUB > WS-TDY-COUNT.
040300 2500-EXIT.
040400     EXIT.
040500
040600 2510-ADD-ONE-TODAY.
040700     IF WS-TDY-MBR-ID (WS-TDY-SUB) = MAST-MBR-ID
040800         ADD WS-TDY-CENTS (WS-TDY-SUB) TO WS-MBR-LEDGER
040900         MOVE WS-TDY-COUNT TO WS-TDY-SUB
041000     END-IF.
041100     ADD 1 TO WS-TDY-SUB.
041200 2510-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*    2900-COUNT-TRAILING-ORPHANS - ARCHIVE ROWS FOR IDS PAST THE *
041700*    LAST MEMBER ON THE MASTER.                                  *
041800******************************************************************
041900 2900-COUNT-TRAILING-ORPHANS.
042000     PERFORM 2300-SKIP-ORPHAN THRU 2300-EXIT
042100         UNTIL ARCHIVE-EOF.
042200 2900-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    3000-PROVE-SINGLE - MASTER LESS LEDGER; ANY DIFFERENCE IS   *
042700*    LISTED AND COUNTED INTO THE OVERALL DIFFERENCE.             *
042800******************************************************************
042900 3000-PROVE-SINGLE.
043000     COMPUTE WS-MBR-DIFF = MAST-BALANCE-DUE - WS-MBR-LEDGER.
043100     IF WS-MBR-DIFF = ZERO
043200         GO TO 3000-EXIT
043300     END-IF.
043400     ADD 1 TO WS-MEMBER-OUT.
043500     ADD WS-MBR-DIFF TO WS-TOTAL-DIFF.
043600     INITIALIZE WS-MEMBER-LINE WITH FILLER ALL TO VALUE.
043700     MOVE MAST-MBR-ID      TO WS-MBL-MBR-ID.
043800     MOVE MAST-MBR-NAME    TO WS-MBL-NAME.
043900     MOVE MAST-BALANCE-DUE TO WS-MBL-MASTER.
044000     MOVE WS-MBR-LEDGER    TO WS-MBL-LEDGER.
044100     MOVE WS-MBR-DIFF      TO WS-MBL-DIFF.
044200     WRITE PROOF-LINE FROM WS-MEMBER-LINE.
044300 3000-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700*    3500-ROLL-INTO-HOUSEHOLD - THE MEMBER'S LEDGER GOES TO THE  *
044800*    HOUSEHOLD TOTAL, ITS BALANCE TO THE BILL-TO OR DEPENDANT    *
044900*    SIDE. MORE HOUSEHOLDS THAN THE TABLE HOLDS STOPS THE RUN.   *
045000******************************************************************
045100 3500-ROLL-INTO-HOUSEHOLD.
045200     MOVE ZERO TO WS-MATCH-SUB.
045300     MOVE 1 TO WS-HH-SUB.
045400     PERFORM 3510-MATCH-HOUSEHOLD THRU 3510-EXIT
045500         UNTIL WS-HH-SUB > WS-HH-COUNT OR WS-MATCH-SUB > ZERO.
045600     IF WS-MATCH-SUB = ZERO
045700         IF WS-HH-COUNT NOT < WS-HH-LIMIT
045800             DISPLAY "More than " WS-HH-LIMIT " households on the"
045900                 " master - proof refused."
046000             MOVE "N" TO WS-RUN-SW
046100             GO TO 3500-EXIT
046200         END-IF
046300         ADD 1 TO WS-HH-COUNT
046400         MOVE WS-HH-COUNT TO WS-MATCH-SUB
046500         MOVE MAST-HOUSEHOLD-ID TO WS-HH-ID (WS-MATCH-SUB)
046600         MOVE ZERO TO WS-HH-MEMBERS (WS-MATCH-SUB)
046700         MOVE "N" TO WS-HH-BILLTO-SW (WS-MATCH-SUB)
046800         MOVE ZERO TO WS-HH-LEDGER (WS-MATCH-SUB)
046900         MOVE ZERO TO WS-HH-BILLTO-BAL (WS-MATCH-SUB)
047000         MOVE ZERO TO WS-HH-DEPEND-BAL (WS-MATCH-SUB)
047100     END-IF.
047200     ADD 1 TO WS-HH-MEMBERS (WS-MATCH-SUB).
047300     ADD WS-MBR-LEDGER TO WS-HH-LEDGER (WS-MATCH-SUB).
047400     IF MAST-IS-BILLTO
047500         MOVE "Y" TO WS-HH-BILLTO-SW (WS-MATCH-SUB)
047600         ADD MAST-BALANCE-DUE TO WS-HH-BILLTO-BAL (WS-MATCH-SUB)
047700     ELSE
047800         ADD MAST-BALANCE-DUE TO WS-HH-DEPEND-BAL (WS-MATCH-SUB)
047900     END-IF.
048000 3500-EXIT.
048100     EXIT.
048200
048300 3510-MATCH-HOUSEHOLD.
048400     IF WS-HH-ID (WS-HH-SUB) = MAST-HOUSEHOLD-ID
048500         MOVE WS-HH-SUB TO WS-MATCH-SUB
048600     ELSE
048700         ADD 1 TO WS-HH-SUB
048800     END-IF.
048900 3510-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300*    4000-PROVE-HOUSEHOLDS - THE BILL-TO MUST CARRY THE          *
049400*    HOUSEHOLD'S LEDGER LESS WHAT DEPENDANTS STILL CARRY         *
049500*    THEMSELVES. A HOUSEHOLD OUT OF BALANCE, OR WITH NO BILL-TO  *
049600*    ON THE MASTER, IS LISTED.                                   *
049700******************************************************************
049800 4000-PROVE-HOUSEHOLDS.
049900     MOVE SPACES TO PROOF-LINE.
050000     WRITE PROOF-LINE.
050100     MOVE "HOUSEHOLD ROLL-UP - OUT OF BALANCE OR NO BILL-TO"
050200         TO PROOF-LINE.
050300     WRITE PROOF-LINE.
050400     WRITE PROOF-LINE FROM WS-HOUSEHOLD-HEADING.
050500     MOVE 1 TO WS-HH-SUB.
050600     PERFORM 4100-PROVE-ONE-HOUSEHOLD THRU 4100-EXIT
050700         UNTIL WS-HH-SUB > WS-HH-COUNT.
050800 4000-EXIT.
050900     EXIT.
051000
051100 4100-PROVE-ONE-HOUSEHOLD.
051200     COMPUTE WS-HH-DIFF = WS-HH-BILLTO-BAL (WS-HH-SUB)
051300         + WS-HH-DEPEND-BAL (WS-HH-SUB)
051400         - WS-HH-LEDGER (WS-HH-SUB).
051500     IF WS-HH-DIFF = ZERO AND WS-HH-BILLTO-SW (WS-HH-SUB) = "Y"
051600         GO TO 4100-CONTINUE
051700     END-IF.
051800     ADD 1 TO WS-HH-OUT.
051900     ADD WS-HH-DIFF TO WS-TOTAL-DIFF.
052000     INITIALIZE WS-HOUSEHOLD-LINE WITH FILLER ALL TO VALUE.
052100     MOVE WS-HH-ID (WS-HH-SUB)         TO WS-HHL-ID.
052200     MOVE WS-HH-MEMBERS (WS-HH-SUB)    TO WS-HHL-MEMBERS.
052300     MOVE WS-HH-LEDGER (WS-HH-SUB)     TO WS-HHL-LEDGER.
052400     MOVE WS-HH-BILLTO-BAL (WS-HH-SUB) TO WS-HHL-BILLTO.
052500     MOVE WS-HH-DEPEND-BAL (WS-HH-SUB) TO WS-HHL-DEPEND.
052600     MOVE WS-HH-DIFF                   TO WS-HHL-DIFF.
052700     IF WS-HH-BILLTO-SW (WS-HH-SUB) NOT = "Y"
052800         MOVE "NO BILL-TO ON FILE" TO WS-HHL-NOTE
052900     END-IF.
053000     WRITE PROOF-LINE FROM WS-HOUSEHOLD-LINE.
053100 4100-CONTINUE.
053200     ADD 1 TO WS-HH-SUB.
053300 4100-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700*    8000-WRITE-TOTALS - COUNTS, THE SHOP-WIDE MASTER AND LEDGER *
053800*    TOTALS, AND THE OVERALL DIFFERENCE OF EVERYTHING LISTED.    *
053900******************************************************************
054000 8000-WRITE-TOTALS.
054100     MOVE SPACES TO PROOF-LINE.
054200     WRITE PROOF-LINE.
054300     MOVE "PROOF TOTALS" TO PROOF-LINE.
054400     WRITE PROOF-LINE.
054500     MOVE "MEMBERS PROVED" TO WS-TOT-LABEL.
054600     MOVE WS-MEMBER-COUNT TO WS-TOT-VALUE.
054700     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
054800     MOVE "MEMBERS OUT OF BALANCE" TO WS-TOT-LABEL.
054900     MOVE WS-MEMBER-OUT TO WS-TOT-VALUE.
055000     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
055100     MOVE "HOUSEHOLDS PROVED" TO WS-TOT-LABEL.
055200     MOVE WS-HH-COUNT TO WS-TOT-VALUE.
055300     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
055400     MOVE "HOUSEHOLDS OUT OF BALANCE / NO BILL-TO"
055500         TO WS-TOT-LABEL.
055600     MOVE WS-HH-OUT TO WS-TOT-VALUE.
055700     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
055800     MOVE "TOTAL MASTER BALANCE (CENTS)" TO WS-TOT-LABEL.
055900     MOVE WS-TOTAL-MASTER TO WS-TOT-VALUE.
056000     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
056100     MOVE "TOTAL LEDGER BALANCE (CENTS)" TO WS-TOT-LABEL.
056200     MOVE WS-TOTAL-LEDGER TO WS-TOT-VALUE.
056300     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
056400     MOVE "OVERALL DIFFERENCE (CENTS)" TO WS-TOT-LABEL.
056500     MOVE WS-TOTAL-DIFF TO WS-TOT-VALUE.
056600     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
056700     MOVE "LEDGER ROWS FOR IDS NOT ON MASTER" TO WS-TOT-LABEL.
056800     MOVE WS-ORPHAN-ROWS TO WS-TOT-VALUE.
056900     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
057000     MOVE "  THEIR NET (CENTS, NOT PROVED)" TO WS-TOT-LABEL.
057100     MOVE WS-ORPHAN-CENTS TO WS-TOT-VALUE.
057200     WRITE PROOF-LINE FROM WS-TOTAL-LINE.
057300     DISPLAY "Balance proof: " WS-MEMBER-OUT " member(s) and "
057400         WS-HH-OUT " household(s) out of balance.".
057500     DISPLAY "Overall difference " WS-TOTAL-DIFF
057600         " cents - report written to BALPRF.".
057700 8000-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100*    9999-TERMINATE                                              *
058200******************************************************************
058300 9999-TERMINATE.
058400     CLOSE MEMBER-MASTER-FILE.
058500     IF WS-ARCH-STATUS NOT = "35"
058600         CLOSE ARCHIVE-FILE
058700     END-IF.
058800     CLOSE PROOF-REPORT-FILE.
058900 9999-EXIT.
059000     EXIT.
