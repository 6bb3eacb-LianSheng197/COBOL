000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROMORPT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROMORPT PRINTS THE PROMOTION USAGE REPORT (PROMRPT) FROM   *
000900*    THE REDEMPTION LOG (PROMOUSE) THAT LOVEYOU AND RENEWBIL     *
001000*    APPEND TO WHENEVER A CODE TAKES MONEY OFF A FEE. FOR A DATE *
001100*    RANGE (FROM BLANK MEANS THE START OF THE LOG, TO BLANK      *
001200*    MEANS TODAY) EVERY REDEMPTION IS LISTED WITH BOTH LEDGER    *
001300*    NUMBERS, THEN EACH CODE IS TOTALLED - REDEMPTIONS AT INTAKE *
001400*    AND AT RENEWAL, THE GROSS FEES, THE REVENUE GIVEN UP AND    *
001500*    THE NET TAKEN - WITH THE CODE'S DESCRIPTION FROM THE        *
001600*    PROMOTION FILE (PROMOTN) AND A GRAND TOTAL. THE DISCOUNT    *
001700*    COLUMN TIES TO THE AJ REASON P ROWS ON THE LEDGER.          *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PROMO-USAGE-FILE ASSIGN TO "PROMOUSE"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-USE-STATUS.
003000     SELECT PROMOTION-FILE ASSIGN TO "PROMOTN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PROMO-STATUS.
003300     SELECT PROMO-REPORT-FILE ASSIGN TO "PROMRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RPT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PROMO-USAGE-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY PROMUSE.
004200
004300 FD  PROMOTION-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY PROMO.
004600
004700 FD  PROMO-REPORT-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  PROMO-REPORT-LINE           PIC X(132).
005000
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*    ONE SLOT PER CODE SEEN IN THE RANGE, IN THE ORDER FIRST     *
005400*    SEEN.                                                       *
005500******************************************************************
005600 01  WS-CODE-TABLE.
005700     05  WS-CODE-ENTRY OCCURS 100 TIMES INDEXED BY CODE-IX.
005800         10  WS-CODE             PIC X(08).
005900         10  WS-CODE-DESCRIPTION PIC X(30).
006000         10  WS-CODE-INTAKES     PIC 9(05).
006100         10  WS-CODE-RENEWALS    PIC 9(05).
006200         10  WS-CODE-GROSS       PIC 9(07)V99.
006300         10  WS-CODE-DISCOUNT    PIC 9(07)V99.
006400
006500 01  WS-DETAIL-LINE.
006600     05  WS-DET-DATE             PIC 9(08).
006700     05  FILLER                  PIC X(02) VALUE SPACES.
006800     05  WS-DET-CODE             PIC X(08).
006900     05  FILLER                  PIC X(02) VALUE SPACES.
007000     05  WS-DET-MBR-ID           PIC X(20).
007100     05  FILLER                  PIC X(02) VALUE SPACES.
007200     05  WS-DET-CHARGE           PIC X(07).
007300     05  FILLER                  PIC X(02) VALUE SPACES.
007400     05  WS-DET-GROSS            PIC ZZ9.99.
007500     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  WS-DET-DISCOUNT         PIC ZZ9.99.
007700     05  FILLER                  PIC X(02) VALUE SPACES.
007800     05  WS-DET-NET              PIC ZZ9.99.
007900     05  FILLER                  PIC X(02) VALUE SPACES.
008000     05  WS-DET-FEE-XACT         PIC Z(05)9.
008100     05  FILLER                  PIC X(02) VALUE SPACES.
008200     05  WS-DET-DISC-XACT        PIC Z(05)9.
008300     05  FILLER                  PIC X(02) VALUE SPACES.
008400     05  WS-DET-PROGRAM          PIC X(08).
008500
008600 01  WS-COLUMN-HEADING.
008700     05  FILLER                  PIC X(10) VALUE "DATE".
008800     05  FILLER                  PIC X(10) VALUE "CODE".
008900     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
009000     05  FILLER                  PIC X(09) VALUE "CHARGE".
009100     05  FILLER                  PIC X(08) VALUE "   GROSS".
009200     05  FILLER                  PIC X(08) VALUE "    DISC".
009300     05  FILLER                  PIC X(08) VALUE "     NET".
009400     05  FILLER                  PIC X(08) VALUE "  FEE #".
009500     05  FILLER                  PIC X(08) VALUE "  DISC #".
009600     05  FILLER                  PIC X(08) VALUE "  BY".
009700
009800 01  WS-TOTAL-HEADING.
009900     05  FILLER                  PIC X(10) VALUE "CODE".
010000     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
010100     05  FILLER                  PIC X(08) VALUE " INTAKE".
010200     05  FILLER                  PIC X(08) VALUE "RENEWAL".
010300     05  FILLER                  PIC X(14) VALUE "         GROSS".
010400     05  FILLER                  PIC X(14) VALUE "   GIVEN UP".
010500     05  FILLER                  PIC X(14) VALUE "           NET".
010600
010700 01  WS-TOTAL-LINE.
010800     05  WS-TOT-CODE             PIC X(08).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  WS-TOT-DESCRIPTION      PIC X(30).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  WS-TOT-INTAKES          PIC ZZ,ZZ9.
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  WS-TOT-RENEWALS         PIC ZZ,ZZ9.
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  WS-TOT-GROSS            PIC Z,ZZZ,ZZ9.99.
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  WS-TOT-DISCOUNT         PIC Z,ZZZ,ZZ9.99.
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  WS-TOT-NET              PIC Z,ZZZ,ZZ9.99.
012100
012200 01  WS-DATE-GROUP.
012300     05  WS-DATE-EDIT            PIC X(08).
012400 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
012500                                 PIC 9(08).
012600
012700 01  WS-FROM-DATE                PIC 9(08).
012800 01  WS-TO-DATE                  PIC 9(08).
012900
013000 77  WS-CURRENT-DATE             PIC 9(08).
013100 77  WS-USE-STATUS               PIC X(02).
013200 77  WS-PROMO-STATUS             PIC X(02).
013300 77  WS-RPT-STATUS               PIC X(02).
013400
013500 77  WS-CODE-COUNT               PIC 9(03) COMP VALUE ZERO.
013600 77  WS-MATCH-COUNT              PIC 9(05) VALUE ZERO.
013700 77  WS-OVERFLOW-COUNT           PIC 9(05) VALUE ZERO.
013800 77  WS-ALL-INTAKES              PIC 9(05) VALUE ZERO.
013900 77  WS-ALL-RENEWALS             PIC 9(05) VALUE ZERO.
014000 77  WS-ALL-GROSS                PIC 9(07)V99 VALUE ZERO.
014100 77  WS-ALL-DISCOUNT             PIC 9(07)V99 VALUE ZERO.
014200
014300 77  WS-EOF-SW                   PIC X(01).
014400     88  AT-EOF                      VALUE "Y".
014500     88  NOT-AT-EOF                  VALUE "N".
014600
014700 77  WS-FOUND-SW                 PIC X(01).
014800     88  ENTRY-FOUND                 VALUE "Y".
014900     88  ENTRY-NOT-FOUND             VALUE "N".
015000
015100 77  WS-VALID-SW                 PIC X(01).
015200     88  INPUT-IS-VALID              VALUE "Y".
015300     88  INPUT-IS-INVALID            VALUE "N".
015400
015500 PROCEDURE DIVISION.
015600******************************************************************
015700*    0000-MAINLINE                                                *
015800******************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-TAKE-SELECTION THRU 1000-EXIT.
016100     OPEN INPUT PROMO-USAGE-FILE.
016200     IF WS-USE-STATUS NOT = "00"
016300         DISPLAY "No promotion usage on file - nothing to report."
016400     ELSE
016500         INITIALIZE WS-CODE-TABLE
016600         OPEN OUTPUT PROMO-REPORT-FILE
016700         PERFORM 1500-WRITE-HEADING THRU 1500-EXIT
016800         MOVE "N" TO WS-EOF-SW
016900         PERFORM 2100-READ-USAGE THRU 2100-EXIT
017000         PERFORM 2000-JUDGE-ONE-ROW THRU 2000-EXIT
017100             UNTIL AT-EOF
017200         CLOSE PROMO-USAGE-FILE
017300         PERFORM 5000-LOAD-DESCRIPTIONS THRU 5000-EXIT
017400         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
017500         CLOSE PROMO-REPORT-FILE
017600         DISPLAY "Listed " WS-MATCH-COUNT
017700             " redemption(s) - report written to PROMRPT."
017800     END-IF.
017900     STOP RUN.
018000
018100******************************************************************
018200*    1000-TAKE-SELECTION - FROM AND TO DATES. FROM BLANK TAKES    *
018300*    THE WHOLE LOG, TO BLANK MEANS TODAY.                         *
018400******************************************************************
018500 1000-TAKE-SELECTION.
018600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018700     MOVE "N" TO WS-VALID-SW.
018800     PERFORM 1100-PROMPT-FROM THRU 1100-EXIT
018900         UNTIL INPUT-IS-VALID.
019000     MOVE "N" TO WS-VALID-SW.
019100     PERFORM 1200-PROMPT-TO THRU 1200-EXIT
019200         UNTIL INPUT-IS-VALID.
019300 1000-EXIT.
019400     EXIT.
019500
019600 1100-PROMPT-FROM.
019700     DISPLAY "From date (YYYYMMDD, blank for the start): "
019800         WITH NO ADVANCING.
019900     ACCEPT WS-DATE-EDIT.
020000     IF WS-DATE-EDIT = SPACES
020100         MOVE ZERO TO WS-FROM-DATE
020200         MOVE "Y" TO WS-VALID-SW
020300     ELSE
020400         IF WS-DATE-EDIT IS NUMERIC AND WS-DATE-NUM > ZERO
020500             MOVE WS-DATE-NUM TO WS-FROM-DATE
020600             MOVE "Y" TO WS-VALID-SW
020700         ELSE
020800             DISPLAY "Date must be eight digits - re-enter."
020900             MOVE "N" TO WS-VALID-SW
021000         END-IF
021100     END-IF.
021200 1100-EXIT.
021300     EXIT.
021400
021500 1200-PROMPT-TO.
021600     DISPLAY "To date (YYYYMMDD, blank for today): "
021700         WITH NO ADVANCING.
021800     ACCEPT WS-DATE-EDIT.
021900     IF WS-DATE-EDIT = SPACES
022000         MOVE WS-CURRENT-DATE TO WS-DATE-NUM
022100     END-IF.
022200     IF WS-DATE-EDIT IS NUMERIC
022300         AND WS-DATE-NUM >= WS-FROM-DATE
022400         MOVE WS-DATE-NUM TO WS-TO-DATE
022500         MOVE "Y" TO WS-VALID-SW
022600     ELSE
022700         DISPLAY "To date must be eight digits, not before the"
022800             " from date - re-enter."
022900         MOVE "N" TO WS-VALID-SW
023000     END-IF.
023100 1200-EXIT.
023200     EXIT.
023300
023400 1500-WRITE-HEADING.
023500     MOVE SPACES TO PROMO-REPORT-LINE.
023600     STRING "PROMOTION USAGE REPORT " WS-FROM-DATE " TO "
023700         WS-TO-DATE
023800         DELIMITED BY SIZE INTO PROMO-REPORT-LINE.
023900     WRITE PROMO-REPORT-LINE.
024000     MOVE WS-COLUMN-HEADING TO PROMO-REPORT-LINE.
024100     WRITE PROMO-REPORT-LINE.
024200 1500-EXIT.
024300     EXIT.
024400
024500 2100-READ-USAGE.
024600     READ PROMO-USAGE-FILE
024700         AT END
024800             MOVE "Y" TO WS-EOF-SW
024900     END-READ.
025000 2100-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400*    2000-JUDGE-ONE-ROW - THE LOG IS APPENDED AS REDEMPTIONS     *
025500*    HAPPEN, SO THE RANGE COMES OUT IN DATE ORDER.               *
025600******************************************************************
025700 2000-JUDGE-ONE-ROW.
025800     IF PRMU-DATE >= WS-FROM-DATE
025900         AND PRMU-DATE <= WS-TO-DATE
026000         PERFORM 3000-PRINT-ONE-ROW THRU 3000-EXIT
026100         PERFORM 4000-TALLY-ONE-ROW THRU 4000-EXIT
026200     END-IF.
026300     PERFORM 2100-READ-USAGE THRU 2100-EXIT.
026400 2000-EXIT.
026500     EXIT.
026600
026700 3000-PRINT-ONE-ROW.
026800     MOVE SPACES TO PROMO-REPORT-LINE.
026900     INITIALIZE WS-DETAIL-LINE WITH FILLER ALL TO VALUE.
027000     MOVE PRMU-DATE       TO WS-DET-DATE.
027100     MOVE PRMU-CODE       TO WS-DET-CODE.
027200     MOVE PRMU-MBR-ID     TO WS-DET-MBR-ID.
027300     EVALUATE TRUE
027400         WHEN PRMU-INTAKE
027500             MOVE "INTAKE"  TO WS-DET-CHARGE
027600         WHEN PRMU-RENEWAL
027700             MOVE "RENEWAL" TO WS-DET-CHARGE
027800         WHEN OTHER
027900             MOVE PRMU-CHARGE TO WS-DET-CHARGE
028000     END-EVALUATE.
028100     MOVE PRMU-GROSS-FEE  TO WS-DET-GROSS.
028200     MOVE PRMU-DISCOUNT   TO WS-DET-DISCOUNT.
028300     COMPUTE WS-DET-NET = PRMU-GROSS-FEE - PRMU-DISCOUNT.
028400     MOVE PRMU-FEE-XACT-NUMBER  TO WS-DET-FEE-XACT.
028500     MOVE PRMU-DISC-XACT-NUMBER TO WS-DET-DISC-XACT.
028600     MOVE PRMU-PROGRAM    TO WS-DET-PROGRAM.
028700     MOVE WS-DETAIL-LINE  TO PROMO-REPORT-LINE.
028800     WRITE PROMO-REPORT-LINE.
028900 3000-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*    4000-TALLY-ONE-ROW - INTO THE CODE'S SLOT AND THE GRAND     *
029400*    TOTAL. A CODE THAT FINDS THE TABLE FULL STILL COUNTS TOWARD *
029500*    THE GRAND TOTAL AND IS REPORTED AS NOT BROKEN OUT.          *
029600******************************************************************
029700 4000-TALLY-ONE-ROW.
029800     ADD 1 TO WS-MATCH-COUNT.
029900     IF PRMU-INTAKE
030000         ADD 1 TO WS-ALL-INTAKES
030100     ELSE
030200         ADD 1 TO WS-ALL-RENEWALS
030300     END-IF.
030400     ADD PRMU-GROSS-FEE TO WS-ALL-GROSS.
030500     ADD PRMU-DISCOUNT  TO WS-ALL-DISCOUNT.
030600     PERFORM 4100-FIND-CODE THRU 4100-EXIT.
030700     IF ENTRY-NOT-FOUND
030800         GO TO 4000-EXIT
030900     END-IF.
031000     IF PRMU-INTAKE
031100         ADD 1 TO WS-CODE-INTAKES (CODE-IX)
031200     ELSE
031300         ADD 1 TO WS-CODE-RENEWALS (CODE-IX)
031400     END-IF.
031500     ADD PRMU-GROSS-FEE TO WS-CODE-GROSS (CODE-IX).
031600     ADD PRMU-DISCOUNT  TO WS-CODE-DISCOUNT (CODE-IX).
031700 4000-EXIT.
031800     EXIT.
031900
032000 4100-FIND-CODE.
032100     MOVE "Y" TO WS-FOUND-SW.
032200     SET CODE-IX TO 1.
032300     SEARCH WS-CODE-ENTRY
032400         AT END
032500             MOVE "N" TO WS-FOUND-SW
032600         WHEN CODE-IX > WS-CODE-COUNT
032700             MOVE "N" TO WS-FOUND-SW
032800         WHEN WS-CODE (CODE-IX) = PRMU-CODE
032900             CONTINUE
033000     END-SEARCH.
033100     IF ENTRY-FOUND
033200         GO TO 4100-EXIT
033300     END-IF.
033400     IF WS-CODE-COUNT NOT < 100
033500         ADD 1 TO WS-OVERFLOW-COUNT
033600         GO TO 4100-EXIT
033700     END-IF.
033800     ADD 1 TO WS-CODE-COUNT.
033900     SET CODE-IX TO WS-CODE-COUNT.
034000     MOVE PRMU-CODE TO WS-CODE (CODE-IX).
034100     MOVE "Y" TO WS-FOUND-SW.
034200 4100-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    5000-LOAD-DESCRIPTIONS - ONE PASS OF THE PROMOTION FILE,    *
034700*    TAKING THE DESCRIPTION OFF EVERY OFFER ROW FOR A TABLED     *
034800*    CODE SO THE LAST OFFER ENTERED FOR THE CODE IS THE ONE      *
034900*    SHOWN; A WITHDRAWAL ROW CARRIES NO OFFER AND IS PASSED BY.  *
035000*    A CODE NO LONGER ON FILE PRINTS WITHOUT ONE.                *
035100******************************************************************
035200 5000-LOAD-DESCRIPTIONS.
035300     OPEN INPUT PROMOTION-FILE.
035400     IF WS-PROMO-STATUS NOT = "00"
035500         GO TO 5000-EXIT
035600     END-IF.
035700     MOVE "N" TO WS-EOF-SW.
035800     PERFORM 5100-READ-PROMOTION THRU 5100-EXIT.
035900     PERFORM 5200-NOTE-DESCRIPTION THRU 5200-EXIT
036000         UNTIL AT-EOF.
036100     CLOSE PROMOTION-FILE.
036200 5000-EXIT.
036300     EXIT.
036400
036500 5100-READ-PROMOTION.
036600     READ PROMOTION-FILE
036700         AT END
036800             MOVE "Y" TO WS-EOF-SW
036900     END-READ.
037000 5100-EXIT.
037100     EXIT.
037200
037300 5200-NOTE-DESCRIPTION.
037400     IF WS-CODE-COUNT > ZERO
037450         AND NOT PROMO-IS-WITHDRAWAL
037500         SET CODE-IX TO 1
037600         SEARCH WS-CODE-ENTRY
037700             WHEN CODE-IX > WS-CODE-COUNT
037800                 CONTINUE
037900             WHEN WS-CODE (CODE-IX) = PROMO-CODE
038000                 MOVE PROMO-DESCRIPTION
038100                     TO WS-CODE-DESCRIPTION (CODE-IX)
038200         END-SEARCH
038300     END-IF.
038400     PERFORM 5100-READ-PROMOTION THRU 5100-EXIT.
038500 5200-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    8000-WRITE-TOTALS - ONE LINE PER CODE, THEN THE GRAND       *
039000*    TOTAL.                                                      *
039100******************************************************************
039200 8000-WRITE-TOTALS.
039300     MOVE SPACES TO PROMO-REPORT-LINE.
039400     WRITE PROMO-REPORT-LINE.
039500     MOVE WS-TOTAL-HEADING TO PROMO-REPORT-LINE.
039600     WRITE PROMO-REPORT-LINE.
039700     PERFORM 8100-WRITE-CODE-LINE THRU 8100-EXIT
039800         VARYING CODE-IX FROM 1 BY 1
039900         UNTIL CODE-IX > WS-CODE-COUNT.
040000     MOVE SPACES TO PROMO-REPORT-LINE.
040100     WRITE PROMO-REPORT-LINE.
040200     MOVE "ALL"           TO WS-TOT-CODE.
040300     MOVE "ALL CODES"     TO WS-TOT-DESCRIPTION.
040400     MOVE WS-ALL-INTAKES  TO WS-TOT-INTAKES.
040500     MOVE WS-ALL-RENEWALS TO WS-TOT-RENEWALS.
040600     MOVE WS-ALL-GROSS    TO WS-TOT-GROSS.
040700     MOVE WS-ALL-DISCOUNT TO WS-TOT-DISCOUNT.
040800     COMPUTE WS-TOT-NET = WS-ALL-GROSS - WS-ALL-DISCOUNT.
040900     MOVE WS-TOTAL-LINE   TO PROMO-REPORT-LINE.
041000     WRITE PROMO-REPORT-LINE.
041100     IF WS-OVERFLOW-COUNT > ZERO
041200         MOVE SPACES TO PROMO-REPORT-LINE
041300         STRING "REDEMPTIONS NOT BROKEN OUT BY CODE - "
041400             "TABLE FULL: "
041500             WS-OVERFLOW-COUNT
041600             DELIMITED BY SIZE INTO PROMO-REPORT-LINE
041700         WRITE PROMO-REPORT-LINE
041800     END-IF.
041900 8000-EXIT.
042000     EXIT.
042100
042200 8100-WRITE-CODE-LINE.
042300     MOVE WS-CODE (CODE-IX)             TO WS-TOT-CODE.
042400     MOVE WS-CODE-DESCRIPTION (CODE-IX) TO WS-TOT-DESCRIPTION.
042500     MOVE WS-CODE-INTAKES (CODE-IX)     TO WS-TOT-INTAKES.
042600     MOVE WS-CODE-RENEWALS (CODE-IX)    TO WS-TOT-RENEWALS.
042700     MOVE WS-CODE-GROSS (CODE-IX)       TO WS-TOT-GROSS.
042800     MOVE WS-CODE-DISCOUNT (CODE-IX)    TO WS-TOT-DISCOUNT.
042900     COMPUTE WS-TOT-NET =
043000         WS-CODE-GROSS (CODE-IX) - WS-CODE-DISCOUNT (CODE-IX).
043100     MOVE WS-TOTAL-LINE TO PROMO-REPORT-LINE.
043200     WRITE PROMO-REPORT-LINE.
043300 8100-EXIT.
043400     EXIT.
