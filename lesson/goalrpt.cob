000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GOALRPT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    GOALRPT IS THE WEIGHT-MANAGEMENT PROGRESS REPORT. FOR EVERY *
000900*    ACTIVE GOAL ON WTGOAL (SET BY GOALMNT) IT PRINTS (GOALPRT)  *
001000*    THE STARTING POINT, THE MEMBER'S LATEST SCREENING ON        *
001100*    BMIHISTX, THE TARGET AND TARGET DATE, THE PERCENT OF THE    *
001200*    GOAL ACHIEVED, AND WHETHER THE MEMBER HAS REACHED THE GOAL, *
001300*    IS ON PACE, IS BEHIND, OR HAS PASSED THE TARGET DATE        *
001400*    WITHOUT REACHING IT. A GOAL BY WEIGHT IS MEASURED IN KG, A  *
001500*    GOAL BY BMI IN BMI POINTS. A PROGRAM SUMMARY PAGE FOLLOWS   *
001600*    FOR THE COACHES' MONTHLY REVIEW: HOW MANY MEMBERS ARE IN    *
001700*    THE PROGRAM AND WHERE THEY STAND, GOALS SET AND CLOSED THIS *
001800*    MONTH, THE AVERAGE PERCENT OF GOAL ACHIEVED, AND THE WEIGHT *
001900*    AND BMI MOVED ACROSS THE PROGRAM. READ-ONLY.                *
002000*------------------------------------------------------------------
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002310*    2026-10-15  LS   LEAVE OFF THE ACTIVE GOALS OF LAPSED AND   *
002320*                     ERASED MEMBERS, COUNTED ON THE SUMMARY, AS *
002330*                     CLRWAIT DOES.                              *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT GOAL-FILE ASSIGN TO "WTGOAL"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS GOAL-MBR-ID
003300         FILE STATUS IS WS-GOAL-STATUS.
003400     SELECT HISTORY-FILE ASSIGN TO "BMIHISTX"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS HIST-KEY
003800         FILE STATUS IS WS-HIST-STATUS.
003900     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS MAST-MBR-ID
004300         ALTERNATE RECORD KEY IS MAST-SURNAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-MAST-STATUS.
004600     SELECT GOAL-REPORT-FILE ASSIGN TO "GOALPRT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GOAL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY WTGOAL.
005500
005600 FD  HISTORY-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY BMIHIST.
005900
006000 FD  MEMBER-MASTER-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY MBRMAST.
006300
006400 FD  GOAL-REPORT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  GOAL-REPORT-LINE            PIC X(120).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-CURRENT-DATE             PIC 9(08).
007000 01  WS-TODAY-SPLIT REDEFINES WS-CURRENT-DATE.
007100     05  WS-TODAY-YYYYMM         PIC 9(06).
007200     05  WS-TODAY-DD             PIC 9(02).
007300
007400 01  WS-WORK-DATE                PIC 9(08).
007500 01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
007600     05  WS-WORK-YYYYMM          PIC 9(06).
007700     05  WS-WORK-DD              PIC 9(02).
007800
007900*    THE MEMBER'S LATEST SCREENING.
008000 01  WS-LATEST-SCREENING.
008100     05  WS-LATEST-DATE          PIC 9(08).
008200     05  WS-LATEST-WEIGHT        PIC 999V9.
008300     05  WS-LATEST-BMI           PIC 99V99.
008400
008500*    ONE GOAL'S MEASURE, IN KG OR BMI POINTS BY GOAL TYPE.
008600 01  WS-MEASURE.
008700     05  WS-VAL-START            PIC S999V99.
008800     05  WS-VAL-LATEST           PIC S999V99.
008900     05  WS-VAL-TARGET           PIC S999V99.
009000     05  WS-PCT-ACHIEVED         PIC S9(05).
009100     05  WS-PCT-EXPECTED         PIC S9(05).
009200     05  WS-START-JDN            PIC 9(08).
009300     05  WS-LATEST-JDN           PIC 9(08).
009400     05  WS-TARGET-JDN           PIC 9(08).
009500     05  WS-DAYS-ELAPSED         PIC S9(07).
009600     05  WS-DAYS-PLANNED         PIC S9(07).
009700
009800*    DAY-NUMBER WORK AREA - A CALENDAR DATE IN, ITS JULIAN DAY
009900*    NUMBER OUT.
010000 01  WS-JD-DATE                  PIC 9(08).
010100 01  WS-JD-SPLIT REDEFINES WS-JD-DATE.
010200     05  WS-JD-YYYY              PIC 9(04).
010300     05  WS-JD-MM                PIC 9(02).
010400     05  WS-JD-DD                PIC 9(02).
010500 01  WS-JD-A                     PIC 9(02).
010600 01  WS-JD-Y                     PIC 9(05).
010700 01  WS-JD-M                     PIC 9(02).
010800 01  WS-JD-T1                    PIC 9(05).
010900 01  WS-JD-T2                    PIC 9(05).
011000 01  WS-JD-T3                    PIC 9(05).
011100 01  WS-JD-T4                    PIC 9(05).
011200 01  WS-JD-NUMBER                PIC 9(08).
011300
011400 01  WS-TITLE-LINE.
011500     05  FILLER                  PIC X(46)
011600         VALUE "WEIGHT-MANAGEMENT PROGRESS AGAINST GOAL AS OF".
011700     05  WS-TTL-DATE             PIC 9(08).
011800
011900 01  WS-DETAIL-HEADING.
012000     05  FILLER                  PIC X(21) VALUE "MEMBER ID".
012100     05  FILLER                  PIC X(21) VALUE "NAME".
012200     05  FILLER                  PIC X(05) VALUE "GOAL".
012300     05  FILLER                  PIC X(16) VALUE "START".
012400     05  FILLER                  PIC X(16) VALUE "LATEST".
012500     05  FILLER                  PIC X(16) VALUE "TARGET".
012600     05  FILLER                  PIC X(07) VALUE "  PCT".
012700     05  FILLER                  PIC X(09) VALUE "STANDING".
012800
012900 01  WS-DETAIL-LINE.
013000     05  WS-DTL-MBR-ID           PIC X(20).
013100     05  FILLER                  PIC X(01) VALUE SPACES.
013200     05  WS-DTL-NAME             PIC X(20).
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013400     05  WS-DTL-TYPE             PIC X(03).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  WS-DTL-START-DATE       PIC 9(08).
013700     05  FILLER                  PIC X(01) VALUE SPACES.
013800     05  WS-DTL-START            PIC ZZ9.99.
013900     05  FILLER                  PIC X(01) VALUE SPACES.
014000     05  WS-DTL-LATEST-DATE      PIC 9(08).
014100     05  FILLER                  PIC X(01) VALUE SPACES.
014200     05  WS-DTL-LATEST           PIC ZZ9.99.
014300     05  FILLER                  PIC X(01) VALUE SPACES.
014400     05  WS-DTL-TARGET-DATE      PIC 9(08).
014500     05  FILLER                  PIC X(01) VALUE SPACES.
014600     05  WS-DTL-TARGET           PIC ZZ9.99.
014700     05  FILLER                  PIC X(01) VALUE SPACES.
014800     05  WS-DTL-PCT              PIC ----9.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  WS-DTL-STANDING         PIC X(09).
015100
015200 01  WS-SUMMARY-LINE.
015300     05  WS-SML-LABEL            PIC X(40).
015400     05  WS-SML-COUNT            PIC ZZ,ZZ9.
015500
015600 01  WS-CHANGE-LINE.
015700     05  WS-CHL-LABEL            PIC X(40).
015800     05  WS-CHL-VALUE            PIC -(5)9.99.
015900
016000*    PROGRAM TOTALS FOR THE SUMMARY PAGE.
016100 01  WS-PROGRAM-TOTALS.
016200     05  WS-ACTIVE-COUNT         PIC 9(05).
016300     05  WS-CLOSED-COUNT         PIC 9(05).
016400     05  WS-REACHED-COUNT        PIC 9(05).
016500     05  WS-ON-PACE-COUNT        PIC 9(05).
016600     05  WS-BEHIND-COUNT         PIC 9(05).
016700     05  WS-PAST-DUE-COUNT       PIC 9(05).
016800     05  WS-UNMEASURED-COUNT     PIC 9(05).
016850     05  WS-LEFT-OFF-COUNT       PIC 9(05).
016900     05  WS-SET-MONTH-COUNT      PIC 9(05).
017000     05  WS-CLOSED-MONTH-COUNT   PIC 9(05).
017100     05  WS-PCT-TOTAL            PIC S9(09).
017200     05  WS-WEIGHT-CHANGE-TOTAL  PIC S9(07)V9.
017300     05  WS-BMI-CHANGE-TOTAL     PIC S9(07)V99.
017400     05  WS-AVERAGE              PIC S9(07)V99.
017500
017600 77  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
017700
017800 77  WS-GOAL-STATUS              PIC X(02).
017900 77  WS-HIST-STATUS              PIC X(02).
018000 77  WS-MAST-STATUS              PIC X(02).
018100 77  WS-RPT-STATUS               PIC X(02).
018200
018300 77  WS-EOF-SW                   PIC X(01).
018400     88  AT-EOF                      VALUE "Y".
018500     88  NOT-AT-EOF                  VALUE "N".
018600
018700 77  WS-HIST-EOF-SW              PIC X(01).
018800     88  HISTORY-EOF                 VALUE "Y".
018900     88  NOT-HISTORY-EOF             VALUE "N".
019000
019100 77  WS-HIST-OPEN-SW             PIC X(01) VALUE "N".
019200     88  HISTORY-IS-OPEN             VALUE "Y".
019300     88  HISTORY-NOT-OPEN            VALUE "N".
019400
019500 PROCEDURE DIVISION.
019600******************************************************************
019700*    0000-MAINLINE                                                *
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-REPORT-GOALS THRU 2000-EXIT.
020200     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
020300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
020400     STOP RUN.
020500
020600******************************************************************
020700*    1000-INITIALIZE - NO MASTER MEANS NO MEMBERS TO REPORT ON.  *
020800*    NO HISTORY YET STILL PRINTS THE GOALS, EACH MEASURED AT ITS *
020900*    STARTING POINT.                                             *
021000******************************************************************
021100 1000-INITIALIZE.
021200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
021300     INITIALIZE WS-PROGRAM-TOTALS.
021400     OPEN INPUT MEMBER-MASTER-FILE.
021500     IF WS-MAST-STATUS NOT = "00"
021600         DISPLAY "No member master on file - nothing to report."
021700         MOVE 8 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     OPEN INPUT HISTORY-FILE.
022100     IF WS-HIST-STATUS = "00"
022200         MOVE "Y" TO WS-HIST-OPEN-SW
022300     END-IF.
022400     OPEN OUTPUT GOAL-REPORT-FILE.
022500     MOVE WS-CURRENT-DATE TO WS-TTL-DATE.
022600     WRITE GOAL-REPORT-LINE FROM WS-TITLE-LINE.
022700     MOVE SPACES TO GOAL-REPORT-LINE.
022800     WRITE GOAL-REPORT-LINE.
022900     WRITE GOAL-REPORT-LINE FROM WS-DETAIL-HEADING.
023000 1000-EXIT.
023100     EXIT.
023200
023300******************************************************************
023400*    2000-REPORT-GOALS - ONE PASS OF THE GOAL FILE IN MEMBER     *
023500*    ORDER. ACTIVE GOALS ARE MEASURED AND PRINTED; CLOSED ONES   *
023600*    ARE ONLY COUNTED FOR THE SUMMARY. AN ACTIVE GOAL WHOSE      *
023610*    MEMBER IS LAPSED OR ERASED IS LEFT OFF AND COUNTED, AS      *
023620*    CLRWAIT LEAVES OFF THEIR CLEARANCES.                        *
023700******************************************************************
023800 2000-REPORT-GOALS.
023900     OPEN INPUT GOAL-FILE.
024000     IF WS-GOAL-STATUS NOT = "00"
024100         MOVE "  NO WEIGHT-MANAGEMENT GOALS ON FILE YET."
024200             TO GOAL-REPORT-LINE
024300         WRITE GOAL-REPORT-LINE
024400         GO TO 2000-EXIT
024500     END-IF.
024600     MOVE "N" TO WS-EOF-SW.
024700     PERFORM 2100-READ-GOAL THRU 2100-EXIT.
024800     PERFORM 2200-TAKE-GOAL THRU 2200-EXIT
024900         UNTIL AT-EOF.
025000     CLOSE GOAL-FILE.
025100     IF WS-ACTIVE-COUNT = ZERO
025200         MOVE "  NO ACTIVE GOALS." TO GOAL-REPORT-LINE
025300         WRITE GOAL-REPORT-LINE
025400     END-IF.
025500 2000-EXIT.
025600     EXIT.
025700
025800 2100-READ-GOAL.
025900     READ GOAL-FILE
026000         AT END
026100             MOVE "Y" TO WS-EOF-SW
026200         NOT AT END
026300             ADD 1 TO WS-READ-COUNT
026400     END-READ.
026500 2100-EXIT.
026600     EXIT.
026700
026800 2200-TAKE-GOAL.
026900     IF GOAL-CLOSED
027000         ADD 1 TO WS-CLOSED-COUNT
027100         MOVE GOAL-CLOSE-DATE TO WS-WORK-DATE
027200         IF WS-WORK-YYYYMM = WS-TODAY-YYYYMM
027300             ADD 1 TO WS-CLOSED-MONTH-COUNT
027400         END-IF
027500         GO TO 2200-NEXT
027600     END-IF.
027620     PERFORM 2300-GET-MEMBER THRU 2300-EXIT.
027640     IF MAST-LAPSED OR MAST-ERASED
027660         ADD 1 TO WS-LEFT-OFF-COUNT
027680         GO TO 2200-NEXT
027700     END-IF.
027800     MOVE GOAL-SET-DATE TO WS-WORK-DATE.
027900     IF GOAL-ACTIVE AND WS-WORK-YYYYMM = WS-TODAY-YYYYMM
028000         ADD 1 TO WS-SET-MONTH-COUNT
028050     END-IF.
028100     ADD 1 TO WS-ACTIVE-COUNT.
028200     PERFORM 3000-FIND-LATEST-SCREENING THRU 3000-EXIT.
028300     PERFORM 4000-MEASURE-GOAL THRU 4000-EXIT.
028400     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
028500 2200-NEXT.
028600     PERFORM 2100-READ-GOAL THRU 2100-EXIT.
028700 2200-EXIT.
028800     EXIT.
028810
028820 2300-GET-MEMBER.
028830     MOVE GOAL-MBR-ID TO MAST-MBR-ID.
028840     READ MEMBER-MASTER-FILE
028850         INVALID KEY
028860             MOVE "** NOT ON MASTER **" TO MAST-MBR-NAME
028870             MOVE SPACE TO MAST-STATUS
028880     END-READ.
028890 2300-EXIT.
028895     EXIT.
028900
029000******************************************************************
029100*    3000-FIND-LATEST-SCREENING - START AT THE MEMBER'S FIRST    *
029200*    KEY ON THE INDEXED HISTORY AND READ THROUGH THE MEMBER'S    *
029300*    ROWS IN DATE ORDER; THE LAST ONE READ IS THE LATEST. A      *
029400*    MEMBER WITH NO ROW AT OR AFTER THE GOAL'S START (HISTORY    *
029500*    PURGED OR NOT YET BUILT) STANDS AT THE STARTING POINT.      *
029600******************************************************************
029700 3000-FIND-LATEST-SCREENING.
029800     MOVE GOAL-START-DATE   TO WS-LATEST-DATE.
029900     MOVE GOAL-START-WEIGHT TO WS-LATEST-WEIGHT.
030000     MOVE GOAL-START-BMI    TO WS-LATEST-BMI.
030100     IF HISTORY-NOT-OPEN
030200         GO TO 3000-EXIT
030300     END-IF.
030400     MOVE "N" TO WS-HIST-EOF-SW.
030500     MOVE GOAL-MBR-ID     TO HIST-MBR-ID.
030600     MOVE GOAL-START-DATE TO HIST-DATE.
030700     MOVE ZERO            TO HIST-SEQ.
030800     START HISTORY-FILE KEY >= HIST-KEY
030900         INVALID KEY
031000             MOVE "Y" TO WS-HIST-EOF-SW
031100     END-START.
031200     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
031300     PERFORM 3200-NOTE-SCREENING THRU 3200-EXIT
031400         UNTIL HISTORY-EOF.
031500 3000-EXIT.
031600     EXIT.
031700
031800 3100-READ-HISTORY.
031900     IF NOT HISTORY-EOF
032000         READ HISTORY-FILE NEXT RECORD
032100             AT END
032200                 MOVE "Y" TO WS-HIST-EOF-SW
032300         END-READ
032400     END-IF.
032500     IF NOT HISTORY-EOF AND HIST-MBR-ID NOT = GOAL-MBR-ID
032600         MOVE "Y" TO WS-HIST-EOF-SW
032700     END-IF.
032800 3100-EXIT.
032900     EXIT.
033000
033100 3200-NOTE-SCREENING.
033200     MOVE HIST-DATE      TO WS-LATEST-DATE.
033300     MOVE HIST-WEIGHT-KG TO WS-LATEST-WEIGHT.
033400     MOVE HIST-BMI       TO WS-LATEST-BMI.
033500     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
033600 3200-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*    4000-MEASURE-GOAL - PERCENT ACHIEVED IS THE DISTANCE MOVED  *
034100*    FROM THE START TOWARD THE TARGET OVER THE WHOLE DISTANCE,   *
034200*    SO IT WORKS FOR A LOSS OR A GAIN AND GOES NEGATIVE WHEN THE *
034300*    MEMBER HAS MOVED THE WRONG WAY. PACE COMPARES IT WITH THE   *
034400*    SHARE OF THE PLANNED DAYS GONE BY AT THE LATEST SCREENING,  *
034500*    SO A MEMBER IS NOT MARKED BEHIND FOR NOT HAVING BEEN        *
034600*    WEIGHED SINCE. A GOAL NOT REACHED BY ITS TARGET DATE IS     *
034700*    PAST DUE.                                                   *
034800******************************************************************
034900 4000-MEASURE-GOAL.
035000     IF GOAL-BY-WEIGHT
035100         MOVE GOAL-START-WEIGHT  TO WS-VAL-START
035200         MOVE WS-LATEST-WEIGHT   TO WS-VAL-LATEST
035300         MOVE GOAL-TARGET-WEIGHT TO WS-VAL-TARGET
035400     ELSE
035500         MOVE GOAL-START-BMI     TO WS-VAL-START
035600         MOVE WS-LATEST-BMI      TO WS-VAL-LATEST
035700         MOVE GOAL-TARGET-BMI    TO WS-VAL-TARGET
035800     END-IF.
035900     IF WS-VAL-START = WS-VAL-TARGET
036000         MOVE 100 TO WS-PCT-ACHIEVED
036100     ELSE
036200         COMPUTE WS-PCT-ACHIEVED ROUNDED =
036300             (WS-VAL-START - WS-VAL-LATEST) * 100
036400             / (WS-VAL-START - WS-VAL-TARGET)
036500     END-IF.
036600     ADD WS-PCT-ACHIEVED TO WS-PCT-TOTAL.
036700     COMPUTE WS-WEIGHT-CHANGE-TOTAL = WS-WEIGHT-CHANGE-TOTAL
036800         + WS-LATEST-WEIGHT - GOAL-START-WEIGHT.
036900     COMPUTE WS-BMI-CHANGE-TOTAL = WS-BMI-CHANGE-TOTAL
037000         + WS-LATEST-BMI - GOAL-START-BMI.
037100     IF WS-LATEST-DATE = GOAL-START-DATE
037200         ADD 1 TO WS-UNMEASURED-COUNT
037300     END-IF.
037400     IF WS-PCT-ACHIEVED NOT < 100
037500         MOVE "REACHED" TO WS-DTL-STANDING
037600         ADD 1 TO WS-REACHED-COUNT
037700         GO TO 4000-EXIT
037800     END-IF.
037900     IF WS-CURRENT-DATE > GOAL-TARGET-DATE
038000         MOVE "PAST DUE" TO WS-DTL-STANDING
038100         ADD 1 TO WS-PAST-DUE-COUNT
038200         GO TO 4000-EXIT
038300     END-IF.
038400     MOVE GOAL-START-DATE TO WS-JD-DATE.
038500     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
038600     MOVE WS-JD-NUMBER TO WS-START-JDN.
038700     MOVE WS-LATEST-DATE TO WS-JD-DATE.
038800     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
038900     MOVE WS-JD-NUMBER TO WS-LATEST-JDN.
039000     MOVE GOAL-TARGET-DATE TO WS-JD-DATE.
039100     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
039200     MOVE WS-JD-NUMBER TO WS-TARGET-JDN.
039300     COMPUTE WS-DAYS-ELAPSED = WS-LATEST-JDN - WS-START-JDN.
039400     COMPUTE WS-DAYS-PLANNED = WS-TARGET-JDN - WS-START-JDN.
039500     IF WS-DAYS-PLANNED NOT > ZERO
039600         MOVE 100 TO WS-PCT-EXPECTED
039700     ELSE
039800         COMPUTE WS-PCT-EXPECTED =
039900             WS-DAYS-ELAPSED * 100 / WS-DAYS-PLANNED
040000     END-IF.
040100     IF WS-PCT-ACHIEVED NOT < WS-PCT-EXPECTED
040200         MOVE "ON PACE" TO WS-DTL-STANDING
040300         ADD 1 TO WS-ON-PACE-COUNT
040400     ELSE
040500         MOVE "BEHIND" TO WS-DTL-STANDING
040600         ADD 1 TO WS-BEHIND-COUNT
040700     END-IF.
040800 4000-EXIT.
040900     EXIT.
041000
041100 4500-WRITE-DETAIL.
041200     MOVE GOAL-MBR-ID TO WS-DTL-MBR-ID.
041700     MOVE MAST-MBR-NAME TO WS-DTL-NAME.
041800     IF GOAL-BY-WEIGHT
041900         MOVE "KG"  TO WS-DTL-TYPE
042000     ELSE
042100         MOVE "BMI" TO WS-DTL-TYPE
042200     END-IF.
042300     MOVE GOAL-START-DATE  TO WS-DTL-START-DATE.
042400     MOVE WS-VAL-START     TO WS-DTL-START.
042500     MOVE WS-LATEST-DATE   TO WS-DTL-LATEST-DATE.
042600     MOVE WS-VAL-LATEST    TO WS-DTL-LATEST.
042700     MOVE GOAL-TARGET-DATE TO WS-DTL-TARGET-DATE.
042800     MOVE WS-VAL-TARGET    TO WS-DTL-TARGET.
042900     MOVE WS-PCT-ACHIEVED  TO WS-DTL-PCT.
043000     WRITE GOAL-REPORT-LINE FROM WS-DETAIL-LINE.
043100 4500-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*    5000-PRINT-SUMMARY - THE PROGRAM-LEVEL PAGE FOR THE MONTHLY *
043600*    REVIEW. WEIGHT AND BMI CHANGES ARE LATEST LESS START, SO A  *
043700*    LOSS PRINTS NEGATIVE; THE AVERAGES ARE PER ACTIVE GOAL.     *
043800******************************************************************
043900 5000-PRINT-SUMMARY.
044000     MOVE SPACES TO GOAL-REPORT-LINE.
044100     WRITE GOAL-REPORT-LINE.
044200     MOVE "PROGRAM SUMMARY" TO GOAL-REPORT-LINE.
044300     WRITE GOAL-REPORT-LINE.
044400     MOVE "MEMBERS WITH AN ACTIVE GOAL" TO WS-SML-LABEL.
044500     MOVE WS-ACTIVE-COUNT TO WS-SML-COUNT.
044600     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
044700     MOVE "  GOAL REACHED" TO WS-SML-LABEL.
044800     MOVE WS-REACHED-COUNT TO WS-SML-COUNT.
044900     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
045000     MOVE "  ON PACE" TO WS-SML-LABEL.
045100     MOVE WS-ON-PACE-COUNT TO WS-SML-COUNT.
045200     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
045300     MOVE "  BEHIND" TO WS-SML-LABEL.
045400     MOVE WS-BEHIND-COUNT TO WS-SML-COUNT.
045500     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
045600     MOVE "  PAST TARGET DATE, NOT REACHED" TO WS-SML-LABEL.
045700     MOVE WS-PAST-DUE-COUNT TO WS-SML-COUNT.
045800     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
045900     MOVE "  NOT SCREENED SINCE THE GOAL WAS SET" TO WS-SML-LABEL.
046000     MOVE WS-UNMEASURED-COUNT TO WS-SML-COUNT.
046100     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
046200     MOVE "GOALS SET THIS MONTH (STILL ACTIVE)" TO WS-SML-LABEL.
046300     MOVE WS-SET-MONTH-COUNT TO WS-SML-COUNT.
046400     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
046500     MOVE "GOALS CLOSED THIS MONTH" TO WS-SML-LABEL.
046600     MOVE WS-CLOSED-MONTH-COUNT TO WS-SML-COUNT.
046700     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
046800     MOVE "CLOSED GOALS ON FILE" TO WS-SML-LABEL.
046900     MOVE WS-CLOSED-COUNT TO WS-SML-COUNT.
047000     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
047010     MOVE "ACTIVE GOALS LEFT OFF - LAPSED/ERASED" TO WS-SML-LABEL.
047020     MOVE WS-LEFT-OFF-COUNT TO WS-SML-COUNT.
047030     WRITE GOAL-REPORT-LINE FROM WS-SUMMARY-LINE.
047100     IF WS-ACTIVE-COUNT = ZERO
047200         GO TO 5000-EXIT
047300     END-IF.
047400     MOVE "AVERAGE PERCENT OF GOAL ACHIEVED" TO WS-CHL-LABEL.
047500     COMPUTE WS-AVERAGE ROUNDED = WS-PCT-TOTAL / WS-ACTIVE-COUNT.
047600     MOVE WS-AVERAGE TO WS-CHL-VALUE.
047700     WRITE GOAL-REPORT-LINE FROM WS-CHANGE-LINE.
047800     MOVE "TOTAL WEIGHT CHANGE (KG)" TO WS-CHL-LABEL.
047900     MOVE WS-WEIGHT-CHANGE-TOTAL TO WS-CHL-VALUE.
048000     WRITE GOAL-REPORT-LINE FROM WS-CHANGE-LINE.
048100     MOVE "AVERAGE WEIGHT CHANGE PER MEMBER (KG)" TO WS-CHL-LABEL.
048200     COMPUTE WS-AVERAGE ROUNDED =
048300         WS-WEIGHT-CHANGE-TOTAL / WS-ACTIVE-COUNT.
048400     MOVE WS-AVERAGE TO WS-CHL-VALUE.
048500     WRITE GOAL-REPORT-LINE FROM WS-CHANGE-LINE.
048600     MOVE "AVERAGE BMI CHANGE PER MEMBER" TO WS-CHL-LABEL.
048700     COMPUTE WS-AVERAGE ROUNDED =
048800         WS-BMI-CHANGE-TOTAL / WS-ACTIVE-COUNT.
048900     MOVE WS-AVERAGE TO WS-CHL-VALUE.
049000     WRITE GOAL-REPORT-LINE FROM WS-CHANGE-LINE.
049100 5000-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*    8100-DAY-NUMBER - JULIAN DAY NUMBER OF WS-JD-DATE, SO TWO   *
049600*    CALENDAR DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR      *
049700*    ENDS.                                                       *
049800******************************************************************
049900 8100-DAY-NUMBER.
050000     COMPUTE WS-JD-A = (14 - WS-JD-MM) / 12.
050100     COMPUTE WS-JD-Y = WS-JD-YYYY + 4800 - WS-JD-A.
050200     COMPUTE WS-JD-M = WS-JD-MM + (12 * WS-JD-A) - 3.
050300     COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5.
050400     COMPUTE WS-JD-T2 = WS-JD-Y / 4.
050500     COMPUTE WS-JD-T3 = WS-JD-Y / 100.
050600     COMPUTE WS-JD-T4 = WS-JD-Y / 400.
050700     COMPUTE WS-JD-NUMBER = WS-JD-DD + WS-JD-T1 + (365 * WS-JD-Y)
050800         + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045.
050900 8100-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    9999-TERMINATE                                               *
051400******************************************************************
051500 9999-TERMINATE.
051600     IF HISTORY-IS-OPEN
051700         CLOSE HISTORY-FILE
051800     END-IF.
051900     CLOSE MEMBER-MASTER-FILE.
052000     CLOSE GOAL-REPORT-FILE.
052100     DISPLAY "Goal rows read:           " WS-READ-COUNT.
052200     DISPLAY "Active goals reported:    " WS-ACTIVE-COUNT.
052250     DISPLAY "Lapsed or erased, skipped:" WS-LEFT-OFF-COUNT.
052300     DISPLAY "Progress report written to GOALPRT.".
052400 9999-EXIT.
052500     EXIT.
