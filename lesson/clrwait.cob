000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLRWAIT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CLRWAIT IS THE WEEKLY MEDICAL CLEARANCE WAITING LIST. IT    *
000900*    READS THE CLEARANCE FILE (MEDCLEAR) THAT BMICALC AND CLRMNT *
001000*    KEEP AND PRINTS (CLRWAITP) EVERY MEMBER STILL WAITING ON A  *
001100*    PHYSICIAN'S CLEARANCE - A REQUIREMENT OPENED BY A RISK      *
001200*    SCREENING AND NOT YET MET, OR A CLEARANCE THAT HAS RUN PAST *
001300*    ITS EXPIRY - IN MEMBER ORDER, WITH THE DAYS WAITED SO THE   *
001400*    DESK CAN CHASE THE LONGEST WAITS FIRST. A                   *
001500*    SECOND SECTION LISTS CLEARANCES DUE TO EXPIRE IN THE NEXT   *
001600*    30 DAYS SO THE MEMBER CAN BE ASKED FOR A NEW ONE BEFORE THE *
001700*    OLD ONE LAPSES. READ-ONLY; RUN IT ANY TIME, NORMALLY ONCE A *
001800*    WEEK.                                                       *
001900*------------------------------------------------------------------
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002220*    2026-10-15  LS   LEAVE OFF MEMBERS WHOSE MASTER IS LAPSED   *
002240*                     OR ERASED - THERE IS NO ONE TO CHASE - AND *
002260*                     COUNT THEM IN THE TRAILER.                 *
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CLEARANCE-FILE ASSIGN TO "MEDCLEAR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS CLR-MBR-ID
003200         FILE STATUS IS WS-CLR-STATUS.
003300     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS MAST-MBR-ID
003700         ALTERNATE RECORD KEY IS MAST-SURNAME
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-MAST-STATUS.
004000     SELECT WAIT-REPORT-FILE ASSIGN TO "CLRWAITP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CLEARANCE-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY MEDCLEAR.
004900
005000 FD  MEMBER-MASTER-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY MBRMAST.
005300
005400 FD  WAIT-REPORT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  WAIT-REPORT-LINE            PIC X(100).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-CURRENT-DATE             PIC 9(08).
006000 01  WS-TODAY-JDN                PIC 9(08).
006100 01  WS-SOON-JDN                 PIC 9(08).
006200 01  WS-DAYS-WAITING             PIC S9(07).
006300
006400*    DAY-NUMBER WORK AREA - A CALENDAR DATE IN, ITS JULIAN DAY
006500*    NUMBER OUT.
006600 01  WS-JD-DATE                  PIC 9(08).
006700 01  WS-JD-SPLIT REDEFINES WS-JD-DATE.
006800     05  WS-JD-YYYY              PIC 9(04).
006900     05  WS-JD-MM                PIC 9(02).
007000     05  WS-JD-DD                PIC 9(02).
007100 01  WS-JD-A                     PIC 9(02).
007200 01  WS-JD-Y                     PIC 9(05).
007300 01  WS-JD-M                     PIC 9(02).
007400 01  WS-JD-T1                    PIC 9(05).
007500 01  WS-JD-T2                    PIC 9(05).
007600 01  WS-JD-T3                    PIC 9(05).
007700 01  WS-JD-T4                    PIC 9(05).
007800 01  WS-JD-NUMBER                PIC 9(08).
007900
008000 01  WS-TITLE-LINE.
008100     05  FILLER                  PIC X(40)
008200         VALUE "MEDICAL CLEARANCE WAITING LIST AS OF".
008300     05  WS-TTL-DATE             PIC 9(08).
008400
008500 01  WS-WAIT-HEADING.
008600     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
008700     05  FILLER                  PIC X(32) VALUE "NAME".
008800     05  FILLER                  PIC X(10) VALUE "STATE".
008900     05  FILLER                  PIC X(10) VALUE "SINCE".
009000     05  FILLER                  PIC X(07) VALUE "   DAYS".
009100     05  FILLER                  PIC X(02) VALUE SPACES.
009200     05  FILLER                  PIC X(11) VALUE "CATEGORY".
009300
009400 01  WS-WAIT-LINE.
009500     05  WS-WTL-MBR-ID           PIC X(20).
009600     05  FILLER                  PIC X(02) VALUE SPACES.
009700     05  WS-WTL-NAME             PIC X(30).
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  WS-WTL-STATE            PIC X(08).
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  WS-WTL-SINCE            PIC 9(08).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  WS-WTL-DAYS             PIC ZZ,ZZ9.
010400     05  FILLER                  PIC X(02) VALUE SPACES.
010500     05  WS-WTL-CATEGORY         PIC X(11).
010600
010700 01  WS-SOON-HEADING.
010800     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
010900     05  FILLER                  PIC X(32) VALUE "NAME".
011000     05  FILLER                  PIC X(10) VALUE "EXPIRES".
011100     05  FILLER                  PIC X(30) VALUE "CLINICIAN".
011200
011300 01  WS-SOON-LINE.
011400     05  WS-SNL-MBR-ID           PIC X(20).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  WS-SNL-NAME             PIC X(30).
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  WS-SNL-EXPIRES          PIC 9(08).
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  WS-SNL-CLINICIAN        PIC X(30).
012100
012200 01  WS-SOON-TABLE.
012300     05  WS-SOON-ENTRY OCCURS 500 TIMES.
012400         10  WS-SOON-MBR-ID      PIC X(20).
012500         10  WS-SOON-NAME        PIC X(30).
012600         10  WS-SOON-EXPIRES     PIC 9(08).
012700         10  WS-SOON-CLINICIAN   PIC X(30).
012800
012900 01  WS-SHOW-COUNT               PIC ZZ,ZZ9.
013000
013100 77  WS-SOON-WINDOW              PIC 9(03) VALUE 30.
013200 77  WS-SOON-COUNT               PIC 9(04) COMP VALUE ZERO.
013300 77  WS-SUB                      PIC 9(04) COMP VALUE ZERO.
013400
013500 77  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
013600 77  WS-WAITING-COUNT            PIC 9(05) VALUE ZERO.
013700 77  WS-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.
013800 77  WS-OVERFLOW-COUNT           PIC 9(05) VALUE ZERO.
013850 77  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
013900
014000 77  WS-CLR-STATUS               PIC X(02).
014100 77  WS-MAST-STATUS              PIC X(02).
014200 77  WS-RPT-STATUS               PIC X(02).
014300
014400 77  WS-EOF-SW                   PIC X(01).
014500     88  AT-EOF                      VALUE "Y".
014600     88  NOT-AT-EOF                  VALUE "N".
014700
014800 PROCEDURE DIVISION.
014900******************************************************************
015000*    0000-MAINLINE                                                *
015100******************************************************************
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     PERFORM 2000-LIST-WAITING THRU 2000-EXIT.
015500     PERFORM 3000-LIST-EXPIRING THRU 3000-EXIT.
015600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
015700     STOP RUN.
015800
015900******************************************************************
016000*    1000-INITIALIZE - NO CLEARANCE FILE MEANS NO RISK SCREENING *
016100*    HAS EVER ASKED FOR ONE, SO THERE IS NO ONE WAITING; THE     *
016200*    REPORT SAYS SO RATHER THAN FAILING.                         *
016300******************************************************************
016400 1000-INITIALIZE.
016500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016600     MOVE WS-CURRENT-DATE TO WS-JD-DATE.
016700     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
016800     MOVE WS-JD-NUMBER TO WS-TODAY-JDN.
016900     COMPUTE WS-SOON-JDN = WS-TODAY-JDN + WS-SOON-WINDOW.
017000     OPEN INPUT MEMBER-MASTER-FILE.
017100     IF WS-MAST-STATUS NOT = "00"
017200         DISPLAY "No member master on file - nothing to report."
017300         MOVE 8 TO RETURN-CODE
017400         STOP RUN
017500     END-IF.
017600     OPEN OUTPUT WAIT-REPORT-FILE.
017700     MOVE WS-CURRENT-DATE TO WS-TTL-DATE.
017800     WRITE WAIT-REPORT-LINE FROM WS-TITLE-LINE.
017900     MOVE SPACES TO WAIT-REPORT-LINE.
018000     WRITE WAIT-REPORT-LINE.
018100     MOVE "WAITING ON CLEARANCE" TO WAIT-REPORT-LINE.
018200     WRITE WAIT-REPORT-LINE.
018300     WRITE WAIT-REPORT-LINE FROM WS-WAIT-HEADING.
018400 1000-EXIT.
018500     EXIT.
018600
018700******************************************************************
018800*    2000-LIST-WAITING - ONE PASS OF THE CLEARANCE FILE IN       *
018900*    MEMBER ORDER. AN OPEN REQUIREMENT COUNTS ITS DAYS FROM THE  *
019000*    SCREENING THAT OPENED IT; AN EXPIRED CLEARANCE COUNTS FROM  *
019100*    THE DAY IT EXPIRED. A CLEARANCE STILL IN DATE BUT EXPIRING  *
019200*    INSIDE THE WINDOW IS HELD FOR THE SECOND SECTION. A MEMBER  *
019230*    WHOSE MASTER IS LAPSED OR ERASED IS NOT CHASED AND IS LEFT  *
019260*    OFF BOTH SECTIONS (COUNTED IN THE TRAILER).                 *
019300******************************************************************
019400 2000-LIST-WAITING.
019500     OPEN INPUT CLEARANCE-FILE.
019600     IF WS-CLR-STATUS NOT = "00"
019700         MOVE "  NO CLEARANCE FILE YET - NO MEMBER IS WAITING."
019800             TO WAIT-REPORT-LINE
019900         WRITE WAIT-REPORT-LINE
020000         GO TO 2000-EXIT
020100     END-IF.
020200     MOVE "N" TO WS-EOF-SW.
020300     PERFORM 2100-READ-CLEARANCE THRU 2100-EXIT.
020400     PERFORM 2200-JUDGE-CLEARANCE THRU 2200-EXIT
020500         UNTIL AT-EOF.
020600     CLOSE CLEARANCE-FILE.
020700 2000-EXIT.
020800     EXIT.
020900
021000 2100-READ-CLEARANCE.
021100     READ CLEARANCE-FILE
021200         AT END
021300             MOVE "Y" TO WS-EOF-SW
021400         NOT AT END
021500             ADD 1 TO WS-READ-COUNT
021600     END-READ.
021700 2100-EXIT.
021800     EXIT.
021900
022000 2200-JUDGE-CLEARANCE.
022010     PERFORM 2500-GET-NAME THRU 2500-EXIT.
022020     IF MAST-LAPSED OR MAST-ERASED
022030         ADD 1 TO WS-SKIPPED-COUNT
022040         GO TO 2200-NEXT
022050     END-IF.
022100     IF CLR-REQUIRED
022200         MOVE "REQUIRED"        TO WS-WTL-STATE
022300         MOVE CLR-REQUIRED-DATE TO WS-WTL-SINCE
022400         ADD 1 TO WS-WAITING-COUNT
022500         PERFORM 2300-WRITE-WAITING THRU 2300-EXIT
022520         GO TO 2200-NEXT
022540     END-IF.
022560     IF NOT CLR-CLEARED
022600         GO TO 2200-NEXT
022700     END-IF.
022800     IF CLR-EXPIRY-DATE < WS-CURRENT-DATE
022900         MOVE "EXPIRED"         TO WS-WTL-STATE
023000         MOVE CLR-EXPIRY-DATE   TO WS-WTL-SINCE
023100         ADD 1 TO WS-EXPIRED-COUNT
023200         PERFORM 2300-WRITE-WAITING THRU 2300-EXIT
023300         GO TO 2200-NEXT
023400     END-IF.
023500     MOVE CLR-EXPIRY-DATE TO WS-JD-DATE.
023600     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
023700     IF WS-JD-NUMBER NOT > WS-SOON-JDN
023800         PERFORM 2400-HOLD-EXPIRING THRU 2400-EXIT
023900     END-IF.
024000 2200-NEXT.
024100     PERFORM 2100-READ-CLEARANCE THRU 2100-EXIT.
024200 2200-EXIT.
024300     EXIT.
024400
024500 2300-WRITE-WAITING.
024600     MOVE CLR-MBR-ID TO WS-WTL-MBR-ID.
024800     MOVE MAST-MBR-NAME TO WS-WTL-NAME.
024900     MOVE WS-WTL-SINCE TO WS-JD-DATE.
025000     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
025100     COMPUTE WS-DAYS-WAITING = WS-TODAY-JDN - WS-JD-NUMBER.
025200     IF WS-DAYS-WAITING < ZERO
025300         MOVE ZERO TO WS-DAYS-WAITING
025400     END-IF.
025500     MOVE WS-DAYS-WAITING TO WS-WTL-DAYS.
025600     MOVE CLR-REQUIRED-CATEGORY TO WS-WTL-CATEGORY.
025700     WRITE WAIT-REPORT-LINE FROM WS-WAIT-LINE.
025800 2300-EXIT.
025900     EXIT.
026000
026100 2400-HOLD-EXPIRING.
026200     IF WS-SOON-COUNT NOT < 500
026300         ADD 1 TO WS-OVERFLOW-COUNT
026400         GO TO 2400-EXIT
026500     END-IF.
026600     ADD 1 TO WS-SOON-COUNT.
026700     MOVE CLR-MBR-ID TO WS-SOON-MBR-ID (WS-SOON-COUNT).
026900     MOVE MAST-MBR-NAME TO WS-SOON-NAME (WS-SOON-COUNT).
027000     MOVE CLR-EXPIRY-DATE TO WS-SOON-EXPIRES (WS-SOON-COUNT).
027100     MOVE CLR-CLINICIAN TO WS-SOON-CLINICIAN (WS-SOON-COUNT).
027200 2400-EXIT.
027300     EXIT.
027400
027500 2500-GET-NAME.
027600     MOVE CLR-MBR-ID TO MAST-MBR-ID.
027700     READ MEMBER-MASTER-FILE
027800         INVALID KEY
027900             MOVE "** NOT ON MASTER **" TO MAST-MBR-NAME
027950             MOVE SPACE TO MAST-STATUS
028000     END-READ.
028100 2500-EXIT.
028200     EXIT.
028300
028400******************************************************************
028500*    3000-LIST-EXPIRING - THE CLEARANCES HELD BACK BY 2000, IN   *
028600*    MEMBER ORDER.                                               *
028700******************************************************************
028800 3000-LIST-EXPIRING.
028900     MOVE SPACES TO WAIT-REPORT-LINE.
029000     WRITE WAIT-REPORT-LINE.
029100     MOVE "CLEARANCES EXPIRING IN THE NEXT 30 DAYS"
029200         TO WAIT-REPORT-LINE.
029300     WRITE WAIT-REPORT-LINE.
029400     IF WS-SOON-COUNT = ZERO
029500         MOVE "  NONE." TO WAIT-REPORT-LINE
029600         WRITE WAIT-REPORT-LINE
029700         GO TO 3000-EXIT
029800     END-IF.
029900     WRITE WAIT-REPORT-LINE FROM WS-SOON-HEADING.
030000     PERFORM 3100-WRITE-EXPIRING THRU 3100-EXIT
030100         VARYING WS-SUB FROM 1 BY 1
030200         UNTIL WS-SUB > WS-SOON-COUNT.
030300 3000-EXIT.
030400     EXIT.
030500
030600 3100-WRITE-EXPIRING.
030700     MOVE WS-SOON-MBR-ID (WS-SUB)    TO WS-SNL-MBR-ID.
030800     MOVE WS-SOON-NAME (WS-SUB)      TO WS-SNL-NAME.
030900     MOVE WS-SOON-EXPIRES (WS-SUB)   TO WS-SNL-EXPIRES.
031000     MOVE WS-SOON-CLINICIAN (WS-SUB) TO WS-SNL-CLINICIAN.
031100     WRITE WAIT-REPORT-LINE FROM WS-SOON-LINE.
031200 3100-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600*    8100-DAY-NUMBER - JULIAN DAY NUMBER OF WS-JD-DATE, SO TWO   *
031700*    CALENDAR DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR      *
031800*    ENDS.                                                       *
031900******************************************************************
032000 8100-DAY-NUMBER.
032100     COMPUTE WS-JD-A = (14 - WS-JD-MM) / 12.
032200     COMPUTE WS-JD-Y = WS-JD-YYYY + 4800 - WS-JD-A.
032300     COMPUTE WS-JD-M = WS-JD-MM + (12 * WS-JD-A) - 3.
032400     COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5.
032500     COMPUTE WS-JD-T2 = WS-JD-Y / 4.
032600     COMPUTE WS-JD-T3 = WS-JD-Y / 100.
032700     COMPUTE WS-JD-T4 = WS-JD-Y / 400.
032800     COMPUTE WS-JD-NUMBER = WS-JD-DD + WS-JD-T1 + (365 * WS-JD-Y)
032900         + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045.
033000 8100-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400*    9999-TERMINATE                                               *
033500******************************************************************
033600 9999-TERMINATE.
033700     MOVE SPACES TO WAIT-REPORT-LINE.
033800     WRITE WAIT-REPORT-LINE.
033900     MOVE WS-WAITING-COUNT TO WS-SHOW-COUNT.
034000     STRING "REQUIREMENTS OPEN:      " WS-SHOW-COUNT
034100         DELIMITED BY SIZE INTO WAIT-REPORT-LINE.
034200     WRITE WAIT-REPORT-LINE.
034300     MOVE SPACES TO WAIT-REPORT-LINE.
034400     MOVE WS-EXPIRED-COUNT TO WS-SHOW-COUNT.
034500     STRING "CLEARANCES EXPIRED:     " WS-SHOW-COUNT
034600         DELIMITED BY SIZE INTO WAIT-REPORT-LINE.
034700     WRITE WAIT-REPORT-LINE.
034800     MOVE SPACES TO WAIT-REPORT-LINE.
034900     MOVE WS-SOON-COUNT TO WS-SHOW-COUNT.
035000     STRING "EXPIRING WITHIN 30 DAYS:" WS-SHOW-COUNT
035100         DELIMITED BY SIZE INTO WAIT-REPORT-LINE.
035200     WRITE WAIT-REPORT-LINE.
035210     IF WS-SKIPPED-COUNT > ZERO
035220         MOVE SPACES TO WAIT-REPORT-LINE
035230         MOVE WS-SKIPPED-COUNT TO WS-SHOW-COUNT
035240         STRING "LAPSED/ERASED, LEFT OFF:" WS-SHOW-COUNT
035250             DELIMITED BY SIZE INTO WAIT-REPORT-LINE
035260         WRITE WAIT-REPORT-LINE
035270     END-IF.
035300     IF WS-OVERFLOW-COUNT > ZERO
035400         MOVE SPACES TO WAIT-REPORT-LINE
035500         STRING "EXPIRING NOT LISTED - TABLE FULL: "
035600             WS-OVERFLOW-COUNT
035700             DELIMITED BY SIZE INTO WAIT-REPORT-LINE
035800         WRITE WAIT-REPORT-LINE
035900     END-IF.
036000     CLOSE MEMBER-MASTER-FILE.
036100     CLOSE WAIT-REPORT-FILE.
036200     DISPLAY "Clearance rows read:      " WS-READ-COUNT.
036300     DISPLAY "Waiting on clearance:     " WS-WAITING-COUNT.
036400     DISPLAY "Clearances expired:       " WS-EXPIRED-COUNT.
036450     DISPLAY "Lapsed or erased, skipped:" WS-SKIPPED-COUNT.
036500     DISPLAY "Waiting list written to CLRWAITP.".
036600 9999-EXIT.
036700     EXIT.
