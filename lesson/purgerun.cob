000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PURGERUN.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURGERUN IS THE RETENTION JOB FOR THE TWO FILES THAT ONLY   *
000900*    EVER GROW - THE BMI HISTORY (BMIHISTX) AND THE DATED LEDGER *
001000*    ARCHIVE (LEDGARCX). ROWS DATED BEFORE 1 JANUARY OF THE YEAR *
001100*    THAT IS THE POLICY RETENTION PERIOD BACK FROM THIS ONE      *
001200*    (POLLOAD, POLA-RETAIN-YEARS) MOVE OFF LINE INTO YEARLY      *
001300*    HISTORY FILES KEYED THE SAME WAY AS THE FILE THEY CAME FROM *
001400*    - BMIHISTX.YYYY AND LEDGARCX.YYYY, ONE PER CALENDAR YEAR,   *
001500*    NAMED THE WAY DAYBKUP NAMES ITS GENERATIONS.                *
001600*    EACH MEMBER KEEPS THEIR LATEST SCREENING ON LINE HOWEVER    *
001700*    OLD, SO RECALLRP, LAPSERUN AND THE DESK STILL SEE A LAST    *
001800*    VISIT. ON THE LEDGER, A MEMBER'S AGED ROWS ARE REPLACED BY  *
001900*    ONE TYPE BF BALANCE-FORWARD ROW DATED ON THE CUTOFF (LEDGER *
002000*    NUMBER ZERO) CARRYING THEIR NET, SO MBRSTMT STILL FOOTS TO  *
002100*    THE MASTER BALANCE; A BF ROW LEFT BY AN EARLIER PURGE IS    *
002200*    FOLDED INTO THE NEW ONE. THE SHOP-WIDE CONTROL ROWS SIMPLY  *
002300*    MOVE.                                                       *
002400*    EVERY ROW REMOVED OR ADDED ROLLS THE FILE'S CONTROL TOTALS  *
002500*    THROUGH CTLUPDT, SO CTLVERIF STILL BALANCES AFTERWARDS. A   *
002600*    ROW IS WRITTEN TO ITS YEARLY FILE BEFORE IT IS DELETED, AND *
002700*    A ROW ALREADY THERE IS PASSED OVER, SO REPEATING A MEMBER   *
002800*    IS HARMLESS. THE BALANCE FORWARD FOR THE MEMBER IN HAND IS  *
002900*    RECORDED ON THE PURGCTL CONTROL RECORD BEFORE ANY OF THEIR  *
003000*    ROWS GO, AND A RERUN AFTER A CRASH FINISHES THAT MEMBER     *
003100*    WITH THE SAME CUTOFF BEFORE CARRYING ON (SEE PURGCTL.CPY).  *
003200*    THE REPORT (PURGRPT) LISTS THE ROWS MOVED PER FILE AND PER  *
003300*    MEMBER, THE BALANCE FORWARD LEFT FOR EACH, THE YEARLY FILES *
003400*    WRITTEN AND THE FILE TOTALS. RUN IT AFTER THE DAY IS CLOSED *
003500*    AND CTLVERIF HAS BALANCED, NORMALLY ONCE A YEAR IN JANUARY. *
003600*------------------------------------------------------------------
003700*    MODIFICATION HISTORY                                        *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT HISTORY-FILE ASSIGN TO "BMIHISTX"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HIST-KEY
004900         FILE STATUS IS WS-HIST-STATUS.
005000     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ARCH-KEY
005400         FILE STATUS IS WS-ARCH-STATUS.
005500     SELECT HIST-YEAR-FILE ASSIGN TO WS-HIST-YEAR-NAME
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS HYR-KEY
005900         FILE STATUS IS WS-HYR-STATUS.
006000     SELECT ARCH-YEAR-FILE ASSIGN TO WS-ARCH-YEAR-NAME
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS AYR-KEY
006400         FILE STATUS IS WS-AYR-STATUS.
006500     SELECT PURGE-CONTROL-FILE ASSIGN TO "PURGCTL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PRGC-STATUS.
006800     SELECT PURGE-REPORT-FILE ASSIGN TO "PURGRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RPT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  HISTORY-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY BMIHIST.
007700
007800 FD  ARCHIVE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY LEDGARCH.
008100
008200*    THE YEARLY FILES HOLD THE SOURCE RECORD IMAGE UNCHANGED,
008300*    KEYED ON THE SAME LEADING KEY COLUMNS.
008400 FD  HIST-YEAR-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  HIST-YEAR-RECORD.
008700     05  HYR-KEY                 PIC X(30).
008800     05  FILLER                  PIC X(31).
008900
009000 FD  ARCH-YEAR-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  ARCH-YEAR-RECORD.
009300     05  AYR-KEY                 PIC X(34).
009400     05  FILLER                  PIC X(18).
009500
009600 FD  PURGE-CONTROL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY PURGCTL.
009900
010000 FD  PURGE-REPORT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  PURGE-REPORT-LINE           PIC X(132).
010300
010400 WORKING-STORAGE SECTION.
010500     COPY POLANSW.
010600     COPY DAYANSW.
010700     COPY CTLREQ.
010800
010900 01  WS-CURRENT-DATE             PIC 9(08).
011000 01  WS-CURRENT-SPLIT REDEFINES WS-CURRENT-DATE.
011100     05  WS-CUR-YYYY             PIC 9(04).
011200     05  WS-CUR-MMDD             PIC 9(04).
011300
011400 01  WS-CUTOFF-DATE              PIC 9(08).
011500 01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
011600     05  WS-CUT-YYYY             PIC 9(04).
011700     05  WS-CUT-MMDD             PIC 9(04).
011800
011900 01  WS-ROW-DATE                 PIC 9(08).
012000 01  WS-ROW-SPLIT REDEFINES WS-ROW-DATE.
012100     05  WS-ROW-YYYY             PIC 9(04).
012200     05  WS-ROW-MMDD             PIC 9(04).
012300
012400 01  WS-HIST-YEAR-NAME           PIC X(13).
012500 01  WS-ARCH-YEAR-NAME           PIC X(13).
012600
012700 01  WS-MEMBER-ID                PIC X(20).
012800 01  WS-LATEST-HIST-KEY          PIC X(30).
012900 01  WS-LATEST-HIST-DATE         PIC 9(08).
013000 01  WS-BF-FINAL                 PIC S9(09).
013100 01  WS-NOTE-TEXT                PIC X(40).
013200
013300*    RUNNING TOTALS - CARRIED ON THE CONTROL RECORD SO A RESUMED
013400*    RUN STILL REPORTS THE WHOLE PURGE.
013500 01  WS-PURGE-TOTALS.
013600     05  WS-HIST-MOVED           PIC 9(07).
013700     05  WS-HIST-MEMBERS         PIC 9(07).
013800     05  WS-ARCH-MOVED           PIC 9(07).
013900     05  WS-ARCH-MEMBERS         PIC 9(07).
014000     05  WS-BF-WRITTEN           PIC 9(07).
014100     05  WS-BF-CARRIED           PIC S9(11).
014200
014300*    YEARLY FILES TOUCHED THIS RUN, WITH THE ROWS EACH TOOK.
014400 01  WS-YEAR-TABLE.
014500     05  WS-YEAR-ENTRY OCCURS 30 TIMES.
014600         10  WS-YR-YYYY          PIC 9(04).
014700         10  WS-YR-HIST-ROWS     PIC 9(07).
014800         10  WS-YR-ARCH-ROWS     PIC 9(07).
014900
015000 01  WS-TITLE-LINE.
015100     05  FILLER                  PIC X(30)
015200         VALUE "HISTORY RETENTION PURGE - RUN".
015300     05  WS-TTL-DATE             PIC 9(08).
015400     05  FILLER                  PIC X(23)
015500         VALUE "  - ROWS DATED BEFORE".
015600     05  WS-TTL-CUTOFF           PIC 9(08).
015700     05  FILLER                  PIC X(17)
015800         VALUE " MOVED OFF LINE".
015900
016000 01  WS-MEMBER-HEADING.
016100     05  FILLER                  PIC X(10) VALUE "FILE".
016200     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
016300     05  FILLER                  PIC X(10) VALUE "   ROWS".
016400     05  FILLER                  PIC X(08) VALUE "BF IN".
016500     05  FILLER                  PIC X(13) VALUE "BF AMOUNT".
016600     05  FILLER                  PIC X(30) VALUE "NOTE".
016700
016800 01  WS-MEMBER-LINE.
016900     05  WS-MBL-FILE             PIC X(08).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  WS-MBL-MBR-ID           PIC X(20).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  WS-MBL-ROWS             PIC ZZZ,ZZ9.
017400     05  FILLER                  PIC X(03) VALUE SPACES.
017500     05  WS-MBL-FOLDED           PIC ZZZZ9.
017600     05  FILLER                  PIC X(03) VALUE SPACES.
017700     05  WS-MBL-BF-AMOUNT        PIC -,---,--9.
017800     05  FILLER                  PIC X(04) VALUE SPACES.
017900     05  WS-MBL-NOTE             PIC X(40).
018000
018100 01  WS-YEAR-HEADING.
018200     05  FILLER                  PIC X(10) VALUE "YEAR".
018300     05  FILLER                  PIC X(16) VALUE "BMIHISTX.YYYY".
018400     05  FILLER                  PIC X(16) VALUE "LEDGARCX.YYYY".
018500
018600 01  WS-YEAR-LINE.
018700     05  WS-YRL-YYYY             PIC 9(04).
018800     05  FILLER                  PIC X(06) VALUE SPACES.
018900     05  WS-YRL-HIST-ROWS        PIC Z,ZZZ,ZZ9.
019000     05  FILLER                  PIC X(07) VALUE SPACES.
019100     05  WS-YRL-ARCH-ROWS        PIC Z,ZZZ,ZZ9.
019200
019300 01  WS-SHOW-COUNT               PIC Z,ZZZ,ZZ9.
019400 01  WS-SHOW-CENTS               PIC -,---,---,---,--9.
019500
019600 77  WS-SHOP-CONTROL-ID          PIC X(20) VALUE "*SHOP CONTROL*".
019700 77  WS-BF-LIMIT                 PIC 9(07) VALUE 9999999.
019800
019900 77  WS-MEMBER-AGED              PIC 9(07) COMP VALUE ZERO.
020000 77  WS-MEMBER-MOVED             PIC 9(07) COMP VALUE ZERO.
020100 77  WS-MEMBER-FOLDED            PIC 9(05) COMP VALUE ZERO.
020200 77  WS-MEMBER-SUM               PIC S9(09) VALUE ZERO.
020300 77  WS-HIST-YEAR-OPEN           PIC 9(04) VALUE ZERO.
020400 77  WS-ARCH-YEAR-OPEN           PIC 9(04) VALUE ZERO.
020500 77  WS-YEAR-COUNT               PIC 9(04) COMP VALUE ZERO.
020600 77  WS-YEAR-SUB                 PIC 9(04) COMP VALUE ZERO.
020700 77  WS-YEAR-FOUND               PIC 9(04) COMP VALUE ZERO.
020800
020900 77  WS-HIST-STATUS              PIC X(02).
021000 77  WS-ARCH-STATUS              PIC X(02).
021100 77  WS-HYR-STATUS               PIC X(02).
021200 77  WS-AYR-STATUS               PIC X(02).
021300 77  WS-PRGC-STATUS              PIC X(02).
021400 77  WS-RPT-STATUS               PIC X(02).
021500
021600 77  WS-EOF-SW                   PIC X(01).
021700     88  AT-EOF                      VALUE "Y".
021800     88  NOT-AT-EOF                  VALUE "N".
021900
022000 77  WS-MEMBER-DONE-SW           PIC X(01).
022100     88  MEMBER-IS-DONE              VALUE "Y".
022200     88  MEMBER-NOT-DONE             VALUE "N".
022300
022400 77  WS-SHOP-ROWS-SW             PIC X(01).
022500     88  SHOP-CONTROL-ROWS           VALUE "Y".
022600     88  MEMBER-ROWS                 VALUE "N".
022700
022800 77  WS-BF-EXISTS-SW             PIC X(01).
022900     88  BF-ROW-EXISTS               VALUE "Y".
023000     88  BF-ROW-NEW                  VALUE "N".
023100
023200 77  WS-RESUME-SW                PIC X(01).
023300     88  RESUMING-PURGE              VALUE "Y".
023400     88  FRESH-PURGE                 VALUE "N".
023500
023600 77  WS-RESUME-PHASE             PIC X(01).
023700     88  HISTORY-ALREADY-DONE        VALUE "H".
023800
023900 77  WS-PENDING-STEP             PIC X(01).
024000     88  NOTHING-PENDING             VALUE " ".
024100     88  BF-POST-PENDING             VALUE "B".
024200     88  DELETE-PENDING              VALUE "B" "D".
024300
024400 77  WS-PENDING-MBR-ID           PIC X(20).
024500 77  WS-PENDING-BF-AMOUNT        PIC S9(07).
024600
024700 PROCEDURE DIVISION.
024800******************************************************************
024900*    0000-MAINLINE                                                *
025000******************************************************************
025100 0000-MAINLINE.
025200     CALL "DAYSTAT" USING DAY-CONTROL-ANSWER.
025300     IF NOT DAY-CLOSED-TODAY
025400         DISPLAY "Business day is not closed - the purge cannot"
025500             " run yet."
025600         MOVE 8 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     IF NOT HISTORY-ALREADY-DONE
026100         PERFORM 2000-PURGE-HISTORY THRU 2000-EXIT
026200         MOVE "H" TO WS-RESUME-PHASE
026300         MOVE SPACE TO WS-PENDING-STEP
026400         PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT
026500     END-IF.
026600     PERFORM 3000-PURGE-LEDGER THRU 3000-EXIT.
026700     PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT.
026800     PERFORM 6100-CLEAR-PURGE-CONTROL THRU 6100-EXIT.
026900     DISPLAY "Purge complete - " WS-HIST-MOVED
027000         " history rows and " WS-ARCH-MOVED
027100         " ledger rows moved off line.".
027200     STOP RUN.
027300
027400******************************************************************
027500*    1000-INITIALIZE - WORK OUT THE CUTOFF FROM THE RETENTION    *
027600*    POLICY, OR TAKE THE ONE AN INTERRUPTED RUN STARTED WITH,    *
027700*    AND START (OR CONTINUE) THE REPORT.                         *
027800******************************************************************
027900 1000-INITIALIZE.
028000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
028100     CALL "POLLOAD" USING POLICY-ANSWER.
028200     COMPUTE WS-CUT-YYYY = WS-CUR-YYYY - POLA-RETAIN-YEARS.
028300     MOVE 0101 TO WS-CUT-MMDD.
028400     MOVE ZERO TO WS-PURGE-TOTALS.
028500     MOVE ZERO TO WS-YEAR-TABLE.
028600     MOVE SPACE TO WS-RESUME-PHASE.
028700     MOVE SPACE TO WS-PENDING-STEP.
028800     PERFORM 1050-READ-PURGE-CONTROL THRU 1050-EXIT.
028900     IF RESUMING-PURGE
029000         PERFORM 1100-BOOTSTRAP-REPORT THRU 1100-EXIT
029100         OPEN EXTEND PURGE-REPORT-FILE
029200         MOVE SPACES TO PURGE-REPORT-LINE
029300         WRITE PURGE-REPORT-LINE
029400         STRING "RUN RESUMED " WS-CURRENT-DATE
029500             " - INTERRUPTED PURGE CONTINUED WITH ITS CUTOFF "
029600             WS-CUTOFF-DATE
029700             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
029800         WRITE PURGE-REPORT-LINE
029900     ELSE
030000         OPEN OUTPUT PURGE-REPORT-FILE
030100         MOVE WS-CURRENT-DATE TO WS-TTL-DATE
030200         MOVE WS-CUTOFF-DATE TO WS-TTL-CUTOFF
030300         WRITE PURGE-REPORT-LINE FROM WS-TITLE-LINE
030400         MOVE SPACES TO PURGE-REPORT-LINE
030500         STRING "RETENTION " POLA-RETAIN-YEARS
030600             " FULL YEARS PLUS THE YEAR TO DATE"
030700             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
030800         WRITE PURGE-REPORT-LINE
030900     END-IF.
031000     MOVE SPACES TO PURGE-REPORT-LINE.
031100     WRITE PURGE-REPORT-LINE.
031200     WRITE PURGE-REPORT-LINE FROM WS-MEMBER-HEADING.
031300 1000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    1050-READ-PURGE-CONTROL - A RECORD ON THE FILE MEANS A      *
031800*    PURGE DID NOT FINISH. UNLIKE A CLOSE, IT IS RESUMED         *
031900*    WHATEVER ITS DATE - A BALANCE FORWARD MAY BE IN HAND - AND  *
032000*    ITS CUTOFF AND COUNTS CARRY ON.                             *
032100******************************************************************
032200 1050-READ-PURGE-CONTROL.
032300     MOVE "N" TO WS-RESUME-SW.
032400     OPEN INPUT PURGE-CONTROL-FILE.
032500     IF WS-PRGC-STATUS = "00"
032600         READ PURGE-CONTROL-FILE
032700             AT END
032800                 CONTINUE
032900             NOT AT END
033000                 MOVE "Y" TO WS-RESUME-SW
033100                 MOVE PRGC-CUTOFF-DATE  TO WS-CUTOFF-DATE
033200                 MOVE PRGC-PHASE        TO WS-RESUME-PHASE
033300                 MOVE PRGC-STEP         TO WS-PENDING-STEP
033400                 MOVE PRGC-MBR-ID       TO WS-PENDING-MBR-ID
033500                 MOVE PRGC-BF-AMOUNT    TO WS-PENDING-BF-AMOUNT
033600                 MOVE PRGC-HIST-MOVED   TO WS-HIST-MOVED
033700                 MOVE PRGC-HIST-MEMBERS TO WS-HIST-MEMBERS
033800                 MOVE PRGC-ARCH-MOVED   TO WS-ARCH-MOVED
033900                 MOVE PRGC-ARCH-MEMBERS TO WS-ARCH-MEMBERS
034000                 MOVE PRGC-BF-WRITTEN   TO WS-BF-WRITTEN
034100                 MOVE PRGC-BF-CARRIED   TO WS-BF-CARRIED
034200                 DISPLAY "Interrupted purge of " PRGC-DATE
034300                     " found - resuming with cutoff "
034400                     PRGC-CUTOFF-DATE "."
034500         END-READ
034600         CLOSE PURGE-CONTROL-FILE
034700     END-IF.
034800 1050-EXIT.
034900     EXIT.
035000
035100 1100-BOOTSTRAP-REPORT.
035200     OPEN INPUT PURGE-REPORT-FILE.
035300     IF WS-RPT-STATUS = "35"
035400         OPEN OUTPUT PURGE-REPORT-FILE
035500         CLOSE PURGE-REPORT-FILE
035600     ELSE
035700         CLOSE PURGE-REPORT-FILE
035800     END-IF.
035900 1100-EXIT.
036000     EXIT.
036100
036200******************************************************************
036300*    2000-PURGE-HISTORY - ONE MEMBER AT A TIME IN KEY ORDER. THE *
036400*    FIRST PASS OVER THE MEMBER FINDS THEIR LATEST SCREENING AND *
036500*    COUNTS THE AGED ROWS; ONLY WHEN SOMETHING IS TO GO DOES A   *
036600*    SECOND PASS MOVE THEM.                                      *
036700******************************************************************
036800 2000-PURGE-HISTORY.
036900     OPEN I-O HISTORY-FILE.
037000     IF WS-HIST-STATUS NOT = "00"
037100         MOVE "BMIHISTX  NO BMI HISTORY ON FILE."
037200             TO PURGE-REPORT-LINE
037300         WRITE PURGE-REPORT-LINE
037400         GO TO 2000-EXIT
037500     END-IF.
037600     MOVE "N" TO WS-EOF-SW.
037700     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
037800     PERFORM 2200-PURGE-MEMBER-HISTORY THRU 2200-EXIT
037900         UNTIL AT-EOF.
038000     CLOSE HISTORY-FILE.
038100     IF WS-HIST-YEAR-OPEN NOT = ZERO
038200         CLOSE HIST-YEAR-FILE
038300         MOVE ZERO TO WS-HIST-YEAR-OPEN
038400     END-IF.
038500 2000-EXIT.
038600     EXIT.
038700
038800 2100-READ-HISTORY.
038900     IF NOT AT-EOF
039000         READ HISTORY-FILE NEXT RECORD
039100             AT END
039200                 MOVE "Y" TO WS-EOF-SW
039300         END-READ
039400     END-IF.
039500 2100-EXIT.
039600     EXIT.
039700
039800 2200-PURGE-MEMBER-HISTORY.
039900     MOVE HIST-MBR-ID TO WS-MEMBER-ID.
040000     MOVE ZERO TO WS-MEMBER-AGED.
040100     MOVE ZERO TO WS-MEMBER-MOVED.
040200     PERFORM 2300-NOTE-MEMBER-ROW THRU 2300-EXIT
040300         UNTIL AT-EOF OR HIST-MBR-ID NOT = WS-MEMBER-ID.
040400     IF WS-LATEST-HIST-DATE < WS-CUTOFF-DATE
040500         SUBTRACT 1 FROM WS-MEMBER-AGED
040600     END-IF.
040700     IF WS-MEMBER-AGED = ZERO
040800         GO TO 2200-EXIT
040900     END-IF.
041000     MOVE WS-MEMBER-ID TO HIST-MBR-ID.
041100     MOVE ZERO TO HIST-DATE.
041200     MOVE ZERO TO HIST-SEQ.
041300     PERFORM 2500-START-HISTORY THRU 2500-EXIT.
041400     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
041500     MOVE "N" TO WS-MEMBER-DONE-SW.
041600     PERFORM 2400-MOVE-HISTORY-ROW THRU 2400-EXIT
041700         UNTIL MEMBER-IS-DONE.
041800     PERFORM 2600-REPORT-HISTORY-MEMBER THRU 2600-EXIT.
041900     MOVE WS-MEMBER-ID TO HIST-MBR-ID.
042000     MOVE 99999999 TO HIST-DATE.
042100     MOVE 99 TO HIST-SEQ.
042200     PERFORM 2500-START-HISTORY THRU 2500-EXIT.
042300     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
042400 2200-EXIT.
042500     EXIT.
042600
042700 2300-NOTE-MEMBER-ROW.
042800     MOVE HIST-KEY  TO WS-LATEST-HIST-KEY.
042900     MOVE HIST-DATE TO WS-LATEST-HIST-DATE.
043000     IF HIST-DATE < WS-CUTOFF-DATE
043100         ADD 1 TO WS-MEMBER-AGED
043200     END-IF.
043300     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
043400 2300-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    2400-MOVE-HISTORY-ROW - COPY TO THE ROW'S YEARLY FILE, THEN *
043900*    DELETE AND ROLL THE BMIHISTX CONTROL TOTALS DOWN. THE       *
044000*    LATEST SCREENING STOPS THE PASS.                            *
044100******************************************************************
044200 2400-MOVE-HISTORY-ROW.
044300     IF AT-EOF
044400         OR HIST-MBR-ID NOT = WS-MEMBER-ID
044500         OR HIST-DATE NOT < WS-CUTOFF-DATE
044600         OR HIST-KEY = WS-LATEST-HIST-KEY
044700         MOVE "Y" TO WS-MEMBER-DONE-SW
044800         GO TO 2400-EXIT
044900     END-IF.
045000     MOVE HIST-DATE TO WS-ROW-DATE.
045100     IF WS-ROW-YYYY NOT = WS-HIST-YEAR-OPEN
045200         PERFORM 7000-OPEN-HIST-YEAR THRU 7000-EXIT
045300     END-IF.
045400     WRITE HIST-YEAR-RECORD FROM BMI-HISTORY-RECORD
045500         INVALID KEY
045600             DISPLAY "Screening " HIST-MBR-ID " " HIST-DATE
045700                 " is already on " WS-HIST-YEAR-NAME
045800                 " - passed over."
045900     END-WRITE.
046000     DELETE HISTORY-FILE RECORD
046100         INVALID KEY
046200             DISPLAY "Unable to delete screening " HIST-MBR-ID
046300                 " " HIST-DATE " - left on line."
046400         NOT INVALID KEY
046500             ADD 1 TO WS-MEMBER-MOVED
046600             ADD 1 TO WS-YR-HIST-ROWS (WS-YEAR-FOUND)
046700             MOVE "A" TO CTLR-FUNCTION
046800             MOVE "BMIHISTX" TO CTLR-FILE-NAME
046900             MOVE -1 TO CTLR-COUNT-VALUE
047000             COMPUTE CTLR-HASH-VALUE =
047100                 ZERO - (HIST-DATE + HIST-SEQ)
047200             CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST
047300     END-DELETE.
047400     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
047500 2400-EXIT.
047600     EXIT.
047700
047800 2500-START-HISTORY.
047900     MOVE "N" TO WS-EOF-SW.
048000     START HISTORY-FILE KEY >= HIST-KEY
048100         INVALID KEY
048200             MOVE "Y" TO WS-EOF-SW
048300     END-START.
048400 2500-EXIT.
048500     EXIT.
048600
048700 2600-REPORT-HISTORY-MEMBER.
048800     ADD WS-MEMBER-MOVED TO WS-HIST-MOVED.
048900     ADD 1 TO WS-HIST-MEMBERS.
049000     INITIALIZE WS-MEMBER-LINE WITH FILLER ALL TO VALUE.
049100     MOVE "BMIHISTX"      TO WS-MBL-FILE.
049200     MOVE WS-MEMBER-ID    TO WS-MBL-MBR-ID.
049300     MOVE WS-MEMBER-MOVED TO WS-MBL-ROWS.
049400     MOVE SPACES          TO WS-MBL-NOTE.
049500     IF WS-LATEST-HIST-DATE < WS-CUTOFF-DATE
049600         STRING "LATEST SCREENING " WS-LATEST-HIST-DATE " KEPT"
049700             DELIMITED BY SIZE INTO WS-MBL-NOTE
049800     END-IF.
049900     WRITE PURGE-REPORT-LINE FROM WS-MEMBER-LINE.
050000     PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT.
050100 2600-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500*    3000-PURGE-LEDGER - FIRST FINISH ANY MEMBER AN INTERRUPTED  *
050600*    RUN HAD IN HAND, THEN TAKE EVERY MEMBER IN KEY ORDER. A     *
050700*    MEMBER ALREADY PURGED TO THIS CUTOFF HAS NO AGED ROWS LEFT  *
050800*    (THEIR BF ROW SITS ON THE CUTOFF DATE) AND IS PASSED BY.    *
050900******************************************************************
051000 3000-PURGE-LEDGER.
051100     OPEN I-O ARCHIVE-FILE.
051200     IF WS-ARCH-STATUS NOT = "00"
051300         MOVE "LEDGARCX  NO LEDGER ARCHIVE ON FILE."
051400             TO PURGE-REPORT-LINE
051500         WRITE PURGE-REPORT-LINE
051600         GO TO 3000-EXIT
051700     END-IF.
051800     IF DELETE-PENDING
051900         PERFORM 3700-FINISH-PENDING-MEMBER THRU 3700-EXIT
052000     END-IF.
052100     MOVE LOW-VALUES TO ARCH-KEY.
052200     MOVE "N" TO WS-EOF-SW.
052300     START ARCHIVE-FILE KEY >= ARCH-KEY
052400         INVALID KEY
052500             MOVE "Y" TO WS-EOF-SW
052600     END-START.
052700     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
052800     PERFORM 3200-PURGE-MEMBER-LEDGER THRU 3200-EXIT
052900         UNTIL AT-EOF.
053000     CLOSE ARCHIVE-FILE.
053100     IF WS-ARCH-YEAR-OPEN NOT = ZERO
053200         CLOSE ARCH-YEAR-FILE
053300         MOVE ZERO TO WS-ARCH-YEAR-OPEN
053400     END-IF.
053500 3000-EXIT.
053600     EXIT.
053700
053800 3100-READ-ARCHIVE.
053900     IF NOT AT-EOF
054000         READ ARCHIVE-FILE NEXT RECORD
054100             AT END
054200                 MOVE "Y" TO WS-EOF-SW
054300         END-READ
054400     END-IF.
054500 3100-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*    3200-PURGE-MEMBER-LEDGER - SUM THE MEMBER'S AGED ROWS (AN   *
055000*    EARLIER BF ROW INCLUDED), RECORD AND POST THE NEW BF ROW,   *
055100*    AND ONLY THEN MOVE THE AGED ROWS OFF. A NET TOO BIG FOR THE *
055200*    LEDGER AMOUNT FIELD LEAVES THE MEMBER ON LINE UNTOUCHED.    *
055300******************************************************************
055400 3200-PURGE-MEMBER-LEDGER.
055500     MOVE ARCH-MBR-ID TO WS-MEMBER-ID.
055600     IF ARCH-MBR-ID = WS-SHOP-CONTROL-ID
055700         MOVE "Y" TO WS-SHOP-ROWS-SW
055800     ELSE
055900         MOVE "N" TO WS-SHOP-ROWS-SW
056000     END-IF.
056100     MOVE ZERO TO WS-MEMBER-AGED.
056200     MOVE ZERO TO WS-MEMBER-MOVED.
056300     MOVE ZERO TO WS-MEMBER-FOLDED.
056400     MOVE ZERO TO WS-MEMBER-SUM.
056500     PERFORM 3300-SUM-AGED-ROW THRU 3300-EXIT
056600         UNTIL AT-EOF
056700             OR ARCH-MBR-ID NOT = WS-MEMBER-ID
056800             OR ARCH-POST-DATE NOT < WS-CUTOFF-DATE.
056900     IF WS-MEMBER-AGED = ZERO
057000         PERFORM 3900-NEXT-MEMBER THRU 3900-EXIT
057100         GO TO 3200-EXIT
057200     END-IF.
057300     MOVE ZERO TO WS-BF-FINAL.
057400     IF MEMBER-ROWS
057500         PERFORM 3400-PREPARE-BF THRU 3400-EXIT
057600         IF WS-BF-FINAL > WS-BF-LIMIT
057700             OR WS-BF-FINAL + WS-BF-LIMIT < ZERO
057800             PERFORM 3850-REPORT-TOO-LARGE THRU 3850-EXIT
057900             PERFORM 3900-NEXT-MEMBER THRU 3900-EXIT
058000             GO TO 3200-EXIT
058100         END-IF
058200         MOVE "B" TO WS-PENDING-STEP
058300         MOVE WS-MEMBER-ID TO WS-PENDING-MBR-ID
058400         MOVE WS-BF-FINAL TO WS-PENDING-BF-AMOUNT
058500         PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT
058600         PERFORM 3450-POST-BF THRU 3450-EXIT
058700         MOVE "D" TO WS-PENDING-STEP
058800         PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT
058900     END-IF.
059000     PERFORM 3500-MOVE-AGED-ROWS THRU 3500-EXIT.
059100     MOVE SPACES TO WS-NOTE-TEXT.
059200     PERFORM 3800-REPORT-LEDGER-MEMBER THRU 3800-EXIT.
059300     PERFORM 3900-NEXT-MEMBER THRU 3900-EXIT.
059400 3200-EXIT.
059500     EXIT.
059600
059700 3300-SUM-AGED-ROW.
059800     ADD 1 TO WS-MEMBER-AGED.
059900     IF MEMBER-ROWS
060000         ADD ARCH-AMOUNT TO WS-MEMBER-SUM
060100     END-IF.
060200     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
060300 3300-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*    3400-PREPARE-BF - THE NEW BF ROW IS KEYED MEMBER + CUTOFF + *
060800*    LEDGER NUMBER ZERO, AHEAD OF ANY REAL ROW THAT DAY. A ROW   *
060900*    ALREADY ON THAT KEY (THE SAME CUTOFF PURGED BEFORE, ROWS    *
061000*    LOADED SINCE) IS ADDED TO. THE FINAL AMOUNT, NOT THE DELTA, *
061100*    GOES ON THE CONTROL RECORD SO POSTING IT TWICE IS HARMLESS. *
061200******************************************************************
061300 3400-PREPARE-BF.
061400     MOVE WS-MEMBER-SUM TO WS-BF-FINAL.
061500     MOVE WS-MEMBER-ID TO ARCH-MBR-ID.
061600     MOVE WS-CUTOFF-DATE TO ARCH-POST-DATE.
061700     MOVE ZERO TO ARCH-NUMBER.
061800     READ ARCHIVE-FILE
061900         INVALID KEY
062000             CONTINUE
062100         NOT INVALID KEY
062200             ADD ARCH-AMOUNT TO WS-BF-FINAL
062300     END-READ.
062400 3400-EXIT.
062500     EXIT.
062600
062700 3450-POST-BF.
062800     MOVE WS-PENDING-MBR-ID    TO ARCH-MBR-ID.
062900     MOVE WS-CUTOFF-DATE       TO ARCH-POST-DATE.
063000     MOVE ZERO                 TO ARCH-NUMBER.
063100     MOVE "BF"                 TO ARCH-TYPE.
063200     MOVE WS-PENDING-BF-AMOUNT TO ARCH-AMOUNT.
063300     MOVE SPACE                TO ARCH-METHOD.
063400     MOVE SPACE                TO ARCH-ADJ-REASON.
063500     MOVE ZERO                 TO ARCH-RECEIPT-NUMBER.
063600     MOVE "N" TO WS-BF-EXISTS-SW.
063700     WRITE ARCHIVE-LEDGER-RECORD
063800         INVALID KEY
063900             MOVE "Y" TO WS-BF-EXISTS-SW
064000         NOT INVALID KEY
064100             ADD 1 TO WS-BF-WRITTEN
064200             MOVE "A" TO CTLR-FUNCTION
064300             MOVE "LEDGARCX" TO CTLR-FILE-NAME
064400             MOVE 1 TO CTLR-COUNT-VALUE
064500             COMPUTE CTLR-HASH-VALUE =
064600                 ARCH-NUMBER + ARCH-POST-DATE
064700             CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST
064800     END-WRITE.
064900     IF BF-ROW-EXISTS
065000         REWRITE ARCHIVE-LEDGER-RECORD
065100             INVALID KEY
065200                 DISPLAY "Unable to post the balance forward for "
065300                     WS-PENDING-MBR-ID " - status " WS-ARCH-STATUS
065400         END-REWRITE
065500     END-IF.
065600     ADD WS-PENDING-BF-AMOUNT TO WS-BF-CARRIED.
065700 3450-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    3500-MOVE-AGED-ROWS - SECOND PASS OVER THE MEMBER: EACH     *
066200*    AGED ROW GOES TO ITS YEARLY FILE (A MEMBER BF ROW LEFT BY   *
066300*    AN EARLIER PURGE IS ALREADY FOLDED INTO THE NEW ONE AND IS  *
066400*    NOT COPIED), THEN IS DELETED AND THE LEDGARCX CONTROL       *
066500*    TOTALS ROLLED DOWN.                                         *
066600******************************************************************
066700 3500-MOVE-AGED-ROWS.
066800     MOVE WS-MEMBER-ID TO ARCH-MBR-ID.
066900     MOVE ZERO TO ARCH-POST-DATE.
067000     MOVE ZERO TO ARCH-NUMBER.
067100     MOVE "N" TO WS-EOF-SW.
067200     START ARCHIVE-FILE KEY >= ARCH-KEY
067300         INVALID KEY
067400             MOVE "Y" TO WS-EOF-SW
067500     END-START.
067600     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
067700     MOVE "N" TO WS-MEMBER-DONE-SW.
067800     PERFORM 3600-MOVE-LEDGER-ROW THRU 3600-EXIT
067900         UNTIL MEMBER-IS-DONE.
068000 3500-EXIT.
068100     EXIT.
068200
068300 3600-MOVE-LEDGER-ROW.
068400     IF AT-EOF
068500         OR ARCH-MBR-ID NOT = WS-MEMBER-ID
068600         OR ARCH-POST-DATE NOT < WS-CUTOFF-DATE
068700         MOVE "Y" TO WS-MEMBER-DONE-SW
068800         GO TO 3600-EXIT
068900     END-IF.
069000     MOVE ARCH-POST-DATE TO WS-ROW-DATE.
069100     IF ARCH-IS-BALANCE-FWD AND MEMBER-ROWS
069200         ADD 1 TO WS-MEMBER-FOLDED
069300     ELSE
069400         IF WS-ROW-YYYY NOT = WS-ARCH-YEAR-OPEN
069500             PERFORM 7100-OPEN-ARCH-YEAR THRU 7100-EXIT
069600         END-IF
069700         WRITE ARCH-YEAR-RECORD FROM ARCHIVE-LEDGER-RECORD
069800             INVALID KEY
069900                 DISPLAY "Ledger row " ARCH-NUMBER " for "
070000                     ARCH-POST-DATE " is already on "
070100                     WS-ARCH-YEAR-NAME " - passed over."
070200         END-WRITE
070300     END-IF.
070400     DELETE ARCHIVE-FILE RECORD
070500         INVALID KEY
070600             DISPLAY "Unable to delete ledger row " ARCH-NUMBER
070700                 " for " ARCH-POST-DATE " - left on line."
070800         NOT INVALID KEY
070900             ADD 1 TO WS-MEMBER-MOVED
071000             IF NOT ARCH-IS-BALANCE-FWD OR SHOP-CONTROL-ROWS
071100                 ADD 1 TO WS-YR-ARCH-ROWS (WS-YEAR-FOUND)
071200             END-IF
071300             MOVE "A" TO CTLR-FUNCTION
071400             MOVE "LEDGARCX" TO CTLR-FILE-NAME
071500             MOVE -1 TO CTLR-COUNT-VALUE
071600             COMPUTE CTLR-HASH-VALUE =
071700                 ZERO - (ARCH-NUMBER + ARCH-POST-DATE)
071800             CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST
071900     END-DELETE.
072000     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
072100 3600-EXIT.
072200     EXIT.
072300
072400******************************************************************
072500*    3700-FINISH-PENDING-MEMBER - THE RUN STOPPED WITH A MEMBER  *
072600*    IN HAND. STEP B MAY OR MAY NOT HAVE POSTED THE BF ROW, SO   *
072700*    IT IS POSTED AGAIN AT THE RECORDED FINAL AMOUNT; EITHER WAY *
072800*    THE MEMBER'S REMAINING AGED ROWS ARE THEN MOVED.            *
072900******************************************************************
073000 3700-FINISH-PENDING-MEMBER.
073100     MOVE WS-PENDING-MBR-ID TO WS-MEMBER-ID.
073200     MOVE "N" TO WS-SHOP-ROWS-SW.
073300     MOVE ZERO TO WS-MEMBER-MOVED.
073400     MOVE ZERO TO WS-MEMBER-FOLDED.
073500     IF BF-POST-PENDING
073600         PERFORM 3450-POST-BF THRU 3450-EXIT
073700         MOVE "D" TO WS-PENDING-STEP
073800         PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT
073900     END-IF.
074000     PERFORM 3500-MOVE-AGED-ROWS THRU 3500-EXIT.
074100     MOVE WS-PENDING-BF-AMOUNT TO WS-BF-FINAL.
074200     MOVE "RESUMED - ROWS MOVED THIS RUN ONLY" TO WS-NOTE-TEXT.
074300     PERFORM 3800-REPORT-LEDGER-MEMBER THRU 3800-EXIT.
074400 3700-EXIT.
074500     EXIT.
074600
074700 3800-REPORT-LEDGER-MEMBER.
074800     ADD WS-MEMBER-MOVED TO WS-ARCH-MOVED.
074900     ADD 1 TO WS-ARCH-MEMBERS.
075000     INITIALIZE WS-MEMBER-LINE WITH FILLER ALL TO VALUE.
075100     MOVE "LEDGARCX"       TO WS-MBL-FILE.
075200     MOVE WS-MEMBER-ID     TO WS-MBL-MBR-ID.
075300     MOVE WS-MEMBER-MOVED  TO WS-MBL-ROWS.
075400     MOVE WS-MEMBER-FOLDED TO WS-MBL-FOLDED.
075500     MOVE WS-BF-FINAL      TO WS-MBL-BF-AMOUNT.
075600     MOVE WS-NOTE-TEXT     TO WS-MBL-NOTE.
075700     IF SHOP-CONTROL-ROWS
075800         MOVE "SHOP CONTROL ROWS - NO BF ROW" TO WS-MBL-NOTE
075900     END-IF.
076000     WRITE PURGE-REPORT-LINE FROM WS-MEMBER-LINE.
076100     MOVE SPACE TO WS-PENDING-STEP.
076200     MOVE SPACES TO WS-PENDING-MBR-ID.
076300     MOVE ZERO TO WS-PENDING-BF-AMOUNT.
076400     PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT.
076500 3800-EXIT.
076600     EXIT.
076700
076800 3850-REPORT-TOO-LARGE.
076900     INITIALIZE WS-MEMBER-LINE WITH FILLER ALL TO VALUE.
077000     MOVE "LEDGARCX"       TO WS-MBL-FILE.
077100     MOVE WS-MEMBER-ID     TO WS-MBL-MBR-ID.
077200     MOVE ZERO             TO WS-MBL-ROWS.
077300     MOVE ZERO             TO WS-MBL-FOLDED.
077400     MOVE ZERO             TO WS-MBL-BF-AMOUNT.
077500     MOVE "NET TOO LARGE FOR A BF ROW - LEFT ON LINE"
077600         TO WS-MBL-NOTE.
077700     WRITE PURGE-REPORT-LINE FROM WS-MEMBER-LINE.
077800 3850-EXIT.
077900     EXIT.
078000
078100******************************************************************
078200*    3900-NEXT-MEMBER - POSITION PAST THE LAST POSSIBLE KEY OF   *
078300*    THE MEMBER JUST HANDLED AND READ THE NEXT MEMBER'S FIRST    *
078400*    ROW.                                                        *
078500******************************************************************
078600 3900-NEXT-MEMBER.
078700     MOVE WS-MEMBER-ID TO ARCH-MBR-ID.
078800     MOVE 99999999 TO ARCH-POST-DATE.
078900     MOVE 999999 TO ARCH-NUMBER.
079000     MOVE "N" TO WS-EOF-SW.
079100     START ARCHIVE-FILE KEY > ARCH-KEY
079200         INVALID KEY
079300             MOVE "Y" TO WS-EOF-SW
079400     END-START.
079500     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
079600 3900-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000*    6000-RECORD-CONTROL - THE CUTOFF, PHASE, MEMBER IN HAND AND *
080100*    RUNNING COUNTS GO ON THE CONTROL RECORD BEFORE THE NEXT     *
080200*    DESTRUCTIVE STEP STARTS.                                    *
080300******************************************************************
080400 6000-RECORD-CONTROL.
080500     MOVE WS-CURRENT-DATE      TO PRGC-DATE.
080600     MOVE WS-CUTOFF-DATE       TO PRGC-CUTOFF-DATE.
080700     MOVE WS-RESUME-PHASE      TO PRGC-PHASE.
080800     MOVE WS-PENDING-STEP      TO PRGC-STEP.
080900     MOVE WS-PENDING-MBR-ID    TO PRGC-MBR-ID.
081000     MOVE WS-PENDING-BF-AMOUNT TO PRGC-BF-AMOUNT.
081100     MOVE WS-HIST-MOVED        TO PRGC-HIST-MOVED.
081200     MOVE WS-HIST-MEMBERS      TO PRGC-HIST-MEMBERS.
081300     MOVE WS-ARCH-MOVED        TO PRGC-ARCH-MOVED.
081400     MOVE WS-ARCH-MEMBERS      TO PRGC-ARCH-MEMBERS.
081500     MOVE WS-BF-WRITTEN        TO PRGC-BF-WRITTEN.
081600     MOVE WS-BF-CARRIED        TO PRGC-BF-CARRIED.
081700     OPEN OUTPUT PURGE-CONTROL-FILE.
081800     WRITE PURGE-CONTROL-RECORD.
081900     CLOSE PURGE-CONTROL-FILE.
082000 6000-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400*    6100-CLEAR-PURGE-CONTROL - A CLEAN FINISH LEAVES AN EMPTY   *
082500*    FILE, SO THE NEXT RUN STARTS FRESH FROM THE POLICY.         *
082600******************************************************************
082700 6100-CLEAR-PURGE-CONTROL.
082800     OPEN OUTPUT PURGE-CONTROL-FILE.
082900     CLOSE PURGE-CONTROL-FILE.
083000 6100-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    7000-OPEN-HIST-YEAR - SWITCH TO THE YEARLY HISTORY FILE FOR *
083500*    THE ROW IN HAND, CREATING IT THE FIRST TIME. A YEARLY FILE  *
083600*    THAT WILL NOT OPEN STOPS THE RUN BEFORE ANYTHING IS         *
083700*    DELETED; A RERUN RESUMES.                                   *
083800******************************************************************
083900 7000-OPEN-HIST-YEAR.
084000     IF WS-HIST-YEAR-OPEN NOT = ZERO
084100         CLOSE HIST-YEAR-FILE
084200     END-IF.
084300     MOVE SPACES TO WS-HIST-YEAR-NAME.
084400     STRING "BMIHISTX." DELIMITED BY SIZE
084500         WS-ROW-YYYY DELIMITED BY SIZE
084600         INTO WS-HIST-YEAR-NAME.
084700     OPEN INPUT HIST-YEAR-FILE.
084800     IF WS-HYR-STATUS = "35"
084900         OPEN OUTPUT HIST-YEAR-FILE
085000         CLOSE HIST-YEAR-FILE
085100     ELSE
085200         CLOSE HIST-YEAR-FILE
085300     END-IF.
085400     OPEN I-O HIST-YEAR-FILE.
085500     IF WS-HYR-STATUS NOT = "00"
085600         DISPLAY "Unable to open " WS-HIST-YEAR-NAME " - status "
085700             WS-HYR-STATUS ". Purge stopped; rerun to resume."
085800         MOVE 16 TO RETURN-CODE
085900         STOP RUN
086000     END-IF.
086100     MOVE WS-ROW-YYYY TO WS-HIST-YEAR-OPEN.
086200     PERFORM 7200-FIND-YEAR THRU 7200-EXIT.
086300 7000-EXIT.
086400     EXIT.
086500
086600 7100-OPEN-ARCH-YEAR.
086700     IF WS-ARCH-YEAR-OPEN NOT = ZERO
086800         CLOSE ARCH-YEAR-FILE
086900     END-IF.
087000     MOVE SPACES TO WS-ARCH-YEAR-NAME.
087100     STRING "LEDGARCX." DELIMITED BY SIZE
087200         WS-ROW-YYYY DELIMITED BY SIZE
087300         INTO WS-ARCH-YEAR-NAME.
087400     OPEN INPUT ARCH-YEAR-FILE.
087500     IF WS-AYR-STATUS = "35"
087600         OPEN OUTPUT ARCH-YEAR-FILE
087700         CLOSE ARCH-YEAR-FILE
087800     ELSE
087900         CLOSE ARCH-YEAR-FILE
088000     END-IF.
088100     OPEN I-O ARCH-YEAR-FILE.
088200     IF WS-AYR-STATUS NOT = "00"
088300         DISPLAY "Unable to open " WS-ARCH-YEAR-NAME " - status "
088400             WS-AYR-STATUS ". Purge stopped; rerun to resume."
088500         MOVE 16 TO RETURN-CODE
088600         STOP RUN
088700     END-IF.
088800     MOVE WS-ROW-YYYY TO WS-ARCH-YEAR-OPEN.
088900     PERFORM 7200-FIND-YEAR THRU 7200-EXIT.
089000 7100-EXIT.
089100     EXIT.
089200
089300******************************************************************
089400*    7200-FIND-YEAR - POINT WS-YEAR-FOUND AT THE TABLE ENTRY FOR *
089500*    THE ROW'S YEAR, ADDING ONE IF NEEDED. THE LAST ENTRY SOAKS  *
089600*    UP ANY YEARS BEYOND THE TABLE SO THE COUNTS STILL ADD UP.   *
089700******************************************************************
089800 7200-FIND-YEAR.
089900     MOVE ZERO TO WS-YEAR-FOUND.
090000     PERFORM 7210-MATCH-YEAR THRU 7210-EXIT
090100         VARYING WS-YEAR-SUB FROM 1 BY 1
090200         UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
090300             OR WS-YEAR-FOUND NOT = ZERO.
090400     IF WS-YEAR-FOUND = ZERO
090500         IF WS-YEAR-COUNT < 30
090600             ADD 1 TO WS-YEAR-COUNT
090700         END-IF
090800         MOVE WS-YEAR-COUNT TO WS-YEAR-FOUND
090900         MOVE WS-ROW-YYYY TO WS-YR-YYYY (WS-YEAR-FOUND)
091000     END-IF.
091100 7200-EXIT.
091200     EXIT.
091300
091400 7210-MATCH-YEAR.
091500     IF WS-YR-YYYY (WS-YEAR-SUB) = WS-ROW-YYYY
091600         MOVE WS-YEAR-SUB TO WS-YEAR-FOUND
091700     END-IF.
091800 7210-EXIT.
091900     EXIT.
092000
092100******************************************************************
092200*    9000-WRITE-TOTALS - THE YEARLY FILES WRITTEN THIS RUN, THEN *
092300*    THE WHOLE-PURGE FILE TOTALS (CARRIED ACROSS A RESTART).     *
092400******************************************************************
092500 9000-WRITE-TOTALS.
092600     MOVE SPACES TO PURGE-REPORT-LINE.
092700     WRITE PURGE-REPORT-LINE.
092800     MOVE "ROWS ADDED TO THE YEARLY FILES THIS RUN"
092900         TO PURGE-REPORT-LINE.
093000     WRITE PURGE-REPORT-LINE.
093100     WRITE PURGE-REPORT-LINE FROM WS-YEAR-HEADING.
093200     PERFORM 9100-WRITE-YEAR THRU 9100-EXIT
093300         VARYING WS-YEAR-SUB FROM 1 BY 1
093400         UNTIL WS-YEAR-SUB > WS-YEAR-COUNT.
093500     MOVE SPACES TO PURGE-REPORT-LINE.
093600     WRITE PURGE-REPORT-LINE.
093700     MOVE WS-HIST-MOVED TO WS-SHOW-COUNT.
093800     STRING "BMIHISTX ROWS MOVED:        " WS-SHOW-COUNT
093900         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
094000     WRITE PURGE-REPORT-LINE.
094100     MOVE SPACES TO PURGE-REPORT-LINE.
094200     MOVE WS-HIST-MEMBERS TO WS-SHOW-COUNT.
094300     STRING "BMIHISTX MEMBERS TOUCHED:   " WS-SHOW-COUNT
094400         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
094500     WRITE PURGE-REPORT-LINE.
094600     MOVE SPACES TO PURGE-REPORT-LINE.
094700     MOVE WS-ARCH-MOVED TO WS-SHOW-COUNT.
094800     STRING "LEDGARCX ROWS MOVED:        " WS-SHOW-COUNT
094900         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
095000     WRITE PURGE-REPORT-LINE.
095100     MOVE SPACES TO PURGE-REPORT-LINE.
095200     MOVE WS-ARCH-MEMBERS TO WS-SHOW-COUNT.
095300     STRING "LEDGARCX MEMBERS TOUCHED:   " WS-SHOW-COUNT
095400         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
095500     WRITE PURGE-REPORT-LINE.
095600     MOVE SPACES TO PURGE-REPORT-LINE.
095700     MOVE WS-BF-WRITTEN TO WS-SHOW-COUNT.
095800     STRING "LEDGARCX BF ROWS ADDED:     " WS-SHOW-COUNT
095900         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
096000     WRITE PURGE-REPORT-LINE.
096100     MOVE SPACES TO PURGE-REPORT-LINE.
096200     MOVE WS-BF-CARRIED TO WS-SHOW-CENTS.
096300     STRING "BALANCE FORWARD POSTED (CENTS): " WS-SHOW-CENTS
096400         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
096500     WRITE PURGE-REPORT-LINE.
096600     CLOSE PURGE-REPORT-FILE.
096700 9000-EXIT.
096800     EXIT.
096900
097000 9100-WRITE-YEAR.
097100     MOVE WS-YR-YYYY (WS-YEAR-SUB)      TO WS-YRL-YYYY.
097200     MOVE WS-YR-HIST-ROWS (WS-YEAR-SUB) TO WS-YRL-HIST-ROWS.
097300     MOVE WS-YR-ARCH-ROWS (WS-YEAR-SUB) TO WS-YRL-ARCH-ROWS.
097400     WRITE PURGE-REPORT-LINE FROM WS-YEAR-LINE.
097500 9100-EXIT.
097600     EXIT.
