000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NIGHTRUN.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    NIGHTRUN IS THE NIGHTLY BATCH STREAM. ONCE FRONTDESK HAS    *
000900*    CLOSED THE BUSINESS DAY IN DAYCTL IT CALLS THE EVENING JOBS *
001000*    IN ORDER:                                                   *
001100*      1. OPERATIONS - POST WHATEVER IS STILL STAGED ON XACTIN;  *
001200*      2. EODCLOSE   - ARCHIVE THE DAY AND ROLL XACTIN;          *
001300*      3. EODEXTR    - THE DAY'S TOTALS FOR ACCOUNTING;          *
001400*      4. RECONCIL   - INTAKES AGAINST MASTERS AND FEES;         *
001500*      5. CTLVERIF   - CONTROL TOTALS AFTER THE CLOSE;           *
001600*      6. RECALLRP   - RE-SCREEN RECALLS, ON A SCREENING DAY     *
001700*                      (ANY SCREENING FILED ON BMIHISTX TODAY);  *
001800*      7. APPTEOD    - NO-SHOWS AND TOMORROW'S SHEET.            *
001900*                                                                *
002000*    EACH STEP'S START, END, RETURN CODE AND OUTCOME GO ON THE   *
002100*    NIGHTLOG RUN LOG. RETURN CODE 0 IS OK AND UNDER 8 IS A      *
002200*    WARNING (RECONCIL'S DISCREPANCIES) - THE STREAM CARRIES ON; *
002300*    8 OR MORE IS A FAILURE AND THE STREAM STOPS THERE. THE STEP *
002400*    IN HAND IS KEPT ON THE NIGHTCTL CONTROL RECORD, SO RUNNING  *
002500*    NIGHTRUN AGAIN AFTER THE PROBLEM IS FIXED RESTARTS FROM THE *
002600*    FAILED STEP, NOT FROM THE TOP. A ONE-PAGE SUMMARY           *
002700*    (NIGHTSUM) OF TODAY'S LOG IS LEFT FOR THE MORNING           *
002800*    SUPERVISOR.                                                 *
002900*------------------------------------------------------------------
003000*    MODIFICATION HISTORY                                        *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT NIGHT-CONTROL-FILE ASSIGN TO "NIGHTCTL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-NGTC-STATUS.
004100     SELECT NIGHT-LOG-FILE ASSIGN TO "NIGHTLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-NLOG-STATUS.
004400     SELECT HISTORY-FILE ASSIGN TO "BMIHISTX"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS HIST-KEY
004800         FILE STATUS IS WS-HIST-STATUS.
004900     SELECT SUMMARY-FILE ASSIGN TO "NIGHTSUM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SUM-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  NIGHT-CONTROL-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY NIGHTCTL.
005800
005900 FD  NIGHT-LOG-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY NIGHTLOG.
006200
006300 FD  HISTORY-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY BMIHIST.
006600
006700 FD  SUMMARY-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  SUMMARY-LINE                PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200     COPY DAYANSW.
007300     COPY VISITID.
007400
007500 01  WS-CURRENT-DATE             PIC 9(08).
007600 01  WS-TIME-NOW                 PIC 9(08).
007700 01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
007800     05  WS-TIME-HHMMSS          PIC 9(06).
007900     05  WS-TIME-HUNDREDTHS      PIC 9(02).
008000 01  WS-STEP-START               PIC 9(06).
008100 01  WS-STEP-RC                  PIC S9(04).
008200
008300*    THE STREAM, IN ORDER. 2100-RUN-STEP CALLS BY STEP NUMBER.
008400 01  WS-STEP-NAMES.
008500     05  FILLER                  PIC X(10) VALUE "OPERATIONS".
008600     05  FILLER                  PIC X(10) VALUE "EODCLOSE".
008700     05  FILLER                  PIC X(10) VALUE "EODEXTR".
008800     05  FILLER                  PIC X(10) VALUE "RECONCIL".
008900     05  FILLER                  PIC X(10) VALUE "CTLVERIF".
009000     05  FILLER                  PIC X(10) VALUE "RECALLRP".
009100     05  FILLER                  PIC X(10) VALUE "APPTEOD".
009200 01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
009300     05  WS-STEP-PROGRAM         PIC X(10) OCCURS 7 TIMES.
009400
009500 01  WS-TITLE-LINE.
009600     05  FILLER                  PIC X(44)
009700         VALUE "NIGHTLY BATCH STREAM SUMMARY - BUSINESS DAY".
009800     05  WS-TTL-DATE             PIC 9(08).
009900     05  FILLER                  PIC X(11) VALUE "  PRINTED ".
010000     05  WS-TTL-TIME             PIC 99B99B99.
010100
010200 01  WS-STEP-HEADING.
010300     05  FILLER                  PIC X(06) VALUE "STEP".
010400     05  FILLER                  PIC X(12) VALUE "PROGRAM".
010500     05  FILLER                  PIC X(10) VALUE "START".
010600     05  FILLER                  PIC X(10) VALUE "END".
010700     05  FILLER                  PIC X(06) VALUE "  RC".
010800     05  FILLER                  PIC X(08) VALUE "OUTCOME".
010900
011000 01  WS-STEP-LINE.
011100     05  WS-STL-STEP             PIC Z9.
011200     05  FILLER                  PIC X(04) VALUE SPACES.
011300     05  WS-STL-PROGRAM          PIC X(10).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  WS-STL-START            PIC 99B99B99.
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  WS-STL-END              PIC 99B99B99.
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  WS-STL-RC               PIC ZZZ9.
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  WS-STL-OUTCOME          PIC X(08).
012200
012300 01  WS-SHOW-STEP                PIC Z9.
012400
012500 77  WS-STEP-COUNT               PIC 9(02) VALUE 7.
012600 77  WS-RECALL-STEP              PIC 9(02) VALUE 6.
012700 77  WS-STEP                     PIC 9(02) VALUE ZERO.
012800 77  WS-START-STEP               PIC 9(02) VALUE 1.
012900 77  WS-STOPPED-STEP             PIC 9(02) VALUE ZERO.
013000 77  WS-STALE-DATE               PIC 9(08) VALUE ZERO.
013100 77  WS-STALE-STEP               PIC 9(02) VALUE ZERO.
013200 77  WS-WORST-RC                 PIC S9(04) VALUE ZERO.
013300 77  WS-LOG-ROWS                 PIC 9(04) COMP VALUE ZERO.
013400
013500 77  WS-NGTC-STATUS              PIC X(02).
013600 77  WS-NLOG-STATUS              PIC X(02).
013700 77  WS-HIST-STATUS              PIC X(02).
013800 77  WS-SUM-STATUS               PIC X(02).
013900
014000 77  WS-EOF-SW                   PIC X(01).
014100     88  AT-EOF                      VALUE "Y".
014200     88  NOT-AT-EOF                  VALUE "N".
014300
014400 77  WS-STREAM-SW                PIC X(01).
014500     88  STREAM-RUNNING              VALUE "R".
014600     88  STREAM-STOPPED              VALUE "S".
014700     88  STREAM-ALREADY-DONE         VALUE "D".
014800
014900 77  WS-SCREENING-SW             PIC X(01).
015000     88  SCREENING-DAY               VALUE "Y".
015100     88  NOT-SCREENING-DAY           VALUE "N".
015200
015300 PROCEDURE DIVISION.
015400******************************************************************
015500*    0000-MAINLINE                                                *
015600******************************************************************
015700 0000-MAINLINE.
015800     CALL "DAYSTAT" USING DAY-CONTROL-ANSWER.
015900     IF NOT DAY-CLOSED-TODAY
016000         DISPLAY "Business day is not closed - the nightly stream"
016100             " cannot run yet."
016200         MOVE 8 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF STREAM-RUNNING
016700         PERFORM 2000-RUN-STREAM THRU 2000-EXIT
016800     END-IF.
016900     CLOSE NIGHT-LOG-FILE.
017000     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
017100     IF STREAM-STOPPED
017200         DISPLAY "Nightly stream stopped at step " WS-STOPPED-STEP
017300             " (" WS-STEP-PROGRAM (WS-STOPPED-STEP)
017400             ") - rerun NIGHTRUN to restart from there."
017500         MOVE 8 TO RETURN-CODE
017600     ELSE
017700         DISPLAY "Nightly stream complete."
017800         MOVE WS-WORST-RC TO RETURN-CODE
017900     END-IF.
018000     STOP RUN.
018100
018200******************************************************************
018300*    1000-INITIALIZE - FIND WHERE TONIGHT'S STREAM STANDS, OPEN  *
018400*    THE RUN LOG FOR APPEND AND DECIDE WHETHER THIS IS A         *
018500*    SCREENING DAY.                                              *
018600******************************************************************
018700 1000-INITIALIZE.
018800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018900     MOVE "R" TO WS-STREAM-SW.
019000     MOVE 1 TO WS-START-STEP.
019100     PERFORM 1100-BOOTSTRAP-LOG THRU 1100-EXIT.
019200     OPEN EXTEND NIGHT-LOG-FILE.
019300     PERFORM 1050-READ-NIGHT-CONTROL THRU 1050-EXIT.
019400     PERFORM 1200-CHECK-SCREENING-DAY THRU 1200-EXIT.
019500 1000-EXIT.
019600     EXIT.
019700
019800******************************************************************
019900*    1050-READ-NIGHT-CONTROL - TODAY'S RECORD SAYS WHERE TO PICK *
020000*    UP: A FAILED STEP IS RUN AGAIN; A STEP STILL MARKED RUNNING *
020100*    NEVER CAME BACK, IS LOGGED ABENDED AND RUN AGAIN; A         *
020200*    FINISHED STREAM IS NOT RUN A SECOND TIME. A RECORD FROM AN  *
020300*    EARLIER DAY THAT DID NOT FINISH IS NOTED FOR THE SUMMARY    *
020400*    AND IGNORED.                                                *
020500******************************************************************
020600 1050-READ-NIGHT-CONTROL.
020700     OPEN INPUT NIGHT-CONTROL-FILE.
020800     IF WS-NGTC-STATUS NOT = "00"
020900         GO TO 1050-EXIT
021000     END-IF.
021100     READ NIGHT-CONTROL-FILE
021200         AT END
021300             MOVE ZERO TO NGTC-DATE
021400     END-READ.
021500     CLOSE NIGHT-CONTROL-FILE.
021600     IF NGTC-DATE = ZERO
021700         GO TO 1050-EXIT
021800     END-IF.
021900     IF NGTC-DATE NOT = WS-CURRENT-DATE
022000         IF NOT NGTC-STREAM-COMPLETE
022100             MOVE NGTC-DATE TO WS-STALE-DATE
022200             MOVE NGTC-STEP TO WS-STALE-STEP
022300             DISPLAY "Stream of " NGTC-DATE
022400                 " did not finish (step " NGTC-STEP
022500                 ") - tonight starts from the top."
022600         END-IF
022700         GO TO 1050-EXIT
022800     END-IF.
022900     IF NGTC-STREAM-COMPLETE
023000         MOVE "D" TO WS-STREAM-SW
023100         DISPLAY "Tonight's stream has already completed -"
023200             " nothing to run."
023300         GO TO 1050-EXIT
023400     END-IF.
023500     MOVE NGTC-STEP TO WS-START-STEP.
023600     IF NGTC-STEP-RUNNING
023700         MOVE NGTC-STEP TO WS-STEP
023800         MOVE ZERO TO WS-STEP-START
023900         MOVE ZERO TO WS-STEP-RC
024000         MOVE "ABENDED" TO NLOG-OUTCOME
024100         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
024200     END-IF.
024300     DISPLAY "Restarting tonight's stream at step "
024400         WS-START-STEP
024500         " (" WS-STEP-PROGRAM (WS-START-STEP) ").".
024600 1050-EXIT.
024700     EXIT.
024800
024900 1100-BOOTSTRAP-LOG.
025000     OPEN INPUT NIGHT-LOG-FILE.
025100     IF WS-NLOG-STATUS = "35"
025200         OPEN OUTPUT NIGHT-LOG-FILE
025300         CLOSE NIGHT-LOG-FILE
025400     ELSE
025500         CLOSE NIGHT-LOG-FILE
025600     END-IF.
025700 1100-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*    1200-CHECK-SCREENING-DAY - ANY SCREENING DATED TODAY ON THE *
026200*    BMI HISTORY MAKES IT A SCREENING DAY. THE SCAN STOPS AT THE *
026300*    FIRST ONE FOUND.                                            *
026400******************************************************************
026500 1200-CHECK-SCREENING-DAY.
026600     MOVE "N" TO WS-SCREENING-SW.
026700     OPEN INPUT HISTORY-FILE.
026800     IF WS-HIST-STATUS NOT = "00"
026900         GO TO 1200-EXIT
027000     END-IF.
027100     MOVE "N" TO WS-EOF-SW.
027200     PERFORM 1210-READ-HISTORY THRU 1210-EXIT
027300         UNTIL AT-EOF OR SCREENING-DAY.
027400     CLOSE HISTORY-FILE.
027500 1200-EXIT.
027600     EXIT.
027700
027800 1210-READ-HISTORY.
027900     READ HISTORY-FILE
028000         AT END
028100             MOVE "Y" TO WS-EOF-SW
028200         NOT AT END
028300             IF HIST-DATE = WS-CURRENT-DATE
028400                 MOVE "Y" TO WS-SCREENING-SW
028500             END-IF
028600     END-READ.
028700 1210-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    2000-RUN-STREAM - FROM THE START STEP TO THE END, STOPPING  *
029200*    AT THE FIRST FAILURE, WHICH STAYS ON THE CONTROL RECORD AS  *
029300*    THE RESTART POINT. A CLEAN END MARKS THE STREAM COMPLETE.   *
029400******************************************************************
029500 2000-RUN-STREAM.
029600     PERFORM 2100-RUN-STEP THRU 2100-EXIT
029700         VARYING WS-STEP FROM WS-START-STEP BY 1
029800         UNTIL WS-STEP > WS-STEP-COUNT OR STREAM-STOPPED.
029900     IF STREAM-STOPPED
030000         MOVE WS-STOPPED-STEP TO NGTC-STEP
030100         MOVE "F" TO NGTC-STATUS
030200     ELSE
030300         MOVE WS-STEP-COUNT TO NGTC-STEP
030400         MOVE "C" TO NGTC-STATUS
030500     END-IF.
030600     PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100*    2100-RUN-STEP - MARK THE STEP RUNNING ON THE CONTROL        *
031200*    RECORD, LOG ITS START, CALL IT AND LOG HOW IT CAME BACK.    *
031300*    RECALLRP IS LOGGED SKIPPED ON A DAY WITH NO SCREENINGS.     *
031400******************************************************************
031500 2100-RUN-STEP.
031600     IF WS-STEP = WS-RECALL-STEP AND NOT-SCREENING-DAY
031700         ACCEPT WS-TIME-NOW FROM TIME
031800         MOVE WS-TIME-HHMMSS TO WS-STEP-START
031900         MOVE ZERO TO WS-STEP-RC
032000         MOVE "SKIPPED" TO NLOG-OUTCOME
032100         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
032200         GO TO 2100-EXIT
032300     END-IF.
032400     MOVE WS-STEP TO NGTC-STEP.
032500     MOVE "R" TO NGTC-STATUS.
032600     PERFORM 6000-RECORD-CONTROL THRU 6000-EXIT.
032700     ACCEPT WS-TIME-NOW FROM TIME.
032800     MOVE WS-TIME-HHMMSS TO WS-STEP-START.
032900     MOVE ZERO TO WS-STEP-RC.
033000     MOVE "STARTED" TO NLOG-OUTCOME.
033100     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
033200     DISPLAY "Step " WS-STEP " - " WS-STEP-PROGRAM (WS-STEP).
033300     MOVE ZERO TO RETURN-CODE.
033400     EVALUATE WS-STEP
033500         WHEN 1
033600             MOVE "B"        TO VISIT-MODE
033700             MOVE SPACES     TO VISIT-MBR-ID
033800             MOVE SPACES     TO VISIT-MBR-NAME
033900             MOVE "NIGHTRUN" TO VISIT-OPERATOR-ID
034000             CALL "OPERATIONS" USING VISIT-IDENTITY
034100         WHEN 2
034200             CALL "EODCLOSE"
034300         WHEN 3
034400             CALL "EODEXTR"
034500         WHEN 4
034600             CALL "RECONCIL"
034700         WHEN 5
034800             CALL "CTLVERIF"
034900         WHEN 6
035000             CALL "RECALLRP"
035100         WHEN 7
035200             CALL "APPTEOD"
035300     END-EVALUATE.
035400     MOVE RETURN-CODE TO WS-STEP-RC.
035500     MOVE ZERO TO RETURN-CODE.
035600     EVALUATE TRUE
035700         WHEN WS-STEP-RC = ZERO
035800             MOVE "OK" TO NLOG-OUTCOME
035900         WHEN WS-STEP-RC < 8
036000             MOVE "WARNING" TO NLOG-OUTCOME
036100         WHEN OTHER
036200             MOVE "FAILED" TO NLOG-OUTCOME
036300             MOVE "S" TO WS-STREAM-SW
036400             MOVE WS-STEP TO WS-STOPPED-STEP
036500     END-EVALUATE.
036600     IF WS-STEP-RC > WS-WORST-RC AND WS-STEP-RC < 8
036700         MOVE WS-STEP-RC TO WS-WORST-RC
036800     END-IF.
036900     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
037000 2100-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400*    6000-RECORD-CONTROL - THE STEP IN HAND AND ITS STATE GO ON  *
037500*    THE CONTROL RECORD BEFORE THE STEP IS CALLED AND AGAIN WHEN *
037600*    THE STREAM STOPS OR FINISHES.                               *
037700******************************************************************
037800 6000-RECORD-CONTROL.
037900     MOVE WS-CURRENT-DATE TO NGTC-DATE.
038000     OPEN OUTPUT NIGHT-CONTROL-FILE.
038100     WRITE NIGHT-CONTROL-RECORD.
038200     CLOSE NIGHT-CONTROL-FILE.
038300 6000-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*    7000-WRITE-LOG - ONE RUN-LOG ROW FOR THE STEP IN HAND WITH  *
038800*    THE OUTCOME ALREADY SET. A STARTED OR ABENDED ROW HAS NO    *
038900*    END TIME.                                                   *
039000******************************************************************
039100 7000-WRITE-LOG.
039200     MOVE WS-CURRENT-DATE          TO NLOG-RUN-DATE.
039300     MOVE WS-STEP                  TO NLOG-STEP.
039400     MOVE WS-STEP-PROGRAM (WS-STEP) TO NLOG-PROGRAM.
039500     MOVE WS-STEP-START            TO NLOG-START-TIME.
039600     IF NLOG-STARTED OR NLOG-ABENDED
039700         MOVE ZERO TO NLOG-END-TIME
039800     ELSE
039900         ACCEPT WS-TIME-NOW FROM TIME
040000         MOVE WS-TIME-HHMMSS TO NLOG-END-TIME
040100     END-IF.
040200     IF WS-STEP-RC < ZERO
040300         MOVE ZERO TO NLOG-RETURN-CODE
040400     ELSE
040500         MOVE WS-STEP-RC TO NLOG-RETURN-CODE
040600     END-IF.
040700     WRITE NIGHT-LOG-RECORD.
040800 7000-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200*    9000-PRINT-SUMMARY - ONE PAGE FROM TODAY'S RUN-LOG ROWS (A  *
041300*    RESTARTED NIGHT SHOWS THE FAILED ATTEMPT AND THE RERUN      *
041400*    BOTH) AND HOW THE STREAM STANDS.                            *
041500******************************************************************
041600 9000-PRINT-SUMMARY.
041700     OPEN OUTPUT SUMMARY-FILE.
041800     ACCEPT WS-TIME-NOW FROM TIME.
041900     MOVE WS-CURRENT-DATE TO WS-TTL-DATE.
042000     MOVE WS-TIME-HHMMSS TO WS-TTL-TIME.
042100     WRITE SUMMARY-LINE FROM WS-TITLE-LINE.
042200     MOVE SPACES TO SUMMARY-LINE.
042300     WRITE SUMMARY-LINE.
042400     IF WS-STALE-DATE NOT = ZERO
042500         MOVE WS-STALE-STEP TO WS-SHOW-STEP
042600         STRING "EARLIER STREAM OF " WS-STALE-DATE
042700             " NEVER FINISHED - IT STOPPED AT STEP " WS-SHOW-STEP
042800             DELIMITED BY SIZE INTO SUMMARY-LINE
042900         WRITE SUMMARY-LINE
043000         MOVE SPACES TO SUMMARY-LINE
043100         WRITE SUMMARY-LINE
043200     END-IF.
043300     IF SCREENING-DAY
043400         MOVE "SCREENINGS WERE FILED TODAY - RECALLS ARE DUE."
043500             TO SUMMARY-LINE
043600     ELSE
043700         MOVE "NO SCREENINGS TODAY - THE RECALL RUN IS SKIPPED."
043800             TO SUMMARY-LINE
043900     END-IF.
044000     WRITE SUMMARY-LINE.
044100     MOVE SPACES TO SUMMARY-LINE.
044200     WRITE SUMMARY-LINE.
044300     WRITE SUMMARY-LINE FROM WS-STEP-HEADING.
044400     OPEN INPUT NIGHT-LOG-FILE.
044500     IF WS-NLOG-STATUS = "00"
044600         MOVE "N" TO WS-EOF-SW
044700         PERFORM 9100-LIST-LOG-ROW THRU 9100-EXIT
044800             UNTIL AT-EOF
044900         CLOSE NIGHT-LOG-FILE
045000     END-IF.
045100     MOVE SPACES TO SUMMARY-LINE.
045200     WRITE SUMMARY-LINE.
045300     EVALUATE TRUE
045400         WHEN STREAM-STOPPED
045500             MOVE WS-STOPPED-STEP TO WS-SHOW-STEP
045600             STRING "STREAM STOPPED AT STEP " WS-SHOW-STEP " ("
045700                 WS-STEP-PROGRAM (WS-STOPPED-STEP)
045800                 ") - FIX AND RERUN NIGHTRUN."
045900                 DELIMITED BY SIZE INTO SUMMARY-LINE
046000         WHEN STREAM-ALREADY-DONE
046100             MOVE "STREAM ALREADY COMPLETE - NOTHING RUN AGAIN."
046200                 TO SUMMARY-LINE
046300         WHEN WS-WORST-RC > ZERO
046400             MOVE "STREAM COMPLETE WITH WARNINGS - SEE REPORTS."
046500                 TO SUMMARY-LINE
046600         WHEN OTHER
046700             MOVE "STREAM COMPLETE." TO SUMMARY-LINE
046800     END-EVALUATE.
046900     WRITE SUMMARY-LINE.
047000     CLOSE SUMMARY-FILE.
047100 9000-EXIT.
047200     EXIT.
047300
047400 9100-LIST-LOG-ROW.
047500     READ NIGHT-LOG-FILE
047600         AT END
047700             MOVE "Y" TO WS-EOF-SW
047800             GO TO 9100-EXIT
047900     END-READ.
048000     IF NLOG-RUN-DATE NOT = WS-CURRENT-DATE OR NLOG-STARTED
048100         GO TO 9100-EXIT
048200     END-IF.
048300     INITIALIZE WS-STEP-LINE WITH FILLER ALL TO VALUE.
048400     MOVE NLOG-STEP        TO WS-STL-STEP.
048500     MOVE NLOG-PROGRAM     TO WS-STL-PROGRAM.
048600     MOVE NLOG-START-TIME  TO WS-STL-START.
048700     MOVE NLOG-END-TIME    TO WS-STL-END.
048800     MOVE NLOG-RETURN-CODE TO WS-STL-RC.
048900     MOVE NLOG-OUTCOME     TO WS-STL-OUTCOME.
049000     WRITE SUMMARY-LINE FROM WS-STEP-LINE.
049100     ADD 1 TO WS-LOG-ROWS.
049200 9100-EXIT.
049300     EXIT.
