000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADJREVW.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    ADJREVW IS THE SUPERVISOR'S REVIEW OF DESK ADJUSTMENTS HELD *
000900*    OVER THE POLICY APPROVAL LIMIT (ADJPEND, WRITTEN BY         *
001000*    ADJENTRY) - THE SAME MOLD AS MGRREVW OVER PENDREV. EACH     *
001100*    ITEM IS SHOWN AS KEYED; APPROVING IT WRITES THE TYPE AJ     *
001200*    LEDGER ROW TO THE DAILY TRANSACTION FILE FOR OPERATIONS TO  *
001300*    POST, DENYING IT ONLY RECORDS THE DECISION. EITHER WAY A    *
001400*    JOURNAL ROW (ADJLOG) NAMES THE SUPERVISOR, SO THE DAILY     *
001500*    REGISTER SHOWS WHO APPROVED EVERY CREDIT. THE OPERATOR WHO  *
001600*    KEYED AN ADJUSTMENT CANNOT APPROVE IT. DECIDED ITEMS LEAVE  *
001700*    THE QUEUE; KEPT ITEMS STAY FOR THE NEXT REVIEW.             *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002130*    2026-10-15  LS   SET THE NEW RECEIPT NUMBER TO ZERO - ONLY  *
002160*                     A PAYENTRY RECEIPT CARRIES ONE.            *
002170*    2026-10-15  LS   DRAW EACH APPROVED ROW'S LEDGER NUMBER     *
002180*                     FROM NEXTNUM INSTEAD OF SCANNING XACTIN    *
002190*                     ONCE AND COUNTING ON FROM THE HIGHEST.     *
002195*    2026-10-15  LS   POST NO ROW WITHOUT A NEXTNUM NUMBER.      *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT ADJ-PENDING-FILE ASSIGN TO "ADJPEND"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-ADJP-STATUS.
003000     SELECT ADJ-LOG-FILE ASSIGN TO "ADJLOG"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-ADJL-STATUS.
003300     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-XACT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ADJ-PENDING-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY ADJPEND.
004200
004300 FD  ADJ-LOG-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY ADJLOG.
004600
004700 FD  TRANSACTION-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY XACTREC.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-PENDING-TABLE.
005300     05  WS-ADJP-ENTRY OCCURS 100 TIMES.
005400         10  WS-TBL-IMAGE        PIC X(118).
005500         10  WS-TBL-KEEP-SW      PIC X(01).
005600
005700 01  WS-ACTION-CHOICE            PIC X(01).
005800 01  WS-LOG-DISPO                PIC X(01).
005900 01  WS-LOG-XACT-NUMBER          PIC 9(06).
006000
006100 77  WS-CURRENT-DATE             PIC 9(08).
006200 77  WS-CURRENT-TIME             PIC 9(08).
006300 77  WS-ADJP-STATUS              PIC X(02).
006400 77  WS-ADJL-STATUS              PIC X(02).
006500 77  WS-XACT-STATUS              PIC X(02).
006600
006700 77  WS-ITEM-COUNT               PIC 9(03) COMP VALUE ZERO.
006800 77  WS-ITEM-SUB                 PIC 9(03) COMP VALUE ZERO.
006900 77  WS-KEPT-COUNT               PIC 9(03) COMP VALUE ZERO.
007000 77  WS-NEXT-XACT-NUMBER         PIC 9(06) VALUE ZERO.
007100
007200 77  WS-EOF-SW                   PIC X(01).
007300     88  PENDING-EOF                 VALUE "Y".
007400     88  NOT-PENDING-EOF             VALUE "N".
007900
008000 77  WS-VALID-SW                 PIC X(01).
008100     88  INPUT-IS-VALID              VALUE "Y".
008200     88  INPUT-IS-INVALID            VALUE "N".
008300
008400 77  WS-OVERFLOW-SW              PIC X(01).
008500     88  QUEUE-OVERFLOWED            VALUE "Y".
008600     88  QUEUE-FITS                  VALUE "N".
008700     COPY DAYANSW.
008800     COPY CTLREQ.
008850     COPY NUMREQ.
008900
009000 LINKAGE SECTION.
009100     COPY VISITID.
009200
009300 PROCEDURE DIVISION USING VISIT-IDENTITY.
009400******************************************************************
009500*    0000-MAINLINE                                                *
009600******************************************************************
009700 0000-MAINLINE.
009800     CALL "DAYSTAT" USING DAY-CONTROL-ANSWER.
009900     IF NOT DAY-OPEN-TODAY
010000         DISPLAY "Business day is not open - review refused."
010100         GOBACK
010200     END-IF.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     IF QUEUE-OVERFLOWED
010500         DISPLAY "Adjustment queue holds more than 100 items -"
010600             " run refused so nothing is lost. Split the"
010700             " queue and retry."
010800         GOBACK
010900     END-IF.
011000     IF WS-ITEM-COUNT = ZERO
011100         DISPLAY "Adjustment queue is empty - nothing to decide."
011200     ELSE
011300         PERFORM 2000-REVIEW-ONE-ITEM THRU 2000-EXIT
011400             VARYING WS-ITEM-SUB FROM 1 BY 1
011500             UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
011600         PERFORM 8000-REWRITE-QUEUE THRU 8000-EXIT
011700         DISPLAY WS-KEPT-COUNT " item(s) left in the queue."
011800         PERFORM 9999-TERMINATE THRU 9999-EXIT
011900     END-IF.
012000     GOBACK.
012100
012200******************************************************************
012300*    1000-INITIALIZE - LOAD THE QUEUE AND OPEN WHAT A DECISION   *
012400*    TOUCHES (JOURNAL, LEDGER NUMBERING).                        *
012500******************************************************************
012600 1000-INITIALIZE.
012700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012800     ACCEPT WS-CURRENT-TIME FROM TIME.
012900     MOVE "N" TO WS-OVERFLOW-SW.
013000     MOVE ZERO TO WS-ITEM-COUNT.
013100     OPEN INPUT ADJ-PENDING-FILE.
013200     IF WS-ADJP-STATUS = "00"
013300         MOVE "N" TO WS-EOF-SW
013400         PERFORM 1010-READ-PENDING THRU 1010-EXIT
013500         PERFORM 1020-TABLE-PENDING THRU 1020-EXIT
013600             UNTIL PENDING-EOF
013700         CLOSE ADJ-PENDING-FILE
013800     END-IF.
013900     IF WS-ITEM-COUNT > ZERO AND QUEUE-FITS
014000         PERFORM 1100-OPEN-TARGETS THRU 1100-EXIT
014100     END-IF.
014200 1000-EXIT.
014300     EXIT.
014400
014500 1010-READ-PENDING.
014600     READ ADJ-PENDING-FILE
014700         AT END
014800             MOVE "Y" TO WS-EOF-SW
014900     END-READ.
015000 1010-EXIT.
015100     EXIT.
015200
015300 1020-TABLE-PENDING.
015400     IF WS-ITEM-COUNT < 100
015500         ADD 1 TO WS-ITEM-COUNT
015600         MOVE ADJUSTMENT-PENDING-RECORD
015700             TO WS-TBL-IMAGE (WS-ITEM-COUNT)
015800         MOVE "K" TO WS-TBL-KEEP-SW (WS-ITEM-COUNT)
015900     ELSE
016000         MOVE "Y" TO WS-OVERFLOW-SW
016100     END-IF.
016200     PERFORM 1010-READ-PENDING THRU 1010-EXIT.
016300 1020-EXIT.
016400     EXIT.
016500
016600******************************************************************
016700*    1100-OPEN-TARGETS - JOURNAL EXTEND (BOOTSTRAPPED) AND       *
016800*    XACTIN BOOTSTRAPPED FOR THE APPROVED ROWS.                  *
016900******************************************************************
017000 1100-OPEN-TARGETS.
017100     OPEN INPUT ADJ-LOG-FILE.
017200     IF WS-ADJL-STATUS = "35"
017300         OPEN OUTPUT ADJ-LOG-FILE
017400         CLOSE ADJ-LOG-FILE
017500     ELSE
017600         CLOSE ADJ-LOG-FILE
017700     END-IF.
017800     OPEN EXTEND ADJ-LOG-FILE.
017900     PERFORM 1200-BOOTSTRAP-XACTIN THRU 1200-EXIT.
018000 1100-EXIT.
018100     EXIT.
018200
018350 1200-BOOTSTRAP-XACTIN.
018500     OPEN INPUT TRANSACTION-FILE.
018660     IF WS-XACT-STATUS = "35"
018820         OPEN OUTPUT TRANSACTION-FILE
019000         CLOSE TRANSACTION-FILE
019100     ELSE
019300         CLOSE TRANSACTION-FILE
019400     END-IF.
019500 1200-EXIT.
019600     EXIT.
020900
021000******************************************************************
021100*    2000-REVIEW-ONE-ITEM - SHOW THE ADJUSTMENT AS KEYED AND     *
021200*    TAKE THE SUPERVISOR'S DECISION.                             *
021300******************************************************************
021400 2000-REVIEW-ONE-ITEM.
021500     MOVE WS-TBL-IMAGE (WS-ITEM-SUB)
021600         TO ADJUSTMENT-PENDING-RECORD.
021700     DISPLAY " ".
021800     DISPLAY "Adjustment " WS-ITEM-SUB " of " WS-ITEM-COUNT ":".
021900     DISPLAY "  Keyed:      " ADJP-DATE " " ADJP-TIME " by "
022000         ADJP-ENTERED-BY.
022100     DISPLAY "  Member:     " ADJP-MBR-NAME " ("
022200         ADJP-MBR-ID ")".
022300     DISPLAY "  Reason:     " ADJP-REASON
022400         "  (W waiver, R refund, B write-off, C correction)".
022500     DISPLAY "  Amount:     " ADJP-AMOUNT " cents".
022600     DISPLAY "  Note:       " ADJP-NOTE.
022700     MOVE "N" TO WS-VALID-SW.
022800     PERFORM 2100-PROMPT-DECISION THRU 2100-EXIT
022900         UNTIL INPUT-IS-VALID.
023000 2000-EXIT.
023100     EXIT.
023200
023300 2100-PROMPT-DECISION.
023400     DISPLAY "  Approve / Deny / Keep for later? (A/D/K) "
023500         WITH NO ADVANCING.
023600     ACCEPT WS-ACTION-CHOICE.
023700     INSPECT WS-ACTION-CHOICE CONVERTING "adk" TO "ADK".
023800     MOVE "Y" TO WS-VALID-SW.
023900     EVALUATE WS-ACTION-CHOICE
024000         WHEN "A"
024100             PERFORM 3000-APPROVE-ITEM THRU 3000-EXIT
024200         WHEN "D"
024300             PERFORM 4000-DENY-ITEM THRU 4000-EXIT
024400         WHEN "K"
024500             DISPLAY "  Item kept for later."
024600         WHEN OTHER
024700             DISPLAY "  Please answer A, D or K."
024800             MOVE "N" TO WS-VALID-SW
024900     END-EVALUATE.
025000 2100-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400*    3000-APPROVE-ITEM - POST THE AJ ROW AND JOURNAL THE         *
025500*    APPROVAL. THE OPERATOR WHO KEYED IT MAY NOT APPROVE IT -    *
025600*    THE ITEM STAYS QUEUED FOR ANOTHER SUPERVISOR.               *
025700******************************************************************
025800 3000-APPROVE-ITEM.
025900     IF ADJP-ENTERED-BY = VISIT-OPERATOR-ID
026000         DISPLAY "  You keyed this adjustment - another"
026100             " supervisor must approve it. Item kept."
026200         GO TO 3000-EXIT
026300     END-IF.
026400     PERFORM 3100-POST-ADJUSTMENT THRU 3100-EXIT.
026420     IF WS-NEXT-XACT-NUMBER = ZERO
026440         DISPLAY "  No ledger number available - item kept."
026460         GO TO 3000-EXIT
026480     END-IF.
026500     MOVE "A" TO WS-LOG-DISPO.
026600     MOVE WS-NEXT-XACT-NUMBER TO WS-LOG-XACT-NUMBER.
026700     PERFORM 5000-WRITE-LOG-ROW THRU 5000-EXIT.
026800     MOVE "A" TO WS-TBL-KEEP-SW (WS-ITEM-SUB).
026900     DISPLAY "  Approved - posted as ledger row "
027000         WS-NEXT-XACT-NUMBER ".".
027100 3000-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500*    3100-POST-ADJUSTMENT - THE SAME AJ ROW ADJENTRY WRITES      *
027600*    UNDER THE LIMIT, UNDER THE NEXT LEDGER NUMBER (NEXTNUM).    *
027700******************************************************************
027800 3100-POST-ADJUSTMENT.
027840     MOVE "N" TO NUMR-FUNCTION.
027880     MOVE "XACTIN" TO NUMR-SERIES-NAME.
027920     CALL "NEXTNUM" USING NUMBER-REQUEST.
027960     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
027970     IF WS-NEXT-XACT-NUMBER = ZERO
027980         GO TO 3100-EXIT
027990     END-IF.
028000     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
028100     MOVE ADJP-MBR-ID         TO XACT-MBR-ID.
028200     MOVE WS-CURRENT-DATE     TO XACT-POST-DATE.
028300     MOVE "AJ"                TO XACT-TYPE.
028400     MOVE ADJP-AMOUNT         TO XACT-AMOUNT.
028500     MOVE SPACE               TO XACT-METHOD.
028600     MOVE ADJP-REASON         TO XACT-ADJ-REASON.
028650     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
028700     OPEN EXTEND TRANSACTION-FILE.
028800     WRITE TRANSACTION-RECORD.
028900     CLOSE TRANSACTION-FILE.
029000     MOVE "A" TO CTLR-FUNCTION.
029100     MOVE "XACTIN" TO CTLR-FILE-NAME.
029200     MOVE 1 TO CTLR-COUNT-VALUE.
029300     COMPUTE CTLR-HASH-VALUE =
029400         XACT-NUMBER + XACT-POST-DATE.
029500     CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST.
029600 3100-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000*    4000-DENY-ITEM - THE DECISION IS JOURNALED; NOTHING ELSE    *
030100*    CHANGES.                                                    *
030200******************************************************************
030300 4000-DENY-ITEM.
030400     MOVE "D" TO WS-LOG-DISPO.
030500     MOVE ZERO TO WS-LOG-XACT-NUMBER.
030600     PERFORM 5000-WRITE-LOG-ROW THRU 5000-EXIT.
030700     MOVE "D" TO WS-TBL-KEEP-SW (WS-ITEM-SUB).
030800     DISPLAY "  Denied - decision recorded.".
030900 4000-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    5000-WRITE-LOG-ROW - THE SAME JOURNAL SHAPE ADJENTRY        *
031400*    WRITES, NOW NAMING THE SUPERVISOR WHO DECIDED.              *
031500******************************************************************
031600 5000-WRITE-LOG-ROW.
031700     MOVE WS-CURRENT-DATE   TO ADJL-DATE.
031800     MOVE WS-CURRENT-TIME   TO ADJL-TIME.
031900     MOVE ADJP-MBR-ID       TO ADJL-MBR-ID.
032000     MOVE ADJP-MBR-NAME     TO ADJL-MBR-NAME.
032100     MOVE ADJP-AMOUNT       TO ADJL-AMOUNT.
032200     MOVE ADJP-REASON       TO ADJL-REASON.
032300     MOVE ADJP-NOTE         TO ADJL-NOTE.
032400     MOVE ADJP-ENTERED-BY   TO ADJL-ENTERED-BY.
032500     MOVE VISIT-OPERATOR-ID TO ADJL-APPROVED-BY.
032600     MOVE WS-LOG-DISPO      TO ADJL-DISPOSITION.
032700     MOVE WS-LOG-XACT-NUMBER TO ADJL-XACT-NUMBER.
032800     WRITE ADJUSTMENT-LOG-RECORD.
032900 5000-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300*    8000-REWRITE-QUEUE - ONLY KEPT ITEMS SURVIVE.               *
033400******************************************************************
033500 8000-REWRITE-QUEUE.
033600     MOVE ZERO TO WS-KEPT-COUNT.
033700     OPEN OUTPUT ADJ-PENDING-FILE.
033800     PERFORM 8100-REWRITE-ONE-ITEM THRU 8100-EXIT
033900         VARYING WS-ITEM-SUB FROM 1 BY 1
034000         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
034100     CLOSE ADJ-PENDING-FILE.
034200 8000-EXIT.
034300     EXIT.
034400
034500 8100-REWRITE-ONE-ITEM.
034600     IF WS-TBL-KEEP-SW (WS-ITEM-SUB) = "K"
034700         MOVE WS-TBL-IMAGE (WS-ITEM-SUB)
034800             TO ADJUSTMENT-PENDING-RECORD
034900         WRITE ADJUSTMENT-PENDING-RECORD
035000         ADD 1 TO WS-KEPT-COUNT
035100     END-IF.
035200 8100-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    9999-TERMINATE                                               *
035700******************************************************************
035800 9999-TERMINATE.
035900     CLOSE ADJ-LOG-FILE.
036000 9999-EXIT.
036100     EXIT.
