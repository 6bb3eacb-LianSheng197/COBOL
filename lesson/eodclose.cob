001100*      1. VERIFIES OPERATIONS HAS CONSUMED ALL OF XACTIN (THE    *
001200*         HIGHEST LEDGER NUMBER ON FILE MUST MATCH THE           *
001300*         CHECKPOINT, DATE-STAMPED TODAY) AND REFUSES TO CLOSE   *
001340*         OTHERWISE. THE SAME PASS LISTS ANY LEDGER NUMBER USED  *
001380*         TWICE AND ANY NUMBER HANDED OUT BY NEXTNUM THAT NEVER  *
001420*         REACHED XACTIN - A WARNING (RETURN CODE 4), NOT A      *
001460*         REFUSAL;                                               *
001500*      2. ROLLS THE DAY'S TRANSACTIONS TO THE CUMULATIVE LEDGER  *
001600*         ARCHIVE (LEDGARCX - EVERY ROW CARRIES ITS POSTING      *
001700*         DATE, SO THE ARCHIVE IS THE DATED HISTORY);            *
001800*      3. REBUILDS XACTIN AS TOMORROW'S FILE HOLDING ONLY A      *
001900*         TYPE BF OPENING ROW CARRYING THE SHOP-WIDE NET         *
001960*         FORWARD, AND SETS THE NEXTNUM LEDGER NUMBER SERIES     *
002020*         BACK TO THAT ROW'S NUMBER 1 FOR TOMORROW;              *
002100*      4. RESETS THE CHECKPOINT'S LAST-POSTED NUMBER FOR         *
002200*         TOMORROW, KEEPING TODAY'S POSTED COUNT AND NET FOR     *
002300*         THE EVENING EXTRACT.                                   *
002812*                     THE PHASE THAT DID NOT FINISH INSTEAD OF  *
002813*                     ARCHIVING THE DAY A SECOND TIME. A CLEAN  *
002814*                     FINISH CLEARS THE RECORD FOR TOMORROW.    *
002834*    2026-10-15  LS   CARRY THE ADJUSTMENT REASON INTO THE       *
002854*                     ARCHIVE; SPACE ON THE BF ROW.              *
002859*    2026-10-15  LS   CARRY THE RECEIPT NUMBER TO THE ARCHIVE    *
002864*                     ROW (ZERO WHEN AN OLDER XACTIN ROW HAS     *
002869*                     NONE); THE BF ROW CARRIES ZERO.            *
002870*    2026-10-15  LS   END WITH GOBACK SO THE NIGHTRUN STREAM CAN *
002871*                     CALL THIS AS A STEP; RUN ON ITS OWN IT     *
002872*                     ENDS AS BEFORE.                            *
002876*    2026-10-15  LS   CHECK XACTIN FOR DUPLICATE AND MISSING     *
002880*                     LEDGER NUMBERS BEFORE THE CLOSE, AND RESET *
002884*                     THE NEXTNUM LEDGER NUMBER SERIES WITH THE  *
002888*                     REBUILT FILE.                              *
002889*    2026-10-15  LS   HOLD THE CLOSE RETURN CODE UNTIL THE END SO *
002890*                     LATER CALLS CANNOT WIPE A WARNING; WARN IF  *
002891*                     NUMCTL CANNOT BE READ OR RESET.             *
002892******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005600
005700 WORKING-STORAGE SECTION.
005710     COPY CTLREQ.
005711     COPY NUMREQ.
005712
005713*    ONE FLAG PER LEDGER NUMBER SEEN ON XACTIN TODAY, FOR THE
005714*    DUPLICATE AND GAP CHECK.
005715 01  WS-SEEN-TABLE.
005716     05  WS-SEEN-FLAG            PIC X(01) OCCURS 9999 TIMES.
005720
005800 77  WS-CURRENT-DATE             PIC 9(08).
005900 77  WS-XACT-STATUS              PIC X(02).
006800 77  WS-CKPT-POSTED-COUNT        PIC 9(06) VALUE ZERO.
006810 77  WS-CKPT-OPERATOR            PIC X(08) VALUE SPACES.
006820 77  WS-BF-LIMIT                 PIC 9(07) VALUE 9999999.
006828 77  WS-SEEN-LIMIT               PIC 9(06) VALUE 9999.
006836 77  WS-LAST-ISSUED              PIC 9(06) VALUE ZERO.
006844 77  WS-CHECK-TOP                PIC 9(06) VALUE ZERO.
006852 77  WS-CHECK-NUMBER             PIC 9(06) VALUE ZERO.
006860 77  WS-DUP-COUNT                PIC 9(06) VALUE ZERO.
006868 77  WS-GAP-COUNT                PIC 9(06) VALUE ZERO.
006876 77  WS-UNCHECKED-COUNT          PIC 9(06) VALUE ZERO.
006884 77  WS-GAP-SHOW-LIMIT           PIC 9(02) VALUE 20.
006892 77  WS-CLOSE-RC                 PIC 9(02) VALUE ZERO.
006900
007000 77  WS-EOF-SW                   PIC X(01).
007100     88  XACT-EOF                    VALUE "Y".
009200             " rows archived, net carried forward "
009300             WS-CKPT-NET " cents."
009400     END-IF.
009450     MOVE WS-CLOSE-RC TO RETURN-CODE.
009500     GOBACK.
009600
009700******************************************************************
009800*    1000-INITIALIZE - PICK UP THE CHECKPOINT THE VERIFICATION   *
013300     IF WS-XACT-STATUS = "35"
013400         DISPLAY "XACTIN not staged - closing an empty day."
013500     ELSE
013550         MOVE ALL "N" TO WS-SEEN-TABLE
013600         MOVE "N" TO WS-EOF-SW
013700         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
013800         PERFORM 2200-NOTE-TRANSACTION THRU 2200-EXIT
013900             UNTIL XACT-EOF
014000         CLOSE TRANSACTION-FILE
014050         PERFORM 2600-CHECK-NUMBER-SEQUENCE THRU 2600-EXIT
014100         IF WS-HIGH-XACT-NUMBER > WS-CKPT-LAST-POSTED
014200             DISPLAY "XACTIN holds ledger rows up to "
014300                 WS-HIGH-XACT-NUMBER " but the checkpoint"
014400                 " stops at " WS-CKPT-LAST-POSTED "."
014500             DISPLAY "Run OPERATIONS before closing the day."
014600             MOVE "N" TO WS-CLOSE-OK-SW
014700             MOVE 8 TO WS-CLOSE-RC
014800         END-IF
014900     END-IF.
015000 2000-EXIT.
016300     IF XACT-NUMBER > WS-HIGH-XACT-NUMBER
016400         MOVE XACT-NUMBER TO WS-HIGH-XACT-NUMBER
016500     END-IF.
016507     IF XACT-NUMBER = ZERO OR XACT-NUMBER > WS-SEEN-LIMIT
016514         ADD 1 TO WS-UNCHECKED-COUNT
016521     ELSE
016528         IF WS-SEEN-FLAG (XACT-NUMBER) = "Y"
016535             ADD 1 TO WS-DUP-COUNT
016542             DISPLAY "Ledger number " XACT-NUMBER
016549                 " is on XACTIN more than once (member "
016556                 XACT-MBR-ID ")."
016563         ELSE
016570             MOVE "Y" TO WS-SEEN-FLAG (XACT-NUMBER)
016577         END-IF
016584     END-IF.
016600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
016700 2200-EXIT.
016800     EXIT.
016883             " exceeds the ledger amount field - close"
016884             " refused. Clear the balance down first."
016885         MOVE "N" TO WS-CLOSE-OK-SW
016886         MOVE 8 TO WS-CLOSE-RC
016887     END-IF.
016888 2500-EXIT.
016889     EXIT.
016900
016902******************************************************************
016904*    2600-CHECK-NUMBER-SEQUENCE - EVERY NUMBER FROM 1 UP TO THE  *
016906*    HIGHER OF THE HIGHEST ON FILE AND THE LAST ONE NEXTNUM      *
016908*    HANDED OUT SHOULD BE ON XACTIN EXACTLY ONCE. A MISSING ONE  *
016910*    IS A ROW A DESK NUMBERED BUT NEVER WROTE; A REPEATED ONE    *
016912*    WAS LISTED AS IT WAS READ. EITHER IS REPORTED AND THE CLOSE *
016914*    CARRIES ON WITH RETURN CODE 4 SO THE SUPERVISOR LOOKS. IF   *
016915*    NUMCTL CANNOT BE READ ONLY THE NUMBERS ON FILE ARE CHECKED, *
016916*    ALSO WITH RETURN CODE 4.                                    *
016917******************************************************************
016918 2600-CHECK-NUMBER-SEQUENCE.
016920     MOVE "I" TO NUMR-FUNCTION.
016922     MOVE "XACTIN" TO NUMR-SERIES-NAME.
016924     CALL "NEXTNUM" USING NUMBER-REQUEST.
016926     MOVE NUMR-NUMBER TO WS-LAST-ISSUED.
016927     IF RETURN-CODE NOT = ZERO
016928         DISPLAY "Last ledger number issued could not be read -"
016929             " only numbers on XACTIN are checked."
016930         MOVE 4 TO WS-CLOSE-RC
016931     END-IF.
016932     MOVE WS-HIGH-XACT-NUMBER TO WS-CHECK-TOP.
016933     IF WS-LAST-ISSUED > WS-CHECK-TOP
016934         MOVE WS-LAST-ISSUED TO WS-CHECK-TOP
016935     END-IF.
016936     IF WS-CHECK-TOP > WS-SEEN-LIMIT
016938         MOVE WS-SEEN-LIMIT TO WS-CHECK-TOP
016940     END-IF.
016942     PERFORM 2610-CHECK-ONE-NUMBER THRU 2610-EXIT
016944         VARYING WS-CHECK-NUMBER FROM 1 BY 1
016946         UNTIL WS-CHECK-NUMBER > WS-CHECK-TOP.
016948     IF WS-UNCHECKED-COUNT > ZERO
016950         DISPLAY WS-UNCHECKED-COUNT " XACTIN row(s) numbered"
016952             " outside 1-" WS-SEEN-LIMIT " were not checked."
016954     END-IF.
016956     IF WS-DUP-COUNT > ZERO OR WS-GAP-COUNT > ZERO
016958         DISPLAY "Ledger numbering: " WS-DUP-COUNT
016960             " duplicate(s), " WS-GAP-COUNT " missing."
016962         MOVE 4 TO WS-CLOSE-RC
016964     END-IF.
016966 2600-EXIT.
016968     EXIT.
016970
016972 2610-CHECK-ONE-NUMBER.
016974     IF WS-SEEN-FLAG (WS-CHECK-NUMBER) NOT = "Y"
016976         ADD 1 TO WS-GAP-COUNT
016978         IF WS-GAP-COUNT NOT > WS-GAP-SHOW-LIMIT
016980             DISPLAY "Ledger number " WS-CHECK-NUMBER
016982                 " was handed out but is not on XACTIN."
016984         END-IF
016986     END-IF.
016988 2610-EXIT.
016990     EXIT.
016992
017000******************************************************************
017100*    3000-ARCHIVE-TRANSACTIONS - FILE EVERY ROW (BF CONTROL      *
017200*    ROWS INCLUDED) INTO THE CUMULATIVE KEYED ARCHIVE.           *
020130     MOVE XACT-TYPE       TO ARCH-TYPE.
020140     MOVE XACT-AMOUNT     TO ARCH-AMOUNT.
020150     MOVE XACT-METHOD     TO ARCH-METHOD.
020151     MOVE XACT-ADJ-REASON TO ARCH-ADJ-REASON.
020152     IF XACT-RECEIPT-NUMBER IS NUMERIC
020153         MOVE XACT-RECEIPT-NUMBER TO ARCH-RECEIPT-NUMBER
020154     ELSE
020155         MOVE ZERO TO ARCH-RECEIPT-NUMBER
020156     END-IF.
020160     WRITE ARCHIVE-LEDGER-RECORD
020170         INVALID KEY
020180             DISPLAY "Ledger row " XACT-NUMBER " for "
021800     MOVE "BF"            TO XACT-TYPE.
021900     MOVE WS-CKPT-NET     TO XACT-AMOUNT.
022000     MOVE SPACE           TO XACT-METHOD.
022050     MOVE SPACE           TO XACT-ADJ-REASON.
022070     MOVE ZERO            TO XACT-RECEIPT-NUMBER.
022100     WRITE TRANSACTION-RECORD.
022200     CLOSE TRANSACTION-FILE.
022210     MOVE "S" TO CTLR-FUNCTION.
022240     COMPUTE CTLR-HASH-VALUE =
022250         XACT-NUMBER + XACT-POST-DATE.
022260     CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST.
022268     MOVE "S" TO NUMR-FUNCTION.
022276     MOVE "XACTIN" TO NUMR-SERIES-NAME.
022284     MOVE XACT-NUMBER TO NUMR-NUMBER.
022292     CALL "NEXTNUM" USING NUMBER-REQUEST.
022294     IF RETURN-CODE NOT = ZERO
022295         DISPLAY "Ledger number series not reset on NUMCTL -"
022296             " set it to " XACT-NUMBER " before any desk posts."
022297         MOVE 4 TO WS-CLOSE-RC
022298     END-IF.
022300 4000-EXIT.
022400     EXIT.
022500
