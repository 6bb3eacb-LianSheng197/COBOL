001860*                     PICKED IN MBRFIND BY NAME) GOES STRAIGHT  *
001870*                     TO THAT MEMBER; A STANDALONE MENU PICK    *
001880*                     PROMPTS AND LOOPS AS IT ALWAYS DID.       *
001881*    2026-10-15  LS   CLEAR THE NEW ADJUSTMENT REASON ON THE     *
001882*                     PAYMENT ROW.                               *
001883*    2026-10-15  LS   A REINSTATEMENT IS FILED BEFORE AND AFTER  *
001884*                     ON THE MBRCHGJ CHANGE JOURNAL (VIA         *
001885*                     CHGLOG).                                   *
001886*    2026-10-15  LS   EVERY PAYMENT NOW GETS A NUMBERED PRINTED  *
001887*                     RECEIPT (RCPTPRN), FILED ON THE RCPTLOG    *
001888*                     RECEIPT REGISTER, AND THE PY ROW CARRIES   *
001889*                     THE RECEIPT NUMBER.                        *
001890*    2026-10-15  LS   DRAW THE LEDGER AND RECEIPT NUMBERS FROM   *
001891*                     NEXTNUM INSTEAD OF SCANNING XACTIN AND     *
001892*                     RCPTLOG FOR THE HIGHEST.                   *
001893*    2026-10-15  LS   NO RECEIPT AGAINST A MEMBER WHOSE PERSONAL *
001894*                     DATA WAS ERASED.                           *
001895*    2026-10-15  LS   A HOUSEHOLD MEMBER'S RECEIPT SHOWS THE     *
001896*                     BILL-TO'S BALANCE AFTER, LABELLED AS THE   *
001897*                     HOUSEHOLD'S, SINCE THAT IS WHERE           *
001898*                     OPERATIONS POSTS THE PAYMENT.              *
001899*    2026-10-15  LS   POST NO ROW WITHOUT A NEXTNUM NUMBER.      *
001900******************************************************************
002000
002100 ENVIRONMENT DIVISION.
002900     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-XACT-STATUS.
003120     SELECT RECEIPT-LOG-FILE ASSIGN TO "RCPTLOG"
003140         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS WS-RCPT-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003900 FD  TRANSACTION-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY XACTREC.
004120
004140 FD  RECEIPT-LOG-FILE
004160     LABEL RECORDS ARE STANDARD.
004180     COPY RCPTLOG.
004200
004300 WORKING-STORAGE SECTION.
004400     COPY MBRID.
004410     COPY DAYANSW.
004420     COPY CTLREQ.
004460     COPY CHGREQ.
004480     COPY RCPTREQ.
004490     COPY NUMREQ.
004500
004600 01  WS-PAY-AMOUNT               PIC 9(04)V99.
004700 01  WS-PAY-METHOD               PIC X(01).
006100 77  WS-MAST-STATUS              PIC X(02).
006200 77  WS-XACT-STATUS              PIC X(02).
006300 77  WS-NEXT-XACT-NUMBER         PIC 9(06).
006320 77  WS-RCPT-STATUS              PIC X(02).
006340 77  WS-NEXT-RCPT-NUMBER         PIC 9(06).
006360 77  WS-CURRENT-TIME             PIC 9(08).
006400
006500 77  WS-LOOKUP-SW                PIC X(01).
006600     88  MEMBER-FOUND                VALUE "Y".
007400     88  INPUT-IS-VALID              VALUE "Y".
007500     88  INPUT-IS-INVALID            VALUE "N".
007600
008010 LINKAGE SECTION.
008020     COPY VISITID.
008030
014300*    BEFORE THE LEDGER ROW IS WRITTEN.                           *
014400******************************************************************
014500 4000-TAKE-RECEIPT.
014510     IF MAST-ERASED
014520         DISPLAY "Personal data for this member was erased -"
014530             " no receipt taken."
014540         GO TO 4000-EXIT
014550     END-IF.
014600     DISPLAY "Member " MAST-MBR-NAME " owes "
014700         MAST-BALANCE-DUE " cents.".
014710     IF MAST-LAPSED
015400         PERFORM 6000-WRITE-PAYMENT THRU 6000-EXIT
015410         IF MAST-LAPSED
015420             AND WS-PAY-AMOUNT * 100 >= MAST-BALANCE-DUE
015422             AND WS-NEXT-XACT-NUMBER NOT = ZERO
015424             AND WS-NEXT-RCPT-NUMBER NOT = ZERO
015425             MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
015430             PERFORM 7000-OFFER-REINSTATE THRU 7000-EXIT
015432             IF MAST-ACTIVE AND WS-MAST-STATUS = "00"
015434                 PERFORM 7100-JOURNAL-REINSTATE THRU 7100-EXIT
015436             END-IF
015440         END-IF
015500     ELSE
015600         DISPLAY "Receipt abandoned."
023200******************************************************************
023300*    6000-WRITE-PAYMENT - NEXT LEDGER NUMBER, THEN A TYPE PY ROW *
023400*    WITH NEGATIVE CENTS, THE SAME APPEND PATTERN LOVEYOU USES   *
023460*    FOR THE INTAKE FEE. THE ROW CARRIES THE NUMBER OF THE       *
023520*    RECEIPT PRINTED FOR IT. WITHOUT BOTH NUMBERS NOTHING IS     *
023560*    WRITTEN.                                                    *
023600******************************************************************
023700 6000-WRITE-PAYMENT.
023800     PERFORM 6100-FIND-NEXT-XACT-NUMBER THRU 6100-EXIT.
023850     PERFORM 6200-FIND-NEXT-RCPT-NUMBER THRU 6200-EXIT.
023855     IF WS-NEXT-XACT-NUMBER = ZERO OR WS-NEXT-RCPT-NUMBER = ZERO
023860         DISPLAY "Payment not recorded - no ledger or receipt"
023862             " number available."
023864         GO TO 6000-EXIT
023866     END-IF.
023870     OPEN INPUT TRANSACTION-FILE.
023900     IF WS-XACT-STATUS = "35"
024000         OPEN OUTPUT TRANSACTION-FILE
024100         CLOSE TRANSACTION-FILE
024130     ELSE
024160         CLOSE TRANSACTION-FILE
024200     END-IF.
024300     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
024400     MOVE MBR-ID              TO XACT-MBR-ID.
024600     MOVE "PY"                TO XACT-TYPE.
024700     COMPUTE XACT-AMOUNT = WS-PAY-AMOUNT * -100.
024800     MOVE WS-PAY-METHOD       TO XACT-METHOD.
024850     MOVE SPACE               TO XACT-ADJ-REASON.
024870     MOVE WS-NEXT-RCPT-NUMBER TO XACT-RECEIPT-NUMBER.
024900     OPEN EXTEND TRANSACTION-FILE.
025000     WRITE TRANSACTION-RECORD.
025100     CLOSE TRANSACTION-FILE.
025160     CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST.
025200     DISPLAY "Receipt recorded as ledger row "
025300         WS-NEXT-XACT-NUMBER ".".
025350     PERFORM 6300-ISSUE-RECEIPT THRU 6300-EXIT.
025400 6000-EXIT.
025500     EXIT.
025600
025700******************************************************************
025800*    6100-FIND-NEXT-XACT-NUMBER - THE LEDGER NUMBER COMES FROM   *
025900*    THE NEXTNUM NUMBER CONTROL.                                 *
026000******************************************************************
026100 6100-FIND-NEXT-XACT-NUMBER.
026300     MOVE "N" TO NUMR-FUNCTION.
026500     MOVE "XACTIN" TO NUMR-SERIES-NAME.
026700     CALL "NEXTNUM" USING NUMBER-REQUEST.
026900     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
027100 6100-EXIT.
027200     EXIT.
027300
027391******************************************************************
027482*    6200-FIND-NEXT-RCPT-NUMBER - THE RECEIPT NUMBER COMES FROM  *
027573*    THE SAME ROUTINE'S RCPTLOG SERIES, WHICH IS NEVER RESET, SO *
027664*    NUMBERS DO NOT REPEAT FROM DAY TO DAY.                      *
027755******************************************************************
027846 6200-FIND-NEXT-RCPT-NUMBER.
027937     MOVE "N" TO NUMR-FUNCTION.
028028     MOVE "RCPTLOG" TO NUMR-SERIES-NAME.
028119     CALL "NEXTNUM" USING NUMBER-REQUEST.
028210     MOVE NUMR-NUMBER TO WS-NEXT-RCPT-NUMBER.
028301 6200-EXIT.
028400     EXIT.
028401
028402******************************************************************
028403*    6250-SET-BALANCE-AFTER - THE BALANCE ON FILE LESS THIS      *
028404*    PAYMENT. OPERATIONS POSTS A HOUSEHOLD MEMBER'S ROWS TO THE  *
028405*    BILL-TO, SO FOR A DEPENDANT IT IS THE BILL-TO'S BALANCE AND *
028406*    THE SLIP SAYS SO. THE PAYER'S OWN RECORD IS READ BACK AFTER *
028407*    FOR THE REINSTATE CHECK IN 4000.                            *
028408******************************************************************
028409 6250-SET-BALANCE-AFTER.
028410     MOVE "M" TO RCPT-BALANCE-BASIS.
028411     COMPUTE RCPT-BALANCE-AFTER = MAST-BALANCE-DUE - RCPT-AMOUNT.
028412     IF MAST-HOUSEHOLD-ID = SPACES OR MAST-IS-BILLTO
028413         GO TO 6250-EXIT
028414     END-IF.
028415     MOVE MAST-HOUSEHOLD-ID TO MAST-MBR-ID.
028416     READ MEMBER-MASTER-FILE
028417         INVALID KEY
028418             DISPLAY "Bill-to " MAST-MBR-ID " is not on file -"
028419                 " member's own balance shown."
028420         NOT INVALID KEY
028421             MOVE "H" TO RCPT-BALANCE-BASIS
028422             COMPUTE RCPT-BALANCE-AFTER =
028423                 MAST-BALANCE-DUE - RCPT-AMOUNT
028424     END-READ.
028425     MOVE MBR-ID TO MAST-MBR-ID.
028426     READ MEMBER-MASTER-FILE
028427         INVALID KEY
028428             MOVE "N" TO WS-LOOKUP-SW
028429     END-READ.
028430 6250-EXIT.
028431     EXIT.
028432
028433******************************************************************
028434*    6300-ISSUE-RECEIPT - FILE THE RECEIPT ON THE REGISTER AND   *
028435*    PRINT THE SLIP (RCPTPRN). THE BALANCE AFTER IS WORKED IN    *
028436*    6250; OPERATIONS POSTS THE ROW ITSELF ON ITS NEXT RUN.      *
028438******************************************************************
028439 6300-ISSUE-RECEIPT.
028440     ACCEPT WS-CURRENT-TIME FROM TIME.
028441     OPEN INPUT RECEIPT-LOG-FILE.
028442     IF WS-RCPT-STATUS = "35"
028443         OPEN OUTPUT RECEIPT-LOG-FILE
028444         CLOSE RECEIPT-LOG-FILE
028445     ELSE
028446         CLOSE RECEIPT-LOG-FILE
028447     END-IF.
028448     OPEN EXTEND RECEIPT-LOG-FILE.
028449     MOVE WS-NEXT-RCPT-NUMBER TO RCPT-NUMBER.
028450     MOVE WS-CURRENT-DATE     TO RCPT-DATE.
028451     MOVE WS-CURRENT-TIME     TO RCPT-TIME.
028452     MOVE MBR-ID              TO RCPT-MBR-ID.
028453     MOVE MAST-MBR-NAME       TO RCPT-MBR-NAME.
028454     COMPUTE RCPT-AMOUNT = WS-PAY-AMOUNT * 100.
028455     MOVE WS-PAY-METHOD       TO RCPT-METHOD.
028456     MOVE VISIT-OPERATOR-ID   TO RCPT-OPERATOR-ID.
028457     PERFORM 6250-SET-BALANCE-AFTER THRU 6250-EXIT.
028459     MOVE WS-NEXT-XACT-NUMBER TO RCPT-XACT-NUMBER.
028461     MOVE "O" TO RCPQ-COPY-TYPE.
028462     MOVE "Y" TO RCPQ-BALANCE-SW.
028463     MOVE RECEIPT-LOG-RECORD TO RCPQ-RECEIPT-IMAGE.
028468     WRITE RECEIPT-LOG-RECORD.
028473     CLOSE RECEIPT-LOG-FILE.
028478     CALL "RCPTPRN" USING RECEIPT-PRINT-REQUEST.
028483     DISPLAY "Receipt " WS-NEXT-RCPT-NUMBER " printed.".
028488 6300-EXIT.
028493     EXIT.
028500
028510******************************************************************
028520*    7000-OFFER-REINSTATE - THE RECEIPT JUST TAKEN CLEARS THE    *
028577 7000-EXIT.
028578     EXIT.
028579
028581******************************************************************
028582*    7100-JOURNAL-REINSTATE - THE STATUS CHANGE GOES TO THE      *
028583*    CHANGE JOURNAL (CHGLOG) LIKE ANY OTHER MASTER REWRITE.      *
028584******************************************************************
028585 7100-JOURNAL-REINSTATE.
028586     MOVE "PAYENTRY"           TO CHGR-PROGRAM.
028587     MOVE VISIT-OPERATOR-ID    TO CHGR-OPERATOR-ID.
028588     MOVE MAST-MBR-ID          TO CHGR-MBR-ID.
028589     MOVE "S"                  TO CHGR-CHANGE-TYPE.
028590     MOVE MEMBER-MASTER-RECORD TO CHGR-AFTER-IMAGE.
028591     CALL "CHGLOG" USING MASTER-CHANGE-REQUEST.
028592 7100-EXIT.
028593     EXIT.
028594
028600******************************************************************
028700*    9999-TERMINATE                                               *
028800******************************************************************
