000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADJENTRY.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    ADJENTRY IS THE ADJUSTMENT-ENTRY SCREEN ON THE FRONTDESK    *
000900*    MENU - FEE WAIVERS, REFUNDS OF AN OVERPAYMENT, BAD-DEBT     *
001000*    WRITE-OFFS AND CORRECTIONS, WHICH USED TO BE HAND-EDITED    *
001100*    INTO XACTIN. IT TAKES THE MEMBER, THE AMOUNT AND SIGN AND   *
001200*    A REASON CODE, ECHOES THEM AND CONFIRMS. AN ADJUSTMENT      *
001300*    WITHIN THE POLICY APPROVAL LIMIT GOES STRAIGHT OUT AS A     *
001400*    TYPE AJ LEDGER ROW ON THE DAILY TRANSACTION FILE FOR        *
001500*    OPERATIONS TO POST; ONE OVER THE LIMIT IS HELD ON THE       *
001600*    ADJPEND QUEUE FOR A SUPERVISOR (ADJREVW). EITHER WAY A ROW  *
001700*    GOES TO THE ADJUSTMENT JOURNAL (ADJLOG) FOR THE REGISTER.   *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002130*    2026-10-15  LS   SET THE NEW RECEIPT NUMBER TO ZERO - ONLY  *
002160*                     A PAYENTRY RECEIPT CARRIES ONE.            *
002170*    2026-10-15  LS   DRAW THE LEDGER NUMBER FROM NEXTNUM        *
002180*                     INSTEAD OF SCANNING XACTIN FOR THE         *
002190*                     HIGHEST.                                   *
002193*    2026-10-15  LS   REFUSE A MEMBER WHOSE PERSONAL DATA WAS    *
002196*                     ERASED, AS PAYENTRY DOES.                  *
002198*    2026-10-15  LS   POST NO ROW WITHOUT A NEXTNUM NUMBER.      *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS MAST-MBR-ID
003100         ALTERNATE RECORD KEY IS MAST-SURNAME
003200             WITH DUPLICATES
003300         FILE STATUS IS WS-MAST-STATUS.
003400     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-XACT-STATUS.
003700     SELECT ADJ-PENDING-FILE ASSIGN TO "ADJPEND"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ADJP-STATUS.
004000     SELECT ADJ-LOG-FILE ASSIGN TO "ADJLOG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ADJL-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MEMBER-MASTER-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY MBRMAST.
004900
005000 FD  TRANSACTION-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY XACTREC.
005300
005400 FD  ADJ-PENDING-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY ADJPEND.
005700
005800 FD  ADJ-LOG-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY ADJLOG.
006100
006200 WORKING-STORAGE SECTION.
006300     COPY MBRID.
006400     COPY DAYANSW.
006500     COPY POLANSW.
006600     COPY CTLREQ.
006650     COPY NUMREQ.
006700
006800 01  WS-ADJ-AMOUNT               PIC 9(04)V99.
006900 01  WS-ADJ-CENTS                PIC S9(07).
007000 01  WS-ADJ-NOTE                 PIC X(30).
007100 01  WS-SIGN-CHOICE              PIC X(01).
007200     88  SIGN-IS-CHARGE              VALUE "+".
007300     88  SIGN-IS-CREDIT              VALUE "-".
007400 01  WS-ADJ-REASON               PIC X(01).
007500     88  REASON-IS-WAIVER            VALUE "W".
007600     88  REASON-IS-REFUND            VALUE "R".
007700     88  REASON-IS-WRITEOFF          VALUE "B".
007800     88  REASON-IS-CORRECTION        VALUE "C".
007900 01  WS-REASON-TEXT              PIC X(17).
007930 01  WS-LOG-DISPO                PIC X(01).
007960 01  WS-LOG-XACT-NUMBER          PIC 9(06).
008000
008100 01  WS-AMOUNT-GROUP.
008200     05  WS-AMOUNT-EDIT          PIC X(06).
008300 01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-GROUP
008400                                 PIC 9(04)V99.
008500
008600 01  WS-CONFIRM                  PIC X(03).
008700     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
008800     88  CONFIRM-IS-NO               VALUE "NO " "N  ".
008900
009000 77  WS-CURRENT-DATE             PIC 9(08).
009100 77  WS-CURRENT-TIME             PIC 9(08).
009200 77  WS-MAST-STATUS              PIC X(02).
009300 77  WS-XACT-STATUS              PIC X(02).
009400 77  WS-ADJP-STATUS              PIC X(02).
009500 77  WS-ADJL-STATUS              PIC X(02).
009600 77  WS-NEXT-XACT-NUMBER         PIC 9(06).
009700
009800 77  WS-LOOKUP-SW                PIC X(01).
009900     88  MEMBER-FOUND                VALUE "Y".
010000     88  MEMBER-NOT-FOUND            VALUE "N".
010100
010200 77  WS-DONE-SW                  PIC X(01).
010300     88  ENTRY-IS-DONE               VALUE "Y".
010400     88  ENTRY-NOT-DONE              VALUE "N".
010500
010600 77  WS-VALID-SW                 PIC X(01).
010700     88  INPUT-IS-VALID              VALUE "Y".
010800     88  INPUT-IS-INVALID            VALUE "N".
010900
011400 LINKAGE SECTION.
011500     COPY VISITID.
011600
011700 PROCEDURE DIVISION USING VISIT-IDENTITY.
011800******************************************************************
011900*    0000-MAINLINE                                                *
012000******************************************************************
012100 0000-MAINLINE.
012200     CALL "DAYSTAT" USING DAY-CONTROL-ANSWER.
012300     IF NOT DAY-OPEN-TODAY
012400         DISPLAY "Business day is not open - adjustments"
012500             " refused."
012600     ELSE
012700         PERFORM 1000-INITIALIZE THRU 1000-EXIT
012800         IF ENTRY-NOT-DONE
012900             IF VISIT-PRECAPTURED
013000                 PERFORM 2500-ADJUST-PICKED-MEMBER
013100                     THRU 2500-EXIT
013200             ELSE
013300                 PERFORM 2000-ENTRY-LOOP THRU 2000-EXIT
013400                     UNTIL ENTRY-IS-DONE
013500             END-IF
013600             PERFORM 9999-TERMINATE THRU 9999-EXIT
013700         END-IF
013800     END-IF.
013900     GOBACK.
014000
014100******************************************************************
014200*    1000-INITIALIZE - THE APPROVAL LIMIT COMES FROM THE POLICY  *
014300*    ROW IN FORCE. NO MASTER MEANS NO ONE TO ADJUST.             *
014400******************************************************************
014500 1000-INITIALIZE.
014600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014700     MOVE "N" TO WS-DONE-SW.
014800     CALL "POLLOAD" USING POLICY-ANSWER.
014900     OPEN INPUT MEMBER-MASTER-FILE.
015000     IF WS-MAST-STATUS = "35"
015100         DISPLAY "No member master on file - no one to adjust."
015200         MOVE "Y" TO WS-DONE-SW
015300     ELSE
015400         DISPLAY "Adjustments over " POLA-ADJ-LIMIT
015500             " are held for supervisor approval."
015600     END-IF.
015700 1000-EXIT.
015800     EXIT.
015900
016000******************************************************************
016100*    2000-ENTRY-LOOP - ONE ADJUSTMENT PER PASS. A BLANK OR "END" *
016200*    MEMBER ID ENDS THE SESSION.                                 *
016300******************************************************************
016400 2000-ENTRY-LOOP.
016500     DISPLAY " ".
016600     DISPLAY "Member ID to adjust (or END): " WITH NO ADVANCING.
016700     ACCEPT MBR-ID.
016800     IF MBR-ID = "END" OR MBR-ID = "end" OR MBR-ID = SPACES
016900         MOVE "Y" TO WS-DONE-SW
017000     ELSE
017100         PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT
017200         IF MEMBER-FOUND
017300             PERFORM 4000-TAKE-ADJUSTMENT THRU 4000-EXIT
017400         ELSE
017500             DISPLAY "Member ID " MBR-ID " is not on file."
017600         END-IF
017700     END-IF.
017800 2000-EXIT.
017900     EXIT.
018000
018100******************************************************************
018200*    2500-ADJUST-PICKED-MEMBER - THE MBR-ID WAS ALREADY PICKED;  *
018300*    ONE ADJUSTMENT, NO ID PROMPT.                               *
018400******************************************************************
018500 2500-ADJUST-PICKED-MEMBER.
018600     MOVE VISIT-MBR-ID TO MBR-ID.
018700     PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT.
018800     IF MEMBER-FOUND
018900         PERFORM 4000-TAKE-ADJUSTMENT THRU 4000-EXIT
019000     ELSE
019100         DISPLAY "Member ID " MBR-ID " is not on file."
019200     END-IF.
019300 2500-EXIT.
019400     EXIT.
019500
019600 3000-LOOKUP-MEMBER.
019700     MOVE MBR-ID TO MAST-MBR-ID.
019800     READ MEMBER-MASTER-FILE
019900         INVALID KEY
020000             MOVE "N" TO WS-LOOKUP-SW
020100         NOT INVALID KEY
020200             MOVE "Y" TO WS-LOOKUP-SW
020300     END-READ.
020400 3000-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800*    4000-TAKE-ADJUSTMENT - REASON, AMOUNT, SIGN AND A NOTE,     *
020900*    ECHOED AND CONFIRMED. WITHIN THE LIMIT IT POSTS NOW; OVER   *
021000*    IT, IT WAITS FOR A SUPERVISOR.                              *
021100******************************************************************
021200 4000-TAKE-ADJUSTMENT.
021210     IF MAST-ERASED
021220         DISPLAY "Personal data for this member was erased -"
021230             " no adjustment taken."
021240         GO TO 4000-EXIT
021250     END-IF.
021300     DISPLAY "Member " MAST-MBR-NAME " owes "
021400         MAST-BALANCE-DUE " cents.".
021500     PERFORM 4100-GET-REASON THRU 4100-EXIT.
021600     PERFORM 4200-GET-AMOUNT THRU 4200-EXIT.
021700     PERFORM 4300-GET-SIGN THRU 4300-EXIT.
021800     DISPLAY "Note (up to 30 characters): " WITH NO ADVANCING.
021900     ACCEPT WS-ADJ-NOTE.
022000     IF SIGN-IS-CREDIT
022100         COMPUTE WS-ADJ-CENTS = WS-ADJ-AMOUNT * -100
022200     ELSE
022300         COMPUTE WS-ADJ-CENTS = WS-ADJ-AMOUNT * 100
022400     END-IF.
022500     DISPLAY WS-REASON-TEXT " " WS-SIGN-CHOICE WS-ADJ-AMOUNT
022600         " for " MAST-MBR-NAME " ?".
022700     PERFORM 5000-GET-CONFIRM THRU 5000-EXIT.
022800     IF CONFIRM-IS-YES
022900         ACCEPT WS-CURRENT-TIME FROM TIME
023000         IF WS-ADJ-AMOUNT > POLA-ADJ-LIMIT
023100             PERFORM 6500-HOLD-ADJUSTMENT THRU 6500-EXIT
023200         ELSE
023300             PERFORM 6000-WRITE-ADJUSTMENT THRU 6000-EXIT
023400         END-IF
023500     ELSE
023600         DISPLAY "Adjustment abandoned."
023700     END-IF.
023800 4000-EXIT.
023900     EXIT.
024000
024100 4100-GET-REASON.
024200     MOVE "N" TO WS-VALID-SW.
024300     PERFORM 4110-PROMPT-REASON THRU 4110-EXIT
024400         UNTIL INPUT-IS-VALID.
024500 4100-EXIT.
024600     EXIT.
024700
024800 4110-PROMPT-REASON.
024900     DISPLAY "Reason - Waiver, Refund, Bad-debt write-off,"
025000         " Correction? (W/R/B/C) " WITH NO ADVANCING.
025100     ACCEPT WS-ADJ-REASON.
025200     INSPECT WS-ADJ-REASON CONVERTING "wrbc" TO "WRBC".
025300     MOVE "Y" TO WS-VALID-SW.
025400     EVALUATE TRUE
025500         WHEN REASON-IS-WAIVER
025600             MOVE "FEE WAIVER" TO WS-REASON-TEXT
025700         WHEN REASON-IS-REFUND
025800             MOVE "REFUND" TO WS-REASON-TEXT
025900         WHEN REASON-IS-WRITEOFF
026000             MOVE "BAD-DEBT WRITE-OFF" TO WS-REASON-TEXT
026100         WHEN REASON-IS-CORRECTION
026200             MOVE "CORRECTION" TO WS-REASON-TEXT
026300         WHEN OTHER
026400             DISPLAY "Please answer W, R, B or C."
026500             MOVE "N" TO WS-VALID-SW
026600     END-EVALUATE.
026700 4110-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*    4200-GET-AMOUNT - SIX DIGITS, CENTS IMPLIED IN THE LAST     *
027200*    TWO, THE SAME EDIT PAYENTRY USES.                           *
027300******************************************************************
027400 4200-GET-AMOUNT.
027500     MOVE "N" TO WS-VALID-SW.
027600     PERFORM 4210-PROMPT-AMOUNT THRU 4210-EXIT
027700         UNTIL INPUT-IS-VALID.
027800 4200-EXIT.
027900     EXIT.
028000
028100 4210-PROMPT-AMOUNT.
028200     DISPLAY "Amount (999999, cents in last two): "
028300         WITH NO ADVANCING.
028400     ACCEPT WS-AMOUNT-EDIT.
028500     IF WS-AMOUNT-EDIT IS NUMERIC AND WS-AMOUNT-NUM > ZERO
028600         MOVE WS-AMOUNT-NUM TO WS-ADJ-AMOUNT
028700         MOVE "Y" TO WS-VALID-SW
028800     ELSE
028900         DISPLAY "Amount must be six digits - re-enter."
029000         MOVE "N" TO WS-VALID-SW
029100     END-IF.
029200 4210-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*    4300-GET-SIGN - A WAIVER OR WRITE-OFF CAN ONLY REDUCE WHAT  *
029700*    IS OWED AND A REFUND PAID OUT CAN ONLY RAISE IT BACK TOWARD *
029800*    ZERO; A CORRECTION MAY GO EITHER WAY.                       *
029900******************************************************************
030000 4300-GET-SIGN.
030100     MOVE "N" TO WS-VALID-SW.
030200     PERFORM 4310-PROMPT-SIGN THRU 4310-EXIT
030300         UNTIL INPUT-IS-VALID.
030400 4300-EXIT.
030500     EXIT.
030600
030700 4310-PROMPT-SIGN.
030800     DISPLAY "Charge or credit? (+/-) " WITH NO ADVANCING.
030900     ACCEPT WS-SIGN-CHOICE.
031000     MOVE "Y" TO WS-VALID-SW.
031100     IF NOT SIGN-IS-CHARGE AND NOT SIGN-IS-CREDIT
031200         DISPLAY "Please answer + or -."
031300         MOVE "N" TO WS-VALID-SW
031400     ELSE
031500         IF (REASON-IS-WAIVER OR REASON-IS-WRITEOFF)
031600             AND SIGN-IS-CHARGE
031700             DISPLAY "A waiver or write-off is a credit (-)."
031800             MOVE "N" TO WS-VALID-SW
031900         END-IF
032000         IF REASON-IS-REFUND AND SIGN-IS-CREDIT
032100             DISPLAY "A refund paid out is a charge (+)."
032200             MOVE "N" TO WS-VALID-SW
032300         END-IF
032400     END-IF.
032500 4310-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900*    5000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN  *
033000*    THE OTHER DESK SCREENS USE.                                 *
033100******************************************************************
033200 5000-GET-CONFIRM.
033300     MOVE "N" TO WS-VALID-SW.
033400     PERFORM 5010-PROMPT-CONFIRM THRU 5010-EXIT
033500         UNTIL INPUT-IS-VALID.
033600 5000-EXIT.
033700     EXIT.
033800
033900 5010-PROMPT-CONFIRM.
034000     DISPLAY "Confirm (Yes/No): " WITH NO ADVANCING.
034100     ACCEPT WS-CONFIRM.
034200     INSPECT WS-CONFIRM CONVERTING
034300         "abcdefghijklmnopqrstuvwxyz" TO
034400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
034500     IF NOT CONFIRM-IS-YES AND NOT CONFIRM-IS-NO
034600         DISPLAY "Please answer Yes or No."
034700         MOVE "N" TO WS-VALID-SW
034800     ELSE
034900         MOVE "Y" TO WS-VALID-SW
035000     END-IF.
035100 5010-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    6000-WRITE-ADJUSTMENT - NEXT LEDGER NUMBER, THEN A TYPE AJ  *
035600*    ROW CARRYING THE REASON, THE SAME APPEND PATTERN PAYENTRY   *
035700*    USES FOR A RECEIPT. JOURNALED AS POSTED UNDER THE LIMIT.    *
035800******************************************************************
035900 6000-WRITE-ADJUSTMENT.
036000     PERFORM 6100-FIND-NEXT-XACT-NUMBER THRU 6100-EXIT.
036010     IF WS-NEXT-XACT-NUMBER = ZERO
036020         DISPLAY "Adjustment not recorded - no ledger number"
036030             " available."
036040         GO TO 6000-EXIT
036045     END-IF.
036050     OPEN INPUT TRANSACTION-FILE.
036100     IF WS-XACT-STATUS = "35"
036200         OPEN OUTPUT TRANSACTION-FILE
036300         CLOSE TRANSACTION-FILE
036330     ELSE
036360         CLOSE TRANSACTION-FILE
036400     END-IF.
036500     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
036600     MOVE MBR-ID              TO XACT-MBR-ID.
036700     MOVE WS-CURRENT-DATE     TO XACT-POST-DATE.
036800     MOVE "AJ"                TO XACT-TYPE.
036900     MOVE WS-ADJ-CENTS        TO XACT-AMOUNT.
037000     MOVE SPACE               TO XACT-METHOD.
037100     MOVE WS-ADJ-REASON       TO XACT-ADJ-REASON.
037150     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
037200     OPEN EXTEND TRANSACTION-FILE.
037300     WRITE TRANSACTION-RECORD.
037400     CLOSE TRANSACTION-FILE.
037500     MOVE "A" TO CTLR-FUNCTION.
037600     MOVE "XACTIN" TO CTLR-FILE-NAME.
037700     MOVE 1 TO CTLR-COUNT-VALUE.
037800     COMPUTE CTLR-HASH-VALUE =
037900         XACT-NUMBER + XACT-POST-DATE.
038000     CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST.
038130     MOVE "P" TO WS-LOG-DISPO.
038260     MOVE WS-NEXT-XACT-NUMBER TO WS-LOG-XACT-NUMBER.
038400     PERFORM 7000-WRITE-LOG-ROW THRU 7000-EXIT.
038500     DISPLAY "Adjustment recorded as ledger row "
038600         WS-NEXT-XACT-NUMBER ".".
038700 6000-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    6100-FIND-NEXT-XACT-NUMBER - THE LEDGER NUMBER COMES FROM   *
039200*    THE NEXTNUM NUMBER CONTROL.                                 *
039300******************************************************************
039400 6100-FIND-NEXT-XACT-NUMBER.
039600     MOVE "N" TO NUMR-FUNCTION.
039800     MOVE "XACTIN" TO NUMR-SERIES-NAME.
040000     CALL "NEXTNUM" USING NUMBER-REQUEST.
040200     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
040400 6100-EXIT.
040500     EXIT.
041800
041900******************************************************************
042000*    6500-HOLD-ADJUSTMENT - OVER THE LIMIT: QUEUE IT FOR ADJREVW *
042100*    (BOOTSTRAPPING THE QUEUE ON FIRST USE) AND JOURNAL IT AS    *
042200*    HELD. NOTHING REACHES THE LEDGER UNTIL IT IS APPROVED.      *
042300******************************************************************
042400 6500-HOLD-ADJUSTMENT.
042410     OPEN INPUT ADJ-PENDING-FILE.
042420     IF WS-ADJP-STATUS = "35"
042430         OPEN OUTPUT ADJ-PENDING-FILE
042440         CLOSE ADJ-PENDING-FILE
042450     ELSE
042460         CLOSE ADJ-PENDING-FILE
042470     END-IF.
042480     OPEN EXTEND ADJ-PENDING-FILE.
042500     MOVE WS-CURRENT-DATE TO ADJP-DATE.
042600     MOVE WS-CURRENT-TIME TO ADJP-TIME.
042700     MOVE MBR-ID          TO ADJP-MBR-ID.
042800     MOVE MAST-MBR-NAME   TO ADJP-MBR-NAME.
042900     MOVE WS-ADJ-CENTS    TO ADJP-AMOUNT.
043000     MOVE WS-ADJ-REASON   TO ADJP-REASON.
043100     MOVE WS-ADJ-NOTE     TO ADJP-NOTE.
043200     MOVE VISIT-OPERATOR-ID TO ADJP-ENTERED-BY.
044100     WRITE ADJUSTMENT-PENDING-RECORD.
044200     CLOSE ADJ-PENDING-FILE.
044330     MOVE "H" TO WS-LOG-DISPO.
044460     MOVE ZERO TO WS-LOG-XACT-NUMBER.
044600     PERFORM 7000-WRITE-LOG-ROW THRU 7000-EXIT.
044700     DISPLAY "Over the approval limit - held for a supervisor.".
044800 6500-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    7000-WRITE-LOG-ROW - THE CALLER HAS SET THE DISPOSITION     *
045300*    AND LEDGER NUMBER. NO APPROVER AT ENTRY TIME.               *
045400******************************************************************
045500 7000-WRITE-LOG-ROW.
045510     OPEN INPUT ADJ-LOG-FILE.
045520     IF WS-ADJL-STATUS = "35"
045530         OPEN OUTPUT ADJ-LOG-FILE
045540         CLOSE ADJ-LOG-FILE
045550     ELSE
045560         CLOSE ADJ-LOG-FILE
045570     END-IF.
045580     OPEN EXTEND ADJ-LOG-FILE.
045600     MOVE WS-CURRENT-DATE TO ADJL-DATE.
045700     MOVE WS-CURRENT-TIME TO ADJL-TIME.
045800     MOVE MBR-ID          TO ADJL-MBR-ID.
045900     MOVE MAST-MBR-NAME   TO ADJL-MBR-NAME.
046000     MOVE WS-ADJ-CENTS    TO ADJL-AMOUNT.
046100     MOVE WS-ADJ-REASON   TO ADJL-REASON.
046200     MOVE WS-ADJ-NOTE     TO ADJL-NOTE.
046300     MOVE VISIT-OPERATOR-ID TO ADJL-ENTERED-BY.
046520     MOVE SPACES          TO ADJL-APPROVED-BY.
046740     MOVE WS-LOG-DISPO    TO ADJL-DISPOSITION.
046960     MOVE WS-LOG-XACT-NUMBER TO ADJL-XACT-NUMBER.
047200     WRITE ADJUSTMENT-LOG-RECORD.
047300     CLOSE ADJ-LOG-FILE.
047400 7000-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*    9999-TERMINATE                                               *
047900******************************************************************
048000 9999-TERMINATE.
048100     CLOSE MEMBER-MASTER-FILE.
048200 9999-EXIT.
048300     EXIT.
