000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCPTRPR.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    RCPTRPR IS THE RECEIPT REPRINT SCREEN ON THE FRONTDESK      *
000900*    MENU. MEMBERS COME BACK FOR A COPY OF A RECEIPT (E.G. FOR   *
001000*    AN EMPLOYER'S WELLNESS REIMBURSEMENT). GIVEN THE MEMBER AND *
001100*    THE DATE PAID, IT LISTS THAT DAY'S PY ROWS FROM THE LEDGER  *
001200*    ARCHIVE (LEDGARCX) - AND FROM XACTIN, FOR A PAYMENT NOT YET *
001300*    CLOSED - AND REPRINTS THE ONE PICKED THROUGH RCPTPRN,       *
001400*    MARKED DUPLICATE. A NUMBERED RECEIPT IS REPRINTED FROM ITS  *
001500*    RCPTLOG REGISTER ROW EXACTLY AS FIRST PRINTED; A PAYMENT    *
001600*    TAKEN BEFORE RECEIPTS WERE NUMBERED IS PRINTED FROM THE     *
001700*    LEDGER ROW ALONE, WITHOUT OPERATOR OR BALANCE AFTER.        *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002110*    2026-10-15  LS   REGISTER LINE WIDENED TO 108 BYTES FOR THE *
002120*                     BALANCE BASIS.                             *
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
003400     SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCX"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ARCH-KEY
003800         FILE STATUS IS WS-ARCH-STATUS.
003900     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-XACT-STATUS.
004200     SELECT RECEIPT-LOG-FILE ASSIGN TO "RCPTLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RCPT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MEMBER-MASTER-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY MBRMAST.
005100
005200 FD  ARCHIVE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY LEDGARCH.
005500
005600 FD  TRANSACTION-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY XACTREC.
005900
006000 FD  RECEIPT-LOG-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  RECEIPT-LOG-LINE            PIC X(108).
006300
006400 WORKING-STORAGE SECTION.
006500     COPY MBRID.
006600     COPY RCPTLOG.
006700     COPY RCPTREQ.
006800
006900 01  WS-PAYMENT-TABLE.
007000     05  WS-PAY-ENTRY OCCURS 20 TIMES.
007100         10  WS-PAY-NUMBER       PIC 9(06).
007200         10  WS-PAY-RECEIPT      PIC 9(06).
007300         10  WS-PAY-AMOUNT       PIC S9(07).
007400         10  WS-PAY-METHOD       PIC X(01).
007500
007600 01  WS-DATE-GROUP.
007700     05  WS-DATE-EDIT            PIC X(08).
007800 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
007900                                 PIC 9(08).
008000
008100 01  WS-PICK-GROUP.
008200     05  WS-PICK-EDIT            PIC X(02).
008300 01  WS-PICK-NUM REDEFINES WS-PICK-GROUP
008400                                 PIC 9(02).
008500
008600 01  WS-PAID-DATE                PIC 9(08).
008700 01  WS-CURRENT-DATE             PIC 9(08).
008800 01  WS-SHOW-CENTS               PIC -,---,--9.
008900
009000 77  WS-MAST-STATUS              PIC X(02).
009100 77  WS-ARCH-STATUS              PIC X(02).
009200 77  WS-XACT-STATUS              PIC X(02).
009300 77  WS-RCPT-STATUS              PIC X(02).
009400
009500 77  WS-PAY-COUNT                PIC 9(02) COMP VALUE ZERO.
009600 77  WS-PAY-SUB                  PIC 9(02) COMP VALUE ZERO.
009700
009800 77  WS-LOOKUP-SW                PIC X(01).
009900     88  MEMBER-FOUND                VALUE "Y".
010000     88  MEMBER-NOT-FOUND            VALUE "N".
010100
010200 77  WS-DONE-SW                  PIC X(01).
010300     88  REPRINT-IS-DONE             VALUE "Y".
010400     88  REPRINT-NOT-DONE            VALUE "N".
010500
010600 77  WS-VALID-SW                 PIC X(01).
010700     88  INPUT-IS-VALID              VALUE "Y".
010800     88  INPUT-IS-INVALID            VALUE "N".
010900
011000 77  WS-EOF-SW                   PIC X(01).
011100     88  AT-EOF                      VALUE "Y".
011200     88  NOT-AT-EOF                  VALUE "N".
011300
011400 77  WS-REGISTER-SW              PIC X(01).
011500     88  REGISTER-ROW-FOUND          VALUE "Y".
011600     88  REGISTER-ROW-MISSING        VALUE "N".
011700
011800 77  WS-OVERFLOW-SW              PIC X(01).
011900     88  PAYMENT-TABLE-FULL          VALUE "Y".
012000     88  PAYMENT-TABLE-FITS          VALUE "N".
012100
012200 LINKAGE SECTION.
012300     COPY VISITID.
012400
012500 PROCEDURE DIVISION USING VISIT-IDENTITY.
012600******************************************************************
012700*    0000-MAINLINE                                                *
012800******************************************************************
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     IF REPRINT-NOT-DONE
013200         IF VISIT-PRECAPTURED
013300             PERFORM 2500-REPRINT-PICKED-MEMBER THRU 2500-EXIT
013400         ELSE
013500             PERFORM 2000-REPRINT-LOOP THRU 2000-EXIT
013600                 UNTIL REPRINT-IS-DONE
013700         END-IF
013800         PERFORM 9999-TERMINATE THRU 9999-EXIT
013900     END-IF.
014000     GOBACK.
014100
014200******************************************************************
014300*    1000-INITIALIZE - NO MASTER MEANS NO MEMBER TO REPRINT FOR, *
014400*    SO SAY SO AND END INSTEAD OF ABENDING.                      *
014500******************************************************************
014600 1000-INITIALIZE.
014700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014800     MOVE "N" TO WS-DONE-SW.
014900     OPEN INPUT MEMBER-MASTER-FILE.
015000     IF WS-MAST-STATUS = "35"
015100         DISPLAY "No member master on file - nothing to reprint."
015200         MOVE "Y" TO WS-DONE-SW
015300     END-IF.
015400 1000-EXIT.
015500     EXIT.
015600
015700******************************************************************
015800*    2000-REPRINT-LOOP - ONE MEMBER PER PASS. A BLANK OR "END"   *
015900*    MEMBER ID ENDS THE SESSION.                                 *
016000******************************************************************
016100 2000-REPRINT-LOOP.
016200     DISPLAY " ".
016300     DISPLAY "Member ID for the reprint (or END): "
016400         WITH NO ADVANCING.
016500     ACCEPT MBR-ID.
016600     IF MBR-ID = "END" OR MBR-ID = "end" OR MBR-ID = SPACES
016700         MOVE "Y" TO WS-DONE-SW
016800     ELSE
016900         PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT
017000         IF MEMBER-FOUND
017100             PERFORM 4000-FIND-PAYMENTS THRU 4000-EXIT
017200         ELSE
017300             DISPLAY "Member ID " MBR-ID " is not on file."
017400         END-IF
017500     END-IF.
017600 2000-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000*    2500-REPRINT-PICKED-MEMBER - THE MBR-ID WAS ALREADY PICKED  *
018100*    (E.G. BY NAME IN MBRFIND); ONE PASS, NO ID PROMPT.          *
018200******************************************************************
018300 2500-REPRINT-PICKED-MEMBER.
018400     MOVE VISIT-MBR-ID TO MBR-ID.
018500     PERFORM 3000-LOOKUP-MEMBER THRU 3000-EXIT.
018600     IF MEMBER-FOUND
018700         PERFORM 4000-FIND-PAYMENTS THRU 4000-EXIT
018800     ELSE
018900         DISPLAY "Member ID " MBR-ID " is not on file."
019000     END-IF.
019100 2500-EXIT.
019200     EXIT.
019300
019400 3000-LOOKUP-MEMBER.
019500     MOVE MBR-ID TO MAST-MBR-ID.
019600     READ MEMBER-MASTER-FILE
019700         INVALID KEY
019800             MOVE "N" TO WS-LOOKUP-SW
019900         NOT INVALID KEY
020000             MOVE "Y" TO WS-LOOKUP-SW
020100     END-READ.
020200 3000-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*    4000-FIND-PAYMENTS - TAKE THE DATE PAID, GATHER THAT DAY'S  *
020700*    PY ROWS FOR THE MEMBER, LIST THEM AND REPRINT THE ONE THE   *
020800*    DESK PICKS (0 PICKS NONE).                                  *
020900******************************************************************
021000 4000-FIND-PAYMENTS.
021100     MOVE "N" TO WS-VALID-SW.
021200     PERFORM 4100-PROMPT-DATE THRU 4100-EXIT
021300         UNTIL INPUT-IS-VALID.
021400     MOVE ZERO TO WS-PAY-COUNT.
021500     MOVE "N" TO WS-OVERFLOW-SW.
021600     PERFORM 4200-SCAN-ARCHIVE THRU 4200-EXIT.
021700     PERFORM 4300-SCAN-TODAY THRU 4300-EXIT.
021800     IF WS-PAY-COUNT = ZERO
021900         DISPLAY "No payment found for " MBR-ID " on "
022000             WS-PAID-DATE "."
022100         GO TO 4000-EXIT
022200     END-IF.
022300     PERFORM 4500-SHOW-ONE-PAYMENT THRU 4500-EXIT
022400         VARYING WS-PAY-SUB FROM 1 BY 1
022500         UNTIL WS-PAY-SUB > WS-PAY-COUNT.
022600     IF PAYMENT-TABLE-FULL
022700         DISPLAY "More than 20 payments that day - the list"
022800             " shows the first 20."
022900     END-IF.
023000     MOVE "N" TO WS-VALID-SW.
023100     PERFORM 4600-PROMPT-PICK THRU 4600-EXIT
023200         UNTIL INPUT-IS-VALID.
023300     IF WS-PICK-NUM > ZERO
023400         MOVE WS-PICK-NUM TO WS-PAY-SUB
023500         PERFORM 5000-REPRINT-PAYMENT THRU 5000-EXIT
023600     END-IF.
023700 4000-EXIT.
023800     EXIT.
023900
024000 4100-PROMPT-DATE.
024100     DISPLAY "Date paid (YYYYMMDD, blank for today): "
024200         WITH NO ADVANCING.
024300     ACCEPT WS-DATE-EDIT.
024400     IF WS-DATE-EDIT = SPACES
024500         MOVE WS-CURRENT-DATE TO WS-PAID-DATE
024600         MOVE "Y" TO WS-VALID-SW
024700     ELSE
024800         IF WS-DATE-EDIT IS NUMERIC AND WS-DATE-NUM > ZERO
024900             MOVE WS-DATE-NUM TO WS-PAID-DATE
025000             MOVE "Y" TO WS-VALID-SW
025100         ELSE
025200             DISPLAY "Date must be eight digits - re-enter."
025300             MOVE "N" TO WS-VALID-SW
025400         END-IF
025500     END-IF.
025600 4100-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000*    4200-SCAN-ARCHIVE - THE ARCHIVE IS KEYED MEMBER + DATE +    *
026100*    NUMBER, SO THE DAY'S ROWS FOR THE MEMBER SIT TOGETHER.      *
026200******************************************************************
026300 4200-SCAN-ARCHIVE.
026400     OPEN INPUT ARCHIVE-FILE.
026500     IF WS-ARCH-STATUS = "00"
026600         MOVE MBR-ID       TO ARCH-MBR-ID
026700         MOVE WS-PAID-DATE TO ARCH-POST-DATE
026800         MOVE ZERO         TO ARCH-NUMBER
026900         MOVE "N" TO WS-EOF-SW
027000         START ARCHIVE-FILE KEY >= ARCH-KEY
027100             INVALID KEY
027200                 MOVE "Y" TO WS-EOF-SW
027300         END-START
027400         PERFORM 4210-READ-ARCHIVE THRU 4210-EXIT
027500         PERFORM 4220-NOTE-ARCHIVE-ROW THRU 4220-EXIT
027600             UNTIL AT-EOF
027700         CLOSE ARCHIVE-FILE
027800     END-IF.
027900 4200-EXIT.
028000     EXIT.
028100
028200 4210-READ-ARCHIVE.
028300     IF NOT-AT-EOF
028400         READ ARCHIVE-FILE NEXT RECORD
028500             AT END
028600                 MOVE "Y" TO WS-EOF-SW
028700         END-READ
028800     END-IF.
028900 4210-EXIT.
029000     EXIT.
029100
029200 4220-NOTE-ARCHIVE-ROW.
029300     IF ARCH-MBR-ID NOT = MBR-ID
029400         OR ARCH-POST-DATE NOT = WS-PAID-DATE
029500         MOVE "Y" TO WS-EOF-SW
029600     ELSE
029700         IF ARCH-IS-PAYMENT
029800             PERFORM 4400-ADD-TABLE-SLOT THRU 4400-EXIT
029900             IF WS-PAY-SUB > ZERO
030000                 MOVE ARCH-NUMBER TO WS-PAY-NUMBER (WS-PAY-SUB)
030100                 MOVE ARCH-RECEIPT-NUMBER
030200                     TO WS-PAY-RECEIPT (WS-PAY-SUB)
030300                 MOVE ARCH-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-SUB)
030400                 MOVE ARCH-METHOD TO WS-PAY-METHOD (WS-PAY-SUB)
030500             END-IF
030600         END-IF
030700         PERFORM 4210-READ-ARCHIVE THRU 4210-EXIT
030800     END-IF.
030900 4220-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    4300-SCAN-TODAY - A PAYMENT NOT YET ROLLED TO THE ARCHIVE   *
031400*    BY EODCLOSE IS STILL ON XACTIN.                             *
031500******************************************************************
031600 4300-SCAN-TODAY.
031700     OPEN INPUT TRANSACTION-FILE.
031800     IF WS-XACT-STATUS = "00"
031900         MOVE "N" TO WS-EOF-SW
032000         PERFORM 4310-READ-TODAY THRU 4310-EXIT
032100         PERFORM 4320-NOTE-TODAY-ROW THRU 4320-EXIT
032200             UNTIL AT-EOF
032300         CLOSE TRANSACTION-FILE
032400     END-IF.
032500 4300-EXIT.
032600     EXIT.
032700
032800 4310-READ-TODAY.
032900     READ TRANSACTION-FILE
033000         AT END
033100             MOVE "Y" TO WS-EOF-SW
033200     END-READ.
033300 4310-EXIT.
033400     EXIT.
033500
033600 4320-NOTE-TODAY-ROW.
033700     IF XACT-MBR-ID = MBR-ID
033800         AND XACT-POST-DATE = WS-PAID-DATE
033900         AND XACT-IS-PAYMENT
034000         PERFORM 4400-ADD-TABLE-SLOT THRU 4400-EXIT
034100         IF WS-PAY-SUB > ZERO
034200             MOVE XACT-NUMBER TO WS-PAY-NUMBER (WS-PAY-SUB)
034300             IF XACT-RECEIPT-NUMBER IS NUMERIC
034400                 MOVE XACT-RECEIPT-NUMBER
034500                     TO WS-PAY-RECEIPT (WS-PAY-SUB)
034600             ELSE
034700                 MOVE ZERO TO WS-PAY-RECEIPT (WS-PAY-SUB)
034800             END-IF
034900             MOVE XACT-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-SUB)
035000             MOVE XACT-METHOD TO WS-PAY-METHOD (WS-PAY-SUB)
035100         END-IF
035200     END-IF.
035300     PERFORM 4310-READ-TODAY THRU 4310-EXIT.
035400 4320-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800*    4400-ADD-TABLE-SLOT - WS-PAY-SUB COMES BACK AS THE NEW SLOT,*
035900*    OR ZERO WHEN THE TABLE IS FULL.                             *
036000******************************************************************
036100 4400-ADD-TABLE-SLOT.
036200     IF WS-PAY-COUNT < 20
036300         ADD 1 TO WS-PAY-COUNT
036400         MOVE WS-PAY-COUNT TO WS-PAY-SUB
036500     ELSE
036600         MOVE "Y" TO WS-OVERFLOW-SW
036700         MOVE ZERO TO WS-PAY-SUB
036800     END-IF.
036900 4400-EXIT.
037000     EXIT.
037100
037200 4500-SHOW-ONE-PAYMENT.
037300     COMPUTE WS-SHOW-CENTS = ZERO - WS-PAY-AMOUNT (WS-PAY-SUB).
037400     DISPLAY WS-PAY-SUB ". Ledger row " WS-PAY-NUMBER (WS-PAY-SUB)
037500         "  receipt " WS-PAY-RECEIPT (WS-PAY-SUB)
037600         "  " WS-SHOW-CENTS " cents ("
037700         WS-PAY-METHOD (WS-PAY-SUB) ")".
037800 4500-EXIT.
037900     EXIT.
038000
038100 4600-PROMPT-PICK.
038200     DISPLAY "Reprint which (2 digits, 00 for none): "
038300         WITH NO ADVANCING.
038400     ACCEPT WS-PICK-EDIT.
038500     IF WS-PICK-EDIT IS NUMERIC
038600         AND WS-PICK-NUM NOT > WS-PAY-COUNT
038700         MOVE "Y" TO WS-VALID-SW
038800     ELSE
038900         DISPLAY "Pick a listed number, or 00 - re-enter."
039000         MOVE "N" TO WS-VALID-SW
039100     END-IF.
039200 4600-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    5000-REPRINT-PAYMENT - FROM THE REGISTER ROW WHEN THE       *
039700*    RECEIPT WAS NUMBERED, OTHERWISE FROM THE LEDGER ROW AND THE *
039800*    MASTER NAME.                                                *
039900******************************************************************
040000 5000-REPRINT-PAYMENT.
040100     MOVE "N" TO WS-REGISTER-SW.
040200     IF WS-PAY-RECEIPT (WS-PAY-SUB) > ZERO
040300         PERFORM 6000-FIND-REGISTER-ROW THRU 6000-EXIT
040400     END-IF.
040500     IF REGISTER-ROW-FOUND
040600         MOVE "Y" TO RCPQ-BALANCE-SW
040700     ELSE
040800         MOVE "N" TO RCPQ-BALANCE-SW
040900         MOVE SPACES TO RECEIPT-LOG-RECORD
041000         MOVE WS-PAY-RECEIPT (WS-PAY-SUB) TO RCPT-NUMBER
041100         MOVE WS-PAID-DATE        TO RCPT-DATE
041200         MOVE ZERO                TO RCPT-TIME
041300         MOVE MBR-ID              TO RCPT-MBR-ID
041400         MOVE MAST-MBR-NAME       TO RCPT-MBR-NAME
041500         COMPUTE RCPT-AMOUNT = ZERO - WS-PAY-AMOUNT (WS-PAY-SUB)
041600         MOVE WS-PAY-METHOD (WS-PAY-SUB) TO RCPT-METHOD
041700         MOVE ZERO                TO RCPT-BALANCE-AFTER
041800         MOVE WS-PAY-NUMBER (WS-PAY-SUB) TO RCPT-XACT-NUMBER
041900     END-IF.
042000     MOVE "D" TO RCPQ-COPY-TYPE.
042100     MOVE RECEIPT-LOG-RECORD TO RCPQ-RECEIPT-IMAGE.
042200     CALL "RCPTPRN" USING RECEIPT-PRINT-REQUEST.
042300     DISPLAY "Duplicate receipt printed.".
042400 5000-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800*    6000-FIND-REGISTER-ROW - SCAN RCPTLOG FOR THE RECEIPT       *
042900*    NUMBER; THE ROW FOUND IS LEFT IN RECEIPT-LOG-RECORD.        *
043000******************************************************************
043100 6000-FIND-REGISTER-ROW.
043200     OPEN INPUT RECEIPT-LOG-FILE.
043300     IF WS-RCPT-STATUS = "00"
043400         MOVE "N" TO WS-EOF-SW
043500         PERFORM 6100-MATCH-ONE-ROW THRU 6100-EXIT
043600             UNTIL AT-EOF OR REGISTER-ROW-FOUND
043700         CLOSE RECEIPT-LOG-FILE
043800     END-IF.
043900 6000-EXIT.
044000     EXIT.
044100
044200 6100-MATCH-ONE-ROW.
044300     READ RECEIPT-LOG-FILE
044400         AT END
044500             MOVE "Y" TO WS-EOF-SW
044600         NOT AT END
044700             MOVE RECEIPT-LOG-LINE TO RECEIPT-LOG-RECORD
044800             IF RCPT-NUMBER = WS-PAY-RECEIPT (WS-PAY-SUB)
044900                 MOVE "Y" TO WS-REGISTER-SW
045000             END-IF
045100     END-READ.
045200 6100-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    9999-TERMINATE                                               *
045700******************************************************************
045800 9999-TERMINATE.
045900     CLOSE MEMBER-MASTER-FILE.
046000 9999-EXIT.
046100     EXIT.
