001300*    LEDGER, DENYING IT ONLY RECORDS THE DECISION. EITHER WAY   *
001400*    AN AUDIT ROW IS WRITTEN SO COMPLIANCE SEES WHO WAS         *
001500*    APPROVED OR TURNED AWAY AND WHY. DECIDED ITEMS LEAVE THE   *
001550*    QUEUE; KEPT ITEMS STAY FOR THE NEXT REVIEW. A PROMOTION    *
001600*    CODE THE DESK TOOK IS HONOURED AT APPROVAL THE WAY LOVEYOU *
001650*    HONOURS IT AT A NORMAL INTAKE.                             *
001700*------------------------------------------------------------------
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002092*                     WITH A BLANK BIRTH DATE IS REPARSED IN    *
002094*                     THE LEGACY SHAPE AND ENROLLS WITH A ZERO  *
002096*                     BIRTH DATE FLAGGED APPROXIMATE.           *
002100*    2026-10-15  LS   CLEAR THE NEW ADJUSTMENT REASON ON THE FEE *
002104*                     ROW.                                       *
002108*    2026-10-15  LS   SET THE NEW RECEIPT NUMBER TO ZERO - ONLY  *
002112*                     A PAYENTRY RECEIPT CARRIES ONE.            *
002116*    2026-10-15  LS   DRAW EACH APPROVED FEE ROW'S LEDGER NUMBER *
002120*                     FROM NEXTNUM INSTEAD OF SCANNING XACTIN    *
002124*                     ONCE AND COUNTING ON FROM THE HIGHEST.     *
002128*    2026-10-15  LS   SHOW THE CONTACT DETAILS LOVEYOU QUEUED    *
002132*                     WITH THE ITEM AND ENROLL WITH THEM ON      *
002136*                     APPROVAL; A ROW QUEUED BEFORE THEY WERE    *
002140*                     CAPTURED ENROLLS WITH THEM BLANK AND       *
002144*                     CONTACTABLE. THE HOLD TABLE WIDENS WITH    *
002148*                     THE RECORD.                                *
002152*    2026-10-15  LS   SHOW THE PROMOTION CODE LOVEYOU QUEUED     *
002156*                     WITH THE ITEM AND, ON APPROVAL, ENROLL AT  *
002160*                     THE NET FEE, POST THE DISCOUNT AS AN AJ    *
002164*                     REASON P ROW AND APPEND THE PROMOUSE ROW.  *
002168*                     ROWS QUEUED BEFORE THE CODE WAS CARRIED    *
002172*                     COME IN WITH NO CODE. THE HOLD TABLE       *
002176*                     WIDENS WITH THE RECORD.                    *
002178*    2026-10-15  LS   POST NO ROW WITHOUT A NEXTNUM NUMBER.      *
002180******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003700     SELECT TRANSACTION-FILE ASSIGN TO "XACTIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-XACT-STATUS.
003920     SELECT PROMO-USAGE-FILE ASSIGN TO "PROMOUSE"
003940         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS IS WS-USE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
005500 FD  TRANSACTION-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY XACTREC.
005720
005740 FD  PROMO-USAGE-FILE
005760     LABEL RECORDS ARE STANDARD.
005780     COPY PROMUSE.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-PENDING-TABLE.
006100     05  WS-PEND-ENTRY OCCURS 100 TIMES.
006200         10  WS-TBL-IMAGE        PIC X(248).
006300         10  WS-TBL-KEEP-SW      PIC X(01).
006400
006403     COPY MBRCONT.
006406
006410 01  WS-LEGACY-PEND.
006420     05  WS-LGCY-DATE            PIC 9(08).
006430     05  WS-LGCY-TIME            PIC 9(08).
007200 77  WS-MAST-STATUS              PIC X(02).
007300 77  WS-AUD-STATUS               PIC X(02).
007400 77  WS-XACT-STATUS              PIC X(02).
007450 77  WS-USE-STATUS               PIC X(02).
007500
007600 77  WS-ITEM-COUNT               PIC 9(03) COMP VALUE ZERO.
007700 77  WS-ITEM-SUB                 PIC 9(03) COMP VALUE ZERO.
007800 77  WS-KEPT-COUNT               PIC 9(03) COMP VALUE ZERO.
007900 77  WS-NEXT-XACT-NUMBER         PIC 9(06) VALUE ZERO.
007950 77  WS-FEE-XACT-NUMBER          PIC 9(06) VALUE ZERO.
008000
008100 77  WS-EOF-SW                   PIC X(01).
008200     88  PENDING-EOF                 VALUE "Y".
008300     88  NOT-PENDING-EOF             VALUE "N".
008800
008900 77  WS-VALID-SW                 PIC X(01).
009000     88  INPUT-IS-VALID              VALUE "Y".
009540     88  QUEUE-FITS                  VALUE "N".
009545     COPY DAYANSW.
009546     COPY CTLREQ.
009548     COPY NUMREQ.
009550
009560 LINKAGE SECTION.
009570     COPY VISITID.
015800
015900******************************************************************
016000*    1100-OPEN-TARGETS - MASTER I-O (BOOTSTRAPPED LIKE LOVEYOU   *
016100*    DOES), AUDIT EXTEND, AND XACTIN BOOTSTRAPPED FOR THE FEES.  *
016200******************************************************************
016300 1100-OPEN-TARGETS.
016400     OPEN INPUT MEMBER-MASTER-FILE.
017700         CLOSE AUDIT-FILE
017800     END-IF.
017900     OPEN EXTEND AUDIT-FILE.
018000     PERFORM 1200-BOOTSTRAP-XACTIN THRU 1200-EXIT.
018100 1100-EXIT.
018200     EXIT.
018300
018450 1200-BOOTSTRAP-XACTIN.
018600     OPEN INPUT TRANSACTION-FILE.
018760     IF WS-XACT-STATUS = "35"
018920         OPEN OUTPUT TRANSACTION-FILE
019100         CLOSE TRANSACTION-FILE
019200     ELSE
019400         CLOSE TRANSACTION-FILE
019500     END-IF.
019600 1200-EXIT.
019700     EXIT.
021000
021100******************************************************************
021200*    2000-REVIEW-ONE-ITEM - SHOW THE CAPTURED INTAKE AND TAKE    *
021500 2000-REVIEW-ONE-ITEM.
021600     MOVE WS-TBL-IMAGE (WS-ITEM-SUB) TO PENDING-REVIEW-RECORD.
021610     PERFORM 2050-NORMALIZE-LEGACY-ROW THRU 2050-EXIT.
021620     IF PEND-PROMO-DISCOUNT IS NOT NUMERIC
021630         MOVE SPACES TO PEND-PROMO-CODE
021640         MOVE ZERO TO PEND-PROMO-DISCOUNT
021650     END-IF.
021700     DISPLAY " ".
021800     DISPLAY "Review item " WS-ITEM-SUB " of " WS-ITEM-COUNT
021900         ":".
022300     DISPLAY "  Age:        " PEND-AGE.
022310     DISPLAY "  Birth date: " PEND-BIRTH-DATE.
022400     DISPLAY "  Fee quoted: " PEND-FEE-QUOTED.
022402     IF PEND-PROMO-DISCOUNT > ZERO
022404         DISPLAY "  Promotion:  " PEND-PROMO-CODE " takes "
022406             PEND-PROMO-DISCOUNT " off"
022408     END-IF.
022410     MOVE PEND-CONTACT TO MEMBER-CONTACT.
022420     DISPLAY "  Address:    " MBR-ADDRESS-1.
022430     DISPLAY "              " MBR-CITY " " MBR-STATE-CODE " "
022440         MBR-POSTCODE.
022450     DISPLAY "  Phone:      " MBR-PHONE.
022500     MOVE "N" TO WS-VALID-SW.
022600     PERFORM 2100-PROMPT-DECISION THRU 2100-EXIT
022700         UNTIL INPUT-IS-VALID.
025000
025100******************************************************************
025200*    3000-APPROVE-ITEM - COMPLETE THE ENROLLMENT: MASTER RECORD, *
025300*    FEE LEDGER ROW (PLUS THE PROMOTION DISCOUNT ROW AND ITS     *
025400*    PROMOUSE ROW WHEN A CODE WAS TAKEN), AND AN ACCEPTED AUDIT  *
025450*    ROW NAMING THE MANAGER APPROVAL. A MEMBER ID ALREADY ON THE *
025500*    MASTER IS LEFT ALONE AND THE DECISION RECORDED AS A         *
025550*    DUPLICATE.                                                  *
025600******************************************************************
025700 3000-APPROVE-ITEM.
025800     MOVE "Y" TO WS-ENROLL-SW.
026000     MOVE PEND-MBR-NAME   TO MAST-MBR-NAME.
026100     MOVE PEND-AGE        TO MAST-MBR-AGE.
026200     MOVE WS-CURRENT-DATE TO MAST-ENROLL-DATE.
026300     COMPUTE MAST-FEE-QUOTED =
026350         PEND-FEE-QUOTED - PEND-PROMO-DISCOUNT.
026400     MOVE "A"             TO MAST-STATUS.
026500     MOVE ZERO            TO MAST-BALANCE-DUE.
026510     MOVE SPACES          TO MAST-HOUSEHOLD-ID.
026560     ELSE
026570         MOVE "A"         TO MAST-BIRTH-FLAG
026580     END-IF.
026584     MOVE PEND-CONTACT    TO MAST-CONTACT.
026588     IF NOT MAST-DO-NOT-CONTACT
026592         MOVE "N"         TO MAST-NO-CONTACT-FLAG
026596     END-IF.
026600     WRITE MEMBER-MASTER-RECORD
026700         INVALID KEY
026800             MOVE "N" TO WS-ENROLL-SW
026900     END-WRITE.
027000     IF ENROLL-WORKED
027100         PERFORM 3100-POST-FEE THRU 3100-EXIT
027105         IF WS-NEXT-XACT-NUMBER = ZERO
027110             DISPLAY "  Fee not posted - no ledger number"
027112                 " available."
027115         END-IF
027120         IF PEND-PROMO-DISCOUNT > ZERO
027125             AND WS-NEXT-XACT-NUMBER NOT = ZERO
027140             PERFORM 3200-POST-PROMO-DISCOUNT THRU 3200-EXIT
027150             IF WS-NEXT-XACT-NUMBER = ZERO
027155                 DISPLAY "  Promotion discount not posted."
027160             ELSE
027165                 PERFORM 3300-LOG-PROMO-USE THRU 3300-EXIT
027170             END-IF
027180         END-IF
027200         MOVE "ACCEPTED" TO WS-AUD-DISPO
027300         MOVE "APPROVED BY MANAGER - UNDERAGE INTAKE"
027400             TO WS-AUD-WHY
027500         PERFORM 5000-WRITE-AUDIT-ROW THRU 5000-EXIT
027600         MOVE "A" TO WS-TBL-KEEP-SW (WS-ITEM-SUB)
027700         DISPLAY "  Approved - member enrolled."
027800     ELSE
027900         MOVE "REJECTED" TO WS-AUD-DISPO
028000         MOVE "DUPLICATE ID AT MANAGER APPROVAL"
028900
029000******************************************************************
029100*    3100-POST-FEE - THE SAME FE LEDGER ROW LOVEYOU POSTS AT A   *
029200*    NORMAL INTAKE, UNDER THE NEXT LEDGER NUMBER (NEXTNUM).      *
029300******************************************************************
029400 3100-POST-FEE.
029440     MOVE "N" TO NUMR-FUNCTION.
029480     MOVE "XACTIN" TO NUMR-SERIES-NAME.
029520     CALL "NEXTNUM" USING NUMBER-REQUEST.
029560     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
029570     IF WS-NEXT-XACT-NUMBER = ZERO
029580         GO TO 3100-EXIT
029590     END-IF.
029600     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
029700     MOVE PEND-MBR-ID         TO XACT-MBR-ID.
029800     MOVE WS-CURRENT-DATE     TO XACT-POST-DATE.
029900     MOVE "FE"                TO XACT-TYPE.
030000     COMPUTE XACT-AMOUNT = PEND-FEE-QUOTED * 100.
030100     MOVE SPACE               TO XACT-METHOD.
030150     MOVE SPACE               TO XACT-ADJ-REASON.
030170     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
030200     OPEN EXTEND TRANSACTION-FILE.
030300     WRITE TRANSACTION-RECORD.
030400     CLOSE TRANSACTION-FILE.
030500 3100-EXIT.
030600     EXIT.
030700
030701******************************************************************
030702*    3200-POST-PROMO-DISCOUNT - THE DISCOUNT AS ITS OWN LEDGER   *
030703*    CREDIT (TYPE AJ, REASON P, NEGATIVE CENTS) UNDER ITS OWN    *
030704*    LEDGER NUMBER, AS LOVEYOU POSTS IT AT A NORMAL INTAKE.      *
030705******************************************************************
030706 3200-POST-PROMO-DISCOUNT.
030707     MOVE WS-NEXT-XACT-NUMBER TO WS-FEE-XACT-NUMBER.
030708     MOVE "N" TO NUMR-FUNCTION.
030709     MOVE "XACTIN" TO NUMR-SERIES-NAME.
030710     CALL "NEXTNUM" USING NUMBER-REQUEST.
030711     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
030712     IF WS-NEXT-XACT-NUMBER = ZERO
030713         GO TO 3200-EXIT
030714     END-IF.
030715     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
030716     MOVE PEND-MBR-ID         TO XACT-MBR-ID.
030717     MOVE WS-CURRENT-DATE     TO XACT-POST-DATE.
030718     MOVE "AJ"                TO XACT-TYPE.
030719     COMPUTE XACT-AMOUNT = ZERO - PEND-PROMO-DISCOUNT * 100.
030720     MOVE SPACE               TO XACT-METHOD.
030721     MOVE "P"                 TO XACT-ADJ-REASON.
030722     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
030723     OPEN EXTEND TRANSACTION-FILE.
030724     WRITE TRANSACTION-RECORD.
030725     CLOSE TRANSACTION-FILE.
030726     MOVE "A" TO CTLR-FUNCTION.
030727     MOVE "XACTIN" TO CTLR-FILE-NAME.
030728     MOVE 1 TO CTLR-COUNT-VALUE.
030729     COMPUTE CTLR-HASH-VALUE =
030730         XACT-NUMBER + XACT-POST-DATE.
030731     CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST.
030732 3200-EXIT.
030733     EXIT.
030734
030735******************************************************************
030736*    3300-LOG-PROMO-USE - ONE PROMOUSE ROW FOR THE REDEMPTION,   *
030737*    DATED THE DAY IT REACHED THE LEDGER, CREATING THE FILE THE  *
030738*    FIRST TIME.                                                 *
030739******************************************************************
030740 3300-LOG-PROMO-USE.
030741     OPEN INPUT PROMO-USAGE-FILE.
030742     IF WS-USE-STATUS = "35"
030743         OPEN OUTPUT PROMO-USAGE-FILE
030744         CLOSE PROMO-USAGE-FILE
030745     ELSE
030746         CLOSE PROMO-USAGE-FILE
030747     END-IF.
030748     MOVE WS-CURRENT-DATE     TO PRMU-DATE.
030749     MOVE WS-CURRENT-TIME     TO PRMU-TIME.
030750     MOVE PEND-PROMO-CODE     TO PRMU-CODE.
030751     MOVE PEND-MBR-ID         TO PRMU-MBR-ID.
030752     MOVE "I"                 TO PRMU-CHARGE.
030753     MOVE PEND-FEE-QUOTED     TO PRMU-GROSS-FEE.
030754     MOVE PEND-PROMO-DISCOUNT TO PRMU-DISCOUNT.
030755     MOVE WS-FEE-XACT-NUMBER  TO PRMU-FEE-XACT-NUMBER.
030756     MOVE WS-NEXT-XACT-NUMBER TO PRMU-DISC-XACT-NUMBER.
030757     MOVE "MGRREVW"           TO PRMU-PROGRAM.
030758     OPEN EXTEND PROMO-USAGE-FILE.
030759     WRITE PROMOTION-USAGE-RECORD.
030760     CLOSE PROMO-USAGE-FILE.
030761 3300-EXIT.
030762     EXIT.
030763
030800******************************************************************
030900*    4000-DENY-ITEM - THE DECISION IS AUDITED; NOTHING ELSE      *
031000*    CHANGES.                                                    *
