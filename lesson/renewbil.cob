001800*    PLUS ANNIVERSARY DATE) AND THE LOG IS CHECKED FIRST, SO A    *
001900*    RERUN OF AN OVERLAPPING WINDOW CANNOT DOUBLE-BILL THE SAME   *
002000*    ANNIVERSARY.                                                 *
002020*    THE OPERATOR MAY NAME ONE PROMOTION CODE (PROMOTN, JUDGED BY *
002040*    PROMCHK) FOR THE RUN; IT IS TAKEN OFF EVERY RENEWAL IT       *
002060*    COVERS AS A SEPARATE AJ REASON P LEDGER ROW BESIDE THE GROSS *
002080*    FE ROW, AND EACH USE IS LOGGED TO PROMOUSE.                  *
002100*------------------------------------------------------------------
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002495*                     EVERY RUN ONCE LIFETIME BILLINGS PASSED   *
002497*                     IT, THOUGH LONG-PAST ROWS CAN NEVER       *
002499*                     MATCH A BILLABLE ANNIVERSARY.             *
002519*    2026-10-15  LS   CLEAR THE NEW ADJUSTMENT REASON ON THE     *
002539*                     RENEWAL FEE ROW.                           *
002545*    2026-10-15  LS   SET THE NEW RECEIPT NUMBER TO ZERO - ONLY  *
002551*                     A PAYENTRY RECEIPT CARRIES ONE.            *
002553*    2026-10-15  LS   DRAW EACH FEE ROW'S LEDGER NUMBER FROM     *
002555*                     NEXTNUM INSTEAD OF SCANNING XACTIN ONCE    *
002557*                     AND COUNTING ON FROM THE HIGHEST.          *
002562*    2026-10-15  LS   PRINT AN ADDRESS BLOCK UNDER EACH REGISTER *
002567*                     LINE SO THE REGISTER DOUBLES AS THE        *
002572*                     MAILING LIST - A HOUSEHOLD MEMBER'S BILL   *
002577*                     IS ADDRESSED TO THE BILL-TO MEMBER, AND A  *
002582*                     DO-NOT-CONTACT OR NO-ADDRESS PAYER IS      *
002587*                     FLAGGED TO HOLD.                           *
002588*    2026-10-15  LS   TAKE ONE OPTIONAL PROMOTION CODE FOR THE   *
002589*                     RUN (PROMCHK, RENEWAL CHARGE) AND APPLY IT *
002590*                     AFTER THE FAMILY RATE - THE GROSS FE ROW   *
002591*                     STANDS AND THE DISCOUNT POSTS AS AN AJ     *
002592*                     REASON P ROW, LOGGED TO PROMOUSE AND SHOWN *
002593*                     ON THE REGISTER.                           *
002594*    2026-10-15  LS   STOP THE RUN WITH RETURN CODE 16 WHEN      *
002595*                     NEXTNUM HAS NO LEDGER NUMBER TO GIVE - THE *
002596*                     MEMBER IS LEFT UNBILLED AND UNLOGGED SO A  *
002597*                     RERUN PICKS THEM UP.                       *
002598******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004100     SELECT RENEWAL-LOG-FILE ASSIGN TO "RENEWLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-LOG-STATUS.
004320     SELECT PROMO-USAGE-FILE ASSIGN TO "PROMOUSE"
004340         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS WS-USE-STATUS.
004400     SELECT REGISTER-FILE ASSIGN TO "RENEWRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
006500     05  RLOG-MBR-ID             PIC X(20).
006600     05  RLOG-ANNIV-DATE         PIC 9(08).
006700
006720 FD  PROMO-USAGE-FILE
006740     LABEL RECORDS ARE STANDARD.
006760     COPY PROMUSE.
006780
006800 FD  REGISTER-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  REGISTER-LINE               PIC X(100).
007300     COPY FEEBRKT.
007400     COPY DAYANSW.
007500     COPY CTLREQ.
007550     COPY NUMREQ.
007555     COPY PROMANSW.
007560*    THE CONTACT DETAILS THE BILL IS ADDRESSED TO.
007570     COPY MBRCONT.
007600
007700 01  WS-BILLED-TABLE.
007800     05  WS-LOG-ENTRY OCCURS 500 TIMES INDEXED BY LOG-IX.
011100     05  WS-REG-ANNIV            PIC 9(08).
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  WS-REG-FEE              PIC ZZ,ZZ9.99.
011306     05  FILLER                  PIC X(02) VALUE SPACES.
011312     05  WS-REG-DISCOUNT         PIC ZZ9.99 BLANK WHEN ZERO.
011320
011340 01  WS-ADDRESS-LINE.
011360     05  FILLER                  PIC X(22) VALUE SPACES.
011380     05  WS-ADR-TEXT             PIC X(60).
011400
011500 01  WS-FEE-QUOTED               PIC 9(03)V99.
011600 01  WS-CURRENT-DATE             PIC 9(08).
011630 01  WS-CURRENT-TIME             PIC 9(08).
011660 01  WS-PROMO-TOTAL-EDIT         PIC ZZZ,ZZ9.99.
011700 01  WS-BEST-EFF-DATE            PIC 9(08).
011800
011900 77  WS-MAST-STATUS              PIC X(02).
012100 77  WS-FEE-STATUS               PIC X(02).
012200 77  WS-LOG-STATUS               PIC X(02).
012300 77  WS-RPT-STATUS               PIC X(02).
012350 77  WS-USE-STATUS               PIC X(02).
012400
012500 77  WS-LOG-COUNT                PIC 9(03) COMP VALUE ZERO.
012600 77  WS-BILLED-COUNT             PIC 9(04) VALUE ZERO.
012700 77  WS-SKIPPED-COUNT            PIC 9(04) VALUE ZERO.
012800 77  WS-NEXT-XACT-NUMBER         PIC 9(06) VALUE ZERO.
012810 77  WS-FEE-XACT-NUMBER          PIC 9(06).
012820 77  WS-PROMO-CODE               PIC X(08) VALUE SPACES.
012830 77  WS-PROMO-DISCOUNT           PIC 9(03)V99 VALUE ZERO.
012840 77  WS-PROMO-COUNT              PIC 9(04) VALUE ZERO.
012850 77  WS-PROMO-TOTAL              PIC 9(06)V99 VALUE ZERO.
012900 77  WS-CAND-YYYY                PIC 9(04).
012910 77  WS-DERIVED-AGE              PIC 9(03).
012920 77  WS-CUR-MBR-ID               PIC X(20).
012930 77  WS-CUR-MBR-NAME             PIC X(35).
012940 77  WS-CUR-HH-ID                PIC X(20).
012945 77  WS-BILL-NAME                PIC X(35).
012950 77  WS-HH-OTHERS                PIC 9(03).
012960
012970 77  WS-HH-EOF-SW                PIC X(01).
013200     88  AT-EOF                      VALUE "Y".
013300     88  NOT-AT-EOF                  VALUE "N".
013400
013800
013900 77  WS-FEE-EOF-SW               PIC X(01).
014000     88  FEE-SCHED-EOF               VALUE "Y".
018800******************************************************************
018900 1000-INITIALIZE.
019000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019050     ACCEPT WS-CURRENT-TIME FROM TIME.
019100     MOVE "N" TO WS-OVERFLOW-SW.
019200     DISPLAY "Renewal run window.".
019300     MOVE "N" TO WS-VALID-SW.
019600     MOVE "N" TO WS-VALID-SW.
019700     PERFORM 1200-PROMPT-END THRU 1200-EXIT
019800         UNTIL INPUT-IS-VALID.
019820     MOVE "N" TO WS-VALID-SW.
019840     PERFORM 1250-PROMPT-PROMOTION THRU 1250-EXIT
019860         UNTIL INPUT-IS-VALID.
019900     PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT.
020000     PERFORM 1400-TABLE-RENEWAL-LOG THRU 1400-EXIT.
020100     IF LOG-FITS
024000     END-IF.
024100 1200-EXIT.
024200     EXIT.
024202
024204******************************************************************
024206*    1250-PROMPT-PROMOTION - ONE OPTIONAL PROMOTION CODE FOR THE  *
024208*    WHOLE RUN, CHECKED NOW SO A BAD CODE IS CAUGHT BEFORE ANY    *
024210*    BILLING. THE DISCOUNT ITSELF IS WORKED PER MEMBER IN 4270.   *
024212******************************************************************
024214 1250-PROMPT-PROMOTION.
024216     DISPLAY "Promotion code for this run (blank for none): "
024218         WITH NO ADVANCING.
024220     ACCEPT WS-PROMO-CODE.
024222     INSPECT WS-PROMO-CODE CONVERTING
024224         "abcdefghijklmnopqrstuvwxyz" TO
024226         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
024228     MOVE "Y" TO WS-VALID-SW.
024230     IF WS-PROMO-CODE = SPACES
024232         GO TO 1250-EXIT
024234     END-IF.
024236     MOVE WS-PROMO-CODE   TO PRMA-CODE.
024238     MOVE "R"             TO PRMA-CHARGE.
024240     MOVE WS-CURRENT-DATE TO PRMA-AS-OF-DATE.
024242     MOVE ZERO            TO PRMA-GROSS-FEE.
024244     CALL "PROMCHK" USING PROMOTION-ANSWER.
024246     EVALUATE TRUE
024248         WHEN PRMA-APPLIED
024250             DISPLAY "Promotion " PRMA-DESCRIPTION
024252                 " applies to this run."
024254         WHEN PRMA-NOT-IN-DATE
024256             DISPLAY "Promotion " WS-PROMO-CODE
024258                 " is not running today - re-enter."
024260             MOVE "N" TO WS-VALID-SW
024262         WHEN PRMA-WRONG-CHARGE
024264             DISPLAY "Promotion " WS-PROMO-CODE
024266                 " does not apply to renewals - re-enter."
024268             MOVE "N" TO WS-VALID-SW
024270         WHEN OTHER
024272             DISPLAY "No promotion " WS-PROMO-CODE
024274                 " on file - re-enter."
024276             MOVE "N" TO WS-VALID-SW
024278     END-EVALUATE.
024280 1250-EXIT.
024282     EXIT.
024300
024400******************************************************************
024500*    1300-LOAD-FEE-SCHEDULE - THE RATE ROW IN FORCE ON THE RUN    *
039600******************************************************************
039700*    4000-BILL-ONE-MEMBER - QUOTE FROM THE AGE BRACKET, APPEND    *
039800*    THE FE LEDGER ROW, ROLL THE CONTROL TOTALS, LOG THE          *
039900*    ANNIVERSARY AND PRINT THE REGISTER LINE. WITH NO LEDGER      *
039950*    NUMBER NOTHING IS BILLED OR LOGGED AND THE RUN STOPS.        *
040000******************************************************************
040100 4000-BILL-ONE-MEMBER.
040110     MOVE MAST-MBR-ID       TO WS-CUR-MBR-ID.
040120     MOVE MAST-MBR-NAME     TO WS-CUR-MBR-NAME.
040130     MOVE MAST-HOUSEHOLD-ID TO WS-CUR-HH-ID.
040150     MOVE MAST-MBR-NAME     TO WS-BILL-NAME.
040170     MOVE MAST-CONTACT      TO MEMBER-CONTACT.
040200     PERFORM 4100-QUOTE-FEE THRU 4100-EXIT.
040210     IF WS-CUR-HH-ID NOT = SPACES
040220         PERFORM 4050-APPLY-FAMILY-RATE THRU 4050-EXIT
040230     END-IF.
040240     MOVE ZERO TO WS-PROMO-DISCOUNT.
040250     IF WS-PROMO-CODE NOT = SPACES
040260         PERFORM 4270-APPLY-PROMOTION THRU 4270-EXIT
040270     END-IF.
040300     PERFORM 4200-APPEND-FEE-ROW THRU 4200-EXIT.
040304     IF WS-NEXT-XACT-NUMBER = ZERO
040306         DISPLAY "Member " WS-CUR-MBR-ID " not billed - no ledger"
040308             " number available. Run stopped."
040310         MOVE "Y" TO WS-EOF-SW
040312         MOVE 16 TO RETURN-CODE
040314         GO TO 4000-EXIT
040316     END-IF.
040320     IF WS-PROMO-DISCOUNT > ZERO
040340         PERFORM 4250-APPEND-PROMO-DISCOUNT THRU 4250-EXIT
040350         IF WS-PROMO-DISCOUNT > ZERO
040360             PERFORM 4260-LOG-PROMO-USE THRU 4260-EXIT
040370         END-IF
040380     END-IF.
040400     PERFORM 4300-LOG-ANNIVERSARY THRU 4300-EXIT.
040500     PERFORM 4400-WRITE-REGISTER-LINE THRU 4400-EXIT.
040550     PERFORM 4500-WRITE-ADDRESS-BLOCK THRU 4500-EXIT.
040600     ADD 1 TO WS-BILLED-COUNT.
040700 4000-EXIT.
040800     EXIT.
042016*    HOUSEHOLD; TWO OR MORE MEANS THIS MEMBER RENEWS AT THE      *
042020*    FAMILY RATE, THE SAME PERCENT LOVEYOU QUOTES AT INTAKE.     *
042024*    THE SCAN MOVES THE FILE POSITION, SO THE MAIN PASS IS       *
042026*    RE-POSITIONED JUST PAST THIS MEMBER BEFORE RETURNING. THE   *
042028*    SAME PASS PICKS UP THE BILL-TO MEMBER'S NAME AND ADDRESS -  *
042030*    A HOUSEHOLD MEMBER'S BILL GOES TO WHOEVER PAYS IT.          *
042032******************************************************************
042036 4050-APPLY-FAMILY-RATE.
042040     MOVE ZERO TO WS-HH-OTHERS.
042176         AND MAST-MBR-ID NOT = WS-CUR-MBR-ID
042180         ADD 1 TO WS-HH-OTHERS
042184     END-IF.
042185     IF MAST-MBR-ID = WS-CUR-HH-ID
042186         PERFORM 4280-NOTE-BILL-TO THRU 4280-EXIT
042187     END-IF.
042188     PERFORM 4060-READ-HH-MEMBER THRU 4060-EXIT.
042192 4070-EXIT.
042196     EXIT.
042198
042200******************************************************************
042300*    4200-APPEND-FEE-ROW - NEXT LEDGER NUMBER (NEXTNUM), TYPE FE, *
042400*    POSITIVE CENTS, DATED TODAY - THE SAME APPEND PATTERN        *
042500*    LOVEYOU USES FOR THE INTAKE FEE.                             *
042600******************************************************************
042700 4200-APPEND-FEE-ROW.
042800     IF WS-NEXT-XACT-NUMBER = ZERO
042900         PERFORM 4210-BOOTSTRAP-XACTIN THRU 4210-EXIT
043000     END-IF.
043040     MOVE "N" TO NUMR-FUNCTION.
043080     MOVE "XACTIN" TO NUMR-SERIES-NAME.
043120     CALL "NEXTNUM" USING NUMBER-REQUEST.
043160     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
043170     IF WS-NEXT-XACT-NUMBER = ZERO
043180         GO TO 4200-EXIT
043190     END-IF.
043200     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
043300     MOVE WS-CUR-MBR-ID       TO XACT-MBR-ID.
043400     MOVE WS-CURRENT-DATE     TO XACT-POST-DATE.
043500     MOVE "FE"                TO XACT-TYPE.
043600     COMPUTE XACT-AMOUNT = WS-FEE-QUOTED * 100.
043700     MOVE SPACE               TO XACT-METHOD.
043750     MOVE SPACE               TO XACT-ADJ-REASON.
043770     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
043800     OPEN EXTEND TRANSACTION-FILE.
043900     WRITE TRANSACTION-RECORD.
044000     CLOSE TRANSACTION-FILE.
044700 4200-EXIT.
044800     EXIT.
044900
045050 4210-BOOTSTRAP-XACTIN.
045200     OPEN INPUT TRANSACTION-FILE.
045360     IF WS-XACT-STATUS = "35"
045520         OPEN OUTPUT TRANSACTION-FILE
045700         CLOSE TRANSACTION-FILE
045800     ELSE
046000         CLOSE TRANSACTION-FILE
046100     END-IF.
046200 4210-EXIT.
046300     EXIT.
046400
046434******************************************************************
046468*    4250-APPEND-PROMO-DISCOUNT - THE DISCOUNT AS ITS OWN LEDGER  *
046502*    CREDIT (TYPE AJ, REASON P, NEGATIVE CENTS) NEXT TO THE GROSS *
046536*    FEE ROW, SO THE LEDGER SHOWS BOTH. WITH NO LEDGER NUMBER THE *
046553*    DISCOUNT IS DROPPED AND THE GROSS FEE STANDS.                *
046570******************************************************************
046604 4250-APPEND-PROMO-DISCOUNT.
046638     MOVE WS-NEXT-XACT-NUMBER TO WS-FEE-XACT-NUMBER.
046672     MOVE "N" TO NUMR-FUNCTION.
046706     MOVE "XACTIN" TO NUMR-SERIES-NAME.
046740     CALL "NEXTNUM" USING NUMBER-REQUEST.
046774     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
046780     IF WS-NEXT-XACT-NUMBER = ZERO
046786         DISPLAY "Member " WS-CUR-MBR-ID " promotion discount not"
046792             " posted - no ledger number available."
046796         MOVE ZERO TO WS-PROMO-DISCOUNT
046800         GO TO 4250-EXIT
046804     END-IF.
046808     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
046842     MOVE WS-CUR-MBR-ID       TO XACT-MBR-ID.
046876     MOVE WS-CURRENT-DATE     TO XACT-POST-DATE.
046910     MOVE "AJ"                TO XACT-TYPE.
046944     COMPUTE XACT-AMOUNT = ZERO - WS-PROMO-DISCOUNT * 100.
046978     MOVE SPACE               TO XACT-METHOD.
047012     MOVE "P"                 TO XACT-ADJ-REASON.
047046     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
047080     OPEN EXTEND TRANSACTION-FILE.
047114     WRITE TRANSACTION-RECORD.
047148     CLOSE TRANSACTION-FILE.
047182     MOVE "A" TO CTLR-FUNCTION.
047216     MOVE "XACTIN" TO CTLR-FILE-NAME.
047250     MOVE 1 TO CTLR-COUNT-VALUE.
047284     COMPUTE CTLR-HASH-VALUE =
047318         XACT-NUMBER + XACT-POST-DATE.
047352     CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST.
047386     ADD 1 TO WS-PROMO-COUNT.
047420     ADD WS-PROMO-DISCOUNT TO WS-PROMO-TOTAL.
047454 4250-EXIT.
047500     EXIT.
047501
047502******************************************************************
047503*    4260-LOG-PROMO-USE - ONE PROMOUSE ROW PER REDEMPTION FOR     *
047504*    PROMORPT, CREATING THE FILE THE FIRST TIME.                  *
047505******************************************************************
047506 4260-LOG-PROMO-USE.
047507     OPEN INPUT PROMO-USAGE-FILE.
047508     IF WS-USE-STATUS = "35"
047509         OPEN OUTPUT PROMO-USAGE-FILE
047510         CLOSE PROMO-USAGE-FILE
047511     ELSE
047512         CLOSE PROMO-USAGE-FILE
047513     END-IF.
047514     MOVE WS-CURRENT-DATE     TO PRMU-DATE.
047515     MOVE WS-CURRENT-TIME     TO PRMU-TIME.
047516     MOVE WS-PROMO-CODE       TO PRMU-CODE.
047517     MOVE WS-CUR-MBR-ID       TO PRMU-MBR-ID.
047518     MOVE "R"                 TO PRMU-CHARGE.
047519     MOVE WS-FEE-QUOTED       TO PRMU-GROSS-FEE.
047520     MOVE WS-PROMO-DISCOUNT   TO PRMU-DISCOUNT.
047521     MOVE WS-FEE-XACT-NUMBER  TO PRMU-FEE-XACT-NUMBER.
047522     MOVE WS-NEXT-XACT-NUMBER TO PRMU-DISC-XACT-NUMBER.
047523     MOVE "RENEWBIL"          TO PRMU-PROGRAM.
047524     OPEN EXTEND PROMO-USAGE-FILE.
047525     WRITE PROMOTION-USAGE-RECORD.
047526     CLOSE PROMO-USAGE-FILE.
047527 4260-EXIT.
047528     EXIT.
047529
047530******************************************************************
047531*    4270-APPLY-PROMOTION - THE RUN'S PROMOTION AGAINST THIS      *
047532*    MEMBER'S FEE, AFTER ANY FAMILY RATE, AS LOVEYOU DOES.        *
047533******************************************************************
047534 4270-APPLY-PROMOTION.
047535     MOVE WS-PROMO-CODE   TO PRMA-CODE.
047536     MOVE "R"             TO PRMA-CHARGE.
047537     MOVE WS-CURRENT-DATE TO PRMA-AS-OF-DATE.
047538     MOVE WS-FEE-QUOTED   TO PRMA-GROSS-FEE.
047539     CALL "PROMCHK" USING PROMOTION-ANSWER.
047540     IF PRMA-APPLIED
047541         MOVE PRMA-DISCOUNT TO WS-PROMO-DISCOUNT
047542     END-IF.
047543 4270-EXIT.
047544     EXIT.
047545
047546******************************************************************
047547*    4280-NOTE-BILL-TO - THE HOUSEHOLD SCAN HAS REACHED THE       *
047548*    BILL-TO MEMBER; THE BILL IS ADDRESSED TO THEM.               *
047549******************************************************************
047550 4280-NOTE-BILL-TO.
047551     MOVE MAST-MBR-NAME TO WS-BILL-NAME.
047552     MOVE MAST-CONTACT  TO MEMBER-CONTACT.
047553 4280-EXIT.
047554     EXIT.
047600
047700******************************************************************
047800*    4300-LOG-ANNIVERSARY - ON THE FILE FOR EVERY FUTURE RERUN,   *
050100     MOVE WS-CUR-MBR-NAME TO WS-REG-MBR-NAME.
050200     MOVE WS-ANNIV-DATE TO WS-REG-ANNIV.
050300     MOVE WS-FEE-QUOTED TO WS-REG-FEE.
050350     MOVE WS-PROMO-DISCOUNT TO WS-REG-DISCOUNT.
050400     MOVE WS-REGISTER-DETAIL TO REGISTER-LINE.
050500     WRITE REGISTER-LINE.
050600 4400-EXIT.
050700     EXIT.
050702
050704******************************************************************
050706*    4500-WRITE-ADDRESS-BLOCK - WHO THE BILL GOES TO AND WHERE,   *
050708*    UNDER THE REGISTER LINE. A PAYER WHO HAS ASKED NOT TO BE     *
050710*    CONTACTED, OR HAS NO ADDRESS ON FILE, GETS A WARNING LINE    *
050712*    INSTEAD SO THE BILL IS HELD FOR THE DESK, NOT MAILED.        *
050714******************************************************************
050716 4500-WRITE-ADDRESS-BLOCK.
050718     INITIALIZE WS-ADDRESS-LINE WITH FILLER ALL TO VALUE.
050720     STRING "BILL TO: " WS-BILL-NAME
050722         DELIMITED BY SIZE INTO WS-ADR-TEXT.
050724     MOVE WS-ADDRESS-LINE TO REGISTER-LINE.
050726     WRITE REGISTER-LINE.
050728     EVALUATE TRUE
050730         WHEN MBR-DO-NOT-CONTACT
050732             MOVE "*** DO NOT MAIL - PAYER IS DO-NOT-CONTACT"
050734                 TO WS-ADR-TEXT
050736             MOVE WS-ADDRESS-LINE TO REGISTER-LINE
050738             WRITE REGISTER-LINE
050740         WHEN MBR-ADDRESS-1 = SPACES
050742             MOVE "*** NO MAILING ADDRESS ON FILE - HOLD FOR DESK"
050744                 TO WS-ADR-TEXT
050746             MOVE WS-ADDRESS-LINE TO REGISTER-LINE
050748             WRITE REGISTER-LINE
050750         WHEN OTHER
050752             MOVE MBR-ADDRESS-1 TO WS-ADR-TEXT
050754             MOVE WS-ADDRESS-LINE TO REGISTER-LINE
050756             WRITE REGISTER-LINE
050758             IF MBR-ADDRESS-2 NOT = SPACES
050760                 MOVE MBR-ADDRESS-2 TO WS-ADR-TEXT
050762                 MOVE WS-ADDRESS-LINE TO REGISTER-LINE
050764                 WRITE REGISTER-LINE
050766             END-IF
050768             MOVE SPACES TO WS-ADR-TEXT
050770             STRING MBR-CITY DELIMITED BY "  "
050772                 " " MBR-STATE-CODE "  " MBR-POSTCODE
050774                 DELIMITED BY SIZE INTO WS-ADR-TEXT
050776             MOVE WS-ADDRESS-LINE TO REGISTER-LINE
050778             WRITE REGISTER-LINE
050780     END-EVALUATE.
050782 4500-EXIT.
050784     EXIT.
050800
050900******************************************************************
051000*    8000-WRAP-UP                                                 *
051500         "  ALREADY BILLED (SKIPPED): " WS-SKIPPED-COUNT
051600         DELIMITED BY SIZE INTO REGISTER-LINE.
051700     WRITE REGISTER-LINE.
051708     IF WS-PROMO-CODE NOT = SPACES
051716         MOVE WS-PROMO-TOTAL TO WS-PROMO-TOTAL-EDIT
051724         MOVE SPACES TO REGISTER-LINE
051732         STRING "PROMOTION " WS-PROMO-CODE
051740             "  APPLIED: " WS-PROMO-COUNT
051748             "  DISCOUNT GIVEN: " WS-PROMO-TOTAL-EDIT
051756             DELIMITED BY SIZE INTO REGISTER-LINE
051764         WRITE REGISTER-LINE
051772         DISPLAY "Promotions applied: " WS-PROMO-COUNT
051780             "  discount " WS-PROMO-TOTAL-EDIT
051788     END-IF.
051800     CLOSE REGISTER-FILE.
051900     CLOSE MEMBER-MASTER-FILE.
052000     DISPLAY "Members billed:  " WS-BILLED-COUNT.
