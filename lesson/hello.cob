002702*                     MAST-SURNAME ALTERNATE KEY (THE MBRFIND       *
002703*                     PATTERN) INSTEAD OF SCANNING THE WHOLE        *
002704*                     MASTER FRONT TO BACK ON EVERY INTAKE.         *
002705*    2026-10-15  LS   CLEAR THE NEW ADJUSTMENT REASON ON THE     *
002706*                     INTAKE FEE ROW.                            *
002707*    2026-10-15  LS   SET THE NEW RECEIPT NUMBER TO ZERO - ONLY  *
002708*                     A PAYENTRY RECEIPT CARRIES ONE.            *
002718*    2026-10-15  LS   DRAW THE FEE ROW'S LEDGER NUMBER FROM      *
002728*                     NEXTNUM INSTEAD OF SCANNING XACTIN FOR THE *
002738*                     HIGHEST NUMBER.                            *
002739*    2026-10-15  LS   CAPTURE THE MEMBER'S MAILING ADDRESS,      *
002740*                     PHONE, EMAIL AND DO-NOT-CONTACT ANSWER AT  *
002741*                     INTAKE AND CARRY THEM ONTO THE MASTER AND  *
002742*                     ANY PENDING-REVIEW ENTRY (SEE MBRCONT.CPY  *
002743*                     / MBRCCONV).                               *
002744*    2026-10-15  LS   TAKE AN OPTIONAL PROMOTION CODE AFTER THE  *
002745*                     FEE QUOTE, JUDGED BY PROMCHK (SEE          *
002746*                     PROMO.CPY / PROMOMNT). THE LEDGER GETS THE *
002747*                     GROSS FE ROW PLUS AN AJ REASON P ROW FOR   *
002748*                     THE DISCOUNT, THE MASTER THE NET FEE, AND  *
002749*                     PROMOUSE A ROW FOR PROMORPT.               *
002750*    2026-10-15  LS   TAKE THE PROMOTION CODE BEFORE AN UNDERAGE *
002751*                     INTAKE IS QUEUED AND CARRY IT ON PENDREV   *
002752*                     FOR MGRREVW TO POST AT APPROVAL. SPLIT THE *
002753*                     PROMOTION PROMPT OVER TWO LINES.           *
002754*    2026-10-15  LS   FILE THE BILL-TO FLAG REWRITE ON THE       *
002755*                     MBRCHGJ CHANGE JOURNAL (VIA CHGLOG).       *
002756*    2026-10-15  LS   POST NO ROW WITHOUT A NEXTNUM NUMBER.      *
002757******************************************************************
002758
002800 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
004080     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
004090         ORGANIZATION IS LINE SEQUENTIAL
004095         FILE STATUS IS WS-FEE-STATUS.
004096     SELECT PROMO-USAGE-FILE ASSIGN TO "PROMOUSE"
004097         ORGANIZATION IS LINE SEQUENTIAL
004098         FILE STATUS IS WS-USE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
005094     LABEL RECORDS ARE STANDARD.
005096     COPY FEESCHED.
005100
005116 FD  PROMO-USAGE-FILE
005126     LABEL RECORDS ARE STANDARD.
005136     COPY PROMUSE.
005146
005200 WORKING-STORAGE SECTION.
005300     COPY MBRID.
005350     COPY MBRCONT.
005400     COPY FEEBRKT.
005500
005600 01  MYAGE                       PIC 9(03).
007641     88  FEE-SCHED-EOF               VALUE "Y".
007642     88  NOT-FEE-SCHED-EOF           VALUE "N".
007646 77  WS-NEXT-XACT-NUMBER         PIC 9(06).
007650 77  WS-FEE-XACT-NUMBER          PIC 9(06).
007654 77  WS-PROMO-CODE               PIC X(08).
007658 77  WS-PROMO-DISCOUNT           PIC 9(03)V99 VALUE ZERO.
007662 77  WS-USE-STATUS               PIC X(02).
007666 77  WS-AT-COUNT                 PIC 9(02) COMP.
007670     COPY NUMREQ.
007674     COPY PROMANSW.
007678     COPY CHGREQ.
007681
007682 77  WS-OVERRIDE-NOTE            PIC X(40) VALUE SPACES.
007683 77  WS-HOUSEHOLD-ID             PIC X(20) VALUE SPACES.
009240                 ELSE
009250                     PERFORM 4500-TAKE-HOUSEHOLD THRU 4500-EXIT
009300                     PERFORM 5000-QUOTE-FEE THRU 5000-EXIT
009350                     PERFORM 5100-TAKE-PROMOTION THRU 5100-EXIT
009400                     PERFORM 6000-WRITE-MASTER THRU 6000-EXIT
009450                     PERFORM 6500-POST-FEE-TRANSACTION
009460                         THRU 6500-EXIT
012400         ACCEPT MBR-ID
012410     END-IF.
012450     PERFORM 2050-GET-BIRTH-DATE THRU 2050-EXIT.
012570     PERFORM 2070-GET-CONTACT THRU 2070-EXIT.
012700     MOVE "N" TO WS-VALID-SW.
012710     PERFORM 2100-GET-ANSWER THRU 2100-EXIT
012720         UNTIL INPUT-IS-VALID.
013060     EXIT.
013070
013100******************************************************************
013101*    2070-GET-CONTACT - MAILING ADDRESS, PHONE AND EMAIL FOR THE  *
013102*    STATEMENT AND BILL ADDRESS BLOCK. ANY LINE MAY BE LEFT BLANK *
013103*    IF THE MEMBER WILL NOT GIVE IT; AN EMAIL, IF GIVEN, MUST     *
013104*    CARRY AN "@". THE DO-NOT-CONTACT ANSWER MUST BE Y OR N.      *
013105******************************************************************
013106 2070-GET-CONTACT.
013107     MOVE SPACES TO MEMBER-CONTACT.
013108     DISPLAY "Address line 1: " WITH NO ADVANCING.
013109     ACCEPT MBR-ADDRESS-1.
013110     DISPLAY "Address line 2 (blank if none): " WITH NO ADVANCING.
013111     ACCEPT MBR-ADDRESS-2.
013112     DISPLAY "City: " WITH NO ADVANCING.
013113     ACCEPT MBR-CITY.
013114     DISPLAY "State: " WITH NO ADVANCING.
013115     ACCEPT MBR-STATE-CODE.
013116     DISPLAY "Postcode: " WITH NO ADVANCING.
013117     ACCEPT MBR-POSTCODE.
013118     DISPLAY "Phone: " WITH NO ADVANCING.
013119     ACCEPT MBR-PHONE.
013120     MOVE "N" TO WS-VALID-SW.
013121     PERFORM 2075-PROMPT-EMAIL THRU 2075-EXIT
013122         UNTIL INPUT-IS-VALID.
013123     MOVE "N" TO WS-VALID-SW.
013124     PERFORM 2080-PROMPT-CONTACT-FLAG THRU 2080-EXIT
013125         UNTIL INPUT-IS-VALID.
013126 2070-EXIT.
013127     EXIT.
013128
013129 2075-PROMPT-EMAIL.
013130     DISPLAY "Email (blank if none): " WITH NO ADVANCING.
013131     ACCEPT MBR-EMAIL.
013132     MOVE ZERO TO WS-AT-COUNT.
013133     INSPECT MBR-EMAIL TALLYING WS-AT-COUNT FOR ALL "@".
013134     IF MBR-EMAIL = SPACES OR WS-AT-COUNT = 1
013135         MOVE "Y" TO WS-VALID-SW
013136     ELSE
013137         DISPLAY "Email must be name@place - re-enter."
013138         MOVE "N" TO WS-VALID-SW
013139     END-IF.
013140 2075-EXIT.
013141     EXIT.
013142
013143 2080-PROMPT-CONTACT-FLAG.
013144     DISPLAY "Member asks not to be contacted? (Y/N): "
013145         WITH NO ADVANCING.
013146     ACCEPT MBR-NO-CONTACT-FLAG.
013147     INSPECT MBR-NO-CONTACT-FLAG CONVERTING
013148         "yn" TO "YN".
013149     IF MBR-CONTACT-FLAG-OK
013150         MOVE "Y" TO WS-VALID-SW
013151     ELSE
013152         DISPLAY "Please answer Y or N."
013153         MOVE "N" TO WS-VALID-SW
013154     END-IF.
013155 2080-EXIT.
013156     EXIT.
013157
013158******************************************************************
013200*    2100-GET-ANSWER - RE-PROMPT UNTIL THE RESPONSE IS A          *
013300*    RECOGNIZABLE YES OR NO, SINCE THIS DRIVES FOLLOW-UP ROUTING. *
013400*    DRIVEN BY A PERFORM ... UNTIL IN 2000-GET-INTAKE, THE SAME   *
018520******************************************************************
018530*    4150-QUEUE-FOR-REVIEW - EVERYTHING THE DESK CAPTURED GOES   *
018540*    ON THE PENDING-REVIEW QUEUE, WITH THE FEE THAT WOULD HAVE   *
018550*    BEEN QUOTED AND ANY PROMOTION CODE TAKEN AGAINST IT, SO A   *
018560*    MANAGER APPROVAL IN MGRREVW CAN COMPLETE THE ENROLLMENT     *
018565*    WITHOUT A RE-KEYED INTAKE.                                  *
018570******************************************************************
018580 4150-QUEUE-FOR-REVIEW.
018590     OPEN INPUT PENDING-FILE.
018640         CLOSE PENDING-FILE
018650     END-IF.
018660     PERFORM 5000-QUOTE-FEE THRU 5000-EXIT.
018665     PERFORM 5100-TAKE-PROMOTION THRU 5100-EXIT.
018670     MOVE WS-CURRENT-DATE TO PEND-DATE.
018680     MOVE WS-CURRENT-TIME TO PEND-TIME.
018690     MOVE MBR-ID          TO PEND-MBR-ID.
018700     MOVE MBR-NAME        TO PEND-MBR-NAME.
018710     MOVE MYAGE           TO PEND-AGE.
018720     MOVE WS-FEE-QUOTED   TO PEND-FEE-QUOTED.
018721     MOVE WS-PROMO-CODE   TO PEND-PROMO-CODE.
018722     MOVE WS-PROMO-DISCOUNT TO PEND-PROMO-DISCOUNT.
018725     MOVE WS-BIRTH-DATE   TO PEND-BIRTH-DATE.
018727     MOVE MEMBER-CONTACT  TO PEND-CONTACT.
018730     OPEN EXTEND PENDING-FILE.
018740     WRITE PENDING-REVIEW-RECORD.
018750     CLOSE PENDING-FILE.
018893         NOT INVALID KEY
018894             MOVE "Y" TO WS-BILLTO-SW
018895             IF MAST-HOUSEHOLD-ID = SPACES
018896                 PERFORM 5200-FLAG-BILLTO THRU 5200-EXIT
018903             END-IF
018904     END-READ.
018905 4510-EXIT.
019860     END-IF.
019900 5000-EXIT.
020000     EXIT.
020001
020002******************************************************************
020003*    5100-TAKE-PROMOTION - AN OPTIONAL PROMOTION CODE, JUDGED BY  *
020004*    PROMCHK AGAINST THE FEE JUST QUOTED. A CODE THAT DOES NOT    *
020005*    APPLY IS SAID SO AND RE-PROMPTED; BLANK MEANS NO CODE. THE   *
020006*    LEDGER KEEPS THE GROSS FEE AND THE DISCOUNT AS TWO ROWS.     *
020007******************************************************************
020008 5100-TAKE-PROMOTION.
020009     MOVE SPACES TO WS-PROMO-CODE.
020010     MOVE ZERO TO WS-PROMO-DISCOUNT.
020011     MOVE "N" TO WS-VALID-SW.
020012     PERFORM 5110-PROMPT-PROMOTION THRU 5110-EXIT
020013         UNTIL INPUT-IS-VALID.
020014 5100-EXIT.
020015     EXIT.
020016
020017 5110-PROMPT-PROMOTION.
020018     DISPLAY "Promotion code (blank for none): "
020019         WITH NO ADVANCING.
020020     ACCEPT WS-PROMO-CODE.
020021     INSPECT WS-PROMO-CODE CONVERTING
020022         "abcdefghijklmnopqrstuvwxyz" TO
020023         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
020024     MOVE "Y" TO WS-VALID-SW.
020025     IF WS-PROMO-CODE = SPACES
020026         GO TO 5110-EXIT
020027     END-IF.
020028     MOVE WS-PROMO-CODE   TO PRMA-CODE.
020029     MOVE "I"             TO PRMA-CHARGE.
020030     MOVE WS-CURRENT-DATE TO PRMA-AS-OF-DATE.
020031     MOVE WS-FEE-QUOTED   TO PRMA-GROSS-FEE.
020032     CALL "PROMCHK" USING PROMOTION-ANSWER.
020033     EVALUATE TRUE
020034         WHEN PRMA-APPLIED
020035             MOVE PRMA-DISCOUNT TO WS-PROMO-DISCOUNT
020036             DISPLAY "Promotion " PRMA-DESCRIPTION " takes "
020037                 PRMA-DISCOUNT " off - fee " PRMA-NET-FEE "."
020038         WHEN PRMA-NOT-IN-DATE
020039             DISPLAY "Promotion " WS-PROMO-CODE
020040                 " is not running today."
020041             MOVE "N" TO WS-VALID-SW
020042         WHEN PRMA-WRONG-CHARGE
020043             DISPLAY "Promotion " WS-PROMO-CODE
020044                 " does not apply to a new membership."
020045             MOVE "N" TO WS-VALID-SW
020046         WHEN OTHER
020047             DISPLAY "No promotion " WS-PROMO-CODE " on file."
020048             MOVE "N" TO WS-VALID-SW
020049     END-EVALUATE.
020050 5110-EXIT.
020051     EXIT.
020052
020053******************************************************************
020054*    5200-FLAG-BILLTO - THE VOUCHING MEMBER BECOMES THE BILL-TO  *
020055*    OF A NEW HOUSEHOLD. THE REWRITE IS FILED ON THE MBRCHGJ     *
020056*    CHANGE JOURNAL (VIA CHGLOG) LIKE ANY OTHER MASTER CHANGE.   *
020057******************************************************************
020058 5200-FLAG-BILLTO.
020059     MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE.
020060     MOVE MAST-MBR-ID TO MAST-HOUSEHOLD-ID.
020061     MOVE "Y" TO MAST-BILLTO-FLAG.
020062     REWRITE MEMBER-MASTER-RECORD
020063         INVALID KEY
020064             DISPLAY "Unable to flag bill-to "
020065                 WS-HOUSEHOLD-ID "."
020066         NOT INVALID KEY
020067             MOVE "LOVEYOU"            TO CHGR-PROGRAM
020068             MOVE VISIT-OPERATOR-ID    TO CHGR-OPERATOR-ID
020069             MOVE MAST-MBR-ID          TO CHGR-MBR-ID
020070             MOVE "H"                  TO CHGR-CHANGE-TYPE
020071             MOVE MEMBER-MASTER-RECORD TO CHGR-AFTER-IMAGE
020072             CALL "CHGLOG" USING MASTER-CHANGE-REQUEST
020073     END-REWRITE.
020074 5200-EXIT.
020075     EXIT.
020100
020200******************************************************************
020300*    6000-WRITE-MASTER - ENROLL THE MEMBER.                      *
020700     MOVE MBR-NAME        TO MAST-MBR-NAME.
020800     MOVE MYAGE           TO MAST-MBR-AGE.
020900     MOVE WS-CURRENT-DATE TO MAST-ENROLL-DATE.
020970     COMPUTE MAST-FEE-QUOTED = WS-FEE-QUOTED - WS-PROMO-DISCOUNT.
021050     MOVE "A"             TO MAST-STATUS.
021060     MOVE ZERO            TO MAST-BALANCE-DUE.
021070     MOVE WS-HOUSEHOLD-ID TO MAST-HOUSEHOLD-ID.
021080     MOVE "N"             TO MAST-BILLTO-FLAG.
021090     MOVE WS-BIRTH-DATE   TO MAST-BIRTH-DATE.
021095     MOVE "E"             TO MAST-BIRTH-FLAG.
021097     MOVE MEMBER-CONTACT  TO MAST-CONTACT.
021100     WRITE MEMBER-MASTER-RECORD
021200         INVALID KEY
021300             DISPLAY "Unable to enroll member " MBR-ID "."
021970 6500-POST-FEE-TRANSACTION.
021980     IF WS-DISPOSITION = "ACCEPTED"
021990         PERFORM 6510-FIND-NEXT-XACT-NUMBER THRU 6510-EXIT
021992         IF WS-NEXT-XACT-NUMBER = ZERO
021994             DISPLAY "Membership fee not posted - no ledger"
021996                 " number available."
021997             GO TO 6500-EXIT
021998         END-IF
022000         PERFORM 6520-APPEND-FEE-TRANSACTION THRU 6520-EXIT
022001         IF WS-PROMO-DISCOUNT > ZERO
022002             PERFORM 6530-APPEND-PROMO-DISCOUNT THRU 6530-EXIT
022003             IF WS-NEXT-XACT-NUMBER = ZERO
022004                 DISPLAY "Promotion discount not posted."
022005             ELSE
022006                 PERFORM 6540-LOG-PROMO-USE THRU 6540-EXIT
022007             END-IF
022008         END-IF
022010     END-IF.
022020 6500-EXIT.
022030     EXIT.
022040
022050******************************************************************
022060*    6510-FIND-NEXT-XACT-NUMBER - DRAW THE FEE TRANSACTION'S      *
022070*    LEDGER NUMBER FROM THE NEXTNUM NUMBER CONTROL, SO IT NEVER   *
022080*    COLLIDES WITH A ROW ANOTHER DESK OR AN EARLIER INTAKE THE    *
022090*    SAME DAY HAS TAKEN.                                          *
022100******************************************************************
022110 6510-FIND-NEXT-XACT-NUMBER.
022130     MOVE "N" TO NUMR-FUNCTION.
022150     MOVE "XACTIN" TO NUMR-SERIES-NAME.
022170     CALL "NEXTNUM" USING NUMBER-REQUEST.
022190     MOVE NUMR-NUMBER TO WS-NEXT-XACT-NUMBER.
022210 6510-EXIT.
022220     EXIT.
022350
022360******************************************************************
022370*    6520-APPEND-FEE-TRANSACTION - WRITE THE FEE AS A LEDGER       *
022395*    BALANCE DUE.                                                  *
022400******************************************************************
022410 6520-APPEND-FEE-TRANSACTION.
022415     OPEN INPUT TRANSACTION-FILE.
022420     IF WS-XACT-STATUS = "35"
022430         OPEN OUTPUT TRANSACTION-FILE
022440         CLOSE TRANSACTION-FILE
022443     ELSE
022446         CLOSE TRANSACTION-FILE
022450     END-IF.
022460     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
022462     MOVE MBR-ID              TO XACT-MBR-ID.
022470     MOVE "FE"                TO XACT-TYPE.
022480     COMPUTE XACT-AMOUNT = WS-FEE-QUOTED * 100.
022485     MOVE SPACE               TO XACT-METHOD.
022487     MOVE SPACE               TO XACT-ADJ-REASON.
022488     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
022490     OPEN EXTEND TRANSACTION-FILE.
022500     WRITE TRANSACTION-RECORD.
022510     CLOSE TRANSACTION-FILE.
022520 6520-EXIT.
022530     EXIT.
022540
022541******************************************************************
022542*    6530-APPEND-PROMO-DISCOUNT - THE PROMOTION DISCOUNT AS ITS   *
022543*    OWN LEDGER CREDIT (TYPE AJ, REASON P, NEGATIVE CENTS) NEXT   *
022544*    TO THE GROSS FEE ROW, SO THE LEDGER SHOWS BOTH.              *
022545******************************************************************
022546 6530-APPEND-PROMO-DISCOUNT.
022547     MOVE WS-NEXT-XACT-NUMBER TO WS-FEE-XACT-NUMBER.
022548     PERFORM 6510-FIND-NEXT-XACT-NUMBER THRU 6510-EXIT.
022549     IF WS-NEXT-XACT-NUMBER = ZERO
022550         GO TO 6530-EXIT
022551     END-IF.
022552     MOVE WS-NEXT-XACT-NUMBER TO XACT-NUMBER.
022553     MOVE MBR-ID              TO XACT-MBR-ID.
022554     MOVE WS-CURRENT-DATE     TO XACT-POST-DATE.
022555     MOVE "AJ"                TO XACT-TYPE.
022556     COMPUTE XACT-AMOUNT = ZERO - WS-PROMO-DISCOUNT * 100.
022557     MOVE SPACE               TO XACT-METHOD.
022558     MOVE "P"                 TO XACT-ADJ-REASON.
022559     MOVE ZERO                TO XACT-RECEIPT-NUMBER.
022560     OPEN EXTEND TRANSACTION-FILE.
022561     WRITE TRANSACTION-RECORD.
022562     CLOSE TRANSACTION-FILE.
022563     MOVE "A" TO CTLR-FUNCTION.
022564     MOVE "XACTIN" TO CTLR-FILE-NAME.
022565     MOVE 1 TO CTLR-COUNT-VALUE.
022566     COMPUTE CTLR-HASH-VALUE =
022567         XACT-NUMBER + XACT-POST-DATE.
022568     CALL "CTLUPDT" USING CONTROL-UPDATE-REQUEST.
022569 6530-EXIT.
022570     EXIT.
022571
022572******************************************************************
022573*    6540-LOG-PROMO-USE - ONE PROMOUSE ROW PER REDEMPTION FOR     *
022574*    PROMORPT, CREATING THE FILE THE FIRST TIME.                  *
022575******************************************************************
022576 6540-LOG-PROMO-USE.
022577     OPEN INPUT PROMO-USAGE-FILE.
022578     IF WS-USE-STATUS = "35"
022579         OPEN OUTPUT PROMO-USAGE-FILE
022580         CLOSE PROMO-USAGE-FILE
022581     ELSE
022582         CLOSE PROMO-USAGE-FILE
022583     END-IF.
022584     MOVE WS-CURRENT-DATE     TO PRMU-DATE.
022585     MOVE WS-CURRENT-TIME     TO PRMU-TIME.
022586     MOVE WS-PROMO-CODE       TO PRMU-CODE.
022587     MOVE MBR-ID              TO PRMU-MBR-ID.
022588     MOVE "I"                 TO PRMU-CHARGE.
022589     MOVE WS-FEE-QUOTED       TO PRMU-GROSS-FEE.
022590     MOVE WS-PROMO-DISCOUNT   TO PRMU-DISCOUNT.
022591     MOVE WS-FEE-XACT-NUMBER  TO PRMU-FEE-XACT-NUMBER.
022592     MOVE WS-NEXT-XACT-NUMBER TO PRMU-DISC-XACT-NUMBER.
022593     MOVE "LOVEYOU"           TO PRMU-PROGRAM.
022594     OPEN EXTEND PROMO-USAGE-FILE.
022595     WRITE PROMOTION-USAGE-RECORD.
022596     CLOSE PROMO-USAGE-FILE.
022597 6540-EXIT.
022598     EXIT.
022599
022600******************************************************************
022700*    7000-ACCEPT-CONFIRMATION - ECHO THE INTAKE BACK TO THE DESK. *
022800******************************************************************
023200     DISPLAY "Your age is " MYAGE ".".
023300     DISPLAY "Your answer is " MYANSWER ".".
023400     DISPLAY "Your membership fee is " WS-FEE-QUOTED ".".
023420     IF WS-PROMO-DISCOUNT > ZERO
023440         DISPLAY "Promotion " WS-PROMO-CODE " discount is "
023460             WS-PROMO-DISCOUNT ", leaving " MAST-FEE-QUOTED "."
023480     END-IF.
023500 7000-EXIT.
023600     EXIT.
023700
