002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-09-01  LS   ORIGINAL PROGRAM.                          *
002520*    2026-10-15  LS   EACH LAPSE FLAG IS FILED BEFORE AND AFTER  *
002540*                     ON THE MBRCHGJ CHANGE JOURNAL (VIA CHGLOG) *
002560*                     UNDER OPERATOR BATCH.                      *
002566*    2026-10-15  LS   A MEMBER CURRENT ON AN INSTALLMENT PAYMENT *
002572*                     PLAN (PAYPLAN, JUDGED BY PLANCHK) IS IN    *
002578*                     GOOD STANDING - NEITHER LAPSED NOR GRACE-  *
002584*                     LISTED, BUT LISTED AS HELD AT THE END OF   *
002590*                     THE REGISTER.                              *
002592*    2026-10-15  LS   LAPSE A MEMBER ONLY ONCE RMNDRUN HAS SENT  *
002594*                     THE FINAL NOTICE FOR THE CURRENT OVERDUE   *
002596*                     EPISODE (NOTCHIST) ON AN EARLIER DAY; ONE  *
002598*                     STILL WAITING ON IT IS HELD AND LISTED.    *
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS HIST-KEY
004200         FILE STATUS IS WS-HIST-STATUS.
004210     SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTCHIST"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS NOTC-KEY
004250         FILE STATUS IS WS-NOTC-STATUS.
004300     SELECT LAPSE-REPORT-FILE ASSIGN TO "LAPSERPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RPT-STATUS.
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BMIHIST.
005600
005620 FD  NOTICE-HISTORY-FILE
005640     LABEL RECORDS ARE STANDARD.
005660     COPY NOTCHIST.
005680
005700 FD  LAPSE-REPORT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  LAPSE-REPORT-LINE           PIC X(120).
006000
006100 WORKING-STORAGE SECTION.
006150     COPY CHGREQ.
006170     COPY PLANANSW.
006200 01  WS-GRACE-TABLE.
006300     05  WS-GRC-ENTRY OCCURS 200 TIMES.
006400         10  WS-GRC-IMAGE        PIC X(110).
006420
006440 01  WS-PLAN-HELD-TABLE.
006460     05  WS-HLD-ENTRY OCCURS 200 TIMES.
006480         10  WS-HLD-IMAGE        PIC X(110).
006484
006488 01  WS-NO-FINAL-TABLE.
006492     05  WS-NOF-ENTRY OCCURS 200 TIMES.
006496         10  WS-NOF-IMAGE        PIC X(110).
006500
006600 01  WS-DETAIL-LINE.
006700     05  WS-DET-MBR-ID           PIC X(20).
009200 77  WS-MAST-STATUS              PIC X(02).
009300 77  WS-HIST-STATUS              PIC X(02).
009400 77  WS-RPT-STATUS               PIC X(02).
009450 77  WS-NOTC-STATUS              PIC X(02).
009500
009600 77  WS-LAPSE-THRESHOLD          PIC 9(03) VALUE 90.
009700 77  WS-GRACE-FLOOR              PIC 9(03) VALUE 61.
009800 77  WS-LAPSED-COUNT             PIC 9(04) VALUE ZERO.
009900 77  WS-GRACE-COUNT              PIC 9(03) COMP VALUE ZERO.
010000 77  WS-GRACE-SUB                PIC 9(03) COMP VALUE ZERO.
010030 77  WS-HELD-COUNT               PIC 9(03) COMP VALUE ZERO.
010060 77  WS-HELD-SUB                 PIC 9(03) COMP VALUE ZERO.
010070 77  WS-NO-FINAL-COUNT           PIC 9(03) COMP VALUE ZERO.
010080 77  WS-NO-FINAL-SUB             PIC 9(03) COMP VALUE ZERO.
010100
010200 77  WS-EOF-SW                   PIC X(01).
010300     88  MASTER-EOF                  VALUE "Y".
011100     88  HISTORY-IS-OPEN             VALUE "Y".
011200     88  HISTORY-NOT-OPEN            VALUE "N".
011300
011307 77  WS-NOTC-OPEN-SW             PIC X(01).
011314     88  NOTICES-ARE-OPEN            VALUE "Y".
011321     88  NOTICES-NOT-OPEN            VALUE "N".
011328
011335 77  WS-NOTC-EOF-SW              PIC X(01).
011342     88  NOTICE-SCAN-EOF             VALUE "Y".
011349     88  NOT-NOTICE-SCAN-EOF         VALUE "N".
011356
011363 77  WS-FINAL-SW                 PIC X(01).
011370     88  FINAL-NOTICE-SENT           VALUE "Y".
011377     88  FINAL-NOTICE-NOT-SENT       VALUE "N".
011384
011400 77  WS-MAST-OPEN-SW             PIC X(01) VALUE "N".
011500     88  MASTER-IS-OPEN              VALUE "Y".
011600     88  MASTER-NOT-OPEN             VALUE "N".
014400         IF WS-HIST-STATUS = "00"
014500             MOVE "Y" TO WS-HIST-OPEN-SW
014600         END-IF
014610         MOVE "N" TO WS-NOTC-OPEN-SW
014620         OPEN INPUT NOTICE-HISTORY-FILE
014630         IF WS-NOTC-STATUS = "00"
014640             MOVE "Y" TO WS-NOTC-OPEN-SW
014650         END-IF
014700         OPEN OUTPUT LAPSE-REPORT-FILE
014800         MOVE "LAPSE NOTICE REGISTER" TO LAPSE-REPORT-LINE
014900         WRITE LAPSE-REPORT-LINE
016600
016700******************************************************************
016800*    2000-JUDGE-ONE-MEMBER - ONLY AN ACTIVE MEMBER CARRYING A    *
016850*    POSITIVE BALANCE CAN LAPSE OR BE ON THE GRACE LIST. ONE     *
016900*    CURRENT ON A PAYMENT PLAN (PLANCHK) IS IN GOOD STANDING     *
016950*    WHATEVER THE OVERDUE CLOCK SAYS, AND IS ONLY LISTED.        *
017000******************************************************************
017100 2000-JUDGE-ONE-MEMBER.
017200     IF MAST-ACTIVE AND MAST-BALANCE-DUE > ZERO
017300         PERFORM 3000-COUNT-DAYS-OUT THRU 3000-EXIT
017330         MOVE MAST-MBR-ID TO PLNA-MBR-ID
017360         CALL "PLANCHK" USING PLAN-STANDING-ANSWER
017400         EVALUATE TRUE
017430             WHEN PLNA-GOOD-STANDING
017460                 PERFORM 5500-NOTE-ON-PLAN THRU 5500-EXIT
017500             WHEN WS-DAYS-OUT > WS-LAPSE-THRESHOLD
017520                 PERFORM 3500-FIND-FINAL-NOTICE THRU 3500-EXIT
017540                 IF FINAL-NOTICE-SENT
017560                     PERFORM 4000-LAPSE-MEMBER THRU 4000-EXIT
017580                 ELSE
017600                     PERFORM 5700-NOTE-NO-FINAL THRU 5700-EXIT
017620                 END-IF
017700             WHEN WS-DAYS-OUT >= WS-GRACE-FLOOR
017800                 PERFORM 5000-NOTE-GRACE THRU 5000-EXIT
017900             WHEN OTHER
019900     END-IF.
020000 3000-EXIT.
020100     EXIT.
020102
020104******************************************************************
020106*    3500-FIND-FINAL-NOTICE - A MEMBER IS LAPSED ONLY ONCE       *
020108*    RMNDRUN HAS SENT THE FINAL NOTICE IN THE CURRENT OVERDUE    *
020110*    EPISODE (SINCE THE LAST CLEARED MARKER) ON AN EARLIER DAY.  *
020112*    NO NOTICE HISTORY AT ALL MEANS NO FINAL NOTICE.             *
020114******************************************************************
020116 3500-FIND-FINAL-NOTICE.
020118     MOVE "N" TO WS-FINAL-SW.
020120     IF NOTICES-ARE-OPEN
020122         MOVE MAST-MBR-ID TO NOTC-MBR-ID
020124         MOVE ZERO        TO NOTC-DATE
020126         MOVE ZERO        TO NOTC-STAGE
020128         MOVE "N" TO WS-NOTC-EOF-SW
020130         START NOTICE-HISTORY-FILE KEY >= NOTC-KEY
020132             INVALID KEY
020134                 MOVE "Y" TO WS-NOTC-EOF-SW
020136         END-START
020138         PERFORM 3510-READ-NOTICE THRU 3510-EXIT
020140         PERFORM 3520-NOTE-NOTICE THRU 3520-EXIT
020142             UNTIL NOTICE-SCAN-EOF
020144     END-IF.
020146 3500-EXIT.
020148     EXIT.
020150
020152 3510-READ-NOTICE.
020154     IF NOT NOTICE-SCAN-EOF
020156         READ NOTICE-HISTORY-FILE NEXT RECORD
020158             AT END
020160                 MOVE "Y" TO WS-NOTC-EOF-SW
020162         END-READ
020164     END-IF.
020166 3510-EXIT.
020168     EXIT.
020170
020172 3520-NOTE-NOTICE.
020174     IF NOTC-MBR-ID NOT = MAST-MBR-ID
020176         MOVE "Y" TO WS-NOTC-EOF-SW
020178     ELSE
020180         IF NOTC-CLEARED
020182             MOVE "N" TO WS-FINAL-SW
020184         END-IF
020186         IF NOTC-FINAL AND NOTC-DATE < WS-CURRENT-DATE
020188             MOVE "Y" TO WS-FINAL-SW
020190         END-IF
020192         PERFORM 3510-READ-NOTICE THRU 3510-EXIT
020194     END-IF.
020196 3520-EXIT.
020198     EXIT.
020200
020300******************************************************************
020400*    4000-LAPSE-MEMBER - FLAG THE STATUS, REWRITE, AND PRINT     *
020500*    THE NOTICE LINE. THE FLAG TOUCHES NO FIELD THE CONTROL      *
020560*    TOTALS COUNT, SO THERE IS NOTHING TO ROLL. THE FLAG IS      *
020620*    FILED ON THE MBRCHGJ CHANGE JOURNAL UNDER OPERATOR BATCH.   *
020700******************************************************************
020800 4000-LAPSE-MEMBER.
020850     MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE.
020900     MOVE "L" TO MAST-STATUS.
021000     REWRITE MEMBER-MASTER-RECORD
021100         INVALID KEY
021200             DISPLAY "Unable to flag member " MAST-MBR-ID "."
021300         NOT INVALID KEY
021400             ADD 1 TO WS-LAPSED-COUNT
021410             MOVE "LAPSERUN"           TO CHGR-PROGRAM
021420             MOVE "BATCH"              TO CHGR-OPERATOR-ID
021430             MOVE MAST-MBR-ID          TO CHGR-MBR-ID
021440             MOVE "S"                  TO CHGR-CHANGE-TYPE
021450             MOVE MEMBER-MASTER-RECORD TO CHGR-AFTER-IMAGE
021460             CALL "CHGLOG" USING MASTER-CHANGE-REQUEST
021500             PERFORM 6000-FIND-LAST-SCREENING THRU 6000-EXIT
021600             PERFORM 7000-BUILD-DETAIL THRU 7000-EXIT
021700             WRITE LAPSE-REPORT-LINE
023700 5000-EXIT.
023800     EXIT.
023900
023902******************************************************************
023904*    5500-NOTE-ON-PLAN - HELD FROM LAPSE BY A CURRENT PAYMENT    *
023906*    PLAN; LISTED AT THE END OF THE REGISTER.                    *
023908******************************************************************
023910 5500-NOTE-ON-PLAN.
023912     IF WS-HELD-COUNT < 200
023914         PERFORM 6000-FIND-LAST-SCREENING THRU 6000-EXIT
023916         PERFORM 7000-BUILD-DETAIL THRU 7000-EXIT
023918         ADD 1 TO WS-HELD-COUNT
023920         MOVE LAPSE-REPORT-LINE
023922             TO WS-HLD-IMAGE (WS-HELD-COUNT)
023924     ELSE
023926         DISPLAY "Payment plan table full - list covers the"
023928             " first 200."
023930     END-IF.
023932 5500-EXIT.
023934     EXIT.
023936
023938******************************************************************
023940*    5700-NOTE-NO-FINAL - PAST THE THRESHOLD BUT NO FINAL NOTICE *
023942*    HAS GONE OUT YET; HELD AND LISTED FOR RMNDRUN TO CATCH UP.  *
023944******************************************************************
023946 5700-NOTE-NO-FINAL.
023948     IF WS-NO-FINAL-COUNT < 200
023950         PERFORM 6000-FIND-LAST-SCREENING THRU 6000-EXIT
023952         PERFORM 7000-BUILD-DETAIL THRU 7000-EXIT
023954         ADD 1 TO WS-NO-FINAL-COUNT
023956         MOVE LAPSE-REPORT-LINE
023958             TO WS-NOF-IMAGE (WS-NO-FINAL-COUNT)
023960     ELSE
023962         DISPLAY "Final notice table full - list covers the"
023964             " first 200."
023966     END-IF.
023968 5700-EXIT.
023970     EXIT.
023972
024000******************************************************************
024100*    6000-FIND-LAST-SCREENING - THE MEMBER'S NEWEST BMI HISTORY  *
024200*    ROW IS THE LAST ACTIVITY WE CAN POINT TO; ZERO WHEN THE     *
030500     PERFORM 8100-WRITE-ONE-GRACE THRU 8100-EXIT
030600         VARYING WS-GRACE-SUB FROM 1 BY 1
030700         UNTIL WS-GRACE-SUB > WS-GRACE-COUNT.
030710     MOVE SPACES TO LAPSE-REPORT-LINE.
030720     WRITE LAPSE-REPORT-LINE.
030730     MOVE "HELD FROM LAPSE - CURRENT ON A PAYMENT PLAN"
030740         TO LAPSE-REPORT-LINE.
030750     WRITE LAPSE-REPORT-LINE.
030760     PERFORM 8200-WRITE-ONE-HELD THRU 8200-EXIT
030770         VARYING WS-HELD-SUB FROM 1 BY 1
030780         UNTIL WS-HELD-SUB > WS-HELD-COUNT.
030782     MOVE SPACES TO LAPSE-REPORT-LINE.
030784     WRITE LAPSE-REPORT-LINE.
030786     MOVE "HELD FROM LAPSE - FINAL NOTICE NOT YET SENT (RMNDRUN)"
030788         TO LAPSE-REPORT-LINE.
030790     WRITE LAPSE-REPORT-LINE.
030792     PERFORM 8300-WRITE-ONE-NO-FINAL THRU 8300-EXIT
030794         VARYING WS-NO-FINAL-SUB FROM 1 BY 1
030796         UNTIL WS-NO-FINAL-SUB > WS-NO-FINAL-COUNT.
030800 8000-EXIT.
030900     EXIT.
031000
031400     WRITE LAPSE-REPORT-LINE.
031500 8100-EXIT.
031600     EXIT.
031610
031620 8200-WRITE-ONE-HELD.
031630     MOVE SPACES TO LAPSE-REPORT-LINE.
031640     MOVE WS-HLD-IMAGE (WS-HELD-SUB) TO LAPSE-REPORT-LINE.
031650     WRITE LAPSE-REPORT-LINE.
031660 8200-EXIT.
031670     EXIT.
031673
031676 8300-WRITE-ONE-NO-FINAL.
031679     MOVE SPACES TO LAPSE-REPORT-LINE.
031682     MOVE WS-NOF-IMAGE (WS-NO-FINAL-SUB) TO LAPSE-REPORT-LINE.
031685     WRITE LAPSE-REPORT-LINE.
031688 8300-EXIT.
031691     EXIT.
031700
031800******************************************************************
031900*    9999-TERMINATE                                               *
032400     IF HISTORY-IS-OPEN
032500         CLOSE HISTORY-FILE
032600     END-IF.
032620     IF NOTICES-ARE-OPEN
032640         CLOSE NOTICE-HISTORY-FILE
032660     END-IF.
032700     DISPLAY "Members flagged lapsed: " WS-LAPSED-COUNT.
032800     DISPLAY "Members on grace list:  " WS-GRACE-COUNT.
032850     DISPLAY "Members held on a plan: " WS-HELD-COUNT.
032870     DISPLAY "Held - no final notice: " WS-NO-FINAL-COUNT.
032900     DISPLAY "Lapse register written to LAPSERPT.".
033000 9999-EXIT.
033100     EXIT.
