000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGRPT.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CHGRPT PRINTS THE MBRCHGJ MEMBER MASTER CHANGE JOURNAL.     *
000900*    GIVEN A MEMBER ID AND/OR A DATE RANGE (BLANK MEANS ALL),    *
001000*    IT LISTS EACH MATCHING CHANGE IN THE ORDER IT WAS FILED -   *
001100*    WHEN, WHO, WHICH PROGRAM, WHAT KIND OF CHANGE - WITH THE    *
001200*    MASTER FIELDS BEFORE AND AFTER (CHGRPTO), AND FINISHES WITH *
001300*    A COUNT BY KIND OF CHANGE. SO "WHO SET THIS BALANCE" OR     *
001400*    "WHAT WAS THE NAME BEFORE" IS ONE RUN, NOT A DIG THROUGH    *
001500*    BACKUPS.                                                    *
001600*------------------------------------------------------------------
001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
001920*    2026-10-15  LS   COUNT AND PRINT THE NEW CONTACT CHANGE     *
001940*                     TYPE, WITH THE CONTACT FIELDS BEFORE AND   *
001960*                     AFTER UNDER THE IMAGE LINES.               *
001970*    2026-10-15  LS   COUNT AND PRINT THE NEW DATA ERASED TYPE   *
001980*                     FILED BY MBRERASE.                         *
001986*    2026-10-15  LS   COUNT AND PRINT THE NEW HOUSEHOLD CHANGE   *
001992*                     TYPE.                                      *
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "MBRCHGJ"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-CHGJ-STATUS.
002800     SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPTO"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-RPT-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CHANGE-JOURNAL-FILE
003500     LABEL RECORDS ARE STANDARD.
003600     COPY CHGJRNL.
003700
003800 FD  CHANGE-REPORT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  CHANGE-REPORT-LINE          PIC X(132).
004100
004200 WORKING-STORAGE SECTION.
004300*    THE JOURNAL IMAGES ARE LAID OVER THE MASTER LAYOUT TO PRINT.
004400     COPY MBRMAST.
004500
004600 01  WS-TYPE-TABLE.
004700     05  WS-TYP-ENTRY OCCURS 9 TIMES.
004800         10  WS-TYP-CODE         PIC X(01).
004900         10  WS-TYP-TEXT         PIC X(16).
005000         10  WS-TYP-COUNT        PIC 9(05).
005100
005200 01  WS-ENTRY-LINE.
005300     05  WS-ENT-DATE             PIC 9(08).
005400     05  FILLER                  PIC X(01) VALUE SPACES.
005500     05  WS-ENT-TIME             PIC 9(08).
005600     05  FILLER                  PIC X(02) VALUE SPACES.
005700     05  WS-ENT-OPERATOR         PIC X(08).
005800     05  FILLER                  PIC X(02) VALUE SPACES.
005900     05  WS-ENT-PROGRAM          PIC X(08).
006000     05  FILLER                  PIC X(02) VALUE SPACES.
006100     05  WS-ENT-MBR-ID           PIC X(20).
006200     05  FILLER                  PIC X(02) VALUE SPACES.
006300     05  WS-ENT-TYPE-TEXT        PIC X(16).
006400
006500 01  WS-IMAGE-LINE.
006600     05  FILLER                  PIC X(04) VALUE SPACES.
006700     05  WS-IMG-LABEL            PIC X(07).
006800     05  WS-IMG-NAME             PIC X(35).
006900     05  FILLER                  PIC X(01) VALUE SPACES.
007000     05  WS-IMG-STATUS           PIC X(01).
007100     05  FILLER                  PIC X(01) VALUE SPACES.
007200     05  WS-IMG-BALANCE          PIC --,---,--9.
007300     05  FILLER                  PIC X(02) VALUE SPACES.
007400     05  WS-IMG-BIRTH-DATE       PIC 9(08).
007500     05  FILLER                  PIC X(01) VALUE SPACES.
007600     05  WS-IMG-BIRTH-FLAG       PIC X(01).
007700     05  FILLER                  PIC X(02) VALUE SPACES.
007800     05  WS-IMG-HOUSEHOLD        PIC X(20).
007900     05  FILLER                  PIC X(01) VALUE SPACES.
008000     05  WS-IMG-BILLTO           PIC X(01).
008006
008012*    A CONTACT CHANGE ALSO PRINTS THE CONTACT FIELDS PER IMAGE.
008018 01  WS-CONTACT-LINE.
008024     05  FILLER                  PIC X(11) VALUE SPACES.
008030     05  WS-CON-ADDRESS-1        PIC X(30).
008036     05  FILLER                  PIC X(01) VALUE SPACES.
008042     05  WS-CON-CITY             PIC X(20).
008048     05  FILLER                  PIC X(01) VALUE SPACES.
008054     05  WS-CON-POSTCODE         PIC X(10).
008060     05  FILLER                  PIC X(01) VALUE SPACES.
008066     05  WS-CON-PHONE            PIC X(15).
008072     05  FILLER                  PIC X(01) VALUE SPACES.
008078     05  WS-CON-EMAIL            PIC X(40).
008084     05  FILLER                  PIC X(01) VALUE SPACES.
008090     05  WS-CON-NO-CONTACT       PIC X(01).
008100
008105 01  WS-ENTRY-HEADING.
008110     05  FILLER                  PIC X(19) VALUE "DATE     TIME".
008115     05  FILLER                  PIC X(10) VALUE "OPERATOR".
008120     05  FILLER                  PIC X(10) VALUE "PROGRAM".
008125     05  FILLER                  PIC X(22) VALUE "MEMBER ID".
008130     05  FILLER                  PIC X(06) VALUE "CHANGE".
008135
008140 01  WS-IMAGE-HEADING.
008145     05  FILLER                  PIC X(11) VALUE SPACES.
008150     05  FILLER                  PIC X(36) VALUE "NAME".
008155     05  FILLER                  PIC X(05) VALUE "S".
008160     05  FILLER                  PIC X(09) VALUE "BALANCE".
008165     05  FILLER                  PIC X(12) VALUE "BIRTH DATE".
008170     05  FILLER                  PIC X(21) VALUE "HOUSEHOLD".
008175     05  FILLER                  PIC X(07) VALUE "BILL-TO".
008180
008200 01  WS-SUMMARY-LINE.
008300     05  WS-SUM-LABEL            PIC X(40).
008400     05  FILLER                  PIC X(02) VALUE SPACES.
008500     05  WS-SUM-COUNT            PIC ZZ,ZZ9.
008600
008700 01  WS-DATE-GROUP.
008800     05  WS-DATE-EDIT            PIC X(08).
008900 01  WS-DATE-NUM REDEFINES WS-DATE-GROUP
009000                                 PIC 9(08).
009100
009200 01  WS-FROM-DATE                PIC 9(08).
009300 01  WS-TO-DATE                  PIC 9(08).
009400 01  WS-PICK-MBR-ID              PIC X(20).
009500
009600 77  WS-CHGJ-STATUS              PIC X(02).
009700 77  WS-RPT-STATUS               PIC X(02).
009800
009900 77  WS-MATCH-COUNT              PIC 9(05) VALUE ZERO.
010000 77  WS-TYPE-SUB                 PIC 9(02) COMP VALUE ZERO.
010100 77  WS-MATCH-SUB                PIC 9(02) COMP VALUE ZERO.
010200
010300 77  WS-EOF-SW                   PIC X(01).
010400     88  AT-EOF                      VALUE "Y".
010500     88  NOT-AT-EOF                  VALUE "N".
010600
010700 77  WS-VALID-SW                 PIC X(01).
010800     88  INPUT-IS-VALID              VALUE "Y".
010900     88  INPUT-IS-INVALID            VALUE "N".
011000
011100 PROCEDURE DIVISION.
011200******************************************************************
011300*    0000-MAINLINE                                                *
011400******************************************************************
011500 0000-MAINLINE.
011600     PERFORM 1000-TAKE-SELECTION THRU 1000-EXIT.
011700     PERFORM 1300-LOAD-TYPE-TABLE THRU 1300-EXIT.
011800     OPEN INPUT CHANGE-JOURNAL-FILE.
011900     IF WS-CHGJ-STATUS NOT = "00"
012000         DISPLAY "No change journal on file - nothing to report."
012100     ELSE
012200         OPEN OUTPUT CHANGE-REPORT-FILE
012300         PERFORM 1500-WRITE-HEADING THRU 1500-EXIT
012400         MOVE "N" TO WS-EOF-SW
012500         PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
012600         PERFORM 2000-JUDGE-ONE-ENTRY THRU 2000-EXIT
012700             UNTIL AT-EOF
012800         CLOSE CHANGE-JOURNAL-FILE
012900         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
013000         CLOSE CHANGE-REPORT-FILE
013100         DISPLAY "Matched " WS-MATCH-COUNT
013200             " change(s) - report written to CHGRPTO."
013300     END-IF.
013400     STOP RUN.
013500
013600******************************************************************
013700*    1000-TAKE-SELECTION - MEMBER ID AND DATE RANGE, EACH        *
013800*    OPTIONAL. A BLANK FROM DATE MEANS FROM THE START OF THE     *
013900*    JOURNAL, A BLANK TO DATE MEANS UP TO TODAY AND BEYOND.      *
014000******************************************************************
014100 1000-TAKE-SELECTION.
014200     DISPLAY "Member ID (blank for all): " WITH NO ADVANCING.
014300     ACCEPT WS-PICK-MBR-ID.
014400     MOVE "N" TO WS-VALID-SW.
014500     PERFORM 1100-PROMPT-FROM THRU 1100-EXIT
014600         UNTIL INPUT-IS-VALID.
014700     MOVE "N" TO WS-VALID-SW.
014800     PERFORM 1200-PROMPT-TO THRU 1200-EXIT
014900         UNTIL INPUT-IS-VALID.
015000 1000-EXIT.
015100     EXIT.
015200
015300 1100-PROMPT-FROM.
015400     DISPLAY "From date (YYYYMMDD, blank for all): "
015500         WITH NO ADVANCING.
015600     ACCEPT WS-DATE-EDIT.
015700     IF WS-DATE-EDIT = SPACES
015800         MOVE ZERO TO WS-FROM-DATE
015900         MOVE "Y" TO WS-VALID-SW
016000     ELSE
016100         IF WS-DATE-EDIT IS NUMERIC AND WS-DATE-NUM > ZERO
016200             MOVE WS-DATE-NUM TO WS-FROM-DATE
016300             MOVE "Y" TO WS-VALID-SW
016400         ELSE
016500             DISPLAY "Date must be eight digits - re-enter."
016600             MOVE "N" TO WS-VALID-SW
016700         END-IF
016800     END-IF.
016900 1100-EXIT.
017000     EXIT.
017100
017200 1200-PROMPT-TO.
017300     DISPLAY "To date (YYYYMMDD, blank for all): "
017400         WITH NO ADVANCING.
017500     ACCEPT WS-DATE-EDIT.
017600     IF WS-DATE-EDIT = SPACES
017700         MOVE 99999999 TO WS-TO-DATE
017800         MOVE "Y" TO WS-VALID-SW
017900     ELSE
018000         IF WS-DATE-EDIT IS NUMERIC
018100             AND WS-DATE-NUM >= WS-FROM-DATE
018200             MOVE WS-DATE-NUM TO WS-TO-DATE
018300             MOVE "Y" TO WS-VALID-SW
018400         ELSE
018500             DISPLAY "End must be eight digits, not before the"
018600                 " start - re-enter."
018700             MOVE "N" TO WS-VALID-SW
018800         END-IF
018900     END-IF.
019000 1200-EXIT.
019100     EXIT.
019200
019300******************************************************************
019400*    1300-LOAD-TYPE-TABLE - THE KINDS OF CHANGE CHGLOG FILES,    *
019500*    WITH THEIR PRINTED TEXT (SEE CHGJRNL.CPY).                  *
019600******************************************************************
019700 1300-LOAD-TYPE-TABLE.
019800     MOVE "N" TO WS-TYP-CODE (1).
019900     MOVE "NAME CHANGE"      TO WS-TYP-TEXT (1).
020000     MOVE "B" TO WS-TYP-CODE (2).
020100     MOVE "BIRTH DATE"       TO WS-TYP-TEXT (2).
020200     MOVE "S" TO WS-TYP-CODE (3).
020300     MOVE "STATUS CHANGE"    TO WS-TYP-TEXT (3).
020400     MOVE "X" TO WS-TYP-CODE (4).
020500     MOVE "MEMBER REMOVED"   TO WS-TYP-TEXT (4).
020600     MOVE "P" TO WS-TYP-CODE (5).
020700     MOVE "BALANCE POSTED"   TO WS-TYP-TEXT (5).
020800     MOVE "M" TO WS-TYP-CODE (6).
020900     MOVE "MERGE FOLD"       TO WS-TYP-TEXT (6).
020930     MOVE "C" TO WS-TYP-CODE (7).
020960     MOVE "CONTACT CHANGE"   TO WS-TYP-TEXT (7).
020970     MOVE "E" TO WS-TYP-CODE (8).
020980     MOVE "DATA ERASED"      TO WS-TYP-TEXT (8).
020986     MOVE "H" TO WS-TYP-CODE (9).
020992     MOVE "HOUSEHOLD CHANGE" TO WS-TYP-TEXT (9).
021000     PERFORM 1310-ZERO-ONE-COUNT THRU 1310-EXIT
021100         VARYING WS-TYPE-SUB FROM 1 BY 1
021200         UNTIL WS-TYPE-SUB > 9.
021300 1300-EXIT.
021400     EXIT.
021500
021600 1310-ZERO-ONE-COUNT.
021700     MOVE ZERO TO WS-TYP-COUNT (WS-TYPE-SUB).
021800 1310-EXIT.
021900     EXIT.
022000
022100 1500-WRITE-HEADING.
022200     MOVE SPACES TO CHANGE-REPORT-LINE.
022300     STRING "MEMBER MASTER CHANGE JOURNAL " WS-FROM-DATE " - "
022400         WS-TO-DATE "  MEMBER " WS-PICK-MBR-ID
022500         DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.
022600     WRITE CHANGE-REPORT-LINE.
022750     MOVE WS-ENTRY-HEADING TO CHANGE-REPORT-LINE.
022900     WRITE CHANGE-REPORT-LINE.
023100     MOVE WS-IMAGE-HEADING TO CHANGE-REPORT-LINE.
023300     WRITE CHANGE-REPORT-LINE.
023400 1500-EXIT.
023500     EXIT.
023600
023700 2100-READ-JOURNAL.
023800     READ CHANGE-JOURNAL-FILE
023900         AT END
024000             MOVE "Y" TO WS-EOF-SW
024100     END-READ.
024200 2100-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*    2000-JUDGE-ONE-ENTRY - THE JOURNAL IS APPENDED AS CHANGES   *
024700*    HAPPEN, SO MATCHES COME OUT IN DATE/TIME ORDER.             *
024800******************************************************************
024900 2000-JUDGE-ONE-ENTRY.
025000     IF CHGJ-DATE >= WS-FROM-DATE AND CHGJ-DATE <= WS-TO-DATE
025100         AND (WS-PICK-MBR-ID = SPACES
025200             OR CHGJ-MBR-ID = WS-PICK-MBR-ID)
025300         PERFORM 3000-PRINT-ONE-ENTRY THRU 3000-EXIT
025400     END-IF.
025500     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000*    3000-PRINT-ONE-ENTRY - THE STAMP LINE, THEN THE MASTER      *
026100*    FIELDS AS THEY STOOD BEFORE AND AFTER THE CHANGE.           *
026200******************************************************************
026300 3000-PRINT-ONE-ENTRY.
026400     ADD 1 TO WS-MATCH-COUNT.
026500     MOVE ZERO TO WS-MATCH-SUB.
026600     PERFORM 3010-MATCH-ONE-TYPE THRU 3010-EXIT
026700         VARYING WS-TYPE-SUB FROM 1 BY 1
026800         UNTIL WS-TYPE-SUB > 9.
026900     MOVE SPACES TO CHANGE-REPORT-LINE.
027000     WRITE CHANGE-REPORT-LINE.
027100     INITIALIZE WS-ENTRY-LINE WITH FILLER ALL TO VALUE.
027200     MOVE CHGJ-DATE        TO WS-ENT-DATE.
027300     MOVE CHGJ-TIME        TO WS-ENT-TIME.
027400     MOVE CHGJ-OPERATOR-ID TO WS-ENT-OPERATOR.
027500     MOVE CHGJ-PROGRAM     TO WS-ENT-PROGRAM.
027600     MOVE CHGJ-MBR-ID      TO WS-ENT-MBR-ID.
027700     IF WS-MATCH-SUB > ZERO
027800         ADD 1 TO WS-TYP-COUNT (WS-MATCH-SUB)
027900         MOVE WS-TYP-TEXT (WS-MATCH-SUB) TO WS-ENT-TYPE-TEXT
028000     ELSE
028100         MOVE CHGJ-CHANGE-TYPE TO WS-ENT-TYPE-TEXT
028200     END-IF.
028300     MOVE WS-ENTRY-LINE    TO CHANGE-REPORT-LINE.
028400     WRITE CHANGE-REPORT-LINE.
028500     MOVE CHGJ-BEFORE-IMAGE TO MEMBER-MASTER-RECORD.
028600     PERFORM 3100-BUILD-IMAGE-LINE THRU 3100-EXIT.
028700     MOVE "BEFORE" TO WS-IMG-LABEL.
028800     MOVE WS-IMAGE-LINE    TO CHANGE-REPORT-LINE.
028900     WRITE CHANGE-REPORT-LINE.
028920     IF CHGJ-CONTACT-CHANGE
028940         PERFORM 3200-WRITE-CONTACT-LINE THRU 3200-EXIT
028960     END-IF.
029000     IF CHGJ-MEMBER-REMOVED
029100         MOVE SPACES TO CHANGE-REPORT-LINE
029200         MOVE "    AFTER  (RECORD REMOVED FROM THE MASTER)"
029300             TO CHANGE-REPORT-LINE
029400     ELSE
029500         MOVE CHGJ-AFTER-IMAGE TO MEMBER-MASTER-RECORD
029600         PERFORM 3100-BUILD-IMAGE-LINE THRU 3100-EXIT
029700         MOVE "AFTER" TO WS-IMG-LABEL
029800         MOVE WS-IMAGE-LINE TO CHANGE-REPORT-LINE
029900     END-IF.
030000     WRITE CHANGE-REPORT-LINE.
030020     IF CHGJ-CONTACT-CHANGE
030040         PERFORM 3200-WRITE-CONTACT-LINE THRU 3200-EXIT
030060     END-IF.
030100 3000-EXIT.
030200     EXIT.
030300
030400 3010-MATCH-ONE-TYPE.
030500     IF WS-TYP-CODE (WS-TYPE-SUB) = CHGJ-CHANGE-TYPE
030600         MOVE WS-TYPE-SUB TO WS-MATCH-SUB
030700     END-IF.
030800 3010-EXIT.
030900     EXIT.
031000
031100 3100-BUILD-IMAGE-LINE.
031200     MOVE SPACES TO CHANGE-REPORT-LINE.
031300     INITIALIZE WS-IMAGE-LINE WITH FILLER ALL TO VALUE.
031400     MOVE MAST-MBR-NAME     TO WS-IMG-NAME.
031500     MOVE MAST-STATUS       TO WS-IMG-STATUS.
031600     MOVE MAST-BALANCE-DUE  TO WS-IMG-BALANCE.
031700     MOVE MAST-BIRTH-DATE   TO WS-IMG-BIRTH-DATE.
031800     MOVE MAST-BIRTH-FLAG   TO WS-IMG-BIRTH-FLAG.
031900     MOVE MAST-HOUSEHOLD-ID TO WS-IMG-HOUSEHOLD.
032000     MOVE MAST-BILLTO-FLAG  TO WS-IMG-BILLTO.
032100 3100-EXIT.
032200     EXIT.
032207
032214 3200-WRITE-CONTACT-LINE.
032221     INITIALIZE WS-CONTACT-LINE WITH FILLER ALL TO VALUE.
032228     MOVE MAST-ADDRESS-1       TO WS-CON-ADDRESS-1.
032235     MOVE MAST-CITY            TO WS-CON-CITY.
032242     MOVE MAST-POSTCODE        TO WS-CON-POSTCODE.
032249     MOVE MAST-PHONE           TO WS-CON-PHONE.
032256     MOVE MAST-EMAIL           TO WS-CON-EMAIL.
032263     MOVE MAST-NO-CONTACT-FLAG TO WS-CON-NO-CONTACT.
032270     MOVE WS-CONTACT-LINE      TO CHANGE-REPORT-LINE.
032277     WRITE CHANGE-REPORT-LINE.
032284 3200-EXIT.
032291     EXIT.
032300
032400******************************************************************
032500*    8000-WRITE-SUMMARY - COUNTS BY KIND OF CHANGE.              *
032600******************************************************************
032700 8000-WRITE-SUMMARY.
032800     MOVE SPACES TO CHANGE-REPORT-LINE.
032900     WRITE CHANGE-REPORT-LINE.
033000     MOVE "SUMMARY BY KIND OF CHANGE" TO CHANGE-REPORT-LINE.
033100     WRITE CHANGE-REPORT-LINE.
033200     PERFORM 8100-WRITE-ONE-TYPE THRU 8100-EXIT
033300         VARYING WS-TYPE-SUB FROM 1 BY 1
033400         UNTIL WS-TYPE-SUB > 9.
033500     MOVE SPACES TO CHANGE-REPORT-LINE.
033600     INITIALIZE WS-SUMMARY-LINE WITH FILLER ALL TO VALUE.
033700     MOVE "TOTAL CHANGES LISTED" TO WS-SUM-LABEL.
033800     MOVE WS-MATCH-COUNT TO WS-SUM-COUNT.
033900     MOVE WS-SUMMARY-LINE TO CHANGE-REPORT-LINE.
034000     WRITE CHANGE-REPORT-LINE.
034100 8000-EXIT.
034200     EXIT.
034300
034400 8100-WRITE-ONE-TYPE.
034500     MOVE SPACES TO CHANGE-REPORT-LINE.
034600     INITIALIZE WS-SUMMARY-LINE WITH FILLER ALL TO VALUE.
034700     MOVE WS-TYP-TEXT (WS-TYPE-SUB) TO WS-SUM-LABEL.
034800     MOVE WS-TYP-COUNT (WS-TYPE-SUB) TO WS-SUM-COUNT.
034900     MOVE WS-SUMMARY-LINE TO CHANGE-REPORT-LINE.
035000     WRITE CHANGE-REPORT-LINE.
035100 8100-EXIT.
035200     EXIT.
