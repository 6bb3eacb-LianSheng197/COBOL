000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MBRCCONV.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MBRCCONV IS THE ONE-TIME CONVERSION JOB THAT MIGRATES THE   *
000900*    MEMBER MASTER TO THE CONTACT-DETAILS LAYOUT. IT READS THE   *
001000*    MASTER AS MBRBCONV WRITES IT (THROUGH THE BIRTH-DATE        *
001100*    FIELDS) AND LOADS MBRMASTN WITH THE ADDRESS, PHONE AND      *
001200*    EMAIL AT SPACES AND THE DO-NOT-CONTACT FLAG AT "N" - THE    *
001300*    DESK FILLS THE DETAILS IN AT MBRMAINT AS MEMBERS PRESENT.   *
001400*    UNTIL THEN A STATEMENT OR BILL PRINTS AN "ADDRESS NOT ON    *
001500*    FILE" LINE IN THE ADDRESS BLOCK. IN AND OUT COUNTS ARE      *
001600*    DISPLAYED AND MUST MATCH; THE OPERATOR THEN RETIRES THE OLD *
001700*    FILE AND PUTS MBRMASTN IN PLACE AS MBRMAST. THE MBRMAST     *
001800*    CONTROL TOTALS (AGE + ENROLL DATE) ARE UNCHANGED BY THE     *
001900*    CONVERSION.                                                 *
002000*------------------------------------------------------------------
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OLD-MASTER-FILE ASSIGN TO "MBRMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS OLDM-MBR-ID
003300         ALTERNATE RECORD KEY IS OLDM-SURNAME
003400             WITH DUPLICATES
003500         FILE STATUS IS WS-OLD-STATUS.
003600     SELECT NEW-MASTER-FILE ASSIGN TO "MBRMASTN"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS MAST-MBR-ID
004000         ALTERNATE RECORD KEY IS MAST-SURNAME
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-NEW-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  OLD-MASTER-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  OLD-MASTER-RECORD.
004900     05  OLDM-MBR-ID             PIC X(20).
005000     05  OLDM-MBR-NAME.
005100         10  OLDM-SURNAME        PIC X(20).
005200         10  OLDM-GIVEN-NAME     PIC X(15).
005300     05  OLDM-MBR-AGE            PIC 9(03).
005400     05  OLDM-ENROLL-DATE        PIC 9(08).
005500     05  OLDM-FEE-QUOTED         PIC 9(03)V99.
005600     05  OLDM-STATUS             PIC X(01).
005700     05  OLDM-BALANCE-DUE        PIC S9(07)
005800                                 SIGN IS LEADING SEPARATE.
005900     05  OLDM-HOUSEHOLD-ID       PIC X(20).
006000     05  OLDM-BILLTO-FLAG        PIC X(01).
006100     05  OLDM-BIRTH-DATE         PIC 9(08).
006200     05  OLDM-BIRTH-FLAG         PIC X(01).
006300
006400 FD  NEW-MASTER-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY MBRMAST.
006700
006800 WORKING-STORAGE SECTION.
006900 77  WS-OLD-STATUS               PIC X(02).
007000 77  WS-NEW-STATUS               PIC X(02).
007100 77  WS-IN-COUNT                 PIC 9(06) VALUE ZERO.
007200 77  WS-OUT-COUNT                PIC 9(06) VALUE ZERO.
007300
007400 77  WS-EOF-SW                   PIC X(01).
007500     88  OLD-MASTER-EOF              VALUE "Y".
007600     88  NOT-OLD-MASTER-EOF          VALUE "N".
007700
007800 PROCEDURE DIVISION.
007900******************************************************************
008000*    0000-MAINLINE                                                *
008100******************************************************************
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008400     IF WS-OLD-STATUS = "00"
008500         PERFORM 2000-CONVERT-RECORDS THRU 2000-EXIT
008600             UNTIL OLD-MASTER-EOF
008700         PERFORM 9000-BALANCE-COUNTS THRU 9000-EXIT
008800         PERFORM 9999-TERMINATE THRU 9999-EXIT
008900     END-IF.
009000     STOP RUN.
009100
009200******************************************************************
009300*    1000-INITIALIZE - AN EXISTING MBRMASTN MEANS THE LOAD HAS   *
009400*    ALREADY RUN; REFUSE TO DOUBLE-LOAD.                         *
009500******************************************************************
009600 1000-INITIALIZE.
009700     OPEN INPUT OLD-MASTER-FILE.
009800     IF WS-OLD-STATUS = "35"
009900         DISPLAY "MBRMAST not found - nothing to convert."
010000         MOVE "99" TO WS-OLD-STATUS
010100     END-IF.
010200     IF WS-OLD-STATUS NOT = "00"
010300         IF WS-OLD-STATUS NOT = "99"
010400             DISPLAY "MBRMAST open failed, status "
010500                 WS-OLD-STATUS " - nothing converted."
010600         END-IF
010700     ELSE
010800         OPEN INPUT NEW-MASTER-FILE
010900         IF WS-NEW-STATUS = "00"
011000             DISPLAY "MBRMASTN already exists - conversion has"
011100                 " already run. Remove it first to reload."
011200             CLOSE NEW-MASTER-FILE
011300             CLOSE OLD-MASTER-FILE
011400             MOVE "99" TO WS-OLD-STATUS
011500         ELSE
011600             OPEN OUTPUT NEW-MASTER-FILE
011700             CLOSE NEW-MASTER-FILE
011800             OPEN I-O NEW-MASTER-FILE
011900             MOVE "N" TO WS-EOF-SW
012000             PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT
012100         END-IF
012200     END-IF.
012300 1000-EXIT.
012400     EXIT.
012500
012600******************************************************************
012700*    2000-CONVERT-RECORDS - FIELDS CARRY STRAIGHT ACROSS; THE    *
012800*    CONTACT DETAILS START BLANK AND THE MEMBER STARTS AS        *
012900*    CONTACTABLE.                                                *
013000******************************************************************
013100 2000-CONVERT-RECORDS.
013200     ADD 1 TO WS-IN-COUNT.
013300     MOVE OLDM-MBR-ID       TO MAST-MBR-ID.
013400     MOVE OLDM-MBR-NAME     TO MAST-MBR-NAME.
013500     MOVE OLDM-MBR-AGE      TO MAST-MBR-AGE.
013600     MOVE OLDM-ENROLL-DATE  TO MAST-ENROLL-DATE.
013700     MOVE OLDM-FEE-QUOTED   TO MAST-FEE-QUOTED.
013800     MOVE OLDM-STATUS       TO MAST-STATUS.
013900     MOVE OLDM-BALANCE-DUE  TO MAST-BALANCE-DUE.
014000     MOVE OLDM-HOUSEHOLD-ID TO MAST-HOUSEHOLD-ID.
014100     MOVE OLDM-BILLTO-FLAG  TO MAST-BILLTO-FLAG.
014200     MOVE OLDM-BIRTH-DATE   TO MAST-BIRTH-DATE.
014300     MOVE OLDM-BIRTH-FLAG   TO MAST-BIRTH-FLAG.
014400     MOVE SPACES            TO MAST-CONTACT.
014500     MOVE "N"               TO MAST-NO-CONTACT-FLAG.
014600     WRITE MEMBER-MASTER-RECORD
014700         INVALID KEY
014800             DISPLAY "Unable to load member " OLDM-MBR-ID "."
014900         NOT INVALID KEY
015000             ADD 1 TO WS-OUT-COUNT
015100     END-WRITE.
015200     PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
015300 2000-EXIT.
015400     EXIT.
015500
015600 2100-READ-OLD-MASTER.
015700     READ OLD-MASTER-FILE
015800         AT END
015900             MOVE "Y" TO WS-EOF-SW
016000     END-READ.
016100 2100-EXIT.
016200     EXIT.
016300
016400******************************************************************
016500*    9000-BALANCE-COUNTS - EVERY OLD RECORD MUST HAVE LANDED.    *
016600******************************************************************
016700 9000-BALANCE-COUNTS.
016800     DISPLAY "Records read:   " WS-IN-COUNT.
016900     DISPLAY "Records loaded: " WS-OUT-COUNT.
017000     IF WS-IN-COUNT = WS-OUT-COUNT
017100         DISPLAY "Conversion balanced - retire the old MBRMAST"
017200             " and put MBRMASTN in its place."
017300     ELSE
017400         DISPLAY "*** CONVERSION OUT OF BALANCE - DO NOT"
017500             " RETIRE MBRMAST ***"
017600         MOVE 16 TO RETURN-CODE
017700     END-IF.
017800 9000-EXIT.
017900     EXIT.
018000
018100******************************************************************
018200*    9999-TERMINATE                                               *
018300******************************************************************
018400 9999-TERMINATE.
018500     CLOSE OLD-MASTER-FILE.
018600     CLOSE NEW-MASTER-FILE.
018700 9999-EXIT.
018800     EXIT.
