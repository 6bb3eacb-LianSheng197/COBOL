000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEDGNCNV.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    LEDGNCNV IS THE ONE-TIME CONVERSION JOB THAT MIGRATES THE   *
000900*    INDEXED LEDGER ARCHIVE (LEDGARCX) TO THE LAYOUT CARRYING    *
001000*    THE PRINTED RECEIPT NUMBER (SEE LEDGARCH.CPY). IT READS     *
001100*    EVERY ROW IN THE OLD 46-BYTE SHAPE (WITH THE ADJUSTMENT     *
001200*    REASON - A FILE STILL IN THE 45-BYTE SHAPE GOES THROUGH     *
001300*    LEDGRCNV INSTEAD, WHICH NOW LOADS THIS LAYOUT DIRECTLY) AND *
001400*    LOADS LEDGARCN WITH THE SAME KEY AND FIELDS AND THE RECEIPT *
001500*    NUMBER AT ZERO - NO ROW ON FILE WAS RECEIPTED UNDER A       *
001600*    NUMBER. IN AND OUT COUNTS ARE DISPLAYED AND MUST MATCH; THE *
001700*    OPERATOR THEN RETIRES THE OLD FILE AND PUTS LEDGARCN IN     *
001800*    PLACE AS LEDGARCX. THE LEDGARCX CONTROL TOTALS (LEDGER      *
001900*    NUMBER + POSTING DATE) ARE UNCHANGED BY THE CONVERSION.     *
002000*------------------------------------------------------------------
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OLD-ARCHIVE-FILE ASSIGN TO "LEDGARCX"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS OLDX-KEY
003300         FILE STATUS IS WS-OLD-STATUS.
003400     SELECT NEW-ARCHIVE-FILE ASSIGN TO "LEDGARCN"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS ARCH-KEY
003800         FILE STATUS IS WS-NEW-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OLD-ARCHIVE-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  OLD-ARCHIVE-RECORD.
004500     05  OLDX-KEY.
004600         10  OLDX-MBR-ID         PIC X(20).
004700         10  OLDX-POST-DATE      PIC 9(08).
004800         10  OLDX-NUMBER         PIC 9(06).
004900     05  OLDX-TYPE               PIC X(02).
005000     05  OLDX-AMOUNT             PIC S9(07)
005100                                 SIGN IS LEADING SEPARATE.
005200     05  OLDX-METHOD             PIC X(01).
005300     05  OLDX-ADJ-REASON         PIC X(01).
005400
005500 FD  NEW-ARCHIVE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY LEDGARCH.
005800
005900 WORKING-STORAGE SECTION.
006000 77  WS-OLD-STATUS               PIC X(02).
006100 77  WS-NEW-STATUS               PIC X(02).
006200 77  WS-IN-COUNT                 PIC 9(06) VALUE ZERO.
006300 77  WS-OUT-COUNT                PIC 9(06) VALUE ZERO.
006400
006500 77  WS-EOF-SW                   PIC X(01).
006600     88  OLD-ARCHIVE-EOF             VALUE "Y".
006700     88  NOT-OLD-ARCHIVE-EOF         VALUE "N".
006800
006900 PROCEDURE DIVISION.
007000******************************************************************
007100*    0000-MAINLINE                                                *
007200******************************************************************
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007500     IF WS-OLD-STATUS = "00"
007600         PERFORM 2000-CONVERT-RECORDS THRU 2000-EXIT
007700             UNTIL OLD-ARCHIVE-EOF
007800         PERFORM 9000-BALANCE-COUNTS THRU 9000-EXIT
007900         PERFORM 9999-TERMINATE THRU 9999-EXIT
008000     END-IF.
008100     STOP RUN.
008200
008300******************************************************************
008400*    1000-INITIALIZE - AN EXISTING LEDGARCN MEANS THE LOAD HAS   *
008500*    ALREADY RUN; REFUSE TO DOUBLE-LOAD.                         *
008600******************************************************************
008700 1000-INITIALIZE.
008800     OPEN INPUT OLD-ARCHIVE-FILE.
008900     IF WS-OLD-STATUS = "35"
009000         DISPLAY "LEDGARCX not found - nothing to convert."
009100         MOVE "99" TO WS-OLD-STATUS
009200     END-IF.
009300     IF WS-OLD-STATUS NOT = "00"
009400         IF WS-OLD-STATUS NOT = "99"
009500             DISPLAY "LEDGARCX open failed, status "
009600                 WS-OLD-STATUS " - nothing converted."
009700         END-IF
009800     ELSE
009900         OPEN INPUT NEW-ARCHIVE-FILE
010000         IF WS-NEW-STATUS = "00"
010100             DISPLAY "LEDGARCN already exists - conversion has"
010200                 " already run. Remove it first to reload."
010300             CLOSE NEW-ARCHIVE-FILE
010400             CLOSE OLD-ARCHIVE-FILE
010500             MOVE "99" TO WS-OLD-STATUS
010600         ELSE
010700             OPEN OUTPUT NEW-ARCHIVE-FILE
010800             CLOSE NEW-ARCHIVE-FILE
010900             OPEN I-O NEW-ARCHIVE-FILE
011000             MOVE "N" TO WS-EOF-SW
011100             PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT
011200         END-IF
011300     END-IF.
011400 1000-EXIT.
011500     EXIT.
011600
011700******************************************************************
011800*    2000-CONVERT-RECORDS - FIELDS CARRY STRAIGHT ACROSS; THE    *
011900*    RECEIPT NUMBER STARTS AT ZERO.                              *
012000******************************************************************
012100 2000-CONVERT-RECORDS.
012200     ADD 1 TO WS-IN-COUNT.
012300     MOVE OLDX-MBR-ID     TO ARCH-MBR-ID.
012400     MOVE OLDX-POST-DATE  TO ARCH-POST-DATE.
012500     MOVE OLDX-NUMBER     TO ARCH-NUMBER.
012600     MOVE OLDX-TYPE       TO ARCH-TYPE.
012700     MOVE OLDX-AMOUNT     TO ARCH-AMOUNT.
012800     MOVE OLDX-METHOD     TO ARCH-METHOD.
012900     MOVE OLDX-ADJ-REASON TO ARCH-ADJ-REASON.
013000     MOVE ZERO            TO ARCH-RECEIPT-NUMBER.
013100     WRITE ARCHIVE-LEDGER-RECORD
013200         INVALID KEY
013300             DISPLAY "Unable to load ledger row " OLDX-NUMBER
013400                 " for " OLDX-MBR-ID "."
013500         NOT INVALID KEY
013600             ADD 1 TO WS-OUT-COUNT
013700     END-WRITE.
013800     PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT.
013900 2000-EXIT.
014000     EXIT.
014100
014200 2100-READ-OLD-ARCHIVE.
014300     READ OLD-ARCHIVE-FILE
014400         AT END
014500             MOVE "Y" TO WS-EOF-SW
014600     END-READ.
014700 2100-EXIT.
014800     EXIT.
014900
015000******************************************************************
015100*    9000-BALANCE-COUNTS - EVERY OLD ROW MUST HAVE LANDED.       *
015200******************************************************************
015300 9000-BALANCE-COUNTS.
015400     DISPLAY "Rows read:   " WS-IN-COUNT.
015500     DISPLAY "Rows loaded: " WS-OUT-COUNT.
015600     IF WS-IN-COUNT = WS-OUT-COUNT
015700         DISPLAY "Conversion balanced - retire the old LEDGARCX"
015800             " and put LEDGARCN in its place."
015900     ELSE
016000         DISPLAY "*** CONVERSION OUT OF BALANCE - DO NOT"
016100             " RETIRE LEDGARCX ***"
016200         MOVE 16 TO RETURN-CODE
016300     END-IF.
016400 9000-EXIT.
016500     EXIT.
016600
016700******************************************************************
016800*    9999-TERMINATE                                               *
016900******************************************************************
017000 9999-TERMINATE.
017100     CLOSE OLD-ARCHIVE-FILE.
017200     CLOSE NEW-ARCHIVE-FILE.
017300 9999-EXIT.
017400     EXIT.
