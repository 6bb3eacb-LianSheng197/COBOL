000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEDGRCNV.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    LEDGRCNV IS THE ONE-TIME CONVERSION JOB THAT MIGRATES THE   *
000900*    INDEXED LEDGER ARCHIVE (LEDGARCX) TO THE LAYOUT CARRYING    *
001000*    THE ADJUSTMENT REASON (SEE LEDGARCH.CPY). IT READS EVERY    *
001100*    ROW IN THE OLD 45-BYTE SHAPE AND LOADS LEDGARCN WITH THE    *
001200*    SAME KEY AND FIELDS AND THE REASON AT SPACE - NO ROW ON     *
001300*    FILE WAS KEYED AT THE DESK AS A REASONED ADJUSTMENT. IN     *
001400*    AND OUT COUNTS ARE DISPLAYED AND MUST MATCH; THE OPERATOR   *
001500*    THEN RETIRES THE OLD FILE AND PUTS LEDGARCN IN PLACE AS     *
001600*    LEDGARCX. THE LEDGARCX CONTROL TOTALS (LEDGER NUMBER +      *
001700*    POSTING DATE) ARE UNCHANGED BY THE CONVERSION.              *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
002150*    2026-10-15  LS   LOAD THE NEW RECEIPT NUMBER AT ZERO.       *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OLD-ARCHIVE-FILE ASSIGN TO "LEDGARCX"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS OLDX-KEY
003100         FILE STATUS IS WS-OLD-STATUS.
003200     SELECT NEW-ARCHIVE-FILE ASSIGN TO "LEDGARCN"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS ARCH-KEY
003600         FILE STATUS IS WS-NEW-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OLD-ARCHIVE-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  OLD-ARCHIVE-RECORD.
004300     05  OLDX-KEY.
004400         10  OLDX-MBR-ID         PIC X(20).
004500         10  OLDX-POST-DATE      PIC 9(08).
004600         10  OLDX-NUMBER         PIC 9(06).
004700     05  OLDX-TYPE               PIC X(02).
004800     05  OLDX-AMOUNT             PIC S9(07)
004900                                 SIGN IS LEADING SEPARATE.
005000     05  OLDX-METHOD             PIC X(01).
005100
005200 FD  NEW-ARCHIVE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY LEDGARCH.
005500
005600 WORKING-STORAGE SECTION.
005700 77  WS-OLD-STATUS               PIC X(02).
005800 77  WS-NEW-STATUS               PIC X(02).
005900 77  WS-IN-COUNT                 PIC 9(06) VALUE ZERO.
006000 77  WS-OUT-COUNT                PIC 9(06) VALUE ZERO.
006100
006200 77  WS-EOF-SW                   PIC X(01).
006300     88  OLD-ARCHIVE-EOF             VALUE "Y".
006400     88  NOT-OLD-ARCHIVE-EOF         VALUE "N".
006500
006600 PROCEDURE DIVISION.
006700******************************************************************
006800*    0000-MAINLINE                                                *
006900******************************************************************
007000 0000-MAINLINE.
007100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007200     IF WS-OLD-STATUS = "00"
007300         PERFORM 2000-CONVERT-RECORDS THRU 2000-EXIT
007400             UNTIL OLD-ARCHIVE-EOF
007500         PERFORM 9000-BALANCE-COUNTS THRU 9000-EXIT
007600         PERFORM 9999-TERMINATE THRU 9999-EXIT
007700     END-IF.
007800     STOP RUN.
007900
008000******************************************************************
008100*    1000-INITIALIZE - AN EXISTING LEDGARCN MEANS THE LOAD HAS   *
008200*    ALREADY RUN; REFUSE TO DOUBLE-LOAD.                         *
008300******************************************************************
008400 1000-INITIALIZE.
008500     OPEN INPUT OLD-ARCHIVE-FILE.
008600     IF WS-OLD-STATUS = "35"
008700         DISPLAY "LEDGARCX not found - nothing to convert."
008800         MOVE "99" TO WS-OLD-STATUS
008900     END-IF.
009000     IF WS-OLD-STATUS NOT = "00"
009100         IF WS-OLD-STATUS NOT = "99"
009200             DISPLAY "LEDGARCX open failed, status "
009300                 WS-OLD-STATUS " - nothing converted."
009400         END-IF
009500     ELSE
009600         OPEN INPUT NEW-ARCHIVE-FILE
009700         IF WS-NEW-STATUS = "00"
009800             DISPLAY "LEDGARCN already exists - conversion has"
009900                 " already run. Remove it first to reload."
010000             CLOSE NEW-ARCHIVE-FILE
010100             CLOSE OLD-ARCHIVE-FILE
010200             MOVE "99" TO WS-OLD-STATUS
010300         ELSE
010400             OPEN OUTPUT NEW-ARCHIVE-FILE
010500             CLOSE NEW-ARCHIVE-FILE
010600             OPEN I-O NEW-ARCHIVE-FILE
010700             MOVE "N" TO WS-EOF-SW
010800             PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT
010900         END-IF
011000     END-IF.
011100 1000-EXIT.
011200     EXIT.
011300
011400******************************************************************
011500*    2000-CONVERT-RECORDS - FIELDS CARRY STRAIGHT ACROSS; THE    *
011600*    ADJUSTMENT REASON STARTS AT SPACE.                          *
011700******************************************************************
011800 2000-CONVERT-RECORDS.
011900     ADD 1 TO WS-IN-COUNT.
012000     MOVE OLDX-MBR-ID     TO ARCH-MBR-ID.
012100     MOVE OLDX-POST-DATE  TO ARCH-POST-DATE.
012200     MOVE OLDX-NUMBER     TO ARCH-NUMBER.
012300     MOVE OLDX-TYPE       TO ARCH-TYPE.
012400     MOVE OLDX-AMOUNT     TO ARCH-AMOUNT.
012500     MOVE OLDX-METHOD     TO ARCH-METHOD.
012600     MOVE SPACE           TO ARCH-ADJ-REASON.
012650     MOVE ZERO            TO ARCH-RECEIPT-NUMBER.
012700     WRITE ARCHIVE-LEDGER-RECORD
012800         INVALID KEY
012900             DISPLAY "Unable to load ledger row " OLDX-NUMBER
013000                 " for " OLDX-MBR-ID "."
013100         NOT INVALID KEY
013200             ADD 1 TO WS-OUT-COUNT
013300     END-WRITE.
013400     PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT.
013500 2000-EXIT.
013600     EXIT.
013700
013800 2100-READ-OLD-ARCHIVE.
013900     READ OLD-ARCHIVE-FILE
014000         AT END
014100             MOVE "Y" TO WS-EOF-SW
014200     END-READ.
014300 2100-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700*    9000-BALANCE-COUNTS - EVERY OLD ROW MUST HAVE LANDED.       *
014800******************************************************************
014900 9000-BALANCE-COUNTS.
015000     DISPLAY "Rows read:   " WS-IN-COUNT.
015100     DISPLAY "Rows loaded: " WS-OUT-COUNT.
015200     IF WS-IN-COUNT = WS-OUT-COUNT
015300         DISPLAY "Conversion balanced - retire the old LEDGARCX"
015400             " and put LEDGARCN in its place."
015500     ELSE
015600         DISPLAY "*** CONVERSION OUT OF BALANCE - DO NOT"
015700             " RETIRE LEDGARCX ***"
015800         MOVE 16 TO RETURN-CODE
015900     END-IF.
016000 9000-EXIT.
016100     EXIT.
016200
016300******************************************************************
016400*    9999-TERMINATE                                               *
016500******************************************************************
016600 9999-TERMINATE.
016700     CLOSE OLD-ARCHIVE-FILE.
016800     CLOSE NEW-ARCHIVE-FILE.
016900 9999-EXIT.
017000     EXIT.
