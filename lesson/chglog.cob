000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGLOG.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CHGLOG IS THE ONE PLACE THE MBRCHGJ MEMBER MASTER CHANGE    *
000900*    JOURNAL IS WRITTEN. A PROGRAM THAT HAS JUST REWRITTEN (OR   *
001000*    REMOVED) A MASTER RECORD CALLS IT WITH THE BEFORE AND AFTER *
001100*    IMAGES (SEE CHGREQ.CPY); CHGLOG STAMPS THE DATE AND TIME    *
001200*    AND APPENDS THE ENTRY, CREATING THE JOURNAL ON FIRST USE.   *
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "MBRCHGJ"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-CHGJ-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  CHANGE-JOURNAL-FILE
002900     LABEL RECORDS ARE STANDARD.
003000     COPY CHGJRNL.
003100
003200 WORKING-STORAGE SECTION.
003300 01  WS-CURRENT-DATE             PIC 9(08).
003400 01  WS-CURRENT-TIME             PIC 9(08).
003500
003600 77  WS-CHGJ-STATUS              PIC X(02).
003700
003800 LINKAGE SECTION.
003900     COPY CHGREQ.
004000
004100 PROCEDURE DIVISION USING MASTER-CHANGE-REQUEST.
004200******************************************************************
004300*    0000-MAINLINE                                                *
004400******************************************************************
004500 0000-MAINLINE.
004600     PERFORM 1000-OPEN-JOURNAL THRU 1000-EXIT.
004700     PERFORM 2000-WRITE-ENTRY THRU 2000-EXIT.
004800     CLOSE CHANGE-JOURNAL-FILE.
004900     GOBACK.
005000
005100******************************************************************
005200*    1000-OPEN-JOURNAL - CREATE THE JOURNAL ON FIRST USE, THEN   *
005300*    OPEN IT FOR APPEND.                                         *
005400******************************************************************
005500 1000-OPEN-JOURNAL.
005600     OPEN INPUT CHANGE-JOURNAL-FILE.
005700     IF WS-CHGJ-STATUS = "35"
005800         OPEN OUTPUT CHANGE-JOURNAL-FILE
005900         CLOSE CHANGE-JOURNAL-FILE
006000     ELSE
006100         CLOSE CHANGE-JOURNAL-FILE
006200     END-IF.
006300     OPEN EXTEND CHANGE-JOURNAL-FILE.
006400 1000-EXIT.
006500     EXIT.
006600
006700 2000-WRITE-ENTRY.
006800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006900     ACCEPT WS-CURRENT-TIME FROM TIME.
007000     MOVE WS-CURRENT-DATE        TO CHGJ-DATE.
007100     MOVE WS-CURRENT-TIME        TO CHGJ-TIME.
007200     MOVE CHGR-OPERATOR-ID       TO CHGJ-OPERATOR-ID.
007300     MOVE CHGR-PROGRAM           TO CHGJ-PROGRAM.
007400     MOVE CHGR-MBR-ID            TO CHGJ-MBR-ID.
007500     MOVE CHGR-CHANGE-TYPE       TO CHGJ-CHANGE-TYPE.
007600     MOVE CHGR-BEFORE-IMAGE      TO CHGJ-BEFORE-IMAGE.
007700     MOVE CHGR-AFTER-IMAGE       TO CHGJ-AFTER-IMAGE.
007800     WRITE MASTER-CHANGE-RECORD.
007900     IF WS-CHGJ-STATUS NOT = "00"
008000         DISPLAY "Change journal write failed - status "
008100             WS-CHGJ-STATUS " for member " CHGR-MBR-ID "."
008200     END-IF.
008300 2000-EXIT.
008400     EXIT.
