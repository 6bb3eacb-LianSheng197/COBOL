001400*    ROWS FOR THE FIVE PROTECTED FILES ARE THEN RE-SEEDED FROM    *
001500*    THE RESTORED DATA (CTLUPDT FUNCTION S), SO CTLVERIF          *
001600*    VERIFIES CLEAN IMMEDIATELY AFTER THE RESTORE INSTEAD OF      *
001660*    ABENDING ON THE RESTORED COUNTS. THE NEXTNUM LEDGER NUMBER   *
001720*    SERIES IS SET TO THE HIGHEST NUMBER ON THE RESTORED XACTIN,  *
001780*    SO THE NEXT ROW POSTED CARRIES ON FROM IT. THE RESTORE IS    *
001840*    ECHOED AND CONFIRMED BEFORE ANYTHING IS OVERWRITTEN.         *
001900*------------------------------------------------------------------
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-09-01  LS   ORIGINAL PROGRAM.                          *
002220*    2026-10-15  LS   SET THE NEXTNUM LEDGER NUMBER SERIES FROM  *
002240*                     THE RESTORED XACTIN SO NUMBERS ARE NOT     *
002260*                     HANDED OUT TWICE AFTER A RESTORE.          *
002270*    2026-10-15  LS   WIDEN THE BACKUP IMAGE TO 300 BYTES - THE  *
002280*                     MEMBER MASTER RECORD NOW CARRIES THE       *
002290*                     CONTACT DETAILS AND NO LONGER FITS IN 132. *
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
008800
008900 FD  BACKUP-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  BACKUP-IMAGE                PIC X(300).
009200
009300 WORKING-STORAGE SECTION.
009400     COPY CTLREQ.
009450     COPY NUMREQ.
009500
009600 01  WS-BACKUP-NAME              PIC X(12).
009700 01  WS-FILE-BASE                PIC X(08).
011700 77  WS-RESTORE-COUNT            PIC 9(06) VALUE ZERO.
011800 77  WS-SEED-COUNT               PIC 9(09) VALUE ZERO.
011900 77  WS-SEED-HASH                PIC 9(12) VALUE ZERO.
011950 77  WS-HIGH-XACT-NUMBER         PIC 9(06) VALUE ZERO.
012000
012100 77  WS-EOF-SW                   PIC X(01).
012200     88  AT-EOF                      VALUE "Y".
037400     EXIT.
037500
037600******************************************************************
037650*    2400-RESTORE-LEDGER - HASH IS NUMBER + POSTING DATE. THE     *
037700*    HIGHEST NUMBER RESTORED BECOMES THE LAST ONE NEXTNUM HANDED  *
037750*    OUT.                                                         *
037800******************************************************************
037900 2400-RESTORE-LEDGER.
038000     MOVE "XACTIN" TO WS-FILE-BASE.
038050     MOVE ZERO TO WS-HIGH-XACT-NUMBER.
038100     PERFORM 1200-OPEN-BACKUP THRU 1200-EXIT.
038200     IF BACKUP-IS-OPEN
038300         OPEN OUTPUT TRANSACTION-FILE
038700         CLOSE TRANSACTION-FILE
038800         PERFORM 1400-CLOSE-BACKUP THRU 1400-EXIT
038900         PERFORM 1500-SEED-TOTALS THRU 1500-EXIT
038920         MOVE "S" TO NUMR-FUNCTION
038940         MOVE "XACTIN" TO NUMR-SERIES-NAME
038960         MOVE WS-HIGH-XACT-NUMBER TO NUMR-NUMBER
038980         CALL "NEXTNUM" USING NUMBER-REQUEST
039000     END-IF.
039100 2400-EXIT.
039200     EXIT.
039800     ADD 1 TO WS-SEED-COUNT.
039900     ADD XACT-NUMBER TO WS-SEED-HASH.
040000     ADD XACT-POST-DATE TO WS-SEED-HASH.
040020     IF XACT-NUMBER > WS-HIGH-XACT-NUMBER
040040         MOVE XACT-NUMBER TO WS-HIGH-XACT-NUMBER
040060     END-IF.
040100     PERFORM 1300-READ-BACKUP THRU 1300-EXIT.
040200 2410-EXIT.
040300     EXIT.
