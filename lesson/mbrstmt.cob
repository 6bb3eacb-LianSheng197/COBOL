002570*                     STORAGE FIELD - THE TODAY-SIDE DETAIL     *
002580*                     WAS BORROWING THE CLOSED ARCHIVE FILE'S   *
002590*                     RECORD AREA AS SCRATCH.                   *
002597*    2026-10-15  LS   PRINT THE RECEIPT NUMBER AGAINST EACH      *
002604*                     PAYMENT ROW.                               *
002611*    2026-10-15  LS   A MEMBER BF ROW LEFT BY PURGERUN CARRIES   *
002618*                     THE NET OF THE ROWS MOVED OFF LINE; IT IS  *
002625*                     NOW PRINTED AND COUNTED INTO THE RUNNING   *
002632*                     BALANCE SO THE STATEMENT STILL TIES TO THE *
002639*                     MASTER.                                    *
002646*    2026-10-15  LS   PRINT THE MEMBER'S MAILING ADDRESS BLOCK   *
002653*                     UNDER THE NAME, OR A DO-NOT-MAIL / NO-     *
002660*                     ADDRESS WARNING LINE IN ITS PLACE.         *
002667*    2026-10-15  LS   CLEAR THE RECEIPT COLUMN ON A TODAY ROW    *
002674*                     THAT CARRIES NO RECEIPT NUMBER.            *
002681******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
018100     WRITE STMT-TEXT-LINE.
018200     MOVE MAST-MBR-NAME TO STMT-TEXT-LINE.
018300     WRITE STMT-TEXT-LINE.
018320     PERFORM 4150-WRITE-ADDRESS-BLOCK THRU 4150-EXIT.
018340     MOVE SPACES TO STMT-TEXT-LINE.
018360     WRITE STMT-TEXT-LINE.
018400     MOVE "DATE      TY  MTHD      AMOUNT        BALANCE  RECEIPT"
018500         TO STMT-TEXT-LINE.
018600     WRITE STMT-TEXT-LINE.
018700     MOVE SPACES TO STMT-TEXT-LINE.
019100     WRITE STMT-TOTAL-LINE.
019200 4100-EXIT.
019300     EXIT.
019302
019304******************************************************************
019306*    4150-WRITE-ADDRESS-BLOCK - THE MAILING ADDRESS UNDER THE     *
019308*    NAME. A MEMBER WHO HAS ASKED NOT TO BE CONTACTED, OR HAS NO  *
019310*    ADDRESS ON FILE, GETS A WARNING LINE INSTEAD SO THE          *
019312*    STATEMENT IS HANDED OVER AT THE DESK RATHER THAN MAILED.     *
019314******************************************************************
019316 4150-WRITE-ADDRESS-BLOCK.
019318     IF MAST-DO-NOT-CONTACT
019320         MOVE "*** DO NOT MAIL - MEMBER ASKED NOT TO BE CONTACTED"
019322             TO STMT-TEXT-LINE
019324         WRITE STMT-TEXT-LINE
019326         GO TO 4150-EXIT
019328     END-IF.
019330     IF MAST-ADDRESS-1 = SPACES
019332         MOVE "*** NO MAILING ADDRESS ON FILE - SEE MBRMAINT"
019334             TO STMT-TEXT-LINE
019336         WRITE STMT-TEXT-LINE
019338         GO TO 4150-EXIT
019340     END-IF.
019342     MOVE MAST-ADDRESS-1 TO STMT-TEXT-LINE.
019344     WRITE STMT-TEXT-LINE.
019346     IF MAST-ADDRESS-2 NOT = SPACES
019348         MOVE MAST-ADDRESS-2 TO STMT-TEXT-LINE
019350         WRITE STMT-TEXT-LINE
019352     END-IF.
019354     MOVE SPACES TO STMT-TEXT-LINE.
019356     STRING MAST-CITY DELIMITED BY "  "
019358         " " MAST-STATE-CODE "  " MAST-POSTCODE
019360         DELIMITED BY SIZE INTO STMT-TEXT-LINE.
019362     WRITE STMT-TEXT-LINE.
019364 4150-EXIT.
019366     EXIT.
019400
019500******************************************************************
019600*    5000-SCAN-ARCHIVE - START AT THE MEMBER'S FIRST KEY ON THE   *
019700*    INDEXED ARCHIVE AND READ NEXT ONLY THIS MEMBER'S ROWS, IN    *
019760*    KEY (POSTING DATE) ORDER. THE SHOP-WIDE BF CONTROL ROWS      *
019820*    NEVER CARRY A MEMBER KEY; A MEMBER BF ROW IS THE NET OF      *
019880*    ROWS PURGERUN MOVED OFF LINE, DATED ON ITS CUTOFF AHEAD OF   *
019940*    THE MEMBER'S OTHER ROWS, AND OPENS THE RUNNING BALANCE.      *
020000******************************************************************
020100 5000-SCAN-ARCHIVE.
020200     OPEN INPUT ARCHIVE-FILE.
023100     IF ARCH-MBR-ID NOT = MBR-ID
023200         MOVE "Y" TO WS-EOF-SW
023300     ELSE
023450         ADD ARCH-AMOUNT TO WS-RUNNING-BALANCE
023600         ADD 1 TO WS-ROW-COUNT
023750         PERFORM 5300-WRITE-ARCHIVE-DETAIL THRU 5300-EXIT
023900         PERFORM 5100-READ-ARCHIVE THRU 5100-EXIT
024000     END-IF.
024100 5200-EXIT.
024270     PERFORM 5400-EDIT-METHOD THRU 5400-EXIT.
024280     MOVE ARCH-AMOUNT    TO STMT-AMOUNT.
024290     MOVE WS-RUNNING-BALANCE TO STMT-RUNNING.
024295     MOVE ARCH-RECEIPT-NUMBER TO STMT-RECEIPT.
024300     WRITE STMT-DETAIL-LINE.
024310 5300-EXIT.
024320     EXIT.
029600     PERFORM 5400-EDIT-METHOD THRU 5400-EXIT.
029700     MOVE XACT-AMOUNT    TO STMT-AMOUNT.
029800     MOVE WS-RUNNING-BALANCE TO STMT-RUNNING.
029820     IF XACT-RECEIPT-NUMBER IS NUMERIC
029840         MOVE XACT-RECEIPT-NUMBER TO STMT-RECEIPT
029846     ELSE
029852         MOVE ZERO TO STMT-RECEIPT
029860     END-IF.
029900     WRITE STMT-DETAIL-LINE.
030000 6300-EXIT.
030100     EXIT.
