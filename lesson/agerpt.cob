001880*                     HOUSEHOLD'S CHARGES (SEE MBRMAST.CPY),    *
001890*                     SO THE COLUMN SAYS WHOSE POSITION A ROW   *
001895*                     REALLY IS.                                *
001896*    2026-10-15  LS   A MEMBER CURRENT ON AN INSTALLMENT PAYMENT *
001897*                     PLAN (PLANCHK) IS SHOWN AS ON PLAN AND     *
001898*                     TOTALLED IN ITS OWN BUCKET INSTEAD OF AGED *
001899*                     AS DELINQUENT.                             *
001900******************************************************************
002000
002100 ENVIRONMENT DIVISION.
004100     COPY AGINGRPT.
004200
004300 WORKING-STORAGE SECTION.
004350     COPY PLANANSW.
004400 01  WS-CURRENT-DATE             PIC 9(08).
004500 01  WS-TODAY-SPLIT REDEFINES WS-CURRENT-DATE.
004600     05  WS-TODAY-YYYY           PIC 9(04).
005600 01  WS-DAYS-OUT                 PIC S9(07).
005700
005800 01  WS-BUCKET-TOTALS.
005900     05  WS-BKT-COUNT            PIC 9(04) OCCURS 5 TIMES.
006000     05  WS-BKT-CENTS            PIC S9(09) OCCURS 5 TIMES.
006100
006200 77  WS-BUCKET-SUB               PIC 9(01).
006300 77  WS-MAST-STATUS              PIC X(02).
014900 3000-EXIT.
015000     EXIT.
015100
015110******************************************************************
015120*    4000-PICK-BUCKET - A MEMBER CURRENT ON A PAYMENT PLAN       *
015130*    (PLANCHK) IS IN GOOD STANDING AND GOES IN ITS OWN BUCKET    *
015140*    RATHER THAN BY DAYS OUTSTANDING.                            *
015150******************************************************************
015200 4000-PICK-BUCKET.
015230     MOVE MAST-MBR-ID TO PLNA-MBR-ID.
015260     CALL "PLANCHK" USING PLAN-STANDING-ANSWER.
015300     EVALUATE TRUE
015330         WHEN PLNA-GOOD-STANDING
015360             MOVE 5 TO WS-BUCKET-SUB
015400         WHEN WS-DAYS-OUT <= 30
015500             MOVE 1 TO WS-BUCKET-SUB
015600         WHEN WS-DAYS-OUT <= 60
018000             MOVE "31-60" TO AGNG-BUCKET
018100         WHEN 3
018200             MOVE "61-90" TO AGNG-BUCKET
018230         WHEN 5
018260             MOVE "ON PLAN" TO AGNG-BUCKET
018300         WHEN OTHER
018400             MOVE "OVER 90" TO AGNG-BUCKET
018500     END-EVALUATE.
019600     WRITE AGNG-TEXT-LINE.
019700     MOVE 1 TO WS-BUCKET-SUB.
019800     PERFORM 8100-WRITE-ONE-TOTAL THRU 8100-EXIT
019900         UNTIL WS-BUCKET-SUB > 5.
020000     DISPLAY "Members with balance due: " WS-OUTSTANDING-COUNT.
020100     DISPLAY "Aging report written to AGERPT.".
020200 8000-EXIT.
021200             MOVE "BUCKET 31-60" TO AGNG-TOT-LABEL
021300         WHEN 3
021400             MOVE "BUCKET 61-90" TO AGNG-TOT-LABEL
021430         WHEN 5
021460             MOVE "ON CURRENT PLAN" TO AGNG-TOT-LABEL
021500         WHEN OTHER
021600             MOVE "BUCKET OVER 90" TO AGNG-TOT-LABEL
021700     END-EVALUATE.
