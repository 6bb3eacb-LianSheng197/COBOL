000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROMCHK.
000300 AUTHOR. LS.
000400 INSTALLATION. FRONT-DESK-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROMCHK IS THE ONE PLACE A PROMOTION CODE IS JUDGED - THE   *
000900*    SAME SHAPE AS PLANCHK. A CALLER PASSES THE PROMANSW AREA    *
001000*    WITH THE CODE, THE CHARGE (INTAKE OR RENEWAL), THE DATE AND *
001100*    THE GROSS FEE, AND GETS BACK WHETHER THE CODE APPLIES AND,  *
001150*    IF IT DOES, THE DISCOUNT AND THE NET FEE. THE ROW THAT      *
001200*    GOVERNS IS THE LATEST ENTERED OF THE CODE'S ROWS IN FORCE   *
001250*    ON THE DATE (FIRST DAY <= DATE <= LAST DAY), THE WAY        *
001300*    FEESCHED AND POLLOAD PICK THE ROW IN FORCE; A WITHDRAWAL    *
001350*    ROW IN FORCE MEANS NOT RUNNING. A PERCENT IS ROUNDED TO THE *
001400*    CENT; A FLAT AMOUNT IS CAPPED AT THE GROSS FEE SO A FEE     *
001500*    NEVER GOES BELOW ZERO.                                      *
001600*------------------------------------------------------------------
001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-15  LS   ORIGINAL PROGRAM.                          *
001910*    2026-10-15  LS   TAKE THE LATEST ROW IN FORCE ON THE DATE   *
001920*                     RATHER THAN THE LAST ROW FOR THE CODE, SO  *
001930*                     A FUTURE-DATED ROW NO LONGER STOPS TODAY'S *
001940*                     OFFER. A WITHDRAWAL ROW IN FORCE ANSWERS   *
001950*                     NOT RUNNING.                               *
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PROMOTION-FILE ASSIGN TO "PROMOTN"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-PROMO-STATUS.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  PROMOTION-FILE
003200     LABEL RECORDS ARE STANDARD.
003300     COPY PROMO.
003400
003500 WORKING-STORAGE SECTION.
003600*    THE GOVERNING ROW FOR THE CODE, HELD AS THE FILE IS READ.
003700 01  WS-BEST-ROW.
003800     05  WS-BEST-DESCRIPTION     PIC X(30).
003900     05  WS-BEST-TYPE            PIC X(01).
004000         88  BEST-IS-PERCENT         VALUE "P".
004050         88  BEST-IS-WITHDRAWAL      VALUE "W".
004100     05  WS-BEST-PERCENT         PIC 9(03).
004200     05  WS-BEST-FLAT-AMOUNT     PIC 9(03)V99.
004300     05  WS-BEST-FROM-DATE       PIC 9(08).
004400     05  WS-BEST-TO-DATE         PIC 9(08).
004500     05  WS-BEST-APPLIES-TO      PIC X(01).
004600         88  BEST-FOR-INTAKE         VALUE "I" "B".
004700         88  BEST-FOR-RENEWAL        VALUE "R" "B".
004800
004900 77  WS-PROMO-STATUS             PIC X(02).
005000
005100 77  WS-EOF-SW                   PIC X(01).
005200     88  AT-EOF                      VALUE "Y".
005300     88  NOT-AT-EOF                  VALUE "N".
005400
005500 77  WS-FOUND-SW                 PIC X(01).
005600     88  CODE-FOUND                  VALUE "Y".
005700     88  CODE-NOT-FOUND              VALUE "N".
005720
005740 77  WS-IN-FORCE-SW              PIC X(01).
005760     88  ROW-IN-FORCE                VALUE "Y".
005780     88  NO-ROW-IN-FORCE             VALUE "N".
005800
005900 LINKAGE SECTION.
006000     COPY PROMANSW.
006100
006200 PROCEDURE DIVISION USING PROMOTION-ANSWER.
006300******************************************************************
006400*    0000-MAINLINE                                               *
006500******************************************************************
006600 0000-MAINLINE.
006700     MOVE "N"    TO PRMA-RESULT.
006800     MOVE SPACES TO PRMA-DESCRIPTION.
006900     MOVE ZERO   TO PRMA-DISCOUNT.
007000     MOVE PRMA-GROSS-FEE TO PRMA-NET-FEE.
007100     PERFORM 1000-FIND-CODE THRU 1000-EXIT.
007200     IF CODE-FOUND
007300         PERFORM 2000-JUDGE-CODE THRU 2000-EXIT
007400     END-IF.
007500     GOBACK.
007600
007700******************************************************************
007800*    1000-FIND-CODE - NO FILE OR NO ROW FOR THE CODE ANSWERS "NO *
007860*    SUCH CODE". EVERY ROW FOR THE CODE IN FORCE ON THE DATE IS  *
007920*    TAKEN IN TURN, SO THE LAST OF THEM ON THE FILE IS THE ONE   *
007980*    LEFT STANDING; A ROW OUT OF DATE ONLY LENDS ITS DESCRIPTION *
008040*    WHEN NONE IS IN FORCE.                                      *
008100******************************************************************
008200 1000-FIND-CODE.
008300     MOVE "N" TO WS-FOUND-SW.
008350     MOVE "N" TO WS-IN-FORCE-SW.
008400     OPEN INPUT PROMOTION-FILE.
008500     IF WS-PROMO-STATUS NOT = "00"
008600         GO TO 1000-EXIT
008700     END-IF.
008800     MOVE "N" TO WS-EOF-SW.
008900     PERFORM 1100-READ-PROMOTION THRU 1100-EXIT.
009000     PERFORM 1200-NOTE-PROMOTION THRU 1200-EXIT
009100         UNTIL AT-EOF.
009200     CLOSE PROMOTION-FILE.
009300 1000-EXIT.
009400     EXIT.
009500
009600 1100-READ-PROMOTION.
009700     READ PROMOTION-FILE
009800         AT END
009900             MOVE "Y" TO WS-EOF-SW
010000     END-READ.
010100 1100-EXIT.
010200     EXIT.
010300
010400 1200-NOTE-PROMOTION.
010420     IF PROMO-CODE NOT = PRMA-CODE
010440         GO TO 1200-NEXT
010460     END-IF.
010480     MOVE "Y" TO WS-FOUND-SW.
010500     IF PROMO-FROM-DATE > PRMA-AS-OF-DATE
010520         OR PROMO-TO-DATE < PRMA-AS-OF-DATE
010540         IF NO-ROW-IN-FORCE
010560             MOVE PROMO-DESCRIPTION TO WS-BEST-DESCRIPTION
010580         END-IF
010600     ELSE
010620         MOVE "Y"               TO WS-IN-FORCE-SW
010700         MOVE PROMO-DESCRIPTION TO WS-BEST-DESCRIPTION
010800         MOVE PROMO-TYPE        TO WS-BEST-TYPE
010900         MOVE PROMO-PERCENT     TO WS-BEST-PERCENT
011000         MOVE PROMO-FLAT-AMOUNT TO WS-BEST-FLAT-AMOUNT
011100         MOVE PROMO-FROM-DATE   TO WS-BEST-FROM-DATE
011200         MOVE PROMO-TO-DATE     TO WS-BEST-TO-DATE
011300         MOVE PROMO-APPLIES-TO  TO WS-BEST-APPLIES-TO
011400     END-IF.
011450 1200-NEXT.
011500     PERFORM 1100-READ-PROMOTION THRU 1100-EXIT.
011600 1200-EXIT.
011700     EXIT.
011800
011900******************************************************************
012000*    2000-JUDGE-CODE - A ROW IN FORCE THAT IS NOT A WITHDRAWAL,  *
012100*    THEN THE RIGHT CHARGE, THEN THE DISCOUNT.                   *
012200******************************************************************
012300 2000-JUDGE-CODE.
012400     MOVE WS-BEST-DESCRIPTION TO PRMA-DESCRIPTION.
012550     IF NO-ROW-IN-FORCE OR BEST-IS-WITHDRAWAL
012700         MOVE "D" TO PRMA-RESULT
012800         GO TO 2000-EXIT
012900     END-IF.
013000     IF (PRMA-FOR-INTAKE AND NOT BEST-FOR-INTAKE)
013100         OR (PRMA-FOR-RENEWAL AND NOT BEST-FOR-RENEWAL)
013200         MOVE "C" TO PRMA-RESULT
013300         GO TO 2000-EXIT
013400     END-IF.
013500     IF BEST-IS-PERCENT
013600         COMPUTE PRMA-DISCOUNT ROUNDED =
013700             PRMA-GROSS-FEE * WS-BEST-PERCENT / 100
013800     ELSE
013900         MOVE WS-BEST-FLAT-AMOUNT TO PRMA-DISCOUNT
014000     END-IF.
014100     IF PRMA-DISCOUNT > PRMA-GROSS-FEE
014200         MOVE PRMA-GROSS-FEE TO PRMA-DISCOUNT
014300     END-IF.
014400     COMPUTE PRMA-NET-FEE = PRMA-GROSS-FEE - PRMA-DISCOUNT.
014500     MOVE "A" TO PRMA-RESULT.
014600 2000-EXIT.
014700     EXIT.
