000100******************************************************************
000200*    WTGOAL.CPY                                                  *
000300*    ONE WEIGHT-MANAGEMENT GOAL PER MEMBER, KEYED BY MBR-ID      *
000400*    (WTGOAL, INDEXED). AN ACTIVE GOAL IS THE MEMBER'S           *
000500*    ENROLLMENT IN THE WEIGHT-MANAGEMENT PROGRAM. GOALMNT SETS   *
000600*    THE GOAL - A TARGET WEIGHT IN KG OR A TARGET BMI, AND A     *
000700*    TARGET DATE - AND SNAPSHOTS THE MEMBER'S LATEST SCREENING   *
000800*    AS THE STARTING POINT, SO PROGRESS IS MEASURED FROM WHERE   *
000900*    THE MEMBER STOOD WHEN THE COACH SET IT. A GOAL ENDED BY THE *
001000*    COACH STAYS ON FILE CLOSED UNTIL A NEW ONE IS SET OVER IT.  *
001100*    GOALRPT MEASURES PROGRESS AGAINST BMIHISTX.                 *
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY                                        *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001600******************************************************************
001700 01  WEIGHT-GOAL-RECORD.
001800     05  GOAL-MBR-ID             PIC X(20).
001900     05  GOAL-STATUS             PIC X(01).
002000         88  GOAL-ACTIVE             VALUE "A".
002100         88  GOAL-CLOSED             VALUE "C".
002200     05  GOAL-TYPE               PIC X(01).
002300         88  GOAL-BY-WEIGHT          VALUE "W".
002400         88  GOAL-BY-BMI             VALUE "B".
002500     05  GOAL-TARGET-WEIGHT      PIC 999V9.
002600     05  GOAL-TARGET-BMI         PIC 99V99.
002700     05  GOAL-TARGET-DATE        PIC 9(08).
002800     05  GOAL-START-DATE         PIC 9(08).
002900     05  GOAL-START-WEIGHT       PIC 999V9.
003000     05  GOAL-START-BMI          PIC 99V99.
003100     05  GOAL-SET-DATE           PIC 9(08).
003200     05  GOAL-SET-BY             PIC X(08).
003300     05  GOAL-CLOSE-DATE         PIC 9(08).
003400     05  GOAL-CLOSE-BY           PIC X(08).
