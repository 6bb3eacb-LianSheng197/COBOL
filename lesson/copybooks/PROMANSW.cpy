000100******************************************************************
000200*    PROMANSW.CPY                                                *
000300*    ANSWER AREA FOR THE PROMCHK SUBPROGRAM. THE CALLER SETS THE *
000400*    CODE, THE CHARGE IT IS FOR (I INTAKE, R RENEWAL), THE DATE  *
000500*    TO JUDGE IT ON AND THE GROSS FEE QUOTED, AND GETS BACK:     *
000600*      A  APPLIED - DISCOUNT AND NET FEE FILLED IN               *
000700*      N  NO SUCH CODE ON PROMOTN                                *
000800*      D  THE CODE IS NOT RUNNING ON THAT DATE                   *
000900*      C  THE CODE DOES NOT COVER THAT CHARGE                    *
001000*    MONEY IS IN THE SAME DOLLARS-AND-CENTS FORM AS THE FEE      *
001100*    QUOTE. THE DISCOUNT NEVER EXCEEDS THE GROSS FEE.            *
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY                                        *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001600******************************************************************
001700 01  PROMOTION-ANSWER.
001800     05  PRMA-CODE               PIC X(08).
001900     05  PRMA-CHARGE             PIC X(01).
002000         88  PRMA-FOR-INTAKE         VALUE "I".
002100         88  PRMA-FOR-RENEWAL        VALUE "R".
002200     05  PRMA-AS-OF-DATE         PIC 9(08).
002300     05  PRMA-GROSS-FEE          PIC 9(03)V99.
002400     05  PRMA-RESULT             PIC X(01).
002500         88  PRMA-APPLIED            VALUE "A".
002600         88  PRMA-NOT-ON-FILE        VALUE "N".
002700         88  PRMA-NOT-IN-DATE        VALUE "D".
002800         88  PRMA-WRONG-CHARGE       VALUE "C".
002900     05  PRMA-DESCRIPTION        PIC X(30).
003000     05  PRMA-DISCOUNT           PIC 9(03)V99.
003100     05  PRMA-NET-FEE            PIC 9(03)V99.
