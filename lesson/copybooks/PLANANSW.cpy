000100******************************************************************
000200*    PLANANSW.CPY                                                *
000300*    ANSWER AREA FOR THE PLANCHK SUBPROGRAM. THE CALLER SETS     *
000400*    PLNA-MBR-ID AND GETS BACK THE MEMBER'S ACTIVE PLAN, IF ANY, *
000500*    AND HOW THE MEMBER STANDS AGAINST IT AS OF TODAY:           *
000600*      N  NO ACTIVE PLAN ON FILE                                 *
000700*      C  CURRENT - PAID AT LEAST WHAT THE PAST-DUE INSTALLMENTS *
000800*         ADD UP TO                                              *
000900*      P  PAID OUT - THE WHOLE PLAN TOTAL HAS BEEN PAID          *
001000*      B  BEHIND - ONE OR MORE INSTALLMENTS MISSED               *
001050*    ONLY C IS GOOD STANDING FOR LAPSERUN, AGERPT, RMNDRUN AND   *
001100*    CHECKIN - ONCE A PLAN IS PAID OUT IT COVERS NOTHING, AND    *
001150*    ANY BALANCE RUN UP SINCE IS CHASED AS ORDINARY ARREARS.     *
001175*    MONEY IS IN CENTS.                                          *
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001610*    2026-10-15  LS   ONLY A CURRENT PLAN IS GOOD STANDING. A    *
001620*                     PAID-OUT PLAN WAS EXEMPTING ANY LATER,     *
001630*                     UNRELATED OVERDUE BALANCE FROM LAPSE,      *
001640*                     AGEING, REMINDERS AND THE CHECK-IN         *
001650*                     WARNING FOR GOOD.                          *
001700******************************************************************
001800 01  PLAN-STANDING-ANSWER.
001900     05  PLNA-MBR-ID             PIC X(20).
002000     05  PLNA-STANDING           PIC X(01).
002100         88  PLNA-NO-PLAN            VALUE "N".
002200         88  PLNA-CURRENT            VALUE "C".
002300         88  PLNA-PAID-OUT           VALUE "P".
002400         88  PLNA-BEHIND             VALUE "B".
002500         88  PLNA-GOOD-STANDING      VALUE "C".
002600     05  PLNA-INSTALLMENT        PIC 9(07).
002700     05  PLNA-FREQUENCY          PIC X(01).
002800     05  PLNA-START-DATE         PIC 9(08).
002900     05  PLNA-PAYMENT-COUNT      PIC 9(03).
003000     05  PLNA-TOTAL              PIC 9(07).
003100     05  PLNA-DUE-COUNT          PIC 9(03).
003200     05  PLNA-AMOUNT-DUE         PIC 9(07).
003300     05  PLNA-AMOUNT-PAID        PIC S9(07).
003400     05  PLNA-ARREARS            PIC 9(07).
003500     05  PLNA-MISSED-COUNT       PIC 9(03).
