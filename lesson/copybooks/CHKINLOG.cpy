000100******************************************************************
000200*    CHKINLOG.CPY                                                *
000300*    ONE ROW PER MEMBER ARRIVAL AT THE FACILITY (CHKINLOG),      *
000400*    WRITTEN BY CHECKIN FROM THE FRONTDESK MENU IN THE ORDER     *
000500*    MEMBERS ARRIVE. CKIN-TIME IS HHMMSSCC AS ACCEPTED FROM      *
000600*    TIME. THE TWO WARNING FLAGS RECORD WHAT THE DESK WAS TOLD   *
000700*    AT THE TIME - THE MEMBER WAS LAPSED, OR THE ACCOUNT         *
000800*    CARRYING THE MEMBER'S BALANCE WAS OVERDUE - AND THAT THE    *
000900*    CLERK LET THE MEMBER IN ANYWAY. READ BY USAGERPT.           *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001320*    2026-10-15  LS   ADD CKIN-CLEARANCE-FLAG - THE MEMBER WAS   *
001340*                     LET IN WITH A REQUIRED MEDICAL CLEARANCE   *
001360*                     MISSING (M) OR EXPIRED (E).                *
001400******************************************************************
001500 01  CHECKIN-RECORD.
001600     05  CKIN-DATE               PIC 9(08).
001700     05  CKIN-TIME.
001800         10  CKIN-HOUR           PIC 9(02).
001900         10  CKIN-MINUTE         PIC 9(02).
002000         10  CKIN-SECOND         PIC 9(04).
002100     05  CKIN-MBR-ID             PIC X(20).
002200     05  CKIN-OPERATOR-ID        PIC X(08).
002300     05  CKIN-LAPSED-FLAG        PIC X(01).
002400         88  CKIN-WAS-LAPSED         VALUE "Y".
002500     05  CKIN-OVERDUE-FLAG       PIC X(01).
002600         88  CKIN-WAS-OVERDUE        VALUE "Y".
002700     05  CKIN-CLEARANCE-FLAG     PIC X(01).
002800         88  CKIN-CLEARANCE-MISSING  VALUE "M".
002900         88  CKIN-CLEARANCE-EXPIRED  VALUE "E".
