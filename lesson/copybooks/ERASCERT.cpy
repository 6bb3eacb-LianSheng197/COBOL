000100******************************************************************
000200*    ERASCERT.CPY                                                *
000300*    ONE ROW PER PERSONAL-DATA ERASURE (ERASCERT, LINE           *
000400*    SEQUENTIAL, APPENDED), WRITTEN BY MBRERASE AS THE STANDING  *
000500*    PROOF THAT A FORMER MEMBER'S DATA WAS CLEARED: WHO          *
000600*    AUTHORISED IT, WHEN, THE BALANCE AT ERASURE (ALWAYS ZERO -  *
000700*    A BALANCE REFUSES THE RUN), THE LEDGER ROWS KEPT, AND HOW   *
000800*    MANY ROWS WERE CLEARED IN EACH FILE. THE ROW COUNTS ARE     *
000900*    ALSO A TABLE IN THE ORDER MBRERASE PRINTS THEM.             *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  ERASURE-CERTIFICATE-RECORD.
001600     05  CERT-DATE               PIC 9(08).
001700     05  CERT-TIME               PIC 9(08).
001800     05  CERT-MBR-ID             PIC X(20).
001900     05  CERT-AUTHORISED-BY      PIC X(08).
002000     05  CERT-BALANCE            PIC S9(07)
002100                                 SIGN IS LEADING SEPARATE.
002200     05  CERT-LEDGER-ROWS        PIC 9(05).
002300     05  CERT-ROW-COUNTS.
002400         10  CERT-MASTER-ROWS    PIC 9(05).
002500         10  CERT-HIST-ROWS      PIC 9(05).
002600         10  CERT-HIST-YEAR-ROWS PIC 9(05).
002700         10  CERT-GOAL-ROWS      PIC 9(05).
002800         10  CERT-CLEAR-ROWS     PIC 9(05).
002900         10  CERT-AUDIT-ROWS     PIC 9(05).
003000         10  CERT-PEND-ROWS      PIC 9(05).
003100         10  CERT-RCPT-ROWS      PIC 9(05).
003200         10  CERT-ADJL-ROWS      PIC 9(05).
003300         10  CERT-CHGJ-ROWS      PIC 9(05).
003400         10  CERT-EXCP-ROWS      PIC 9(05).
003500         10  CERT-RECALL-ROWS    PIC 9(05).
003600     05  CERT-COUNT-TABLE REDEFINES CERT-ROW-COUNTS.
003700         10  CERT-ROW-COUNT      PIC 9(05) OCCURS 12 TIMES.
