000100******************************************************************
000200*    PROMUSE.CPY                                                 *
000300*    ONE ROW PER PROMOTION REDEMPTION (PROMOUSE, LINE            *
000400*    SEQUENTIAL, APPENDED) WRITTEN BY LOVEYOU AT INTAKE AND      *
000500*    RENEWBIL AT RENEWAL WHEN A CODE TAKES MONEY OFF A FEE. THE  *
000600*    LEDGER CARRIES THE GROSS FEE AS THE FE ROW AND THE DISCOUNT *
000700*    AS AN AJ ROW WITH REASON P; BOTH LEDGER NUMBERS ARE KEPT    *
000800*    HERE SO PROMORPT CAN SHOW REDEMPTIONS AND REVENUE GIVEN UP  *
000900*    PER CODE AND TIE THEM BACK TO THE LEDGER.                   *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  PROMOTION-USAGE-RECORD.
001600     05  PRMU-DATE               PIC 9(08).
001700     05  PRMU-TIME               PIC 9(08).
001800     05  PRMU-CODE               PIC X(08).
001900     05  PRMU-MBR-ID             PIC X(20).
002000     05  PRMU-CHARGE             PIC X(01).
002100         88  PRMU-INTAKE             VALUE "I".
002200         88  PRMU-RENEWAL            VALUE "R".
002300     05  PRMU-GROSS-FEE          PIC 9(03)V99.
002400     05  PRMU-DISCOUNT           PIC 9(03)V99.
002500     05  PRMU-FEE-XACT-NUMBER    PIC 9(06).
002600     05  PRMU-DISC-XACT-NUMBER   PIC 9(06).
002700     05  PRMU-PROGRAM            PIC X(08).
