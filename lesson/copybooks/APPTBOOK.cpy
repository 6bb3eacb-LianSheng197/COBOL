000100******************************************************************
000200*    APPTBOOK.CPY                                                *
000300*    ONE RE-SCREEN APPOINTMENT IN THE APPOINTMENT BOOK           *
000400*    (APPTBOOK, INDEXED), KEYED BY DATE + SLOT + MEMBER SO A DAY *
000500*    AND A SLOT READ IN ORDER, WITH THE MEMBER AS AN ALTERNATE   *
000600*    KEY SO A MEMBER'S OWN BOOKINGS READ DIRECTLY. THE SHAPE OF  *
000700*    THE DAY - FIRST SLOT, SLOT LENGTH, SLOTS PER DAY AND        *
000800*    BOOKINGS PER SLOT - IS SHOP POLICY (POLLOAD). APPTMNT BOOKS *
000900*    AND CANCELS, BMICALC MARKS THE APPOINTMENT KEPT WHEN THE    *
001000*    MEMBER IS SCREENED THAT DAY, AND APPTEOD MARKS WHAT IS LEFT *
001100*    BOOKED A NO-SHOW. A CANCELLED APPOINTMENT STAYS ON FILE AND *
001200*    IS BOOKED OVER IF THE SAME SLOT IS TAKEN AGAIN.             *
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  APPOINTMENT-RECORD.
001900     05  APPT-KEY.
002000         10  APPT-DATE           PIC 9(08).
002100         10  APPT-SLOT           PIC 9(02).
002200         10  APPT-MBR-ID         PIC X(20).
002300     05  APPT-TIME               PIC 9(04).
002400     05  APPT-STATUS             PIC X(01).
002500         88  APPT-BOOKED             VALUE "B".
002600         88  APPT-KEPT               VALUE "K".
002700         88  APPT-NO-SHOW            VALUE "N".
002800         88  APPT-CANCELLED          VALUE "X".
002900     05  APPT-SOURCE             PIC X(01).
003000         88  APPT-FROM-RECALL        VALUE "R".
003100         88  APPT-FROM-DESK          VALUE "D".
003200     05  APPT-BOOKED-DATE        PIC 9(08).
003300     05  APPT-BOOKED-BY          PIC X(08).
003400     05  APPT-STATUS-DATE        PIC 9(08).
003500     05  APPT-STATUS-BY          PIC X(08).
