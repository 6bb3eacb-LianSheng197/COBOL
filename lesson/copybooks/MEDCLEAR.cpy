000100******************************************************************
000200*    MEDCLEAR.CPY                                                *
000300*    ONE MEDICAL CLEARANCE RECORD PER MEMBER (MEDCLEAR, INDEXED  *
000400*    ON THE MEMBER ID). THE INSURER WANTS A PHYSICIAN'S          *
000500*    CLEARANCE ON FILE BEFORE A MEMBER SCREENED IN THE POLICY    *
000600*    RISK CATEGORY (POLA-CLEAR-CATEGORY) USES THE EXERCISE       *
000700*    FLOOR. BMICALC OPENS THE RECORD AS REQUIRED WHEN SUCH A     *
000800*    SCREENING LANDS AND THERE IS NO CLEARANCE IN DATE; CLRMNT   *
000900*    RECORDS THE CLEARANCE - DATE, CLINICIAN AND EXPIRY - WHEN   *
001000*    IT COMES IN. A CLEARED RECORD PAST ITS EXPIRY COUNTS AS     *
001100*    EXPIRED WHEREVER IT IS READ (CHECKIN, MBRINQ, CLRWAIT).     *
001200*    CLR-REQUIRED-DATE AND CLR-REQUIRED-CATEGORY ARE THE         *
001300*    SCREENING THAT LAST CALLED FOR A CLEARANCE. MBRERASE SETS   *
001350*    THE STATUS TO ERASED, WHICH STOPS ANY REQUIREMENT.          *
001400*------------------------------------------------------------------
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001720*    2026-10-15  LS   ADD STATUS E (CLR-ERASED) - SET BY         *
001740*                     MBRERASE SO AN ERASED MEMBER IS NO LONGER  *
001760*                     WAITING ON A CLEARANCE.                    *
001800******************************************************************
001900 01  CLEARANCE-RECORD.
002000     05  CLR-MBR-ID              PIC X(20).
002100     05  CLR-STATUS              PIC X(01).
002200         88  CLR-REQUIRED            VALUE "R".
002300         88  CLR-CLEARED             VALUE "C".
002350         88  CLR-ERASED              VALUE "E".
002400     05  CLR-REQUIRED-DATE       PIC 9(08).
002500     05  CLR-REQUIRED-CATEGORY   PIC X(11).
002600     05  CLR-CLEARANCE-DATE      PIC 9(08).
002700     05  CLR-CLINICIAN           PIC X(30).
002800     05  CLR-EXPIRY-DATE         PIC 9(08).
002900     05  CLR-ENTERED-DATE        PIC 9(08).
003000     05  CLR-ENTERED-BY          PIC X(08).
