001112*                     ENROLL DATE. MAST-MBR-AGE REMAINS THE     *
001113*                     AGE AT INTAKE (THE CONTROL-TOTAL HASH     *
001114*                     COUNTS IT).                               *
001123*    2026-10-15  LS   ADD MAST-CONTACT - MAILING ADDRESS, PHONE, *
001132*                     EMAIL AND A DO-NOT-CONTACT FLAG. LOVEYOU   *
001141*                     CAPTURES THEM AT INTAKE, MBRMAINT CORRECTS *
001150*                     THEM, AND STATEMENTS, RENEWAL BILLS AND    *
001159*                     REMINDER NOTICES PRINT THE ADDRESS BLOCK   *
001168*                     FROM THEM. MBRCCONV MIGRATES THE EXISTING  *
001177*                     MASTER ONE TIME.                           *
001178*    2026-10-15  LS   ADD STATUS E (MAST-ERASED) - THE PERSONAL  *
001179*                     FIELDS WERE ERASED BY MBRERASE. THE ID,    *
001180*                     DATES AND MONEY STAY SO THE LEDGER STILL   *
001181*                     TIES; THE RECORD IS CLOSED TO MAINTENANCE. *
001186******************************************************************
001200 01  MEMBER-MASTER-RECORD.
001300     05  MAST-MBR-ID             PIC X(20).
001400     05  MAST-MBR-NAME.
001800     05  MAST-STATUS             PIC X(01).
001900         88  MAST-ACTIVE             VALUE "A".
002000         88  MAST-LAPSED             VALUE "L".
002050         88  MAST-ERASED             VALUE "E".
002100     05  MAST-BALANCE-DUE        PIC S9(07)
002200                                 SIGN IS LEADING SEPARATE.
002300     05  MAST-HOUSEHOLD-ID       PIC X(20).
002700     05  MAST-BIRTH-FLAG         PIC X(01).
002800         88  MAST-BIRTH-EXACT        VALUE "E".
002900         88  MAST-BIRTH-APPROX       VALUE "A".
003000     05  MAST-CONTACT.
003100         10  MAST-ADDRESS-1      PIC X(30).
003200         10  MAST-ADDRESS-2      PIC X(30).
003300         10  MAST-CITY           PIC X(20).
003400         10  MAST-STATE-CODE     PIC X(02).
003500         10  MAST-POSTCODE       PIC X(10).
003600         10  MAST-PHONE          PIC X(15).
003700         10  MAST-EMAIL          PIC X(40).
003800         10  MAST-NO-CONTACT-FLAG PIC X(01).
003900             88  MAST-DO-NOT-CONTACT     VALUE "Y".
