000100******************************************************************
000200*    MBRCONT.CPY                                                 *
000300*    MEMBER CONTACT FIELDS AS THE DESK KEYS THEM, SHARED BY      *
000400*    LOVEYOU AND MBRMAINT. THE LAYOUT IS BYTE FOR BYTE THE SAME  *
000500*    AS MAST-CONTACT ON THE MASTER (SEE MBRMAST.CPY) SO THE      *
000600*    WHOLE GROUP MOVES EITHER WAY IN ONE STATEMENT.              *
000700*------------------------------------------------------------------
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001100******************************************************************
001200 01  MEMBER-CONTACT.
001300     05  MBR-ADDRESS-1           PIC X(30).
001400     05  MBR-ADDRESS-2           PIC X(30).
001500     05  MBR-CITY                PIC X(20).
001600     05  MBR-STATE-CODE          PIC X(02).
001700     05  MBR-POSTCODE            PIC X(10).
001800     05  MBR-PHONE               PIC X(15).
001900     05  MBR-EMAIL               PIC X(40).
002000     05  MBR-NO-CONTACT-FLAG     PIC X(01).
002100         88  MBR-DO-NOT-CONTACT      VALUE "Y".
002200         88  MBR-CONTACT-FLAG-OK     VALUE "Y" "N".
