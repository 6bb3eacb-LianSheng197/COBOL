000100******************************************************************
000200*    NUMREQ.CPY                                                  *
000300*    REQUEST AREA FOR THE NEXTNUM SUBPROGRAM. THE SERIES IS THE  *
000400*    FILE THE NUMBER BELONGS TO (XACTIN OR RCPTLOG). FUNCTION N  *
000500*    HANDS BACK THE NEXT NUMBER IN NUMR-NUMBER AND RECORDS IT AS *
000600*    USED; FUNCTION I ONLY RETURNS THE LAST NUMBER HANDED OUT;   *
000700*    FUNCTION S SETS THE LAST NUMBER FROM NUMR-NUMBER (USED WHEN *
000800*    THE FILE IS REBUILT OR RESTORED WHOLE, E.G. EODCLOSE AND    *
000900*    DAYRESTR).                                                  *
000910*    A ZERO NUMR-NUMBER BACK (RETURN CODE 16) MEANS THE NUMCTL   *
000920*    CONTROL FILE COULD NOT BE USED; NOTHING MAY BE POSTED.      *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001350*    2026-10-15  LS   ZERO NUMBER BACK MEANS NUMCTL UNUSABLE.    *
001400******************************************************************
001500 01  NUMBER-REQUEST.
001600     05  NUMR-FUNCTION           PIC X(01).
001700         88  NUMR-NEXT-NUMBER        VALUE "N".
001800         88  NUMR-INQUIRE            VALUE "I".
001900         88  NUMR-SET-LAST           VALUE "S".
002000     05  NUMR-SERIES-NAME        PIC X(08).
002100     05  NUMR-NUMBER             PIC 9(06).
