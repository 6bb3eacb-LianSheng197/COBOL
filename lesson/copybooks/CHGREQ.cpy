000100******************************************************************
000200*    CHGREQ.CPY                                                  *
000300*    REQUEST AREA FOR THE CHGLOG SUBPROGRAM. A PROGRAM THAT      *
000400*    CHANGES A MEMBER MASTER RECORD MOVES THE RECORD TO THE      *
000500*    BEFORE IMAGE AHEAD OF THE CHANGE AND TO THE AFTER IMAGE     *
000600*    ONCE THE REWRITE HAS WORKED, NAMES ITSELF AND THE OPERATOR, *
000700*    AND CALLS CHGLOG, WHICH DATES, TIMES AND FILES THE ENTRY ON *
000800*    THE MBRCHGJ CHANGE JOURNAL. A REMOVAL PASSES SPACES AS THE  *
000900*    AFTER IMAGE. THE IMAGES ARE WIDER THAN THE MASTER SO THE    *
001000*    RECORD CAN GROW WITHOUT RELAYING THE JOURNAL.               *
001100*------------------------------------------------------------------
001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  MASTER-CHANGE-REQUEST.
001700     05  CHGR-PROGRAM            PIC X(08).
001800     05  CHGR-OPERATOR-ID        PIC X(08).
001900     05  CHGR-MBR-ID             PIC X(20).
002000     05  CHGR-CHANGE-TYPE        PIC X(01).
002100     05  CHGR-BEFORE-IMAGE       PIC X(300).
002200     05  CHGR-AFTER-IMAGE        PIC X(300).
