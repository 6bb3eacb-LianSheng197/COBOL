000100******************************************************************
000200*    PURGCTL.CPY                                                  *
000300*    THE ONE-RECORD PURGE CONTROL FILE (PURGCTL). PURGERUN        *
000400*    REWRITES IT AS EACH MEMBER'S ROWS COME OFF LINE - THE        *
000500*    CUTOFF DATE THE RUN STARTED WITH, THE PHASE FINISHED ("H"    *
000600*    ONCE THE BMI HISTORY IS DONE), THE MEMBER WHOSE BALANCE      *
000700*    FORWARD ROW IS IN HAND ("B" ABOUT TO BE POSTED, "D" POSTED   *
000800*    AND THE AGED ROWS BEING DELETED) AND THE RUNNING COUNTS FOR  *
000900*    THE REPORT - AND CLEARS THE FILE ON A CLEAN FINISH. A RERUN  *
001000*    AFTER A CRASH PICKS UP THE SAME CUTOFF AND FINISHES THE      *
001100*    MEMBER IN HAND BEFORE CARRYING ON, THE WAY EODCLOSE RESUMES  *
001200*    FROM CLOSCTL.                                                *
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  PURGE-CONTROL-RECORD.
001900     05  PRGC-DATE               PIC 9(08).
002000     05  PRGC-CUTOFF-DATE        PIC 9(08).
002100     05  PRGC-PHASE              PIC X(01).
002200         88  PRGC-HISTORY-DONE       VALUE "H".
002300     05  PRGC-STEP               PIC X(01).
002400         88  PRGC-NOTHING-PENDING    VALUE " ".
002500         88  PRGC-BF-PENDING         VALUE "B".
002600         88  PRGC-DELETE-PENDING     VALUE "D".
002700     05  PRGC-MBR-ID             PIC X(20).
002800     05  PRGC-BF-AMOUNT          PIC S9(07)
002900                                 SIGN IS LEADING SEPARATE.
003000     05  PRGC-HIST-MOVED         PIC 9(07).
003100     05  PRGC-HIST-MEMBERS       PIC 9(07).
003200     05  PRGC-ARCH-MOVED         PIC 9(07).
003300     05  PRGC-ARCH-MEMBERS       PIC 9(07).
003400     05  PRGC-BF-WRITTEN         PIC 9(07).
003500     05  PRGC-BF-CARRIED         PIC S9(11)
003600                                 SIGN IS LEADING SEPARATE.
