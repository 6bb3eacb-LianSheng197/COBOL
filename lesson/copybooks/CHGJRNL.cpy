000100******************************************************************
000200*    CHGJRNL.CPY                                                 *
000300*    MEMBER MASTER CHANGE JOURNAL RECORD (MBRCHGJ), ONE PER      *
000400*    CHANGE APPLIED TO A MASTER RECORD, WRITTEN ONLY BY CHGLOG   *
000500*    AND PRINTED BY CHGRPT. THE IMAGES ARE THE WHOLE MASTER      *
000600*    RECORD BEFORE AND AFTER THE CHANGE (SEE CHGREQ.CPY), SO     *
000700*    "WHO CHANGED THIS AND WHAT WAS IT BEFORE" CAN BE ANSWERED   *
000800*    FROM THE JOURNAL ALONE. BATCH JOBS STAMP THE OPERATOR AS    *
000900*    BATCH.                                                      *
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  LS   ORIGINAL COPYBOOK.                         *
001330*    2026-10-15  LS   ADD CHANGE TYPE C - CONTACT DETAILS OR THE *
001360*                     DO-NOT-CONTACT FLAG CORRECTED AT MBRMAINT. *
001370*    2026-10-15  LS   ADD CHANGE TYPE E - PERSONAL DATA ERASED   *
001380*                     BY MBRERASE.                               *
001385*    2026-10-15  LS   ADD CHANGE TYPE H - A MEMBER MADE THE      *
001390*                     BILL-TO OF A NEW HOUSEHOLD AT LOVEYOU      *
001395*                     INTAKE.                                    *
001400******************************************************************
001500 01  MASTER-CHANGE-RECORD.
001600     05  CHGJ-DATE               PIC 9(08).
001700     05  CHGJ-TIME               PIC 9(08).
001800     05  CHGJ-OPERATOR-ID        PIC X(08).
001900     05  CHGJ-PROGRAM            PIC X(08).
002000     05  CHGJ-MBR-ID             PIC X(20).
002100     05  CHGJ-CHANGE-TYPE        PIC X(01).
002200         88  CHGJ-NAME-CHANGE        VALUE "N".
002300         88  CHGJ-BIRTH-CHANGE       VALUE "B".
002400         88  CHGJ-STATUS-CHANGE      VALUE "S".
002500         88  CHGJ-MEMBER-REMOVED     VALUE "X".
002600         88  CHGJ-BALANCE-POSTED     VALUE "P".
002700         88  CHGJ-MERGE-FOLD         VALUE "M".
002750         88  CHGJ-CONTACT-CHANGE     VALUE "C".
002770         88  CHGJ-DATA-ERASED        VALUE "E".
002780         88  CHGJ-HOUSEHOLD-CHANGE   VALUE "H".
002800     05  CHGJ-BEFORE-IMAGE       PIC X(300).
002900     05  CHGJ-AFTER-IMAGE        PIC X(300).
