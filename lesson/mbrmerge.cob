003250*                     DESTROYING THE SCREENING, AND A DELETE    *
003260*                     THAT FAILS AFTER THE WRITE BOOKS THE      *
003270*                     EXTRA ROW ON THE CONTROL TOTALS.          *
003272*    2026-10-15  LS   CLEAR THE NEW ADJUSTMENT REASON ON THE     *
003274*                     FOLD ROWS - A MERGE IS NOT A DESK          *
003276*                     ADJUSTMENT.                                *
003278*    2026-10-15  LS   THE BALANCE FOLDED INTO THE SURVIVOR IS    *
003280*                     FILED BEFORE AND AFTER ON THE MBRCHGJ      *
003282*                     CHANGE JOURNAL (VIA CHGLOG).               *
003284*    2026-10-15  LS   THE FOLD ROWS CARRY A ZERO RECEIPT NUMBER. *
003286*    2026-10-15  LS   REFUSE A SURVIVOR OR DUPLICATE WHOSE       *
003288*                     PERSONAL DATA WAS ERASED (MAST STATUS E).  *
003290*    2026-10-15  LS   FILE THE RETIRED DUPLICATE ON THE MBRCHGJ  *
003292*                     CHANGE JOURNAL AS A REMOVAL (TYPE X, AFTER *
003294*                     IMAGE SPACES).                             *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
008300
008400 WORKING-STORAGE SECTION.
008500     COPY CTLREQ.
008550     COPY CHGREQ.
008600
008700 01  WS-HISTORY-TABLE.
008800     05  WS-HST-ENTRY OCCURS 100 TIMES.
019300                 MOVE "N" TO WS-MERGE-OK-SW
019400             NOT INVALID KEY
019500                 MOVE MAST-MBR-NAME TO WS-SURVIVOR-NAME
019510                 IF MAST-ERASED
019520                     DISPLAY "Survivor's personal data was"
019530                         " erased. Merge refused."
019540                     MOVE "N" TO WS-MERGE-OK-SW
019550                 END-IF
019600         END-READ
019700     END-IF.
019800     IF MERGE-CAN-PROCEED
021300                         " first. Merge refused."
021400                     MOVE "N" TO WS-MERGE-OK-SW
021500                 END-IF
021510                 IF MAST-ERASED
021520                     DISPLAY "Duplicate's personal data was"
021530                         " erased. Merge refused."
021540                     MOVE "N" TO WS-MERGE-OK-SW
021550                 END-IF
021600         END-READ
021700     END-IF.
021800 1100-EXIT.
038400     MOVE 1 TO ARCH-NUMBER.
038500     MOVE "AJ" TO ARCH-TYPE.
038600     MOVE SPACE TO ARCH-METHOD.
038650     MOVE SPACE TO ARCH-ADJ-REASON.
038670     MOVE ZERO TO ARCH-RECEIPT-NUMBER.
038700     MOVE "N" TO WS-WRITE-SW.
038800     PERFORM 4210-WRITE-ARCHIVE-KEYED THRU 4210-EXIT
038900         UNTIL RECORD-WRITTEN OR ARCH-NUMBER > 98.
041900             DISPLAY "Survivor vanished mid-merge - balance"
042000                 " not applied."
042100         NOT INVALID KEY
042150             MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
042200             ADD MAST-BALANCE-DUE WS-DUP-BALANCE
042300                 GIVING WS-NEW-BALANCE
042400                 ON SIZE ERROR
043100                         INVALID KEY
043200                             DISPLAY "Unable to rewrite the"
043300                                 " survivor."
043330                         NOT INVALID KEY
043350                             PERFORM 4310-JOURNAL-FOLD
043370                                 THRU 4310-EXIT
043400                     END-REWRITE
043500             END-ADD
043600     END-READ.
043700 4300-EXIT.
043800     EXIT.
043806
043812******************************************************************
043818*    4310-JOURNAL-FOLD - FILE THE SURVIVOR'S BALANCE CHANGE ON   *
043824*    THE MBRCHGJ CHANGE JOURNAL UNDER OPERATOR BATCH.            *
043830******************************************************************
043836 4310-JOURNAL-FOLD.
043842     MOVE "MBRMERGE"           TO CHGR-PROGRAM.
043848     MOVE "BATCH"              TO CHGR-OPERATOR-ID.
043854     MOVE MAST-MBR-ID          TO CHGR-MBR-ID.
043860     MOVE "M"                  TO CHGR-CHANGE-TYPE.
043866     MOVE MEMBER-MASTER-RECORD TO CHGR-AFTER-IMAGE.
043872     CALL "CHGLOG" USING MASTER-CHANGE-REQUEST.
043878 4310-EXIT.
043884     EXIT.
043900
044000******************************************************************
044100*    5000-REPOINT-RECALLS - ANY QUEUED RECALL FOR THE DUPLICATE  *
049300
049400******************************************************************
049500*    6000-RETIRE-DUPLICATE - THE DUPLICATE MASTER RECORD GOES,   *
049600*    WITH THE MBRMAST CONTROL TOTALS ROLLED DOWN AND THE REMOVAL *
049650*    FILED ON THE CHANGE JOURNAL.                                *
049700******************************************************************
049800 6000-RETIRE-DUPLICATE.
049900     MOVE WS-DUPLICATE-ID TO MAST-MBR-ID.
050200             DISPLAY "Duplicate vanished mid-merge - nothing"
050300                 " to retire."
050400         NOT INVALID KEY
050450             MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
050500             DELETE MEMBER-MASTER-FILE
050600                 INVALID KEY
050700                     DISPLAY "Unable to retire the duplicate."
051400                     CALL "CTLUPDT"
051500                         USING CONTROL-UPDATE-REQUEST
051600                     DISPLAY "Duplicate master retired."
051650                     PERFORM 6100-JOURNAL-RETIRE THRU 6100-EXIT
051700             END-DELETE
051800     END-READ.
051900 6000-EXIT.
052000     EXIT.
052006
052012******************************************************************
052018*    6100-JOURNAL-RETIRE - FILE THE DUPLICATE'S REMOVAL ON THE   *
052024*    MBRCHGJ CHANGE JOURNAL AS MBRMAINT FILES A DELETE: TYPE X,  *
052030*    THE RECORD AS IT STOOD, AND SPACES AS THE AFTER IMAGE.      *
052036******************************************************************
052042 6100-JOURNAL-RETIRE.
052048     MOVE "MBRMERGE"           TO CHGR-PROGRAM.
052054     MOVE "BATCH"              TO CHGR-OPERATOR-ID.
052060     MOVE WS-DUPLICATE-ID      TO CHGR-MBR-ID.
052066     MOVE "X"                  TO CHGR-CHANGE-TYPE.
052072     MOVE SPACES               TO CHGR-AFTER-IMAGE.
052078     CALL "CHGLOG" USING MASTER-CHANGE-REQUEST.
052084 6100-EXIT.
052090     EXIT.
052100
052200******************************************************************
052300*    7000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN  *
