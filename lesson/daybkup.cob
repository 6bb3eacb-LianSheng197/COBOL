002370*                     ONLY GOOD DATA. A GENERATION WITH ANY     *
002380*                     FAILED COPY IS NOW NOT RECORDED AND THE   *
002390*                     RUN ENDS WITH RETURN CODE 8.              *
002392*    2026-10-15  LS   WIDEN THE BACKUP IMAGE TO 300 BYTES - THE  *
002394*                     MEMBER MASTER RECORD NOW CARRIES THE       *
002396*                     CONTACT DETAILS AND NO LONGER FITS IN 132. *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
008900
009000 FD  BACKUP-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  BACKUP-IMAGE                PIC X(300).
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-BACKUP-NAME              PIC X(12).
