001670*                     PICKED IN MBRFIND BY NAME) IS SHOWN       *
001680*                     DIRECTLY; A STANDALONE MENU PICK PROMPTS  *
001690*                     AND LOOPS AS IT ALWAYS DID.               *
001692*    2026-10-15  LS   SHOW THE MEMBER'S MEDICAL CLEARANCE        *
001694*                     (MEDCLEAR) - MISSING, EXPIRED OR ON FILE   *
001696*                     WITH ITS EXPIRY DATE.                      *
001697*    2026-10-15  LS   SHOW THE MEMBER'S ADDRESS, PHONE AND       *
001698*                     EMAIL, AND FLAG A MEMBER WHO HAS ASKED NOT *
001699*                     TO BE CONTACTED.                           *
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
002810         ACCESS MODE IS DYNAMIC
002820         RECORD KEY IS HIST-KEY
002900         FILE STATUS IS WS-HIST-STATUS.
002910     SELECT CLEARANCE-FILE ASSIGN TO "MEDCLEAR"
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS RANDOM
002940         RECORD KEY IS CLR-MBR-ID
002950         FILE STATUS IS WS-CLR-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003700 FD  HISTORY-FILE
003800     LABEL RECORDS ARE STANDARD.
003900     COPY BMIHIST.
003920
003940 FD  CLEARANCE-FILE
003960     LABEL RECORDS ARE STANDARD.
003980     COPY MEDCLEAR.
004000
004100 WORKING-STORAGE SECTION.
004200     COPY MBRID.
004800
004900 77  WS-MAST-STATUS              PIC X(02).
005000 77  WS-HIST-STATUS              PIC X(02).
005050 77  WS-CLR-STATUS               PIC X(02).
005100 77  WS-SCREENING-COUNT          PIC 9(04).
005102 77  WS-CURRENT-DATE             PIC 9(08).
005104 77  WS-DERIVED-AGE              PIC 9(03).
017900     DISPLAY "Fee quoted:     " MAST-FEE-QUOTED.
018000     DISPLAY "Status:         " MAST-STATUS.
018010     DISPLAY "Balance due:    " MAST-BALANCE-DUE " cents".
018017     DISPLAY "Address:        " MAST-ADDRESS-1.
018024     IF MAST-ADDRESS-2 NOT = SPACES
018031         DISPLAY "                " MAST-ADDRESS-2
018038     END-IF.
018045     DISPLAY "                " MAST-CITY " " MAST-STATE-CODE " "
018052         MAST-POSTCODE.
018059     DISPLAY "Phone:          " MAST-PHONE.
018066     DISPLAY "Email:          " MAST-EMAIL.
018073     IF MAST-DO-NOT-CONTACT
018080         DISPLAY "Contact:        *** DO NOT CONTACT ***"
018087     END-IF.
018100     DISPLAY "Screenings:     " WS-SCREENING-COUNT.
018200     IF WS-SCREENING-COUNT > ZERO
018300         DISPLAY "Last screening: " WS-LAST-DATE
018500     ELSE
018600         DISPLAY "Last screening: none on file"
018700     END-IF.
018705     PERFORM 5100-SHOW-CLEARANCE THRU 5100-EXIT.
018710     IF MAST-HOUSEHOLD-ID NOT = SPACES
018720         MOVE MAST-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
018730         PERFORM 6000-SHOW-HOUSEHOLD THRU 6000-EXIT
018740     END-IF.
018800 5000-EXIT.
018900     EXIT.
018902
018904******************************************************************
018906*    5100-SHOW-CLEARANCE - THE MEMBER'S MEDICAL CLEARANCE        *
018908*    (MEDCLEAR): MISSING WHILE A REQUIREMENT FROM A RISK-        *
018910*    CATEGORY SCREENING IS OPEN, EXPIRED ONCE A CLEARANCE IS     *
018912*    PAST ITS EXPIRY DATE.                                       *
018914******************************************************************
018916 5100-SHOW-CLEARANCE.
018918     OPEN INPUT CLEARANCE-FILE.
018920     IF WS-CLR-STATUS NOT = "00"
018922         DISPLAY "Clearance:      none required"
018924         GO TO 5100-EXIT
018926     END-IF.
018928     MOVE MBR-ID TO CLR-MBR-ID.
018930     READ CLEARANCE-FILE
018932         INVALID KEY
018934             DISPLAY "Clearance:      none required"
018936             GO TO 5100-CLOSE
018938     END-READ.
018940     IF CLR-REQUIRED
018942         DISPLAY "Clearance:      *** MISSING *** required since "
018944             CLR-REQUIRED-DATE " (" CLR-REQUIRED-CATEGORY ")"
018946         GO TO 5100-CLOSE
018948     END-IF.
018950     IF CLR-EXPIRY-DATE < WS-CURRENT-DATE
018952         DISPLAY "Clearance:      *** EXPIRED *** "
018954             CLR-EXPIRY-DATE
018956     ELSE
018958         DISPLAY "Clearance:      on file, expires "
018960             CLR-EXPIRY-DATE
018962     END-IF.
018964     DISPLAY "  Cleared:      " CLR-CLEARANCE-DATE " by "
018966         CLR-CLINICIAN.
018968 5100-CLOSE.
018970     CLOSE CLEARANCE-FILE.
018972 5100-EXIT.
018974     EXIT.
019000
019010******************************************************************
019020*    6000-SHOW-HOUSEHOLD - SCAN THE MASTER FOR EVERY MEMBER      *
