002698*                     CATEGORY CUTOFFS FROM THE SHOP POLICY FILE    *
002699*                     (POLLOAD/POLANSW) INSTEAD OF LITERALS; THE    *
002701*                     OLD VALUES REMAIN POLLOAD'S FALLBACKS.        *
002709*    2026-10-15  LS   A SCREENING MARKS THE MEMBER'S APPOINTMENT *
002717*                     FOR TODAY, IF ONE IS BOOKED IN THE         *
002725*                     APPOINTMENT BOOK (APPTBOOK), AS KEPT -     *
002733*                     APPTEOD FLAGS WHAT IS LEFT AS NO-SHOWS.    *
002734*    2026-10-15  LS   A SCREENING IN THE POLICY RISK CATEGORY    *
002735*                     (POLA-CLEAR-CATEGORY) OPENS A MEDICAL      *
002736*                     CLEARANCE REQUIREMENT ON MEDCLEAR UNLESS A *
002737*                     CLEARANCE IS ALREADY IN DATE, AND SAYS SO  *
002738*                     ON THE SCREEN.                             *
002740*    2026-10-15  LS   A MEMBER WHOSE PERSONAL DATA WAS ERASED    *
002742*                     SCREENS LIKE AN UNENROLLED ID - ROUTED TO  *
002744*                     EXCEPTIONS, NOTHING FILED UNDER THE ERASED *
002746*                     RECORD.                                    *
002748******************************************************************
002750
002800 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003500     SELECT ROSTER-FILE ASSIGN TO "ROSTEROK"
003600         ORGANIZATION IS LINE SEQUENTIAL
003610         FILE STATUS IS WS-ROST-STATUS.
003616     SELECT APPOINTMENT-FILE ASSIGN TO "APPTBOOK"
003622         ORGANIZATION IS INDEXED
003628         ACCESS MODE IS DYNAMIC
003634         RECORD KEY IS APPT-KEY
003640         ALTERNATE RECORD KEY IS APPT-MBR-ID
003646             WITH DUPLICATES
003652         FILE STATUS IS WS-APPT-STATUS.
003658     SELECT CLEARANCE-FILE ASSIGN TO "MEDCLEAR"
003664         ORGANIZATION IS INDEXED
003670         ACCESS MODE IS RANDOM
003676         RECORD KEY IS CLR-MBR-ID
003682         FILE STATUS IS WS-CLR-STATUS.
003700     SELECT HISTORY-FILE ASSIGN TO "BMIHISTX"
003800         ORGANIZATION IS INDEXED
003805         ACCESS MODE IS RANDOM
005484 FD  RECALL-FILE
005486     LABEL RECORDS ARE STANDARD.
005488     COPY RECALL.
005490
005492 FD  APPOINTMENT-FILE
005494     LABEL RECORDS ARE STANDARD.
005496     COPY APPTBOOK.
005500
005510 FD  CLEARANCE-FILE
005520     LABEL RECORDS ARE STANDARD.
005530     COPY MEDCLEAR.
005540
005600 WORKING-STORAGE SECTION.
005700     COPY MBRID.
005800
009670     88  BMI-COMPUTED-OK             VALUE "Y".
009680     88  BMI-SIZE-ERROR              VALUE "N".
009690
009692 77  WS-ERASED-SW                PIC X(01).
009694     88  MEMBER-IS-ERASED            VALUE "Y".
009696     88  MEMBER-NOT-ERASED           VALUE "N".
009698
009700 77  WS-ROSTER-REJECT-COUNT      PIC 9(04) VALUE ZERO.
009710
009711 77  WS-APPT-OPEN-SW             PIC X(01).
009712     88  APPTBOOK-IS-OPEN            VALUE "Y".
009713     88  APPTBOOK-NOT-OPEN           VALUE "N".
009714
009715 77  WS-APPT-EOF-SW              PIC X(01).
009716     88  APPT-EOF                    VALUE "Y".
009717     88  NOT-APPT-EOF                VALUE "N".
009718
009720 77  WS-HIST-STATUS              PIC X(02).
009730 77  WS-RPT-STATUS               PIC X(02).
009735 77  WS-ROST-STATUS              PIC X(02).
009736 77  WS-MAST-STATUS              PIC X(02).
009737 77  WS-EXCP-STATUS              PIC X(02).
009741 77  WS-APPT-STATUS              PIC X(02).
009745 77  WS-CLR-STATUS               PIC X(02).
009753 77  WS-RCL-STATUS               PIC X(02).
009754
009755 01  WS-DUE-DATE.
012101         DISPLAY "Member master not available - every screening"
012134             " ID will be routed to exceptions."
012167     END-IF.
012172     MOVE "N" TO WS-APPT-OPEN-SW.
012177     OPEN I-O APPOINTMENT-FILE.
012182     IF WS-APPT-STATUS = "00"
012187         MOVE "Y" TO WS-APPT-OPEN-SW
012192     END-IF.
012194     PERFORM 1090-BOOTSTRAP-CLEARANCE THRU 1090-EXIT.
012196     OPEN I-O CLEARANCE-FILE.
012200 1000-EXIT.
012300     EXIT.
012310
012669     END-IF.
012671 1080-EXIT.
012672     EXIT.
012682
012692 1090-BOOTSTRAP-CLEARANCE.
012702     OPEN INPUT CLEARANCE-FILE.
012712     IF WS-CLR-STATUS = "35"
012722         OPEN OUTPUT CLEARANCE-FILE
012732         CLOSE CLEARANCE-FILE
012742     ELSE
012752         CLOSE CLEARANCE-FILE
012762     END-IF.
012772 1090-EXIT.
012782     EXIT.
012886
013100 1100-WRITE-REPORT-HEADING.
013110     MOVE "BMI ROSTER / RESULT REPORT" TO RPT-TEXT-LINE.
016100             PERFORM 7000-DISPLAY-RESULT THRU 7000-EXIT
016200             PERFORM 7100-WRITE-HISTORY THRU 7100-EXIT
016300             PERFORM 7200-WRITE-REPORT-LINE THRU 7200-EXIT
016340             PERFORM 7050-FLAG-CLEARANCE THRU 7050-EXIT
016345             PERFORM 7250-MARK-APPOINTMENT THRU 7250-EXIT
016350             PERFORM 7300-QUEUE-RECALL THRU 7300-EXIT
016400             PERFORM 8000-TALLY-CATEGORY THRU 8000-EXIT
016410         ELSE
016670 3500-LOOKUP-MEMBER.
016680     MOVE SPACES TO MBR-NAME.
016685     MOVE "N" TO WS-LAPSED-SW.
016687     MOVE "N" TO WS-ERASED-SW.
016690     IF MASTER-IS-OPEN
016700         MOVE MBR-ID TO MAST-MBR-ID
016710         READ MEMBER-MASTER-FILE
016748                 ELSE
016750                     MOVE "Y" TO WS-MEMBER-SW
016755                 END-IF
016756                 IF MAST-ERASED
016757                     MOVE "N" TO WS-MEMBER-SW
016758                     MOVE "Y" TO WS-ERASED-SW
016759                 END-IF
016760                 MOVE MAST-MBR-NAME TO MBR-NAME
016770         END-READ
016780     ELSE
016952     ELSE
016953         MOVE "MBR-ID NOT ON MEMBER MASTER" TO EXCP-REASON
016954     END-IF.
016955     IF MEMBER-IS-ERASED
016956         MOVE "PERSONAL DATA ERASED - ENROL ANEW"
016957             TO EXCP-REASON
016958     END-IF.
016960     WRITE SCREENING-EXCEPTION-RECORD.
016970     ADD 1 TO WS-EXCEPTION-COUNT.
016975     IF MEMBER-IS-LAPSED
016984         DISPLAY "Member ID " MBR-ID " is not enrolled -"
016990             " screening routed to exceptions."
016991     END-IF.
016992     IF MEMBER-IS-ERASED
016993         DISPLAY "Personal data erased - enrol anew."
016994     END-IF.
016995 3600-EXIT.
016996     EXIT.
016997
028122         PERFORM 7000-DISPLAY-RESULT THRU 7000-EXIT
028123         PERFORM 7100-WRITE-HISTORY THRU 7100-EXIT
028124         PERFORM 7200-WRITE-REPORT-LINE THRU 7200-EXIT
028130         PERFORM 7050-FLAG-CLEARANCE THRU 7050-EXIT
028135         PERFORM 7250-MARK-APPOINTMENT THRU 7250-EXIT
028141         PERFORM 7300-QUEUE-RECALL THRU 7300-EXIT
028142         PERFORM 8000-TALLY-CATEGORY THRU 8000-EXIT
028143     ELSE
031100     DISPLAY "Your BMI is " BMI " (" BMI-CATEGORY ")".
031200 7000-EXIT.
031300     EXIT.
031301
031302******************************************************************
031303*    7050-FLAG-CLEARANCE - A SCREENING IN THE POLICY RISK        *
031304*    CATEGORY NEEDS A PHYSICIAN CLEARANCE ON FILE BEFORE THE     *
031305*    MEMBER USES THE EXERCISE FLOOR. A CLEARANCE STILL IN DATE   *
031306*    STANDS; OTHERWISE THE MEMBER'S CLEARANCE RECORD IS OPENED   *
031307*    (OR REOPENED) AS REQUIRED FROM TODAY'S SCREENING. A         *
031308*    REQUIREMENT ALREADY OPEN KEEPS ITS ORIGINAL DATE SO THE     *
031309*    WAITING LIST AGES FROM THE FIRST SCREENING.                 *
031310******************************************************************
031311 7050-FLAG-CLEARANCE.
031312     IF POLA-CLEAR-CATEGORY = "NONE"
031313         OR BMI-CATEGORY NOT = POLA-CLEAR-CATEGORY
031314         GO TO 7050-EXIT
031315     END-IF.
031316     MOVE MBR-ID TO CLR-MBR-ID.
031317     READ CLEARANCE-FILE
031318         INVALID KEY
031319             INITIALIZE CLEARANCE-RECORD
031320             PERFORM 7060-OPEN-REQUIREMENT THRU 7060-EXIT
031321             WRITE CLEARANCE-RECORD
031322                 INVALID KEY
031323                     DISPLAY "Unable to file the clearance"
031324                         " requirement for " MBR-ID "."
031325             END-WRITE
031326             GO TO 7050-SHOW
031327     END-READ.
031328     IF CLR-CLEARED AND CLR-EXPIRY-DATE >= WS-CURRENT-DATE
031329         DISPLAY "Medical clearance on file until "
031330             CLR-EXPIRY-DATE "."
031331         GO TO 7050-EXIT
031332     END-IF.
031333     IF CLR-CLEARED
031334         PERFORM 7060-OPEN-REQUIREMENT THRU 7060-EXIT
031335         REWRITE CLEARANCE-RECORD
031336             INVALID KEY
031337                 DISPLAY "Unable to file the clearance"
031338                     " requirement for " MBR-ID "."
031339         END-REWRITE
031340     END-IF.
031341 7050-SHOW.
031342     DISPLAY "*** MEDICAL CLEARANCE REQUIRED for " MBR-ID
031343         " - no exercise floor until a physician's clearance"
031344         " is on file ***".
031345 7050-EXIT.
031346     EXIT.
031347
031348 7060-OPEN-REQUIREMENT.
031349     MOVE MBR-ID            TO CLR-MBR-ID.
031350     MOVE "R"               TO CLR-STATUS.
031351     MOVE WS-CURRENT-DATE   TO CLR-REQUIRED-DATE.
031352     MOVE BMI-CATEGORY      TO CLR-REQUIRED-CATEGORY.
031353     MOVE WS-CURRENT-DATE   TO CLR-ENTERED-DATE.
031354     MOVE VISIT-OPERATOR-ID TO CLR-ENTERED-BY.
031355 7060-EXIT.
031356     EXIT.
031400
031500******************************************************************
031600*    7100-WRITE-HISTORY - APPEND TO THE MEMBER BMI-HISTORY-FILE  *
034000     WRITE RPT-DETAIL-LINE.
034100 7200-EXIT.
034200     EXIT.
034202
034204******************************************************************
034206*    7250-MARK-APPOINTMENT - THE MEMBER'S BOOKING FOR TODAY,     *
034208*    READ ON THE MEMBER ALTERNATE KEY, IS MARKED KEPT. NO        *
034210*    BOOKING, OR NO APPOINTMENT BOOK, IS NOT AN ERROR - MOST     *
034212*    SCREENINGS ARE WALK-INS.                                    *
034214******************************************************************
034216 7250-MARK-APPOINTMENT.
034218     IF APPTBOOK-NOT-OPEN
034220         GO TO 7250-EXIT
034222     END-IF.
034224     MOVE MBR-ID TO APPT-MBR-ID.
034226     START APPOINTMENT-FILE KEY IS = APPT-MBR-ID
034228         INVALID KEY
034230             GO TO 7250-EXIT
034232     END-START.
034234     MOVE "N" TO WS-APPT-EOF-SW.
034236     PERFORM 7260-CHECK-APPOINTMENT THRU 7260-EXIT
034238         UNTIL APPT-EOF.
034240 7250-EXIT.
034242     EXIT.
034244
034246 7260-CHECK-APPOINTMENT.
034248     READ APPOINTMENT-FILE NEXT RECORD
034250         AT END
034252             MOVE "Y" TO WS-APPT-EOF-SW
034254             GO TO 7260-EXIT
034256     END-READ.
034258     IF APPT-MBR-ID NOT = MBR-ID
034260         MOVE "Y" TO WS-APPT-EOF-SW
034262         GO TO 7260-EXIT
034264     END-IF.
034266     IF APPT-DATE = WS-CURRENT-DATE AND APPT-BOOKED
034268         MOVE "K"               TO APPT-STATUS
034270         MOVE WS-CURRENT-DATE   TO APPT-STATUS-DATE
034272         MOVE VISIT-OPERATOR-ID TO APPT-STATUS-BY
034274         REWRITE APPOINTMENT-RECORD
034276             INVALID KEY
034278                 DISPLAY "Unable to mark the appointment for "
034280                     MBR-ID " kept."
034282             NOT INVALID KEY
034284                 DISPLAY "Appointment for " MBR-ID " marked kept."
034286         END-REWRITE
034288         MOVE "Y" TO WS-APPT-EOF-SW
034290     END-IF.
034292 7260-EXIT.
034294     EXIT.
034300
034310******************************************************************
034320*    7300-QUEUE-RECALL - OBESE AND UNDERWEIGHT SCREENINGS GET A  *
039400     CLOSE REPORT-FILE.
039410     CLOSE EXCEPTION-FILE.
039415     CLOSE RECALL-FILE.
039416     IF APPTBOOK-IS-OPEN
039417         CLOSE APPOINTMENT-FILE
039418     END-IF.
039419     CLOSE CLEARANCE-FILE.
039420     IF MASTER-IS-OPEN
039430         CLOSE MEMBER-MASTER-FILE
039440     END-IF.
