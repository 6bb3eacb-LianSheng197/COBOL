001880*                     FROM THE CORRECTED DATE, WHICH IS         *
001890*                     FLAGGED EXACT, AND THE HASH DELTA STILL   *
001895*                     ROLLS OFF THE AGE FIELD.                  *
001901*    2026-10-15  LS   EVERY NAME, BIRTH-DATE AND STATUS CHANGE   *
001907*                     AND EVERY REMOVAL IS FILED BEFORE AND      *
001913*                     AFTER ON THE MBRCHGJ CHANGE JOURNAL (VIA   *
001919*                     CHGLOG), STAMPED WITH THE OPERATOR NOW     *
001925*                     PASSED IN BY FRONTDESK.                    *
001931*    2026-10-15  LS   SHOW THE MEMBER'S CONTACT DETAILS AND ADD  *
001937*                     ACTION 5 TO CORRECT THE ADDRESS, PHONE,    *
001943*                     EMAIL OR DO-NOT-CONTACT FLAG, JOURNALED AS *
001949*                     CHANGE TYPE C (SEE MBRCONT.CPY).           *
001955*    2026-10-15  LS   A MEMBER WHOSE PERSONAL DATA WAS ERASED    *
001961*                     (STATUS E, SEE MBRERASE) IS SHOWN BUT      *
001967*                     CANNOT BE CHANGED, REINSTATED OR REMOVED.  *
001973*    2026-10-15  LS   A CONTACT ENTRY LONGER THAN ITS FIELD IS   *
001979*                     REFUSED AND ASKED FOR AGAIN INSTEAD OF     *
001985*                     BEING CUT SHORT ON THE MASTER.             *
001991******************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003500
003600 WORKING-STORAGE SECTION.
003700     COPY MBRID.
003705     COPY MBRCONT.
003710     COPY CTLREQ.
003750     COPY CHGREQ.
003800
003900 01  WS-ACTION-CHOICE            PIC X(01).
004000 01  WS-CONFIRM                  PIC X(03).
004900                                 PIC 9(08).
004910 01  WS-DERIVED-AGE              PIC 9(03).
004920 01  WS-CURRENT-DATE             PIC 9(08).
004960 01  WS-CONTACT-ENTRY            PIC X(60).
004964*    THE ENTRY IN SEGMENTS THAT END WHERE THE CONTACT FIELDS
004968*    END, SO 5450 CAN TELL HOW FAR THE KEYED TEXT RUNS.
004972 01  WS-ENTRY-SEGMENTS REDEFINES WS-CONTACT-ENTRY.
004976     05  WS-ENTRY-1-TO-2         PIC X(02).
004980     05  WS-ENTRY-3-TO-10        PIC X(08).
004982     05  WS-ENTRY-11-TO-15       PIC X(05).
004984     05  WS-ENTRY-16-TO-20       PIC X(05).
004986     05  WS-ENTRY-21-TO-30       PIC X(10).
004988     05  WS-ENTRY-31-TO-40       PIC X(10).
004990     05  WS-ENTRY-41-TO-60       PIC X(20).
004992 01  WS-ENTRY-WIDTH              PIC 9(02).
004994 01  WS-ENTRY-LENGTH             PIC 9(02).
005000
005100 77  WS-MAST-STATUS              PIC X(02).
005200
006740     88  REWRITE-FAILED              VALUE "N".
006750
006760 77  WS-HASH-DELTA               PIC S9(12).
006765 77  WS-AT-COUNT                 PIC 9(02) COMP.
006770
006780 LINKAGE SECTION.
006790     COPY VISITID.
006800
006900 PROCEDURE DIVISION USING VISIT-IDENTITY.
007000******************************************************************
007100*    0000-MAINLINE                                                *
007200******************************************************************
011000         IF MEMBER-FOUND
011100             PERFORM 3100-SHOW-MEMBER THRU 3100-EXIT
011200             MOVE "N" TO WS-ACTION-DONE-SW
011210             IF MAST-ERASED
011217                 DISPLAY "Personal data for this member was"
011224                     " erased - the record is closed to"
011231                     " maintenance."
011240                 MOVE "Y" TO WS-ACTION-DONE-SW
011250             END-IF
011300             PERFORM 4000-ACTION-LOOP THRU 4000-EXIT
011400                 UNTIL ACTION-IS-DONE
011500         ELSE
014100     DISPLAY "Fee quoted:  " MAST-FEE-QUOTED.
014200     DISPLAY "Status:      " MAST-STATUS.
014210     DISPLAY "Balance due: " MAST-BALANCE-DUE " cents".
014240     MOVE MAST-CONTACT TO MEMBER-CONTACT.
014270     PERFORM 3200-SHOW-CONTACT THRU 3200-EXIT.
014300 3100-EXIT.
014306     EXIT.
014312
014318 3200-SHOW-CONTACT.
014324     DISPLAY "Address:     " MBR-ADDRESS-1.
014330     DISPLAY "             " MBR-ADDRESS-2.
014336     DISPLAY "             " MBR-CITY " " MBR-STATE-CODE " "
014342         MBR-POSTCODE.
014348     DISPLAY "Phone:       " MBR-PHONE.
014354     DISPLAY "Email:       " MBR-EMAIL.
014360     IF MBR-DO-NOT-CONTACT
014366         DISPLAY "Contact:     DO NOT CONTACT"
014372     ELSE
014378         DISPLAY "Contact:     may be contacted"
014384     END-IF.
014390 3200-EXIT.
014400     EXIT.
014500
014600******************************************************************
015300     DISPLAY "2. Correct birth date".
015400     DISPLAY "3. Flag lapsed / reinstate".
015500     DISPLAY "4. Remove membership".
015550     DISPLAY "5. Correct contact details / do-not-contact".
015600     DISPLAY "0. Done with this member".
015700     DISPLAY "Action: " WITH NO ADVANCING.
015800     ACCEPT WS-ACTION-CHOICE.
016500             PERFORM 5200-CHANGE-STATUS THRU 5200-EXIT
016600         WHEN "4"
016700             PERFORM 5300-REMOVE-MEMBER THRU 5300-EXIT
016730         WHEN "5"
016760             PERFORM 5400-CHANGE-CONTACT THRU 5400-EXIT
016800         WHEN "0"
016900             MOVE "Y" TO WS-ACTION-DONE-SW
017000         WHEN OTHER
017100             DISPLAY "Invalid selection - choose 0 through 5."
017200     END-EVALUATE.
017300 4000-EXIT.
017400     EXIT.
018400         WS-NEW-NAME " ?".
018500     PERFORM 6000-GET-CONFIRM THRU 6000-EXIT.
018600     IF CONFIRM-IS-YES
018630         MOVE "N" TO CHGR-CHANGE-TYPE
018660         MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
018700         MOVE WS-NEW-NAME TO MAST-MBR-NAME
018800         PERFORM 6100-REWRITE-MEMBER THRU 6100-EXIT
018900     ELSE
020400         WS-BIRTH-NUM " (age " WS-DERIVED-AGE ") ?".
020500     PERFORM 6000-GET-CONFIRM THRU 6000-EXIT.
020600     IF CONFIRM-IS-YES
020610         MOVE "B" TO CHGR-CHANGE-TYPE
020620         MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
020650         COMPUTE WS-HASH-DELTA = WS-DERIVED-AGE - MAST-MBR-AGE
020660         MOVE WS-BIRTH-NUM TO MAST-BIRTH-DATE
020670         MOVE "E" TO MAST-BIRTH-FLAG
023600     END-IF.
023700     PERFORM 6000-GET-CONFIRM THRU 6000-EXIT.
023800     IF CONFIRM-IS-YES
023830         MOVE "S" TO CHGR-CHANGE-TYPE
023860         MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
023900         IF MAST-LAPSED
024000             MOVE "A" TO MAST-STATUS
024100         ELSE
026400             NOT INVALID KEY
026500                 DISPLAY "Member removed."
026600                 MOVE "Y" TO WS-ACTION-DONE-SW
026601                 MOVE "X" TO CHGR-CHANGE-TYPE
026602                 MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
026605                 PERFORM 6200-JOURNAL-CHANGE THRU 6200-EXIT
026610                 MOVE "A" TO CTLR-FUNCTION
026620                 MOVE "MBRMAST" TO CTLR-FILE-NAME
026630                 MOVE -1 TO CTLR-COUNT-VALUE
027000     END-IF.
027100 5300-EXIT.
027200     EXIT.
027201******************************************************************
027202*    5400-CHANGE-CONTACT - RE-KEY THE CONTACT DETAILS OVER THE   *
027203*    CURRENT ONES: A BLANK ENTRY KEEPS THE CURRENT VALUE AND A   *
027204*    SINGLE * CLEARS IT. AN ENTRY LONGER THAN ITS FIELD IS       *
027205*    REFUSED AND ASKED FOR AGAIN RATHER THAN CUT SHORT. AN EMAIL *
027206*    MUST CARRY AN "@"; THE DO-NOT-CONTACT ANSWER MUST BE Y OR   *
027207*    N. THE NEW DETAILS ARE ECHOED AND CONFIRMED BEFORE THE      *
027208*    REWRITE.                                                    *
027209******************************************************************
027210 5400-CHANGE-CONTACT.
027211     MOVE MAST-CONTACT TO MEMBER-CONTACT.
027212     DISPLAY "Blank keeps the current value, * clears it.".
027213     DISPLAY "Address line 1 [" MBR-ADDRESS-1 "]: "
027214         WITH NO ADVANCING.
027215     MOVE 30 TO WS-ENTRY-WIDTH.
027216     PERFORM 5440-TAKE-ENTRY THRU 5440-EXIT.
027217     IF WS-CONTACT-ENTRY NOT = SPACES
027218         MOVE WS-CONTACT-ENTRY TO MBR-ADDRESS-1
027219     END-IF.
027220     DISPLAY "Address line 2 [" MBR-ADDRESS-2 "]: "
027221         WITH NO ADVANCING.
027222     MOVE 30 TO WS-ENTRY-WIDTH.
027223     PERFORM 5440-TAKE-ENTRY THRU 5440-EXIT.
027224     IF WS-CONTACT-ENTRY NOT = SPACES
027225         MOVE WS-CONTACT-ENTRY TO MBR-ADDRESS-2
027226     END-IF.
027227     DISPLAY "City [" MBR-CITY "]: " WITH NO ADVANCING.
027228     MOVE 20 TO WS-ENTRY-WIDTH.
027229     PERFORM 5440-TAKE-ENTRY THRU 5440-EXIT.
027230     IF WS-CONTACT-ENTRY NOT = SPACES
027231         MOVE WS-CONTACT-ENTRY TO MBR-CITY
027232     END-IF.
027233     DISPLAY "State [" MBR-STATE-CODE "]: " WITH NO ADVANCING.
027234     MOVE 2 TO WS-ENTRY-WIDTH.
027235     PERFORM 5440-TAKE-ENTRY THRU 5440-EXIT.
027236     IF WS-CONTACT-ENTRY NOT = SPACES
027237         MOVE WS-CONTACT-ENTRY TO MBR-STATE-CODE
027238     END-IF.
027239     DISPLAY "Postcode [" MBR-POSTCODE "]: " WITH NO ADVANCING.
027240     MOVE 10 TO WS-ENTRY-WIDTH.
027241     PERFORM 5440-TAKE-ENTRY THRU 5440-EXIT.
027242     IF WS-CONTACT-ENTRY NOT = SPACES
027243         MOVE WS-CONTACT-ENTRY TO MBR-POSTCODE
027244     END-IF.
027245     DISPLAY "Phone [" MBR-PHONE "]: " WITH NO ADVANCING.
027246     MOVE 15 TO WS-ENTRY-WIDTH.
027247     PERFORM 5440-TAKE-ENTRY THRU 5440-EXIT.
027248     IF WS-CONTACT-ENTRY NOT = SPACES
027249         MOVE WS-CONTACT-ENTRY TO MBR-PHONE
027250     END-IF.
027251     MOVE "N" TO WS-VALID-SW.
027252     PERFORM 5410-PROMPT-EMAIL THRU 5410-EXIT
027253         UNTIL INPUT-IS-VALID.
027254     MOVE "N" TO WS-VALID-SW.
027255     PERFORM 5420-PROMPT-CONTACT-FLAG THRU 5420-EXIT
027256         UNTIL INPUT-IS-VALID.
027257     PERFORM 5430-CLEAR-STARRED THRU 5430-EXIT.
027258     IF MEMBER-CONTACT = MAST-CONTACT
027259         DISPLAY "No change to the contact details."
027260         GO TO 5400-EXIT
027261     END-IF.
027262     DISPLAY "Change contact details to:".
027263     PERFORM 3200-SHOW-CONTACT THRU 3200-EXIT.
027264     PERFORM 6000-GET-CONFIRM THRU 6000-EXIT.
027265     IF CONFIRM-IS-YES
027266         MOVE "C" TO CHGR-CHANGE-TYPE
027267         MOVE MEMBER-MASTER-RECORD TO CHGR-BEFORE-IMAGE
027268         MOVE MEMBER-CONTACT TO MAST-CONTACT
027269         PERFORM 6100-REWRITE-MEMBER THRU 6100-EXIT
027270     ELSE
027271         DISPLAY "Change abandoned."
027272     END-IF.
027273 5400-EXIT.
027274     EXIT.
027275
027276 5410-PROMPT-EMAIL.
027277     DISPLAY "Email [" MBR-EMAIL "]: " WITH NO ADVANCING.
027278     MOVE 40 TO WS-ENTRY-WIDTH.
027279     PERFORM 5440-TAKE-ENTRY THRU 5440-EXIT.
027280     MOVE ZERO TO WS-AT-COUNT.
027281     INSPECT WS-CONTACT-ENTRY TALLYING WS-AT-COUNT FOR ALL "@".
027282     IF WS-CONTACT-ENTRY = SPACES OR WS-CONTACT-ENTRY = "*"
027283         OR WS-AT-COUNT = 1
027284         IF WS-CONTACT-ENTRY NOT = SPACES
027285             MOVE WS-CONTACT-ENTRY TO MBR-EMAIL
027286         END-IF
027287         MOVE "Y" TO WS-VALID-SW
027288     ELSE
027289         DISPLAY "Email must be name@place - re-enter."
027290         MOVE "N" TO WS-VALID-SW
027291     END-IF.
027292 5410-EXIT.
027293     EXIT.
027300
027301 5420-PROMPT-CONTACT-FLAG.
027302     DISPLAY "Member asks not to be contacted? (Y/N) ["
027303         MBR-NO-CONTACT-FLAG "]: " WITH NO ADVANCING.
027304     ACCEPT WS-CONTACT-ENTRY.
027305     INSPECT WS-CONTACT-ENTRY CONVERTING "yn" TO "YN".
027306     IF WS-CONTACT-ENTRY = SPACES AND MBR-CONTACT-FLAG-OK
027307         MOVE "Y" TO WS-VALID-SW
027308     ELSE
027309         IF WS-CONTACT-ENTRY = "Y" OR WS-CONTACT-ENTRY = "N"
027310             MOVE WS-CONTACT-ENTRY TO MBR-NO-CONTACT-FLAG
027311             MOVE "Y" TO WS-VALID-SW
027312         ELSE
027313             DISPLAY "Please answer Y or N."
027314             MOVE "N" TO WS-VALID-SW
027315         END-IF
027316     END-IF.
027317 5420-EXIT.
027318     EXIT.
027319
027320 5430-CLEAR-STARRED.
027321     IF MBR-ADDRESS-1 = "*"
027322         MOVE SPACES TO MBR-ADDRESS-1
027323     END-IF.
027324     IF MBR-ADDRESS-2 = "*"
027325         MOVE SPACES TO MBR-ADDRESS-2
027326     END-IF.
027327     IF MBR-CITY = "*"
027328         MOVE SPACES TO MBR-CITY
027329     END-IF.
027330     IF MBR-STATE-CODE = "*"
027331         MOVE SPACES TO MBR-STATE-CODE
027332     END-IF.
027333     IF MBR-POSTCODE = "*"
027334         MOVE SPACES TO MBR-POSTCODE
027335     END-IF.
027336     IF MBR-PHONE = "*"
027337         MOVE SPACES TO MBR-PHONE
027338     END-IF.
027339     IF MBR-EMAIL = "*"
027340         MOVE SPACES TO MBR-EMAIL
027341     END-IF.
027342 5430-EXIT.
027343     EXIT.
027344
027345******************************************************************
027346*    5440-TAKE-ENTRY - ACCEPT ONE CONTACT ENTRY, ASKING AGAIN    *
027347*    UNTIL IT FITS THE WS-ENTRY-WIDTH OF ITS FIELD.              *
027348******************************************************************
027349 5440-TAKE-ENTRY.
027350     ACCEPT WS-CONTACT-ENTRY.
027351     MOVE "N" TO WS-VALID-SW.
027352     PERFORM 5450-CHECK-ENTRY THRU 5450-EXIT
027353         UNTIL INPUT-IS-VALID.
027354 5440-EXIT.
027355     EXIT.
027356
027357 5450-CHECK-ENTRY.
027358     EVALUATE TRUE
027359         WHEN WS-ENTRY-41-TO-60 NOT = SPACES
027360             MOVE 60 TO WS-ENTRY-LENGTH
027361         WHEN WS-ENTRY-31-TO-40 NOT = SPACES
027362             MOVE 40 TO WS-ENTRY-LENGTH
027363         WHEN WS-ENTRY-21-TO-30 NOT = SPACES
027364             MOVE 30 TO WS-ENTRY-LENGTH
027365         WHEN WS-ENTRY-16-TO-20 NOT = SPACES
027366             MOVE 20 TO WS-ENTRY-LENGTH
027367         WHEN WS-ENTRY-11-TO-15 NOT = SPACES
027368             MOVE 15 TO WS-ENTRY-LENGTH
027369         WHEN WS-ENTRY-3-TO-10 NOT = SPACES
027370             MOVE 10 TO WS-ENTRY-LENGTH
027371         WHEN OTHER
027372             MOVE 2 TO WS-ENTRY-LENGTH
027373     END-EVALUATE.
027374     IF WS-ENTRY-LENGTH > WS-ENTRY-WIDTH
027375         DISPLAY "Too long - at most " WS-ENTRY-WIDTH
027376             " characters. Re-enter: " WITH NO ADVANCING
027377         ACCEPT WS-CONTACT-ENTRY
027378     ELSE
027379         MOVE "Y" TO WS-VALID-SW
027380     END-IF.
027381 5450-EXIT.
027382     EXIT.
027400******************************************************************
027500*    6000-GET-CONFIRM - RE-PROMPT UNTIL THE RESPONSE IS A        *
027600*    RECOGNIZABLE YES OR NO, UPPERCASED FIRST, THE SAME EDIT     *
030800         NOT INVALID KEY
030850             MOVE "Y" TO WS-REWRITE-SW
030900             DISPLAY "Change applied."
030950             PERFORM 6200-JOURNAL-CHANGE THRU 6200-EXIT
031000     END-REWRITE.
031100 6100-EXIT.
031200     EXIT.
031205
031210******************************************************************
031215*    6200-JOURNAL-CHANGE - FILE THE BEFORE AND AFTER IMAGES ON   *
031220*    THE MBRCHGJ CHANGE JOURNAL. THE ACTION HAS ALREADY SET THE  *
031225*    CHANGE TYPE AND BEFORE IMAGE; A REMOVAL FILES SPACES AS THE *
031230*    AFTER IMAGE.                                                *
031235******************************************************************
031240 6200-JOURNAL-CHANGE.
031245     MOVE "MBRMAINT"        TO CHGR-PROGRAM.
031250     MOVE VISIT-OPERATOR-ID TO CHGR-OPERATOR-ID.
031255     MOVE MBR-ID            TO CHGR-MBR-ID.
031260     IF CHGR-CHANGE-TYPE = "X"
031265         MOVE SPACES TO CHGR-AFTER-IMAGE
031270     ELSE
031275         MOVE MEMBER-MASTER-RECORD TO CHGR-AFTER-IMAGE
031280     END-IF.
031285     CALL "CHGLOG" USING MASTER-CHANGE-REQUEST.
031290 6200-EXIT.
031295     EXIT.
031300
031400******************************************************************
031500*    9999-TERMINATE                                               *
