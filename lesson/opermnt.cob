001500*    ONE, EACH CHANGE ECHOED AND CONFIRMED THE WAY MBRMAINT      *
001600*    DOES. DISABLING THE ADMIN RECORD ITSELF IS REFUSED SO THE   *
001700*    SHOP CANNOT LOCK ITSELF OUT OF ITS OWN OPERATOR FILE.       *
001710*    EACH OPERATOR CARRIES A ROLE (CLERK, SUPERVISOR, MANAGER,   *
001720*    ADMIN) THAT DECIDES WHICH FRONTDESK OPTIONS THEY GET, AND   *
001730*    A FOUR-DIGIT PIN. THE ADMIN SETS BOTH WHEN ADDING AN        *
001740*    OPERATOR, CAN CHANGE THE ROLE, AND RESETS A FORGOTTEN PIN.  *
001750*    A RECORD LOCKED BY BAD PINS IS FREED BY REACTIVATING IT OR  *
001760*    RESETTING ITS PIN. THE ADMIN RECORD'S ROLE CANNOT CHANGE.   *
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002120*                     EXCEEDS THE 50-ENTRY TABLE - THE REWRITE  *
002130*                     WOULD OTHERWISE DROP THE UNTABLED         *
002140*                     OPERATORS (THE RECALLRP DEFECT AGAIN).    *
002150*    2026-10-15  LS   OPEN THE SCREEN TO ANY ADMIN-ROLE          *
002160*                     OPERATOR; ADD ROLE AND PIN TO THE ADD      *
002170*                     OPTION AND THE LISTING, FREE LOCKED        *
002180*                     RECORDS ON REACTIVATE, AND ADD RESET PIN   *
002190*                     (OPTION 5) AND CHANGE ROLE (OPTION 6).     *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
004000         10  WS-TBL-OPER-ID      PIC X(08).
004100         10  WS-TBL-OPER-NAME    PIC X(20).
004200         10  WS-TBL-OPER-STATUS  PIC X(01).
004220         10  WS-TBL-OPER-ROLE    PIC X(01).
004240         10  WS-TBL-OPER-PIN     PIC X(04).
004260         10  WS-TBL-OPER-FAILS   PIC 9(01).
004280         10  WS-TBL-OPER-LOCKED  PIC 9(08).
004300
004400 01  WS-MENU-CHOICE              PIC X(01).
004500 01  WS-WORK-ID                  PIC X(08).
004600 01  WS-WORK-NAME                PIC X(20).
004610 01  WS-WORK-ROLE                PIC X(01).
004620     88  WORK-ROLE-IS-VALID          VALUE "C" "S" "M" "A".
004630 01  WS-WORK-PIN                 PIC X(04).
004640 01  WS-WORK-PIN-AGAIN           PIC X(04).
004650 01  WS-ROLE-NAME                PIC X(10).
004660 01  WS-STATUS-NAME              PIC X(08).
004700
004800 01  WS-CONFIRM                  PIC X(03).
004900     88  CONFIRM-IS-YES              VALUE "YES" "Y  ".
007100
007200 PROCEDURE DIVISION USING VISIT-IDENTITY.
007300******************************************************************
007400*    0000-MAINLINE - THE SCREEN IS OPEN ONLY TO AN OPERATOR       *
007500*    SIGNED ON WITH THE ADMIN ROLE; ANYONE ELSE IS TURNED AWAY.   *
007600******************************************************************
007700 0000-MAINLINE.
007800     IF NOT VISIT-ROLE-ADMIN
007900         DISPLAY "Operator maintenance is restricted to an"
008000             " operator with the admin role."
008100         GOBACK
008200     END-IF.
008300     PERFORM 1000-LOAD-OPERATORS THRU 1000-EXIT.
012300         MOVE OPER-ID     TO WS-TBL-OPER-ID (WS-OPER-COUNT)
012400         MOVE OPER-NAME   TO WS-TBL-OPER-NAME (WS-OPER-COUNT)
012500         MOVE OPER-STATUS TO WS-TBL-OPER-STATUS (WS-OPER-COUNT)
012505         MOVE OPER-ROLE   TO WS-TBL-OPER-ROLE (WS-OPER-COUNT)
012510         MOVE OPER-PIN    TO WS-TBL-OPER-PIN (WS-OPER-COUNT)
012513         MOVE OPER-FAIL-COUNT
012516             TO WS-TBL-OPER-FAILS (WS-OPER-COUNT)
012519         MOVE OPER-LOCK-DATE
012522             TO WS-TBL-OPER-LOCKED (WS-OPER-COUNT)
012525         IF NOT OPER-ROLE-IS-VALID
012530             IF OPER-ID = "ADMIN"
012535                 MOVE "A" TO WS-TBL-OPER-ROLE (WS-OPER-COUNT)
012540             ELSE
012545                 MOVE "C" TO WS-TBL-OPER-ROLE (WS-OPER-COUNT)
012550             END-IF
012555         END-IF
012560         IF OPER-FAIL-COUNT NOT NUMERIC
012565             MOVE ZERO TO WS-TBL-OPER-FAILS (WS-OPER-COUNT)
012570         END-IF
012575         IF OPER-LOCK-DATE NOT NUMERIC
012580             MOVE ZERO TO WS-TBL-OPER-LOCKED (WS-OPER-COUNT)
012585         END-IF
012600     ELSE
012700         MOVE "Y" TO WS-OVERFLOW-SW
012900     END-IF.
014100     DISPLAY "2. Add an operator".
014200     DISPLAY "3. Disable an operator".
014300     DISPLAY "4. Reactivate an operator".
014330     DISPLAY "5. Reset an operator's PIN".
014360     DISPLAY "6. Change an operator's role".
014400     DISPLAY "0. Exit".
014500     DISPLAY "Selection: " WITH NO ADVANCING.
014600     ACCEPT WS-MENU-CHOICE.
015300             PERFORM 5000-DISABLE-OPERATOR THRU 5000-EXIT
015400         WHEN "4"
015500             PERFORM 5500-REACTIVATE-OPERATOR THRU 5500-EXIT
015520         WHEN "5"
015540             PERFORM 5600-RESET-PIN THRU 5600-EXIT
015560         WHEN "6"
015580             PERFORM 5700-CHANGE-ROLE THRU 5700-EXIT
015600         WHEN "0"
015700             MOVE "Y" TO WS-DONE-SW
015800         WHEN OTHER
015900             DISPLAY "Invalid selection - choose 0 through 6."
016000     END-EVALUATE.
016100 2000-EXIT.
016200     EXIT.
017200     EXIT.
017300
017400 3100-LIST-ONE-OPERATOR.
017410     EVALUATE WS-TBL-OPER-STATUS (WS-OPER-SUB)
017420         WHEN "A"
017430             MOVE "ACTIVE"   TO WS-STATUS-NAME
017440         WHEN "L"
017450             MOVE "LOCKED"   TO WS-STATUS-NAME
017460         WHEN OTHER
017470             MOVE "DISABLED" TO WS-STATUS-NAME
017480     END-EVALUATE.
017490     MOVE WS-TBL-OPER-ROLE (WS-OPER-SUB) TO WS-WORK-ROLE.
017500     PERFORM 6250-NAME-ROLE THRU 6250-EXIT.
017510     IF WS-TBL-OPER-PIN (WS-OPER-SUB) = SPACES
017600         DISPLAY WS-TBL-OPER-ID (WS-OPER-SUB) "  "
017660             WS-TBL-OPER-NAME (WS-OPER-SUB) "  " WS-ROLE-NAME
017720             "  " WS-STATUS-NAME "  NO PIN YET"
017800     ELSE
017900         DISPLAY WS-TBL-OPER-ID (WS-OPER-SUB) "  "
017960             WS-TBL-OPER-NAME (WS-OPER-SUB) "  " WS-ROLE-NAME
018020             "  " WS-STATUS-NAME
018100     END-IF.
018200 3100-EXIT.
018300     EXIT.
018400
018500******************************************************************
018600*    4000-ADD-OPERATOR - NEW ID AND NAME, UPPERCASED, REFUSED     *
018660*    WHEN THE ID IS ALREADY ON FILE, THEN THE ROLE AND A PIN,     *
018720*    ECHOED AND CONFIRMED.                                        *
018800******************************************************************
018900 4000-ADD-OPERATOR.
019000     IF WS-OPER-COUNT >= 50
020200         ELSE
020300             DISPLAY "Operator name: " WITH NO ADVANCING
020400             ACCEPT WS-WORK-NAME
020420             PERFORM 6200-GET-ROLE THRU 6200-EXIT
020440             PERFORM 6300-GET-PIN THRU 6300-EXIT
020460             PERFORM 6250-NAME-ROLE THRU 6250-EXIT
020500             DISPLAY "Add operator " WS-WORK-ID " ("
020600                 WS-WORK-NAME ") as active " WS-ROLE-NAME " ?"
020700             PERFORM 6000-GET-CONFIRM THRU 6000-EXIT
020800             IF CONFIRM-IS-YES
020900                 ADD 1 TO WS-OPER-COUNT
021300                     TO WS-TBL-OPER-NAME (WS-OPER-COUNT)
021400                 MOVE "A"
021500                     TO WS-TBL-OPER-STATUS (WS-OPER-COUNT)
021510                 MOVE WS-WORK-ROLE
021520                     TO WS-TBL-OPER-ROLE (WS-OPER-COUNT)
021530                 MOVE WS-WORK-PIN
021540                     TO WS-TBL-OPER-PIN (WS-OPER-COUNT)
021550                 MOVE ZERO
021560                     TO WS-TBL-OPER-FAILS (WS-OPER-COUNT)
021570                 MOVE ZERO
021580                     TO WS-TBL-OPER-LOCKED (WS-OPER-COUNT)
021600                 PERFORM 7000-REWRITE-OPERATORS THRU 7000-EXIT
021700                 DISPLAY "Operator added."
021800             ELSE
026400     EXIT.
026500
026600******************************************************************
026660*    5500-REACTIVATE-OPERATOR - FREES A DISABLED OR A LOCKED      *
026720*    RECORD AND CLEARS ITS BAD-PIN COUNT.                         *
026800******************************************************************
026900 5500-REACTIVATE-OPERATOR.
027000     DISPLAY "Operator ID to reactivate: " WITH NO ADVANCING.
028600             IF CONFIRM-IS-YES
028700                 MOVE "A"
028800                     TO WS-TBL-OPER-STATUS (WS-MATCH-SUB)
028820                 MOVE ZERO
028840                     TO WS-TBL-OPER-FAILS (WS-MATCH-SUB)
028860                 MOVE ZERO
028880                     TO WS-TBL-OPER-LOCKED (WS-MATCH-SUB)
028900                 PERFORM 7000-REWRITE-OPERATORS THRU 7000-EXIT
029000                 DISPLAY "Operator reactivated."
029100             ELSE
029500     END-IF.
029600 5500-EXIT.
029700     EXIT.
029701
029702******************************************************************
029703*    5600-RESET-PIN - THE ADMIN KEYS A NEW PIN FOR THE OPERATOR.  *
029704*    A RECORD LOCKED BY BAD PINS IS FREED AT THE SAME TIME; A     *
029705*    DISABLED ONE STAYS DISABLED.                                 *
029706******************************************************************
029707 5600-RESET-PIN.
029708     DISPLAY "Operator ID for the new PIN: " WITH NO ADVANCING.
029709     ACCEPT WS-WORK-ID.
029710     INSPECT WS-WORK-ID CONVERTING
029711         "abcdefghijklmnopqrstuvwxyz" TO
029712         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029713     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
029714     IF WS-MATCH-SUB = ZERO
029715         DISPLAY "Operator " WS-WORK-ID " is not on file."
029716         GO TO 5600-EXIT
029717     END-IF.
029718     PERFORM 6300-GET-PIN THRU 6300-EXIT.
029719     DISPLAY "Reset the PIN for operator " WS-WORK-ID " ("
029720         WS-TBL-OPER-NAME (WS-MATCH-SUB) ") ?".
029721     PERFORM 6000-GET-CONFIRM THRU 6000-EXIT.
029722     IF CONFIRM-IS-NO
029723         DISPLAY "Change abandoned."
029724         GO TO 5600-EXIT
029725     END-IF.
029726     MOVE WS-WORK-PIN TO WS-TBL-OPER-PIN (WS-MATCH-SUB).
029727     MOVE ZERO TO WS-TBL-OPER-FAILS (WS-MATCH-SUB).
029728     IF WS-TBL-OPER-STATUS (WS-MATCH-SUB) = "L"
029729         MOVE "A" TO WS-TBL-OPER-STATUS (WS-MATCH-SUB)
029730         MOVE ZERO TO WS-TBL-OPER-LOCKED (WS-MATCH-SUB)
029731     END-IF.
029732     PERFORM 7000-REWRITE-OPERATORS THRU 7000-EXIT.
029733     DISPLAY "PIN reset.".
029734 5600-EXIT.
029735     EXIT.
029736
029737******************************************************************
029738*    5700-CHANGE-ROLE - THE ADMIN RECORD STAYS AN ADMIN, SO THE   *
029739*    SHOP ALWAYS HAS SOMEONE WHO CAN REACH THIS SCREEN.           *
029740******************************************************************
029741 5700-CHANGE-ROLE.
029742     DISPLAY "Operator ID for the new role: " WITH NO ADVANCING.
029743     ACCEPT WS-WORK-ID.
029744     INSPECT WS-WORK-ID CONVERTING
029745         "abcdefghijklmnopqrstuvwxyz" TO
029746         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029747     IF WS-WORK-ID = "ADMIN"
029748         DISPLAY "The ADMIN record keeps the admin role."
029749         GO TO 5700-EXIT
029750     END-IF.
029751     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
029752     IF WS-MATCH-SUB = ZERO
029753         DISPLAY "Operator " WS-WORK-ID " is not on file."
029754         GO TO 5700-EXIT
029755     END-IF.
029756     PERFORM 6200-GET-ROLE THRU 6200-EXIT.
029757     IF WS-WORK-ROLE = WS-TBL-OPER-ROLE (WS-MATCH-SUB)
029758         DISPLAY "Operator " WS-WORK-ID " already has that role."
029759         GO TO 5700-EXIT
029760     END-IF.
029761     PERFORM 6250-NAME-ROLE THRU 6250-EXIT.
029762     DISPLAY "Make operator " WS-WORK-ID " ("
029763         WS-TBL-OPER-NAME (WS-MATCH-SUB) ") a " WS-ROLE-NAME " ?".
029764     PERFORM 6000-GET-CONFIRM THRU 6000-EXIT.
029765     IF CONFIRM-IS-NO
029766         DISPLAY "Change abandoned."
029767         GO TO 5700-EXIT
029768     END-IF.
029769     MOVE WS-WORK-ROLE TO WS-TBL-OPER-ROLE (WS-MATCH-SUB).
029770     PERFORM 7000-REWRITE-OPERATORS THRU 7000-EXIT.
029771     DISPLAY "Role changed.".
029772 5700-EXIT.
029773     EXIT.
029800
029900******************************************************************
030000*    6000-GET-CONFIRM - THE SAME UPPERCASED YES/NO EDIT PATTERN   *
034300     END-IF.
034400 6110-EXIT.
034500     EXIT.
034501
034502******************************************************************
034503*    6200-GET-ROLE - C, S, M OR A, UPPERCASED, RE-PROMPTED UNTIL  *
034504*    VALID.                                                       *
034505******************************************************************
034506 6200-GET-ROLE.
034507     MOVE "N" TO WS-VALID-SW.
034508     PERFORM 6210-PROMPT-ROLE THRU 6210-EXIT
034509         UNTIL INPUT-IS-VALID.
034510 6200-EXIT.
034511     EXIT.
034512
034513 6210-PROMPT-ROLE.
034514     DISPLAY "Role (C=clerk S=supervisor M=manager A=admin): "
034515         WITH NO ADVANCING.
034516     ACCEPT WS-WORK-ROLE.
034517     INSPECT WS-WORK-ROLE CONVERTING
034518         "csma" TO "CSMA".
034519     IF WORK-ROLE-IS-VALID
034520         MOVE "Y" TO WS-VALID-SW
034521     ELSE
034522         DISPLAY "Role must be C, S, M or A."
034523     END-IF.
034524 6210-EXIT.
034525     EXIT.
034526
034527 6250-NAME-ROLE.
034528     EVALUATE WS-WORK-ROLE
034529         WHEN "S"
034530             MOVE "SUPERVISOR" TO WS-ROLE-NAME
034531         WHEN "M"
034532             MOVE "MANAGER"    TO WS-ROLE-NAME
034533         WHEN "A"
034534             MOVE "ADMIN"      TO WS-ROLE-NAME
034535         WHEN OTHER
034536             MOVE "CLERK"      TO WS-ROLE-NAME
034537     END-EVALUATE.
034538 6250-EXIT.
034539     EXIT.
034540
034541******************************************************************
034542*    6300-GET-PIN - FOUR DIGITS, KEYED TWICE TO CATCH A SLIP.     *
034543******************************************************************
034544 6300-GET-PIN.
034545     MOVE "N" TO WS-VALID-SW.
034546     PERFORM 6310-PROMPT-PIN THRU 6310-EXIT
034547         UNTIL INPUT-IS-VALID.
034548 6300-EXIT.
034549     EXIT.
034550
034551 6310-PROMPT-PIN.
034552     DISPLAY "PIN (four digits): " WITH NO ADVANCING.
034553     ACCEPT WS-WORK-PIN.
034554     IF WS-WORK-PIN NOT NUMERIC
034555         DISPLAY "The PIN must be four digits."
034556         GO TO 6310-EXIT
034557     END-IF.
034558     DISPLAY "Key the PIN again: " WITH NO ADVANCING.
034559     ACCEPT WS-WORK-PIN-AGAIN.
034560     IF WS-WORK-PIN-AGAIN NOT = WS-WORK-PIN
034561         DISPLAY "The two PINs differ - key it again."
034562     ELSE
034563         MOVE "Y" TO WS-VALID-SW
034564     END-IF.
034565 6310-EXIT.
034566     EXIT.
034600
034700******************************************************************
034800*    7000-REWRITE-OPERATORS - THE WHOLE FILE IS REWRITTEN FROM    *
036100     MOVE WS-TBL-OPER-ID (WS-OPER-SUB)     TO OPER-ID.
036200     MOVE WS-TBL-OPER-NAME (WS-OPER-SUB)   TO OPER-NAME.
036300     MOVE WS-TBL-OPER-STATUS (WS-OPER-SUB) TO OPER-STATUS.
036320     MOVE WS-TBL-OPER-ROLE (WS-OPER-SUB)   TO OPER-ROLE.
036340     MOVE WS-TBL-OPER-PIN (WS-OPER-SUB)    TO OPER-PIN.
036360     MOVE WS-TBL-OPER-FAILS (WS-OPER-SUB)  TO OPER-FAIL-COUNT.
036380     MOVE WS-TBL-OPER-LOCKED (WS-OPER-SUB) TO OPER-LOCK-DATE.
036400     WRITE OPERATOR-RECORD.
036500 7100-EXIT.
036600     EXIT.
