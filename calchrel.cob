000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCHREL.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* HOLD QUEUE RELEASE AND RESULT LIMIT MAINTENANCE.  THE BATCH    *
000100* CALCULATOR PUTS A RESULT OVER ITS LIMIT ON THE KEYED HOLD      *
000110* QUEUE (HOLDFILE) INSTEAD OF THE GL EXTRACT.  HERE A SUPERVISOR *
000120* WALKS THE ITEMS STILL HELD AND APPROVES OR CANCELS EACH ONE -  *
000130* NEVER ONE HELD FROM THEIR OWN RUN - AND THE NEXT BATCH RUN     *
000140* SENDS APPROVED ITEMS TO THE GL EXTRACT AND CANCELLED ITEMS TO  *
000150* THE REJECT SUSPENSE FILE.  THE SAME SESSION MAINTAINS THE      *
000160* RESULT LIMITS TABLE (LIMITTBL) - ADD, CHANGE, DEACTIVATE AND   *
000170* LOOK UP LIMITS KEYED BY OPERATION CODE PLUS OPERATOR ID        *
000180* (OPERATOR '*DEFAULT' IS THE OPERATION'S DEPARTMENT-LEVEL       *
000190* FALLBACK).  GATED BY SUPERVISOR AUTHORITY ON THE OPERATOR      *
000200* MASTER, WITH THE SAME PIN SIGN-ON AS THE CALCULATOR.           *
000210*----------------------------------------------------------------*
000220* MODIFICATION HISTORY                                           *
000230*----------------------------------------------------------------*
000240* DATE       INITIALS  DESCRIPTION                               *
000250* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000254* 2026-10-15 JAW       A FAILED LIMIT OR HOLD REWRITE IS REPORTED*
000258*                      AND ENDS THE SESSION WITH RC 12.          *
000260* 2026-10-15 JAW       AN OPERATOR WITH NO PIN ON FILE IS REFUSED*
000262*                      AT SIGN-ON AND LOGGED - A SUPERVISOR MUST *
000264*                      ISSUE THE FIRST PIN.                      *
000266*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS HQ-HOLD-KEY
000360         FILE STATUS IS WS-HOLD-FILE-STATUS.
000370
000380     SELECT LIMIT-FILE ASSIGN TO "LIMITTBL"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS LM-LIMIT-KEY
000420         FILE STATUS IS WS-LIMIT-FILE-STATUS.
000430
000440     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OM-OPERATOR-ID
000480         FILE STATUS IS WS-OPER-FILE-STATUS.
000490
000500     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000530
000540 DATA DIVISION.
000550
000560 FILE SECTION.
000570 FD  HOLD-FILE.
000580     COPY CALCHOLD.
000590
000600 FD  LIMIT-FILE.
000610     COPY CALCLIMT.
000620
000630 FD  OPERATOR-FILE.
000640     COPY CALCOPER.
000650
000660 FD  SECLOG-FILE.
000670     COPY CALCSECL.
000680
000690 WORKING-STORAGE SECTION.
000700
000710 01  WS-HOLD-FILE-STATUS         PIC X(02) VALUE SPACES.
000720 01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
000730 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
000740 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000750
000760 77  WS-SIGNON-OK-SW             PIC X VALUE 'N'.
000770     88  WS-SIGNON-OK            VALUE 'Y'.
000780
000790 77  WS-INITIAL-SETUP-SW         PIC X VALUE 'N'.
000800     88  WS-INITIAL-SETUP        VALUE 'Y'.
000810
000820 77  WS-MAINT-DONE-SW            PIC X VALUE 'N'.
000830     88  WS-MAINT-DONE           VALUE 'Y'.
000840
000850 77  WS-KEY-OK-SW                PIC X VALUE 'N'.
000860     88  WS-KEY-OK               VALUE 'Y'.
000862
000864 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000866     88  WS-FILE-ERROR           VALUE 'Y'.
000870
000880 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000890 01  WS-MAINT-FUNCTION           PIC X.
000900 01  WS-MAINT-OPERATION          PIC X(01) VALUE SPACE.
000910 01  WS-MAINT-OPERATOR           PIC X(08) VALUE SPACES.
000920 01  WS-MAINT-VALUE-IN           PIC X(22) VALUE SPACES.
000930 01  WS-MAINT-LIMIT              PIC 9(10)V9(02) VALUE ZERO.
000940 01  WS-NUM-RC                   PIC S9(04) COMP VALUE ZERO.
000950
000960 01  WS-DISPLAY-LIMIT            PIC Z(9)9.9(2).
000970 01  WS-DISPLAY-AMOUNT           PIC -(10)9.9(2).
000980
000990*----------------------------------------------------------------*
001000* PIN AND SECURITY LOG WORKING STORAGE - THE SAME LOCKOUT        *
001010* THRESHOLD AND PIN LIFETIME AS THE CALCULATOR SIGN-ON.          *
001020*----------------------------------------------------------------*
001030 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
001040 77  WS-PIN-EXPIRY-DAYS          PIC 9(03) VALUE 90.
001050
001060 77  WS-PIN-OK-SW                PIC X VALUE 'N'.
001070     88  WS-PIN-OK               VALUE 'Y'.
001080
001090 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
001100     88  WS-PIN-VALID            VALUE 'Y'.
001110
001120 77  WS-PIN-EXPIRED-SW           PIC X VALUE 'N'.
001130     88  WS-PIN-EXPIRED          VALUE 'Y'.
001140
001150 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
001160 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
001170 01  WS-PIN-NEW-SCRAMBLED        PIC X(08) VALUE SPACES.
001180 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
001190 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
001200 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
001210 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
001220 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001230 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
001240 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
001250 01  WS-PIN-AGE-DAYS             PIC S9(08) COMP VALUE ZERO.
001260 01  WS-SIGNON-DATE              PIC 9(08) VALUE ZERO.
001270
001280 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
001290 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
001300 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
001310
001320 01  WS-TIME-OF-DAY.
001330     05  WS-TIME-HHMMSS          PIC 9(06).
001340     05  FILLER                  PIC 9(02).
001350
001360*----------------------------------------------------------------*
001370* HOLD QUEUE REVIEW WORKING STORAGE                              *
001380*----------------------------------------------------------------*
001390 77  WS-HOLD-BROWSE-DONE-SW      PIC X VALUE 'N'.
001400     88  WS-HOLD-BROWSE-DONE     VALUE 'Y'.
001410
001420 01  WS-HOLD-RESPONSE            PIC X(01) VALUE SPACE.
001430 01  WS-HOLD-REVIEWED-CNT        PIC 9(05) COMP VALUE ZERO.
001440 01  WS-HOLD-APPROVED-CNT        PIC 9(05) COMP VALUE ZERO.
001450 01  WS-HOLD-CANCELLED-CNT       PIC 9(05) COMP VALUE ZERO.
001460
001470 PROCEDURE DIVISION.
001480
001490*----------------------------------------------------------------*
001500* 0000-MAINLINE                                                  *
001510*----------------------------------------------------------------*
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE
001540         THRU 1000-EXIT.
001550
001560     IF NOT WS-SIGNON-OK
001570         MOVE 12 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600
001610     PERFORM 2000-MAINT-ONE-FUNCTION
001620         THRU 2000-EXIT
001630         UNTIL WS-MAINT-DONE.
001640
001650     PERFORM 9000-TERMINATE
001660         THRU 9000-EXIT.
001670
001680     STOP RUN.
001690
001700 0000-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------------*
001740* 1000-INITIALIZE                                                *
001750* VERIFIES SUPERVISOR AUTHORITY AGAINST THE OPERATOR MASTER,     *
001760* THEN OPENS (OR CREATES) THE HOLD QUEUE AND THE RESULT LIMITS   *
001770* TABLE.  WHEN NO OPERATOR MASTER EXISTS YET (INITIAL SETUP) THE *
001780* SESSION IS ALLOWED SO THE LIMITS CAN BE LOADED, BUT HELD ITEMS *
001790* CANNOT BE DECIDED WITHOUT A SIGNED-ON SUPERVISOR.              *
001800*----------------------------------------------------------------*
001810 1000-INITIALIZE.
001820     DISPLAY "*********************************".
001830     DISPLAY "HOLD QUEUE RELEASE AND LIMITS".
001840     DISPLAY "*********************************".
001850     DISPLAY " ".
001860
001870     OPEN I-O OPERATOR-FILE.
001880     IF WS-OPER-FILE-STATUS = '35'
001890         DISPLAY "Operator master not on file - initial "
001900             "setup; supervisor authority assumed."
001910         MOVE 'Y' TO WS-SIGNON-OK-SW
001920         MOVE 'Y' TO WS-INITIAL-SETUP-SW
001930     ELSE
001940         IF WS-OPER-FILE-STATUS NOT = '00'
001950             DISPLAY "Cannot open operator master - status "
001960                 WS-OPER-FILE-STATUS
001970             GO TO 1000-EXIT
001980         END-IF
001990         PERFORM 1100-SIGNON
002000             THRU 1100-EXIT
002010         CLOSE OPERATOR-FILE
002020     END-IF.
002030
002040     IF NOT WS-SIGNON-OK
002050         DISPLAY "Sign-on failed - session ended."
002060         GO TO 1000-EXIT
002070     END-IF.
002080
002090     OPEN I-O HOLD-FILE.
002100     IF WS-HOLD-FILE-STATUS = '35'
002110         OPEN OUTPUT HOLD-FILE
002120         IF WS-HOLD-FILE-STATUS NOT = '00'
002130             DISPLAY "Cannot create hold queue - status "
002140                 WS-HOLD-FILE-STATUS
002150             MOVE 'N' TO WS-SIGNON-OK-SW
002160             GO TO 1000-EXIT
002170         END-IF
002180         CLOSE HOLD-FILE
002190         OPEN I-O HOLD-FILE
002200     END-IF.
002210
002220     IF WS-HOLD-FILE-STATUS NOT = '00'
002230         DISPLAY "Cannot open hold queue - status "
002240             WS-HOLD-FILE-STATUS
002250         MOVE 'N' TO WS-SIGNON-OK-SW
002260         GO TO 1000-EXIT
002270     END-IF.
002280
002290     OPEN I-O LIMIT-FILE.
002300     IF WS-LIMIT-FILE-STATUS = '35'
002310         OPEN OUTPUT LIMIT-FILE
002320         IF WS-LIMIT-FILE-STATUS NOT = '00'
002330             DISPLAY "Cannot create result limits table - "
002340                 "status " WS-LIMIT-FILE-STATUS
002350             CLOSE HOLD-FILE
002360             MOVE 'N' TO WS-SIGNON-OK-SW
002370             GO TO 1000-EXIT
002380         END-IF
002390         CLOSE LIMIT-FILE
002400         OPEN I-O LIMIT-FILE
002410     END-IF.
002420
002430     IF WS-LIMIT-FILE-STATUS NOT = '00'
002440         DISPLAY "Cannot open result limits table - status "
002450             WS-LIMIT-FILE-STATUS
002460         CLOSE HOLD-FILE
002470         MOVE 'N' TO WS-SIGNON-OK-SW
002480     END-IF.
002490
002500 1000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------*
002540* 1100-SIGNON                                                    *
002550*----------------------------------------------------------------*
002560 1100-SIGNON.
002570     DISPLAY "Enter operator ID: ".
002580     ACCEPT WS-OPERATOR-ID.
002590
002600     IF WS-OPERATOR-ID = SPACES
002610         DISPLAY "Operator ID is required."
002620         GO TO 1100-EXIT
002630     END-IF.
002640
002650     MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
002660     READ OPERATOR-FILE
002670         INVALID KEY
002680         DISPLAY "Operator not on file."
002690         MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-REASON
002700         MOVE ZERO TO WS-SEC-FAILED-CNT
002710         PERFORM 1160-LOG-SIGNON-FAILURE
002720             THRU 1160-EXIT
002730         GO TO 1100-EXIT
002740     END-READ.
002750
002760     IF OM-INACTIVE
002770         DISPLAY "Operator is deactivated."
002780         MOVE "OPERATOR INACTIVE" TO WS-SEC-REASON
002790         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
002800         PERFORM 1160-LOG-SIGNON-FAILURE
002810             THRU 1160-EXIT
002820         GO TO 1100-EXIT
002830     END-IF.
002840
002850     IF OM-LOCKED
002860         DISPLAY "Operator is locked - a supervisor must "
002870             "unlock it."
002880         MOVE "OPERATOR LOCKED" TO WS-SEC-REASON
002890         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
002900         PERFORM 1160-LOG-SIGNON-FAILURE
002910             THRU 1160-EXIT
002920         GO TO 1100-EXIT
002930     END-IF.
002940
002950     PERFORM 1110-VERIFY-PIN
002960         THRU 1110-EXIT.
002970     IF NOT WS-PIN-OK
002980         GO TO 1100-EXIT
002990     END-IF.
003000
003010     IF NOT OM-AUTH-SUPERVISOR
003020         DISPLAY "Not authorized for hold queue release."
003030         MOVE "NOT A SUPERVISOR" TO WS-SEC-REASON
003040         MOVE ZERO TO WS-SEC-FAILED-CNT
003050         PERFORM 1160-LOG-SIGNON-FAILURE
003060             THRU 1160-EXIT
003070         GO TO 1100-EXIT
003080     END-IF.
003090     DISPLAY "Signed on: " OM-OPERATOR-NAME.
003100     MOVE 'Y' TO WS-SIGNON-OK-SW.
003110
003120 1100-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------------*
003160* 1110-VERIFY-PIN                                                *
003170* CHECKS THE PIN FOR THE OPERATOR JUST READ.  A BAD PIN COUNTS  *
003180* TOWARD THE LOCKOUT.  A GOOD PIN CLEARS THE COUNT; IF IT HAS   *
003190* EXPIRED (OR WAS ISSUED BY A SUPERVISOR) THE OPERATOR MUST     *
003200* CHOOSE A NEW ONE BEFORE THE SESSION GOES ON.  AN OPERATOR     *
003210* WITH NO PIN ON FILE IS REFUSED UNTIL A SUPERVISOR ISSUES ONE. *
003220* SAME RULES AS THE CALCULATOR SIGN-ON.                         *
003230*----------------------------------------------------------------*
003240 1110-VERIFY-PIN.
003250     MOVE 'N' TO WS-PIN-OK-SW.
003260     ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
003270
003280     IF OM-PIN-SCRAMBLED = SPACES
003290         DISPLAY "No PIN on file - a supervisor must issue "
003300             "one before you can sign on."
003310         MOVE "NO PIN ON FILE" TO WS-SEC-REASON
003320         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
003330         PERFORM 1160-LOG-SIGNON-FAILURE
003340             THRU 1160-EXIT
003350         GO TO 1110-EXIT
003360     END-IF.
003410
003420     MOVE SPACES TO WS-PIN-ENTERED.
003430     DISPLAY "Enter PIN: ".
003440     ACCEPT WS-PIN-ENTERED.
003450
003460     PERFORM 1130-SCRAMBLE-PIN
003470         THRU 1130-EXIT.
003480
003490     IF NOT WS-PIN-VALID
003500             OR WS-PIN-SCRAMBLED NOT = OM-PIN-SCRAMBLED
003510         PERFORM 1140-RECORD-BAD-PIN
003520             THRU 1140-EXIT
003530         GO TO 1110-EXIT
003540     END-IF.
003550
003560     MOVE ZERO TO OM-FAILED-SIGNON-CNT.
003570
003580     PERFORM 1150-CHECK-PIN-EXPIRY
003590         THRU 1150-EXIT.
003600
003610     IF NOT WS-PIN-EXPIRED
003620         REWRITE CALC-OPERATOR-REC
003630         MOVE 'Y' TO WS-PIN-OK-SW
003640         GO TO 1110-EXIT
003650     END-IF.
003660
003670     DISPLAY "PIN has expired - choose a new PIN now.".
003680     PERFORM 1120-SET-NEW-PIN
003690         THRU 1120-EXIT.
003700
003710     IF WS-PIN-OK
003720         MOVE 'C' TO WS-SEC-EVENT
003730         MOVE "PIN CHANGED AT SIGN-ON" TO WS-SEC-REASON
003740         MOVE ZERO TO WS-SEC-FAILED-CNT
003750         PERFORM 1170-WRITE-SECURITY-LOG
003760             THRU 1170-EXIT
003770     ELSE
003780         REWRITE CALC-OPERATOR-REC
003790         MOVE "EXPIRED PIN UNCHANGED" TO WS-SEC-REASON
003800         MOVE ZERO TO WS-SEC-FAILED-CNT
003810         PERFORM 1160-LOG-SIGNON-FAILURE
003820             THRU 1160-EXIT
003830     END-IF.
003840
003850 1110-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------*
003890* 1120-SET-NEW-PIN                                               *
003900* HAS THE OPERATOR KEY A NEW PIN TWICE.  IT MUST BE 4 TO 8      *
003910* DIGITS AND DIFFER FROM THE PIN IT REPLACES.  THE NEW PIN      *
003920* RESTARTS THE EXPIRY CLOCK FROM TODAY.                         *
003930*----------------------------------------------------------------*
003940 1120-SET-NEW-PIN.
003950     MOVE 'N' TO WS-PIN-OK-SW.
003960
003970     MOVE SPACES TO WS-PIN-ENTERED.
003980     DISPLAY "New PIN (4 to 8 digits): ".
003990     ACCEPT WS-PIN-ENTERED.
004000
004010     PERFORM 1130-SCRAMBLE-PIN
004020         THRU 1130-EXIT.
004030
004040     IF NOT WS-PIN-VALID
004050         DISPLAY "PIN must be 4 to 8 digits - not changed."
004060         GO TO 1120-EXIT
004070     END-IF.
004080
004090     IF WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
004100         DISPLAY "New PIN must differ from the old one - "
004110             "not changed."
004120         GO TO 1120-EXIT
004130     END-IF.
004140
004150     MOVE WS-PIN-SCRAMBLED TO WS-PIN-NEW-SCRAMBLED.
004160
004170     MOVE SPACES TO WS-PIN-ENTERED.
004180     DISPLAY "Re-enter new PIN: ".
004190     ACCEPT WS-PIN-ENTERED.
004200
004210     PERFORM 1130-SCRAMBLE-PIN
004220         THRU 1130-EXIT.
004230
004240     IF WS-PIN-SCRAMBLED NOT = WS-PIN-NEW-SCRAMBLED
004250         DISPLAY "PINs do not match - not changed."
004260         GO TO 1120-EXIT
004270     END-IF.
004280
004290     MOVE WS-PIN-NEW-SCRAMBLED TO OM-PIN-SCRAMBLED.
004300     MOVE WS-SIGNON-DATE       TO OM-PIN-CHANGED-DATE.
004310     MOVE ZERO                 TO OM-FAILED-SIGNON-CNT.
004320     REWRITE CALC-OPERATOR-REC.
004330
004340     DISPLAY "PIN changed.".
004350     MOVE 'Y' TO WS-PIN-OK-SW.
004360
004370 1120-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------*
004410* 1130-SCRAMBLE-PIN                                              *
004420* EDITS WS-PIN-ENTERED (4 TO 8 DIGITS, LEFT-JUSTIFIED) AND      *
004430* TURNS IT INTO THE FORM HELD ON THE OPERATOR MASTER IN         *
004440* WS-PIN-SCRAMBLED, SALTED BY OM-OPERATOR-ID.  THIS MUST STAY   *
004450* IDENTICAL TO 1250-SCRAMBLE-PIN IN CALCULATOR, WHICH ISSUES    *
004460* AND CHANGES THE SAME PINS.                                    *
004470*----------------------------------------------------------------*
004480 1130-SCRAMBLE-PIN.
004490     MOVE 'N'    TO WS-PIN-VALID-SW.
004500     MOVE SPACES TO WS-PIN-SCRAMBLED.
004510     MOVE ZERO   TO WS-PIN-LENGTH.
004520     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
004530         FOR CHARACTERS BEFORE INITIAL SPACE.
004540
004550     IF WS-PIN-LENGTH < 4
004560         GO TO 1130-EXIT
004570     END-IF.
004580
004590     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
004600         GO TO 1130-EXIT
004610     END-IF.
004620
004630     IF WS-PIN-LENGTH < 8
004640         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
004650             GO TO 1130-EXIT
004660         END-IF
004670     END-IF.
004680
004690     MOVE 'Y' TO WS-PIN-VALID-SW.
004700     COMPUTE WS-PIN-NUMERIC =
004710         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
004720
004730     MOVE ZERO TO WS-PIN-SALT.
004740     PERFORM 1135-ADD-SALT-CHARACTER
004750         THRU 1135-EXIT
004760         VARYING WS-PIN-IX FROM 1 BY 1
004770         UNTIL WS-PIN-IX > 8.
004780
004790     COMPUTE WS-PIN-HASH-WORK =
004800         WS-PIN-NUMERIC * 7919
004810         + WS-PIN-SALT * 104729
004820         + WS-PIN-LENGTH * 15485863.
004830     DIVIDE WS-PIN-HASH-WORK BY 99999989
004840         GIVING WS-PIN-HASH-QUOTIENT
004850         REMAINDER WS-PIN-HASH.
004860
004870     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
004880     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
004890         TO "KQXBMZRDWT".
004900
004910 1130-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------*
004950* 1135-ADD-SALT-CHARACTER                                        *
004960*----------------------------------------------------------------*
004970 1135-ADD-SALT-CHARACTER.
004980     COMPUTE WS-PIN-SALT = WS-PIN-SALT
004990         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
005000         * WS-PIN-IX.
005010
005020 1135-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------*
005060* 1140-RECORD-BAD-PIN                                            *
005070* COUNTS A BAD PIN AGAINST THE OPERATOR.  REACHING THE LOCKOUT  *
005080* THRESHOLD SETS THE LOCKED STATUS, WHICH ONLY A SUPERVISOR CAN *
005090* CLEAR THROUGH THE CALCULATOR'S OPERATOR MAINTENANCE.          *
005100*----------------------------------------------------------------*
005110 1140-RECORD-BAD-PIN.
005120     ADD 1 TO OM-FAILED-SIGNON-CNT.
005130     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
005140
005150     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
005160         REWRITE CALC-OPERATOR-REC
005170         DISPLAY "Invalid PIN."
005180         MOVE "INVALID PIN" TO WS-SEC-REASON
005190         PERFORM 1160-LOG-SIGNON-FAILURE
005200             THRU 1160-EXIT
005210         GO TO 1140-EXIT
005220     END-IF.
005230
005240     MOVE 'L' TO OM-STATUS-CODE.
005250     REWRITE CALC-OPERATOR-REC.
005260     DISPLAY "Invalid PIN - operator is now locked; a "
005270         "supervisor must unlock it.".
005280
005290     MOVE 'L'                TO WS-SEC-EVENT.
005300     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
005310     PERFORM 1170-WRITE-SECURITY-LOG
005320         THRU 1170-EXIT.
005330
005340 1140-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------*
005380* 1150-CHECK-PIN-EXPIRY                                          *
005390* A PIN EXPIRES WS-PIN-EXPIRY-DAYS AFTER IT WAS LAST CHANGED.   *
005400* A ZERO CHANGED DATE (SUPERVISOR-ISSUED PIN) OR ONE THAT IS    *
005410* NOT A VALID DATE COUNTS AS EXPIRED.                           *
005420*----------------------------------------------------------------*
005430 1150-CHECK-PIN-EXPIRY.
005440     MOVE 'N' TO WS-PIN-EXPIRED-SW.
005450
005460     IF OM-PIN-CHANGED-DATE NOT NUMERIC
005470             OR OM-PIN-CHANGED-DATE = ZERO
005480         MOVE 'Y' TO WS-PIN-EXPIRED-SW
005490         GO TO 1150-EXIT
005500     END-IF.
005510
005520     COMPUTE WS-PIN-AGE-DAYS =
005530         FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE)
005540         - FUNCTION INTEGER-OF-DATE(OM-PIN-CHANGED-DATE).
005550
005560     IF WS-PIN-AGE-DAYS NOT < WS-PIN-EXPIRY-DAYS
005570         MOVE 'Y' TO WS-PIN-EXPIRED-SW
005580     END-IF.
005590
005600 1150-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640* 1160-LOG-SIGNON-FAILURE                                        *
005650* LOGS A REFUSED SIGN-ON.  THE CALLER SETS THE REASON AND THE   *
005660* FAILED-PIN COUNT.                                             *
005670*----------------------------------------------------------------*
005680 1160-LOG-SIGNON-FAILURE.
005690     MOVE 'F' TO WS-SEC-EVENT.
005700     PERFORM 1170-WRITE-SECURITY-LOG
005710         THRU 1170-EXIT.
005720
005730 1160-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------*
005770* 1170-WRITE-SECURITY-LOG                                        *
005780* APPENDS ONE SIGN-ON EVENT FOR THE KEYED OPERATOR ID TO THE    *
005790* SECURITY LOG (SECLOG).  A LOG FAILURE IS REPORTED BUT NEVER   *
005800* STOPS THE SESSION.                                            *
005810*----------------------------------------------------------------*
005820 1170-WRITE-SECURITY-LOG.
005830     OPEN EXTEND SECLOG-FILE.
005840     IF WS-SECLOG-FILE-STATUS = '35'
005850         OPEN OUTPUT SECLOG-FILE
005860     END-IF.
005870     IF WS-SECLOG-FILE-STATUS NOT = '00'
005880         DISPLAY "Cannot open security log - status "
005890             WS-SECLOG-FILE-STATUS
005900         GO TO 1170-EXIT
005910     END-IF.
005920
005930     MOVE SPACES TO CALC-SECLOG-REC.
005940     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
005950     ACCEPT WS-TIME-OF-DAY FROM TIME.
005960     MOVE WS-TIME-HHMMSS      TO SL-LOG-TIME.
005970     MOVE "CALCHREL"          TO SL-PROGRAM-ID.
005980     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
005990     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
006000     MOVE SPACES              TO SL-BY-OPERATOR-ID.
006010     MOVE WS-SEC-REASON       TO SL-REASON.
006020     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
006030     MOVE 'C'                 TO SL-ENTRY-MODE.
006040
006050     WRITE CALC-SECLOG-REC.
006060     CLOSE SECLOG-FILE.
006070
006080 1170-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------*
006120* 2000-MAINT-ONE-FUNCTION                                        *
006130*----------------------------------------------------------------*
006140 2000-MAINT-ONE-FUNCTION.
006150     DISPLAY " ".
006160     DISPLAY "Hold queue - (H)eld items, (A)dd limit, "
006170         "(C)hange limit, (D)eactivate limit, (L)ook up "
006180         "limit, (Q)uit: ".
006190     ACCEPT WS-MAINT-FUNCTION.
006200
006210     EVALUATE WS-MAINT-FUNCTION
006220         WHEN 'H'
006230         WHEN 'h'
006240             PERFORM 2500-REVIEW-HELD-ITEMS
006250                 THRU 2500-EXIT
006260         WHEN 'A'
006270         WHEN 'a'
006280             PERFORM 2100-MAINT-ADD
006290                 THRU 2100-EXIT
006300         WHEN 'C'
006310         WHEN 'c'
006320             PERFORM 2200-MAINT-CHANGE
006330                 THRU 2200-EXIT
006340         WHEN 'D'
006350         WHEN 'd'
006360             PERFORM 2300-MAINT-DEACTIVATE
006370                 THRU 2300-EXIT
006380         WHEN 'L'
006390         WHEN 'l'
006400             PERFORM 2400-MAINT-DISPLAY
006410                 THRU 2400-EXIT
006420         WHEN 'Q'
006430         WHEN 'q'
006440             MOVE 'Y' TO WS-MAINT-DONE-SW
006450         WHEN OTHER
006460             DISPLAY "Invalid function - use H, A, C, D, L or Q."
006470     END-EVALUATE.
006480
006490 2000-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------*
006530* 2100-MAINT-ADD                                                 *
006540*----------------------------------------------------------------*
006550 2100-MAINT-ADD.
006560     PERFORM 3000-MAINT-ACCEPT-KEY
006570         THRU 3000-EXIT.
006580     IF NOT WS-KEY-OK
006590         GO TO 2100-EXIT
006600     END-IF.
006610
006620     MOVE WS-MAINT-OPERATION TO LM-OPERATION.
006630     MOVE WS-MAINT-OPERATOR  TO LM-OPERATOR-ID.
006640     READ LIMIT-FILE
006650         INVALID KEY
006660         CONTINUE
006670         NOT INVALID KEY
006680         DISPLAY "Limit already on file - use Change."
006690         GO TO 2100-EXIT
006700     END-READ.
006710
006720     PERFORM 3100-MAINT-ACCEPT-LIMIT
006730         THRU 3100-EXIT.
006740     IF NOT WS-KEY-OK
006750         GO TO 2100-EXIT
006760     END-IF.
006770
006780     MOVE WS-MAINT-OPERATION TO LM-OPERATION.
006790     MOVE WS-MAINT-OPERATOR  TO LM-OPERATOR-ID.
006800     MOVE WS-MAINT-LIMIT     TO LM-LIMIT-AMOUNT.
006810     MOVE 'A'                TO LM-STATUS-CODE.
006820     MOVE WS-OPERATOR-ID     TO LM-CHANGED-BY.
006830     ACCEPT LM-CHANGED-DATE FROM DATE YYYYMMDD.
006840
006850     WRITE CALC-LIMIT-REC
006860         INVALID KEY
006870         DISPLAY "Limit already on file - use Change."
006880         GO TO 2100-EXIT
006890     END-WRITE.
006900
006910     DISPLAY "Limit added.".
006920
006930 2100-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------*
006970* 2200-MAINT-CHANGE                                              *
006980* A CHANGE ALSO REACTIVATES A DEACTIVATED LIMIT.                 *
006990*----------------------------------------------------------------*
007000 2200-MAINT-CHANGE.
007010     PERFORM 3000-MAINT-ACCEPT-KEY
007020         THRU 3000-EXIT.
007030     IF NOT WS-KEY-OK
007040         GO TO 2200-EXIT
007050     END-IF.
007060
007070     MOVE WS-MAINT-OPERATION TO LM-OPERATION.
007080     MOVE WS-MAINT-OPERATOR  TO LM-OPERATOR-ID.
007090     READ LIMIT-FILE
007100         INVALID KEY
007110         DISPLAY "Limit not on file."
007120         GO TO 2200-EXIT
007130     END-READ.
007140
007150     MOVE LM-LIMIT-AMOUNT TO WS-DISPLAY-LIMIT.
007160     DISPLAY "Current limit " WS-DISPLAY-LIMIT
007170         " status " LM-STATUS-CODE.
007180
007190     PERFORM 3100-MAINT-ACCEPT-LIMIT
007200         THRU 3100-EXIT.
007210     IF NOT WS-KEY-OK
007220         GO TO 2200-EXIT
007230     END-IF.
007240
007250     MOVE WS-MAINT-LIMIT TO LM-LIMIT-AMOUNT.
007260     MOVE 'A'            TO LM-STATUS-CODE.
007270     MOVE WS-OPERATOR-ID TO LM-CHANGED-BY.
007280     ACCEPT LM-CHANGED-DATE FROM DATE YYYYMMDD.
007290
007292     REWRITE CALC-LIMIT-REC
007294         INVALID KEY
007296         DISPLAY "Limit not changed - status "
007298             WS-LIMIT-FILE-STATUS
007300         MOVE 'Y' TO WS-FILE-ERROR-SW
007302         GO TO 2200-EXIT
007304     END-REWRITE.
007306
007308     DISPLAY "Limit changed.".
007320
007330 2200-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------*
007370* 2300-MAINT-DEACTIVATE                                          *
007380* A DEACTIVATED OPERATOR LIMIT FALLS BACK TO THE '*DEFAULT'      *
007390* LIMIT; A DEACTIVATED '*DEFAULT' LIMIT MEANS NO LIMIT.          *
007400*----------------------------------------------------------------*
007410 2300-MAINT-DEACTIVATE.
007420     PERFORM 3000-MAINT-ACCEPT-KEY
007430         THRU 3000-EXIT.
007440     IF NOT WS-KEY-OK
007450         GO TO 2300-EXIT
007460     END-IF.
007470
007480     MOVE WS-MAINT-OPERATION TO LM-OPERATION.
007490     MOVE WS-MAINT-OPERATOR  TO LM-OPERATOR-ID.
007500     READ LIMIT-FILE
007510         INVALID KEY
007520         DISPLAY "Limit not on file."
007530         GO TO 2300-EXIT
007540     END-READ.
007550
007560     MOVE 'I'            TO LM-STATUS-CODE.
007570     MOVE WS-OPERATOR-ID TO LM-CHANGED-BY.
007580     ACCEPT LM-CHANGED-DATE FROM DATE YYYYMMDD.
007590
007592     REWRITE CALC-LIMIT-REC
007594         INVALID KEY
007596         DISPLAY "Limit not deactivated - status "
007598             WS-LIMIT-FILE-STATUS
007600         MOVE 'Y' TO WS-FILE-ERROR-SW
007602         GO TO 2300-EXIT
007604     END-REWRITE.
007606
007608     DISPLAY "Limit deactivated.".
007620
007630 2300-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------*
007670* 2400-MAINT-DISPLAY                                             *
007680*----------------------------------------------------------------*
007690 2400-MAINT-DISPLAY.
007700     PERFORM 3000-MAINT-ACCEPT-KEY
007710         THRU 3000-EXIT.
007720     IF NOT WS-KEY-OK
007730         GO TO 2400-EXIT
007740     END-IF.
007750
007760     MOVE WS-MAINT-OPERATION TO LM-OPERATION.
007770     MOVE WS-MAINT-OPERATOR  TO LM-OPERATOR-ID.
007780     READ LIMIT-FILE
007790         INVALID KEY
007800         DISPLAY "Limit not on file."
007810         GO TO 2400-EXIT
007820     END-READ.
007830
007840     MOVE LM-LIMIT-AMOUNT TO WS-DISPLAY-LIMIT.
007850     DISPLAY "Operation:   " LM-OPERATION.
007860     DISPLAY "Operator:    " LM-OPERATOR-ID.
007870     DISPLAY "Limit:       " WS-DISPLAY-LIMIT.
007880     DISPLAY "Status:      " LM-STATUS-CODE.
007890     DISPLAY "Changed by:  " LM-CHANGED-BY
007900         " on " LM-CHANGED-DATE.
007910
007920 2400-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------------*
007960* 2500-REVIEW-HELD-ITEMS                                         *
007970* WALKS THE HOLD QUEUE IN KEY ORDER.  EACH ITEM STILL HELD IS    *
007980* SHOWN WITH ITS TOTAL AND THE LIMIT IT BROKE AND MAY BE         *
007990* APPROVED, CANCELLED OR SKIPPED.  THE SUPERVISOR WHOSE RUN HELD *
008000* AN ITEM CANNOT DECIDE IT.  THE DECISION TAKES EFFECT ON THE    *
008010* NEXT BATCH RUN.                                                *
008020*----------------------------------------------------------------*
008030 2500-REVIEW-HELD-ITEMS.
008040     IF WS-INITIAL-SETUP
008050         DISPLAY "Held items need a signed-on supervisor - "
008060             "not available during initial setup."
008070         GO TO 2500-EXIT
008080     END-IF.
008090
008100     MOVE ZERO       TO WS-HOLD-REVIEWED-CNT.
008110     MOVE ZERO       TO WS-HOLD-APPROVED-CNT.
008120     MOVE ZERO       TO WS-HOLD-CANCELLED-CNT.
008130     MOVE 'N'        TO WS-HOLD-BROWSE-DONE-SW.
008140     MOVE LOW-VALUES TO HQ-HOLD-KEY.
008150     START HOLD-FILE KEY NOT < HQ-HOLD-KEY
008160         INVALID KEY
008170         MOVE 'Y' TO WS-HOLD-BROWSE-DONE-SW
008180     END-START.
008190
008200     PERFORM 2510-REVIEW-NEXT-HELD
008210         THRU 2510-EXIT
008220         UNTIL WS-HOLD-BROWSE-DONE.
008230
008240     IF WS-HOLD-REVIEWED-CNT = ZERO
008250         DISPLAY "No results on hold."
008260     ELSE
008270         DISPLAY "Items approved:  " WS-HOLD-APPROVED-CNT
008280         DISPLAY "Items cancelled: " WS-HOLD-CANCELLED-CNT
008290     END-IF.
008300
008310 2500-EXIT.
008320     EXIT.
008330
008340*----------------------------------------------------------------*
008350* 2510-REVIEW-NEXT-HELD                                          *
008360*----------------------------------------------------------------*
008370 2510-REVIEW-NEXT-HELD.
008380     READ HOLD-FILE NEXT RECORD
008390         AT END
008400         MOVE 'Y' TO WS-HOLD-BROWSE-DONE-SW
008410         GO TO 2510-EXIT
008420     END-READ.
008430
008440     IF NOT HQ-HELD
008450         GO TO 2510-EXIT
008460     END-IF.
008470
008480     ADD 1 TO WS-HOLD-REVIEWED-CNT.
008490     PERFORM 2520-DISPLAY-HELD-ITEM
008500         THRU 2520-EXIT.
008510
008520     IF HQ-OPERATOR-ID = WS-OPERATOR-ID
008530         DISPLAY "This item was held from your own run - "
008540             "another supervisor must decide it."
008550         GO TO 2510-EXIT
008560     END-IF.
008570
008580     MOVE SPACE TO WS-HOLD-RESPONSE.
008590     DISPLAY "(A)pprove, (C)ancel, (S)kip, (Q)uit review: ".
008600     ACCEPT WS-HOLD-RESPONSE.
008610
008620     EVALUATE WS-HOLD-RESPONSE
008630         WHEN 'A'
008640         WHEN 'a'
008650             MOVE 'A'    TO HQ-STATUS-CODE
008660             MOVE SPACES TO HQ-DECISION-REASON
008670         WHEN 'C'
008680         WHEN 'c'
008690             MOVE SPACES TO HQ-DECISION-REASON
008700             DISPLAY "Reason for cancelling: "
008710             ACCEPT HQ-DECISION-REASON
008720             IF HQ-DECISION-REASON = SPACES
008730                 DISPLAY "A reason is required - item left "
008740                     "on hold."
008750                 GO TO 2510-EXIT
008760             END-IF
008770             MOVE 'C'    TO HQ-STATUS-CODE
008780         WHEN 'Q'
008790         WHEN 'q'
008800             MOVE 'Y' TO WS-HOLD-BROWSE-DONE-SW
008810             GO TO 2510-EXIT
008820         WHEN OTHER
008830             DISPLAY "Item skipped - still on hold."
008840             GO TO 2510-EXIT
008850     END-EVALUATE.
008860
008870     MOVE WS-OPERATOR-ID TO HQ-DECIDED-BY.
008880     ACCEPT HQ-DECIDED-DATE FROM DATE YYYYMMDD.
008890     ACCEPT WS-TIME-OF-DAY FROM TIME.
008900     MOVE WS-TIME-HHMMSS TO HQ-DECIDED-TIME.
008910
008920     REWRITE CALC-HOLD-REC
008930         INVALID KEY
008935         DISPLAY "Decision not recorded - status "
008940             WS-HOLD-FILE-STATUS
008945         MOVE 'Y' TO WS-FILE-ERROR-SW
008950         GO TO 2510-EXIT
008970     END-REWRITE.
008980
008990     IF HQ-APPROVED
009000         ADD 1 TO WS-HOLD-APPROVED-CNT
009010         DISPLAY "Item approved - released to the GL extract "
009020             "on the next batch run."
009030     ELSE
009040         ADD 1 TO WS-HOLD-CANCELLED-CNT
009050         DISPLAY "Item cancelled - written to the reject file "
009060             "on the next batch run."
009070     END-IF.
009080
009090 2510-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------*
009130* 2520-DISPLAY-HELD-ITEM                                         *
009140*----------------------------------------------------------------*
009150 2520-DISPLAY-HELD-ITEM.
009160     DISPLAY " ".
009170     DISPLAY "Source " HQ-SOURCE-SYSTEM " file date "
009180         HQ-FILE-DATE " seq " HQ-SEQ-NUMBER
009190         " - held " HQ-HELD-DATE " " HQ-HELD-TIME
009200         " from operator " HQ-OPERATOR-ID.
009210
009220     MOVE HQ-NUM1 TO WS-DISPLAY-AMOUNT.
009230     DISPLAY "  Operation: " HQ-OPERATION
009240         "  Num1: " WS-DISPLAY-AMOUNT.
009250     MOVE HQ-NUM2 TO WS-DISPLAY-AMOUNT.
009260     DISPLAY "                Num2: " WS-DISPLAY-AMOUNT.
009270     MOVE HQ-TOTAL TO WS-DISPLAY-AMOUNT.
009280     DISPLAY "  Total:       " WS-DISPLAY-AMOUNT.
009290     MOVE HQ-LIMIT-AMOUNT TO WS-DISPLAY-LIMIT.
009300     DISPLAY "  Limit:       " WS-DISPLAY-LIMIT
009310         " (" HQ-LIMIT-OPERATOR " entry)".
009320
009330 2520-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------*
009370* 3000-MAINT-ACCEPT-KEY                                          *
009380* ACCEPTS AND VALIDATES THE LIMIT KEY - OPERATION CODE PLUS      *
009390* OPERATOR ID (OR '*DEFAULT' FOR THE OPERATION'S FALLBACK).      *
009400*----------------------------------------------------------------*
009410 3000-MAINT-ACCEPT-KEY.
009420     MOVE 'N' TO WS-KEY-OK-SW.
009430
009440     MOVE SPACE TO WS-MAINT-OPERATION.
009450     DISPLAY "Operation code (+,-,*,/,%,^,R): ".
009460     ACCEPT WS-MAINT-OPERATION.
009470     INSPECT WS-MAINT-OPERATION CONVERTING "r" TO "R".
009480
009490     IF WS-MAINT-OPERATION NOT = '+' AND
009500             WS-MAINT-OPERATION NOT = '-' AND
009510             WS-MAINT-OPERATION NOT = '*' AND
009520             WS-MAINT-OPERATION NOT = '/' AND
009530             WS-MAINT-OPERATION NOT = '%' AND
009540             WS-MAINT-OPERATION NOT = '^' AND
009550             WS-MAINT-OPERATION NOT = 'R'
009560         DISPLAY "Invalid operation - function cancelled."
009570         GO TO 3000-EXIT
009580     END-IF.
009590
009600     MOVE SPACES TO WS-MAINT-OPERATOR.
009610     DISPLAY "Operator ID (or *DEFAULT for the fallback): ".
009620     ACCEPT WS-MAINT-OPERATOR.
009630
009640     IF WS-MAINT-OPERATOR = SPACES
009650         DISPLAY "No operator entered - function cancelled."
009660         GO TO 3000-EXIT
009670     END-IF.
009680
009690     MOVE 'Y' TO WS-KEY-OK-SW.
009700
009710 3000-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------*
009750* 3100-MAINT-ACCEPT-LIMIT                                        *
009760* THE LIMIT IS AN UNSIGNED AMOUNT APPLIED TO EITHER SIGN OF THE  *
009770* RESULT.                                                        *
009780*----------------------------------------------------------------*
009790 3100-MAINT-ACCEPT-LIMIT.
009800     MOVE 'N' TO WS-KEY-OK-SW.
009810
009820     MOVE SPACES TO WS-MAINT-VALUE-IN.
009830     DISPLAY "Result limit (largest total released without "
009840         "review): ".
009850     ACCEPT WS-MAINT-VALUE-IN.
009860
009870     COMPUTE WS-NUM-RC =
009880         FUNCTION TEST-NUMVAL(WS-MAINT-VALUE-IN).
009890     IF WS-NUM-RC NOT = ZERO
009900         DISPLAY "Limit is not numeric - function cancelled."
009910         GO TO 3100-EXIT
009920     END-IF.
009930
009940     IF FUNCTION NUMVAL(WS-MAINT-VALUE-IN) < ZERO
009950         DISPLAY "Limit cannot be negative - function "
009960             "cancelled."
009970         GO TO 3100-EXIT
009980     END-IF.
009990
010000     COMPUTE WS-MAINT-LIMIT =
010010         FUNCTION NUMVAL(WS-MAINT-VALUE-IN).
010020
010030     MOVE 'Y' TO WS-KEY-OK-SW.
010040
010050 3100-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------------*
010090* 9000-TERMINATE                                                 *
010100*----------------------------------------------------------------*
010110 9000-TERMINATE.
010120     CLOSE HOLD-FILE.
010130     CLOSE LIMIT-FILE.
010140     DISPLAY "Hold queue session ended.".
010142     IF WS-FILE-ERROR
010144         MOVE 12 TO RETURN-CODE
010146     ELSE
010148         MOVE 0 TO RETURN-CODE
010150     END-IF.
010160
010170 9000-EXIT.
010180     EXIT.
