000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCCMNT.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* BUSINESS-DAY CALENDAR MAINTENANCE.  KEEPS THE KEYED CALENDAR   *
000100* FILE (CALENDAR) THE BATCH STEPS CONSULT TO DECIDE WHETHER A    *
000110* DATE IS A BUSINESS DAY.  A DATE WITH NO ENTRY FOLLOWS THE      *
000120* WEEK - MONDAY TO FRIDAY OPEN, SATURDAY AND SUNDAY CLOSED - SO  *
000130* ONLY THE EXCEPTIONS ARE KEPT: BANK HOLIDAYS AND OTHER CLOSED   *
000140* WEEKDAYS ('C'), AND WEEKEND DAYS WORKED AS BUSINESS DAYS       *
000150* ('O').  ADD, CHANGE, REMOVE (THE DATE FOLLOWS THE WEEK AGAIN), *
000160* LOOK UP ONE DATE, AND LIST A YEAR'S ENTRIES.  MAINTENANCE IS   *
000170* GATED BY SUPERVISOR AUTHORITY ON THE OPERATOR MASTER, THE      *
000180* SAME AS THE OTHER MAINTENANCE CONSOLES.                        *
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY                                           *
000210*----------------------------------------------------------------*
000220* DATE       INITIALS  DESCRIPTION                               *
000230* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000232* 2026-10-15 JAW       AN OPERATOR WITH NO PIN ON FILE IS REFUSED*
000234*                      AT SIGN-ON AND LOGGED - A SUPERVISOR MUST *
000236*                      ISSUE THE FIRST PIN.                      *
000240*----------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS BD-CAL-DATE
000340         FILE STATUS IS WS-CAL-FILE-STATUS.
000350
000360     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OM-OPERATOR-ID
000400         FILE STATUS IS WS-OPER-FILE-STATUS.
000410
000420     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000450
000460 DATA DIVISION.
000470
000480 FILE SECTION.
000490 FD  CALENDAR-FILE.
000500     COPY CALCCALN.
000510
000520 FD  OPERATOR-FILE.
000530     COPY CALCOPER.
000540
000550 FD  SECLOG-FILE.
000560     COPY CALCSECL.
000570
000580 WORKING-STORAGE SECTION.
000590
000600 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
000610 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
000620 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000630
000640 77  WS-SIGNON-OK-SW             PIC X VALUE 'N'.
000650     88  WS-SIGNON-OK            VALUE 'Y'.
000660
000670 77  WS-MAINT-DONE-SW            PIC X VALUE 'N'.
000680     88  WS-MAINT-DONE           VALUE 'Y'.
000690
000700 77  WS-KEY-OK-SW                PIC X VALUE 'N'.
000710     88  WS-KEY-OK               VALUE 'Y'.
000720
000730 77  WS-BROWSE-DONE-SW           PIC X VALUE 'N'.
000740     88  WS-BROWSE-DONE          VALUE 'Y'.
000750
000760 77  WS-WEEKDAY-SW               PIC X VALUE 'N'.
000770     88  WS-WEEKDAY              VALUE 'Y'.
000780
000790 77  WS-LISTED-CNT               PIC 9(05) COMP VALUE ZERO.
000800
000810 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000820 01  WS-MAINT-FUNCTION           PIC X.
000830 01  WS-MAINT-DATE               PIC 9(08) VALUE ZERO.
000840 01  WS-MAINT-YEAR               PIC 9(04) VALUE ZERO.
000850 01  WS-MAINT-STATUS             PIC X(01) VALUE SPACE.
000860 01  WS-MAINT-DESCRIPTION        PIC X(30) VALUE SPACES.
000870 01  WS-LISTED-DISPLAY           PIC ZZZZ9.
000880
000890*----------------------------------------------------------------*
000900* DAY-OF-WEEK WORK FIELDS - INTEGER DATE LESS ONE, MODULO 7,     *
000910* GIVES 0 FOR MONDAY THROUGH 6 FOR SUNDAY.                       *
000920*----------------------------------------------------------------*
000930 01  WS-DATE-INT                 PIC 9(07) COMP VALUE ZERO.
000940 01  WS-DOW-WORK                 PIC 9(07) COMP VALUE ZERO.
000950 01  WS-DOW-QUOTIENT             PIC 9(07) COMP VALUE ZERO.
000960
000970 01  WS-DAY-NAME-VALUES.
000980     05  FILLER                  PIC X(21)
000990         VALUE "MONTUEWEDTHUFRISATSUN".
001000 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001010     05  WS-DAY-NAME             PIC X(03) OCCURS 7.
001020 01  WS-MAINT-DAY-NAME           PIC X(03) VALUE SPACES.
001030*----------------------------------------------------------------*
001040* PIN AND SECURITY LOG WORKING STORAGE - THE SAME LOCKOUT        *
001050* THRESHOLD AND PIN LIFETIME AS THE CALCULATOR SIGN-ON.          *
001060*----------------------------------------------------------------*
001070 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
001080 77  WS-PIN-EXPIRY-DAYS          PIC 9(03) VALUE 90.
001090
001100 77  WS-PIN-OK-SW                PIC X VALUE 'N'.
001110     88  WS-PIN-OK               VALUE 'Y'.
001120
001130 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
001140     88  WS-PIN-VALID            VALUE 'Y'.
001150
001160 77  WS-PIN-EXPIRED-SW           PIC X VALUE 'N'.
001170     88  WS-PIN-EXPIRED          VALUE 'Y'.
001180
001190 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
001200 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
001210 01  WS-PIN-NEW-SCRAMBLED        PIC X(08) VALUE SPACES.
001220 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
001230 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
001240 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
001250 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
001260 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001270 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
001280 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
001290 01  WS-PIN-AGE-DAYS             PIC S9(08) COMP VALUE ZERO.
001300 01  WS-SIGNON-DATE              PIC 9(08) VALUE ZERO.
001310
001320 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
001330 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
001340 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
001350
001360 01  WS-TIME-OF-DAY.
001370     05  WS-TIME-HHMMSS          PIC 9(06).
001380     05  FILLER                  PIC 9(02).
001390 PROCEDURE DIVISION.
001400
001410*----------------------------------------------------------------*
001420* 0000-MAINLINE                                                  *
001430*----------------------------------------------------------------*
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460         THRU 1000-EXIT.
001470
001480     IF NOT WS-SIGNON-OK
001490         MOVE 12 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520
001530     PERFORM 2000-MAINT-ONE-FUNCTION
001540         THRU 2000-EXIT
001550         UNTIL WS-MAINT-DONE.
001560
001570     PERFORM 9000-TERMINATE
001580         THRU 9000-EXIT.
001590
001600     STOP RUN.
001610
001620 0000-EXIT.
001630     EXIT.
001640
001650*----------------------------------------------------------------*
001660* 1000-INITIALIZE                                                *
001670* VERIFIES SUPERVISOR AUTHORITY AGAINST THE OPERATOR MASTER,     *
001680* THEN OPENS (OR CREATES) THE CALENDAR FILE.  WHEN NO OPERATOR   *
001690* MASTER EXISTS YET (INITIAL SETUP) THE SESSION IS ALLOWED SO    *
001700* THE FILE CAN BE BUILT.                                         *
001710*----------------------------------------------------------------*
001720 1000-INITIALIZE.
001730     DISPLAY "*********************************".
001740     DISPLAY "BUSINESS-DAY CALENDAR MAINTENANCE".
001750     DISPLAY "*********************************".
001760     DISPLAY " ".
001770
001780     OPEN I-O OPERATOR-FILE.
001790     IF WS-OPER-FILE-STATUS = '35'
001800         DISPLAY "Operator master not on file - initial "
001810             "setup; supervisor authority assumed."
001820         MOVE 'Y' TO WS-SIGNON-OK-SW
001830     ELSE
001840         IF WS-OPER-FILE-STATUS NOT = '00'
001850             DISPLAY "Cannot open operator master - status "
001860                 WS-OPER-FILE-STATUS
001870             GO TO 1000-EXIT
001880         END-IF
001890         PERFORM 1100-SIGNON
001900             THRU 1100-EXIT
001910         CLOSE OPERATOR-FILE
001920     END-IF.
001930
001940     IF NOT WS-SIGNON-OK
001950         DISPLAY "Sign-on failed - session ended."
001960         GO TO 1000-EXIT
001970     END-IF.
001980
001990     OPEN I-O CALENDAR-FILE.
002000     IF WS-CAL-FILE-STATUS = '35'
002010         OPEN OUTPUT CALENDAR-FILE
002020         IF WS-CAL-FILE-STATUS NOT = '00'
002030             DISPLAY "Cannot create calendar file - status "
002040                 WS-CAL-FILE-STATUS
002050             MOVE 'N' TO WS-SIGNON-OK-SW
002060             GO TO 1000-EXIT
002070         END-IF
002080         CLOSE CALENDAR-FILE
002090         OPEN I-O CALENDAR-FILE
002100     END-IF.
002110
002120     IF WS-CAL-FILE-STATUS NOT = '00'
002130         DISPLAY "Cannot open calendar file - status "
002140             WS-CAL-FILE-STATUS
002150         MOVE 'N' TO WS-SIGNON-OK-SW
002160     END-IF.
002170
002180 1000-EXIT.
002190     EXIT.
002200*----------------------------------------------------------------*
002210* 1100-SIGNON                                                    *
002220*----------------------------------------------------------------*
002230 1100-SIGNON.
002240     DISPLAY "Enter operator ID: ".
002250     ACCEPT WS-OPERATOR-ID.
002260
002270     IF WS-OPERATOR-ID = SPACES
002280         DISPLAY "Operator ID is required."
002290         GO TO 1100-EXIT
002300     END-IF.
002310
002320     MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
002330     READ OPERATOR-FILE
002340         INVALID KEY
002350         DISPLAY "Operator not on file."
002360         MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-REASON
002370         MOVE ZERO TO WS-SEC-FAILED-CNT
002380         PERFORM 1160-LOG-SIGNON-FAILURE
002390             THRU 1160-EXIT
002400         GO TO 1100-EXIT
002410     END-READ.
002420
002430     IF OM-INACTIVE
002440         DISPLAY "Operator is deactivated."
002450         MOVE "OPERATOR INACTIVE" TO WS-SEC-REASON
002460         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
002470         PERFORM 1160-LOG-SIGNON-FAILURE
002480             THRU 1160-EXIT
002490         GO TO 1100-EXIT
002500     END-IF.
002510
002520     IF OM-LOCKED
002530         DISPLAY "Operator is locked - a supervisor must "
002540             "unlock it."
002550         MOVE "OPERATOR LOCKED" TO WS-SEC-REASON
002560         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
002570         PERFORM 1160-LOG-SIGNON-FAILURE
002580             THRU 1160-EXIT
002590         GO TO 1100-EXIT
002600     END-IF.
002610
002620     PERFORM 1110-VERIFY-PIN
002630         THRU 1110-EXIT.
002640     IF NOT WS-PIN-OK
002650         GO TO 1100-EXIT
002660     END-IF.
002670
002680     IF NOT OM-AUTH-SUPERVISOR
002690         DISPLAY "Not authorized for calendar maintenance."
002700         MOVE "NOT A SUPERVISOR" TO WS-SEC-REASON
002710         MOVE ZERO TO WS-SEC-FAILED-CNT
002720         PERFORM 1160-LOG-SIGNON-FAILURE
002730             THRU 1160-EXIT
002740         GO TO 1100-EXIT
002750     END-IF.
002760     DISPLAY "Signed on: " OM-OPERATOR-NAME.
002770     MOVE 'Y' TO WS-SIGNON-OK-SW.
002780
002790 1100-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------*
002830* 1110-VERIFY-PIN                                                *
002840* CHECKS THE PIN FOR THE OPERATOR JUST READ.  A BAD PIN COUNTS  *
002850* TOWARD THE LOCKOUT.  A GOOD PIN CLEARS THE COUNT; IF IT HAS   *
002860* EXPIRED (OR WAS ISSUED BY A SUPERVISOR) THE OPERATOR MUST     *
002870* CHOOSE A NEW ONE BEFORE THE SESSION GOES ON.  AN OPERATOR     *
002880* WITH NO PIN ON FILE IS REFUSED UNTIL A SUPERVISOR ISSUES ONE. *
002890* SAME RULES AS THE CALCULATOR SIGN-ON.                         *
002900*----------------------------------------------------------------*
002910 1110-VERIFY-PIN.
002920     MOVE 'N' TO WS-PIN-OK-SW.
002930     ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
002940
002950     IF OM-PIN-SCRAMBLED = SPACES
002960         DISPLAY "No PIN on file - a supervisor must issue "
002970             "one before you can sign on."
002980         MOVE "NO PIN ON FILE" TO WS-SEC-REASON
002990         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
003000         PERFORM 1160-LOG-SIGNON-FAILURE
003010             THRU 1160-EXIT
003020         GO TO 1110-EXIT
003030     END-IF.
003080
003090     MOVE SPACES TO WS-PIN-ENTERED.
003100     DISPLAY "Enter PIN: ".
003110     ACCEPT WS-PIN-ENTERED.
003120
003130     PERFORM 1130-SCRAMBLE-PIN
003140         THRU 1130-EXIT.
003150
003160     IF NOT WS-PIN-VALID
003170             OR WS-PIN-SCRAMBLED NOT = OM-PIN-SCRAMBLED
003180         PERFORM 1140-RECORD-BAD-PIN
003190             THRU 1140-EXIT
003200         GO TO 1110-EXIT
003210     END-IF.
003220
003230     MOVE ZERO TO OM-FAILED-SIGNON-CNT.
003240
003250     PERFORM 1150-CHECK-PIN-EXPIRY
003260         THRU 1150-EXIT.
003270
003280     IF NOT WS-PIN-EXPIRED
003290         REWRITE CALC-OPERATOR-REC
003300         MOVE 'Y' TO WS-PIN-OK-SW
003310         GO TO 1110-EXIT
003320     END-IF.
003330
003340     DISPLAY "PIN has expired - choose a new PIN now.".
003350     PERFORM 1120-SET-NEW-PIN
003360         THRU 1120-EXIT.
003370
003380     IF WS-PIN-OK
003390         MOVE 'C' TO WS-SEC-EVENT
003400         MOVE "PIN CHANGED AT SIGN-ON" TO WS-SEC-REASON
003410         MOVE ZERO TO WS-SEC-FAILED-CNT
003420         PERFORM 1170-WRITE-SECURITY-LOG
003430             THRU 1170-EXIT
003440     ELSE
003450         REWRITE CALC-OPERATOR-REC
003460         MOVE "EXPIRED PIN UNCHANGED" TO WS-SEC-REASON
003470         MOVE ZERO TO WS-SEC-FAILED-CNT
003480         PERFORM 1160-LOG-SIGNON-FAILURE
003490             THRU 1160-EXIT
003500     END-IF.
003510
003520 1110-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------*
003560* 1120-SET-NEW-PIN                                               *
003570* HAS THE OPERATOR KEY A NEW PIN TWICE.  IT MUST BE 4 TO 8      *
003580* DIGITS AND DIFFER FROM THE PIN IT REPLACES.  THE NEW PIN      *
003590* RESTARTS THE EXPIRY CLOCK FROM TODAY.                         *
003600*----------------------------------------------------------------*
003610 1120-SET-NEW-PIN.
003620     MOVE 'N' TO WS-PIN-OK-SW.
003630
003640     MOVE SPACES TO WS-PIN-ENTERED.
003650     DISPLAY "New PIN (4 to 8 digits): ".
003660     ACCEPT WS-PIN-ENTERED.
003670
003680     PERFORM 1130-SCRAMBLE-PIN
003690         THRU 1130-EXIT.
003700
003710     IF NOT WS-PIN-VALID
003720         DISPLAY "PIN must be 4 to 8 digits - not changed."
003730         GO TO 1120-EXIT
003740     END-IF.
003750
003760     IF WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
003770         DISPLAY "New PIN must differ from the old one - "
003780             "not changed."
003790         GO TO 1120-EXIT
003800     END-IF.
003810
003820     MOVE WS-PIN-SCRAMBLED TO WS-PIN-NEW-SCRAMBLED.
003830
003840     MOVE SPACES TO WS-PIN-ENTERED.
003850     DISPLAY "Re-enter new PIN: ".
003860     ACCEPT WS-PIN-ENTERED.
003870
003880     PERFORM 1130-SCRAMBLE-PIN
003890         THRU 1130-EXIT.
003900
003910     IF WS-PIN-SCRAMBLED NOT = WS-PIN-NEW-SCRAMBLED
003920         DISPLAY "PINs do not match - not changed."
003930         GO TO 1120-EXIT
003940     END-IF.
003950
003960     MOVE WS-PIN-NEW-SCRAMBLED TO OM-PIN-SCRAMBLED.
003970     MOVE WS-SIGNON-DATE       TO OM-PIN-CHANGED-DATE.
003980     MOVE ZERO                 TO OM-FAILED-SIGNON-CNT.
003990     REWRITE CALC-OPERATOR-REC.
004000
004010     DISPLAY "PIN changed.".
004020     MOVE 'Y' TO WS-PIN-OK-SW.
004030
004040 1120-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------*
004080* 1130-SCRAMBLE-PIN                                              *
004090* EDITS WS-PIN-ENTERED (4 TO 8 DIGITS, LEFT-JUSTIFIED) AND      *
004100* TURNS IT INTO THE FORM HELD ON THE OPERATOR MASTER IN         *
004110* WS-PIN-SCRAMBLED, SALTED BY OM-OPERATOR-ID.  THIS MUST STAY   *
004120* IDENTICAL TO 1250-SCRAMBLE-PIN IN CALCULATOR, WHICH ISSUES    *
004130* AND CHANGES THE SAME PINS.                                    *
004140*----------------------------------------------------------------*
004150 1130-SCRAMBLE-PIN.
004160     MOVE 'N'    TO WS-PIN-VALID-SW.
004170     MOVE SPACES TO WS-PIN-SCRAMBLED.
004180     MOVE ZERO   TO WS-PIN-LENGTH.
004190     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
004200         FOR CHARACTERS BEFORE INITIAL SPACE.
004210
004220     IF WS-PIN-LENGTH < 4
004230         GO TO 1130-EXIT
004240     END-IF.
004250
004260     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
004270         GO TO 1130-EXIT
004280     END-IF.
004290
004300     IF WS-PIN-LENGTH < 8
004310         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
004320             GO TO 1130-EXIT
004330         END-IF
004340     END-IF.
004350
004360     MOVE 'Y' TO WS-PIN-VALID-SW.
004370     COMPUTE WS-PIN-NUMERIC =
004380         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
004390
004400     MOVE ZERO TO WS-PIN-SALT.
004410     PERFORM 1135-ADD-SALT-CHARACTER
004420         THRU 1135-EXIT
004430         VARYING WS-PIN-IX FROM 1 BY 1
004440         UNTIL WS-PIN-IX > 8.
004450
004460     COMPUTE WS-PIN-HASH-WORK =
004470         WS-PIN-NUMERIC * 7919
004480         + WS-PIN-SALT * 104729
004490         + WS-PIN-LENGTH * 15485863.
004500     DIVIDE WS-PIN-HASH-WORK BY 99999989
004510         GIVING WS-PIN-HASH-QUOTIENT
004520         REMAINDER WS-PIN-HASH.
004530
004540     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
004550     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
004560         TO "KQXBMZRDWT".
004570
004580 1130-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------*
004620* 1135-ADD-SALT-CHARACTER                                        *
004630*----------------------------------------------------------------*
004640 1135-ADD-SALT-CHARACTER.
004650     COMPUTE WS-PIN-SALT = WS-PIN-SALT
004660         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
004670         * WS-PIN-IX.
004680
004690 1135-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------*
004730* 1140-RECORD-BAD-PIN                                            *
004740* COUNTS A BAD PIN AGAINST THE OPERATOR.  REACHING THE LOCKOUT  *
004750* THRESHOLD SETS THE LOCKED STATUS, WHICH ONLY A SUPERVISOR CAN *
004760* CLEAR THROUGH THE CALCULATOR'S OPERATOR MAINTENANCE.          *
004770*----------------------------------------------------------------*
004780 1140-RECORD-BAD-PIN.
004790     ADD 1 TO OM-FAILED-SIGNON-CNT.
004800     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
004810
004820     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
004830         REWRITE CALC-OPERATOR-REC
004840         DISPLAY "Invalid PIN."
004850         MOVE "INVALID PIN" TO WS-SEC-REASON
004860         PERFORM 1160-LOG-SIGNON-FAILURE
004870             THRU 1160-EXIT
004880         GO TO 1140-EXIT
004890     END-IF.
004900
004910     MOVE 'L' TO OM-STATUS-CODE.
004920     REWRITE CALC-OPERATOR-REC.
004930     DISPLAY "Invalid PIN - operator is now locked; a "
004940         "supervisor must unlock it.".
004950
004960     MOVE 'L'                TO WS-SEC-EVENT.
004970     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
004980     PERFORM 1170-WRITE-SECURITY-LOG
004990         THRU 1170-EXIT.
005000
005010 1140-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------*
005050* 1150-CHECK-PIN-EXPIRY                                          *
005060* A PIN EXPIRES WS-PIN-EXPIRY-DAYS AFTER IT WAS LAST CHANGED.   *
005070* A ZERO CHANGED DATE (SUPERVISOR-ISSUED PIN) OR ONE THAT IS    *
005080* NOT A VALID DATE COUNTS AS EXPIRED.                           *
005090*----------------------------------------------------------------*
005100 1150-CHECK-PIN-EXPIRY.
005110     MOVE 'N' TO WS-PIN-EXPIRED-SW.
005120
005130     IF OM-PIN-CHANGED-DATE NOT NUMERIC
005140             OR OM-PIN-CHANGED-DATE = ZERO
005150         MOVE 'Y' TO WS-PIN-EXPIRED-SW
005160         GO TO 1150-EXIT
005170     END-IF.
005180
005190     COMPUTE WS-PIN-AGE-DAYS =
005200         FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE)
005210         - FUNCTION INTEGER-OF-DATE(OM-PIN-CHANGED-DATE).
005220
005230     IF WS-PIN-AGE-DAYS NOT < WS-PIN-EXPIRY-DAYS
005240         MOVE 'Y' TO WS-PIN-EXPIRED-SW
005250     END-IF.
005260
005270 1150-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------*
005310* 1160-LOG-SIGNON-FAILURE                                        *
005320* LOGS A REFUSED SIGN-ON.  THE CALLER SETS THE REASON AND THE   *
005330* FAILED-PIN COUNT.                                             *
005340*----------------------------------------------------------------*
005350 1160-LOG-SIGNON-FAILURE.
005360     MOVE 'F' TO WS-SEC-EVENT.
005370     PERFORM 1170-WRITE-SECURITY-LOG
005380         THRU 1170-EXIT.
005390
005400 1160-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------*
005440* 1170-WRITE-SECURITY-LOG                                        *
005450* APPENDS ONE SIGN-ON EVENT FOR THE KEYED OPERATOR ID TO THE    *
005460* SECURITY LOG (SECLOG).  A LOG FAILURE IS REPORTED BUT NEVER   *
005470* STOPS THE SESSION.                                            *
005480*----------------------------------------------------------------*
005490 1170-WRITE-SECURITY-LOG.
005500     OPEN EXTEND SECLOG-FILE.
005510     IF WS-SECLOG-FILE-STATUS = '35'
005520         OPEN OUTPUT SECLOG-FILE
005530     END-IF.
005540     IF WS-SECLOG-FILE-STATUS NOT = '00'
005550         DISPLAY "Cannot open security log - status "
005560             WS-SECLOG-FILE-STATUS
005570         GO TO 1170-EXIT
005580     END-IF.
005590
005600     MOVE SPACES TO CALC-SECLOG-REC.
005610     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
005620     ACCEPT WS-TIME-OF-DAY FROM TIME.
005630     MOVE WS-TIME-HHMMSS      TO SL-LOG-TIME.
005640     MOVE "CALCCMNT"          TO SL-PROGRAM-ID.
005650     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
005660     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
005670     MOVE SPACES              TO SL-BY-OPERATOR-ID.
005680     MOVE WS-SEC-REASON       TO SL-REASON.
005690     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
005700     MOVE 'C'                 TO SL-ENTRY-MODE.
005710
005720     WRITE CALC-SECLOG-REC.
005730     CLOSE SECLOG-FILE.
005740
005750 1170-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------*
005790* 2000-MAINT-ONE-FUNCTION                                        *
005800*----------------------------------------------------------------*
005810 2000-MAINT-ONE-FUNCTION.
005820     DISPLAY " ".
005830     DISPLAY "Calendar maintenance - (A)dd, (C)hange, "
005840         "(R)emove, (L)ook up, (Y)ear list, (Q)uit: ".
005850     ACCEPT WS-MAINT-FUNCTION.
005860
005870     EVALUATE WS-MAINT-FUNCTION
005880         WHEN 'A'
005890         WHEN 'a'
005900             PERFORM 2100-MAINT-ADD
005910                 THRU 2100-EXIT
005920         WHEN 'C'
005930         WHEN 'c'
005940             PERFORM 2200-MAINT-CHANGE
005950                 THRU 2200-EXIT
005960         WHEN 'R'
005970         WHEN 'r'
005980             PERFORM 2300-MAINT-REMOVE
005990                 THRU 2300-EXIT
006000         WHEN 'L'
006010         WHEN 'l'
006020             PERFORM 2400-MAINT-DISPLAY
006030                 THRU 2400-EXIT
006040         WHEN 'Y'
006050         WHEN 'y'
006060             PERFORM 2600-MAINT-LIST-YEAR
006070                 THRU 2600-EXIT
006080         WHEN 'Q'
006090         WHEN 'q'
006100             MOVE 'Y' TO WS-MAINT-DONE-SW
006110         WHEN OTHER
006120             DISPLAY "Invalid function - use A, C, R, L, Y or Q."
006130     END-EVALUATE.
006140
006150 2000-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------*
006190* 2100-MAINT-ADD                                                 *
006200*----------------------------------------------------------------*
006210 2100-MAINT-ADD.
006220     PERFORM 3000-MAINT-ACCEPT-DATE
006230         THRU 3000-EXIT.
006240     IF NOT WS-KEY-OK
006250         GO TO 2100-EXIT
006260     END-IF.
006270
006280     MOVE WS-MAINT-DATE TO BD-CAL-DATE.
006290     READ CALENDAR-FILE
006300         INVALID KEY
006310         CONTINUE
006320         NOT INVALID KEY
006330         DISPLAY "Date " WS-MAINT-DATE
006340             " already on file - use Change."
006350         GO TO 2100-EXIT
006360     END-READ.
006370
006380     PERFORM 3100-MAINT-ACCEPT-ENTRY
006390         THRU 3100-EXIT.
006400     IF NOT WS-KEY-OK
006410         GO TO 2100-EXIT
006420     END-IF.
006430
006440     MOVE WS-MAINT-DATE        TO BD-CAL-DATE.
006450     MOVE WS-MAINT-STATUS      TO BD-DAY-STATUS.
006460     MOVE WS-MAINT-DESCRIPTION TO BD-DESCRIPTION.
006470     MOVE WS-OPERATOR-ID       TO BD-CHANGED-BY.
006480     ACCEPT BD-CHANGED-DATE FROM DATE YYYYMMDD.
006490     MOVE SPACES               TO CALC-CALENDAR-REC(56:25).
006500
006510     WRITE CALC-CALENDAR-REC
006520         INVALID KEY
006530         DISPLAY "Date " WS-MAINT-DATE
006540             " already on file - use Change."
006550         GO TO 2100-EXIT
006560     END-WRITE.
006570
006580     DISPLAY "Date " WS-MAINT-DATE " added.".
006590
006600 2100-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------*
006640* 2200-MAINT-CHANGE                                              *
006650*----------------------------------------------------------------*
006660 2200-MAINT-CHANGE.
006670     PERFORM 3000-MAINT-ACCEPT-DATE
006680         THRU 3000-EXIT.
006690     IF NOT WS-KEY-OK
006700         GO TO 2200-EXIT
006710     END-IF.
006720
006730     MOVE WS-MAINT-DATE TO BD-CAL-DATE.
006740     READ CALENDAR-FILE
006750         INVALID KEY
006760         DISPLAY "Date " WS-MAINT-DATE " not on file - use Add."
006770         GO TO 2200-EXIT
006780     END-READ.
006790
006800     PERFORM 2500-DISPLAY-ENTRY
006810         THRU 2500-EXIT.
006820
006830     PERFORM 3100-MAINT-ACCEPT-ENTRY
006840         THRU 3100-EXIT.
006850     IF NOT WS-KEY-OK
006860         GO TO 2200-EXIT
006870     END-IF.
006880
006890     MOVE WS-MAINT-STATUS      TO BD-DAY-STATUS.
006900     MOVE WS-MAINT-DESCRIPTION TO BD-DESCRIPTION.
006910     MOVE WS-OPERATOR-ID       TO BD-CHANGED-BY.
006920     ACCEPT BD-CHANGED-DATE FROM DATE YYYYMMDD.
006930
006940     REWRITE CALC-CALENDAR-REC.
006950     DISPLAY "Date " WS-MAINT-DATE " changed.".
006960
006970 2200-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------*
007010* 2300-MAINT-REMOVE                                              *
007020* DELETES THE ENTRY - THE DATE GOES BACK TO FOLLOWING THE WEEK.  *
007030*----------------------------------------------------------------*
007040 2300-MAINT-REMOVE.
007050     PERFORM 3000-MAINT-ACCEPT-DATE
007060         THRU 3000-EXIT.
007070     IF NOT WS-KEY-OK
007080         GO TO 2300-EXIT
007090     END-IF.
007100
007110     MOVE WS-MAINT-DATE TO BD-CAL-DATE.
007120     READ CALENDAR-FILE
007130         INVALID KEY
007140         DISPLAY "Date " WS-MAINT-DATE " not on file."
007150         GO TO 2300-EXIT
007160     END-READ.
007170
007180     DELETE CALENDAR-FILE RECORD
007190         INVALID KEY
007200         DISPLAY "Date " WS-MAINT-DATE " not removed - status "
007210             WS-CAL-FILE-STATUS
007220         GO TO 2300-EXIT
007230     END-DELETE.
007240
007250     IF WS-WEEKDAY
007260         DISPLAY "Date " WS-MAINT-DATE " removed - "
007270             WS-MAINT-DAY-NAME " is now a business day."
007280     ELSE
007290         DISPLAY "Date " WS-MAINT-DATE " removed - "
007300             WS-MAINT-DAY-NAME " is now closed."
007310     END-IF.
007320
007330 2300-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------*
007370* 2400-MAINT-DISPLAY                                             *
007380* A DATE NOT ON FILE IS SHOWN WITH THE STATUS THE WEEK GIVES IT. *
007390*----------------------------------------------------------------*
007400 2400-MAINT-DISPLAY.
007410     PERFORM 3000-MAINT-ACCEPT-DATE
007420         THRU 3000-EXIT.
007430     IF NOT WS-KEY-OK
007440         GO TO 2400-EXIT
007450     END-IF.
007460
007470     MOVE WS-MAINT-DATE TO BD-CAL-DATE.
007480     READ CALENDAR-FILE
007490         INVALID KEY
007500         IF WS-WEEKDAY
007510             DISPLAY "Date " WS-MAINT-DATE " " WS-MAINT-DAY-NAME
007520                 " - not on file; business day (weekday)."
007530         ELSE
007540             DISPLAY "Date " WS-MAINT-DATE " " WS-MAINT-DAY-NAME
007550                 " - not on file; closed (weekend)."
007560         END-IF
007570         GO TO 2400-EXIT
007580     END-READ.
007590
007600     PERFORM 2500-DISPLAY-ENTRY
007610         THRU 2500-EXIT.
007620
007630 2400-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------*
007670* 2500-DISPLAY-ENTRY                                             *
007680*----------------------------------------------------------------*
007690 2500-DISPLAY-ENTRY.
007700     DISPLAY "Date:        " BD-CAL-DATE " " WS-MAINT-DAY-NAME.
007710     IF BD-DAY-CLOSED
007720         DISPLAY "Status:      C (closed)"
007730     ELSE
007740         DISPLAY "Status:      O (open)"
007750     END-IF.
007760     DISPLAY "Description: " BD-DESCRIPTION.
007770     DISPLAY "Changed:     " BD-CHANGED-DATE " by "
007780         BD-CHANGED-BY.
007790
007800 2500-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------------*
007840* 2600-MAINT-LIST-YEAR                                           *
007850* BROWSES THE ENTRIES FOR ONE CALENDAR YEAR IN DATE ORDER.       *
007860*----------------------------------------------------------------*
007870 2600-MAINT-LIST-YEAR.
007880     MOVE ZERO TO WS-MAINT-YEAR.
007890     DISPLAY "Year (YYYY): ".
007900     ACCEPT WS-MAINT-YEAR.
007910
007920     IF WS-MAINT-YEAR < 1601
007930         DISPLAY "Invalid year - function cancelled."
007940         GO TO 2600-EXIT
007950     END-IF.
007960
007970     MOVE ZERO TO WS-LISTED-CNT.
007980     MOVE 'N'  TO WS-BROWSE-DONE-SW.
007990     COMPUTE BD-CAL-DATE = WS-MAINT-YEAR * 10000 + 101.
008000     START CALENDAR-FILE KEY NOT < BD-CAL-DATE
008010         INVALID KEY
008020         MOVE 'Y' TO WS-BROWSE-DONE-SW
008030     END-START.
008040
008050     PERFORM 2610-LIST-ONE-ENTRY
008060         THRU 2610-EXIT
008070         UNTIL WS-BROWSE-DONE.
008080
008090     MOVE WS-LISTED-CNT TO WS-LISTED-DISPLAY.
008100     DISPLAY WS-LISTED-DISPLAY " entries for " WS-MAINT-YEAR
008110         " - other dates follow the week.".
008120
008130 2600-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------------*
008170* 2610-LIST-ONE-ENTRY                                            *
008180*----------------------------------------------------------------*
008190 2610-LIST-ONE-ENTRY.
008200     READ CALENDAR-FILE NEXT RECORD
008210         AT END
008220         MOVE 'Y' TO WS-BROWSE-DONE-SW
008230         GO TO 2610-EXIT
008240     END-READ.
008250
008260     IF BD-CAL-DATE(1:4) NOT = WS-MAINT-YEAR
008270         MOVE 'Y' TO WS-BROWSE-DONE-SW
008280         GO TO 2610-EXIT
008290     END-IF.
008300
008310     MOVE BD-CAL-DATE TO WS-MAINT-DATE.
008320     PERFORM 3050-SET-DAY-OF-WEEK
008330         THRU 3050-EXIT.
008340     DISPLAY BD-CAL-DATE " " WS-MAINT-DAY-NAME " "
008350         BD-DAY-STATUS " " BD-DESCRIPTION.
008360     ADD 1 TO WS-LISTED-CNT.
008370
008380 2610-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------*
008420* 3000-MAINT-ACCEPT-DATE                                         *
008430*----------------------------------------------------------------*
008440 3000-MAINT-ACCEPT-DATE.
008450     MOVE 'N' TO WS-KEY-OK-SW.
008460
008470     MOVE ZERO TO WS-MAINT-DATE.
008480     DISPLAY "Date (YYYYMMDD): ".
008490     ACCEPT WS-MAINT-DATE.
008500
008510     IF WS-MAINT-DATE = ZERO
008520         DISPLAY "No date entered - function cancelled."
008530         GO TO 3000-EXIT
008540     END-IF.
008550
008560     IF WS-MAINT-DATE < 16010101
008570         DISPLAY "Invalid date - function cancelled."
008580         GO TO 3000-EXIT
008590     END-IF.
008600
008610     COMPUTE WS-DATE-INT =
008620         FUNCTION INTEGER-OF-DATE(WS-MAINT-DATE).
008630     IF WS-DATE-INT = ZERO
008640         DISPLAY "Invalid date - function cancelled."
008650         GO TO 3000-EXIT
008660     END-IF.
008670
008680     PERFORM 3050-SET-DAY-OF-WEEK
008690         THRU 3050-EXIT.
008700
008710     MOVE 'Y' TO WS-KEY-OK-SW.
008720
008730 3000-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------*
008770* 3050-SET-DAY-OF-WEEK                                           *
008780* SETS THE DAY NAME AND THE WEEKDAY SWITCH FOR WS-MAINT-DATE.    *
008790*----------------------------------------------------------------*
008800 3050-SET-DAY-OF-WEEK.
008810     COMPUTE WS-DATE-INT =
008820         FUNCTION INTEGER-OF-DATE(WS-MAINT-DATE).
008830     COMPUTE WS-DOW-WORK = WS-DATE-INT - 1.
008840     DIVIDE WS-DOW-WORK BY 7
008850         GIVING WS-DOW-QUOTIENT
008860         REMAINDER WS-DOW-WORK.
008870
008880     MOVE WS-DAY-NAME(WS-DOW-WORK + 1) TO WS-MAINT-DAY-NAME.
008890     IF WS-DOW-WORK < 5
008900         MOVE 'Y' TO WS-WEEKDAY-SW
008910     ELSE
008920         MOVE 'N' TO WS-WEEKDAY-SW
008930     END-IF.
008940
008950 3050-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------*
008990* 3100-MAINT-ACCEPT-ENTRY                                        *
009000* A WEEKDAY ENTRY CLOSES IT ('C'); A WEEKEND ENTRY MAY OPEN IT   *
009010* ('O') OR RECORD A HOLIDAY THAT FALLS ON IT ('C').  'O' ON A    *
009020* WEEKDAY CHANGES NOTHING AND IS REFUSED.                        *
009030*----------------------------------------------------------------*
009040 3100-MAINT-ACCEPT-ENTRY.
009050     MOVE 'N' TO WS-KEY-OK-SW.
009060
009070     MOVE SPACE TO WS-MAINT-STATUS.
009080     DISPLAY "Status - (C)losed, (O)pen: ".
009090     ACCEPT WS-MAINT-STATUS.
009100     INSPECT WS-MAINT-STATUS CONVERTING "co" TO "CO".
009110
009120     IF WS-MAINT-STATUS NOT = 'C'
009130             AND WS-MAINT-STATUS NOT = 'O'
009140         DISPLAY "Status must be C or O - function cancelled."
009150         GO TO 3100-EXIT
009160     END-IF.
009170
009180     IF WS-MAINT-STATUS = 'O' AND WS-WEEKDAY
009190         DISPLAY WS-MAINT-DAY-NAME " is already a business "
009200             "day - function cancelled."
009210         GO TO 3100-EXIT
009220     END-IF.
009230
009240     MOVE SPACES TO WS-MAINT-DESCRIPTION.
009250     DISPLAY "Description (up to 30 chars): ".
009260     ACCEPT WS-MAINT-DESCRIPTION.
009270
009280     MOVE 'Y' TO WS-KEY-OK-SW.
009290
009300 3100-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------------*
009340* 9000-TERMINATE                                                 *
009350*----------------------------------------------------------------*
009360 9000-TERMINATE.
009370     CLOSE CALENDAR-FILE.
009380     DISPLAY "Calendar maintenance ended.".
009390     MOVE 0 TO RETURN-CODE.
009400
009410 9000-EXIT.
009420     EXIT.
