000190*----------------------------------------------------------------*
000200* DATE       INITIALS  DESCRIPTION                               *
000210* 2026-09-02 JAW       ORIGINAL PROGRAM.                         *
000211* 2026-10-15 JAW       SIGN-ON NOW REQUIRES THE OPERATOR'S PIN,  *
000212*                      WITH THE SAME EXPIRY AND LOCKOUT RULES    *
000213*                      AS THE CALCULATOR; REFUSED SIGN-ONS,      *
000214*                      LOCKOUTS AND PIN CHANGES ARE WRITTEN TO   *
000215*                      THE SECURITY LOG (SECLOG).                *
000217* 2026-10-15 JAW       ADD, CHANGE AND DEACTIVATE ARE NOW HELD   *
000219*                      ON THE PENDING-CHANGE FILE (PENDCHG) WITH *
000221*                      BEFORE AND AFTER IMAGES AND ONLY REACH    *
000223*                      GLMAPFIL WHEN A SECOND SUPERVISOR         *
000225*                      APPROVES THEM THROUGH THE NEW (P)ENDING   *
000227*                      APPROVALS FUNCTION.                       *
000229* 2026-10-15 JAW       AN OPERATOR WITH NO PIN ON FILE IS REFUSED*
000231*                      AT SIGN-ON AND LOGGED - A SUPERVISOR MUST *
000233*                      ISSUE THE FIRST PIN.                      *
000235*----------------------------------------------------------------*
000237
000240 ENVIRONMENT DIVISION.
000250
000260 INPUT-OUTPUT SECTION.
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS OM-OPERATOR-ID
000380         FILE STATUS IS WS-OPER-FILE-STATUS.
000382
000384     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000386         ORGANIZATION IS LINE SEQUENTIAL
000388         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000389
000390     SELECT PENDCHG-FILE ASSIGN TO "PENDCHG"
000391         ORGANIZATION IS INDEXED
000392         ACCESS MODE IS DYNAMIC
000393         RECORD KEY IS PC-CHANGE-KEY
000394         FILE STATUS IS WS-PEND-FILE-STATUS.
000395
000400 DATA DIVISION.
000410
000420 FILE SECTION.
000450
000460 FD  OPERATOR-FILE.
000470     COPY CALCOPER.
000472
000474 FD  SECLOG-FILE.
000476     COPY CALCSECL.
000477
000478 FD  PENDCHG-FILE.
000479     COPY CALCPEND.
000480
000490 WORKING-STORAGE SECTION.
000500
000510 01  WS-GLMAP-FILE-STATUS        PIC X(02) VALUE SPACES.
000520 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
000525 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000529 01  WS-PEND-FILE-STATUS         PIC X(02) VALUE SPACES.
000530
000540 77  WS-SIGNON-OK-SW             PIC X VALUE 'N'.
000550     88  WS-SIGNON-OK            VALUE 'Y'.
000552
000554 77  WS-INITIAL-SETUP-SW         PIC X VALUE 'N'.
000556     88  WS-INITIAL-SETUP        VALUE 'Y'.
000560
000570 77  WS-MAINT-DONE-SW            PIC X VALUE 'N'.
000580     88  WS-MAINT-DONE           VALUE 'Y'.
000670 01  WS-MAINT-ACCOUNT            PIC X(08) VALUE SPACES.
000680 01  WS-MAINT-CENTER             PIC X(06) VALUE SPACES.
000690 01  WS-MAINT-DRCR               PIC X(01) VALUE SPACE.
000691
000692*----------------------------------------------------------------*
000693* PIN AND SECURITY LOG WORKING STORAGE - THE SAME LOCKOUT        *
000694* THRESHOLD AND PIN LIFETIME AS THE CALCULATOR SIGN-ON.          *
000695*----------------------------------------------------------------*
000696 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
000697 77  WS-PIN-EXPIRY-DAYS          PIC 9(03) VALUE 90.
000698
000699 77  WS-PIN-OK-SW                PIC X VALUE 'N'.
000700     88  WS-PIN-OK               VALUE 'Y'.
000701
000702 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
000703     88  WS-PIN-VALID            VALUE 'Y'.
000704
000705 77  WS-PIN-EXPIRED-SW           PIC X VALUE 'N'.
000706     88  WS-PIN-EXPIRED          VALUE 'Y'.
000707
000708 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
000709 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
000710 01  WS-PIN-NEW-SCRAMBLED        PIC X(08) VALUE SPACES.
000711 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
000712 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
000713 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
000714 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
000715 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
000716 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
000717 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
000718 01  WS-PIN-AGE-DAYS             PIC S9(08) COMP VALUE ZERO.
000719 01  WS-SIGNON-DATE              PIC 9(08) VALUE ZERO.
000720
000721 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
000722 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
000723 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
000724
000725 01  WS-TIME-OF-DAY.
000726     05  WS-TIME-HHMMSS          PIC 9(06).
000727     05  FILLER                  PIC 9(02).
000728
000729*----------------------------------------------------------------*
000730* PENDING-CHANGE (DUAL CONTROL) WORKING STORAGE - A MAINTENANCE  *
000731* FUNCTION BUILDS THE AFTER IMAGE IN THE MAPPING RECORD AND      *
000732* KEEPS THE ENTRY AS IT STOOD IN WS-PEND-BEFORE-IMAGE (SPACES    *
000733* WHEN THE ENTRY DOES NOT EXIST YET).                            *
000734*----------------------------------------------------------------*
000735 77  WS-PEND-BROWSE-DONE-SW      PIC X VALUE 'N'.
000736     88  WS-PEND-BROWSE-DONE     VALUE 'Y'.
000737
000738 77  WS-PEND-ROW-BUSY-SW         PIC X VALUE 'N'.
000739     88  WS-PEND-ROW-BUSY        VALUE 'Y'.
000740
000741 01  WS-PEND-ACTION              PIC X(01) VALUE SPACE.
000742 01  WS-PEND-RESPONSE            PIC X(01) VALUE SPACE.
000743 01  WS-PEND-BEFORE-IMAGE        PIC X(40) VALUE SPACES.
000744 01  WS-PEND-CURRENT-IMAGE       PIC X(40) VALUE SPACES.
000745 01  WS-PEND-ROW-KEY             PIC X(16) VALUE SPACES.
000746 01  WS-PEND-ENTRY-TIME          PIC 9(08) VALUE ZERO.
000747 01  WS-PEND-REVIEWED-CNT        PIC 9(05) COMP VALUE ZERO.
000748
000749 PROCEDURE DIVISION.
000750
000751*----------------------------------------------------------------*
000752* 0000-MAINLINE                                                  *
000753*----------------------------------------------------------------*
000760 0000-MAINLINE.
000770     PERFORM 1000-INITIALIZE
000780         THRU 1000-EXIT.
000970*----------------------------------------------------------------*
000980* 1000-INITIALIZE                                                *
000990* VERIFIES SUPERVISOR AUTHORITY AGAINST THE OPERATOR MASTER,     *
000995* THEN OPENS (OR CREATES) THE MAPPING FILE AND THE PENDING-      *
001000* CHANGE FILE.  WHEN NO OPERATOR MASTER EXISTS YET (INITIAL      *
001005* SETUP) THE SESSION IS ALLOWED SO THE MAPPING FILE CAN BE       *
001010* BUILT, AND WITH NO SECOND SUPERVISOR TO APPROVE THEM CHANGES   *
001015* ARE APPLIED DIRECTLY.                                          *
001030*----------------------------------------------------------------*
001040 1000-INITIALIZE.
001050     DISPLAY "*********************************".
001070     DISPLAY "*********************************".
001080     DISPLAY " ".
001090
001100     OPEN I-O OPERATOR-FILE.
001110     IF WS-OPER-FILE-STATUS = '35'
001120         DISPLAY "Operator master not on file - initial "
001130             "setup; supervisor authority assumed."
001140         MOVE 'Y' TO WS-SIGNON-OK-SW
001145         MOVE 'Y' TO WS-INITIAL-SETUP-SW
001150     ELSE
001160         IF WS-OPER-FILE-STATUS NOT = '00'
001170             DISPLAY "Cannot open operator master - status "
001460             WS-GLMAP-FILE-STATUS
001470         MOVE 'N' TO WS-SIGNON-OK-SW
001480     END-IF.
001481
001482     IF NOT WS-SIGNON-OK
001483         GO TO 1000-EXIT
001484     END-IF.
001485
001486     OPEN I-O PENDCHG-FILE.
001487     IF WS-PEND-FILE-STATUS = '35'
001488         OPEN OUTPUT PENDCHG-FILE
001489         IF WS-PEND-FILE-STATUS NOT = '00'
001490             DISPLAY "Cannot create pending-change file - "
001491                 "status " WS-PEND-FILE-STATUS
001492             CLOSE GLMAP-FILE
001493             MOVE 'N' TO WS-SIGNON-OK-SW
001494             GO TO 1000-EXIT
001495         END-IF
001496         CLOSE PENDCHG-FILE
001497         OPEN I-O PENDCHG-FILE
001498     END-IF.
001499
001500     IF WS-PEND-FILE-STATUS NOT = '00'
001501         DISPLAY "Cannot open pending-change file - status "
001502             WS-PEND-FILE-STATUS
001503         CLOSE GLMAP-FILE
001504         MOVE 'N' TO WS-SIGNON-OK-SW
001505     END-IF.
001506
001507 1000-EXIT.
001510     EXIT.
001520
001530*----------------------------------------------------------------*
001630     END-IF.
001640
001650     MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
001652     READ OPERATOR-FILE
001654         INVALID KEY
001656         DISPLAY "Operator not on file."
001658         MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-REASON
001660         MOVE ZERO TO WS-SEC-FAILED-CNT
001662         PERFORM 1160-LOG-SIGNON-FAILURE
001664             THRU 1160-EXIT
001666         GO TO 1100-EXIT
001668     END-READ.
001670
001672     IF OM-INACTIVE
001674         DISPLAY "Operator is deactivated."
001676         MOVE "OPERATOR INACTIVE" TO WS-SEC-REASON
001678         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
001680         PERFORM 1160-LOG-SIGNON-FAILURE
001682             THRU 1160-EXIT
001684         GO TO 1100-EXIT
001686     END-IF.
001688
001690     IF OM-LOCKED
001692         DISPLAY "Operator is locked - a supervisor must "
001694             "unlock it."
001696         MOVE "OPERATOR LOCKED" TO WS-SEC-REASON
001698         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
001700         PERFORM 1160-LOG-SIGNON-FAILURE
001702             THRU 1160-EXIT
001704         GO TO 1100-EXIT
001706     END-IF.
001708
001710     PERFORM 1110-VERIFY-PIN
001712         THRU 1110-EXIT.
001714     IF NOT WS-PIN-OK
001716         GO TO 1100-EXIT
001718     END-IF.
001720
001722     IF NOT OM-AUTH-SUPERVISOR
001724         DISPLAY "Not authorized for mapping maintenance."
001726         MOVE "NOT A SUPERVISOR" TO WS-SEC-REASON
001728         MOVE ZERO TO WS-SEC-FAILED-CNT
001730         PERFORM 1160-LOG-SIGNON-FAILURE
001732             THRU 1160-EXIT
001734         GO TO 1100-EXIT
001736     END-IF.
001820     DISPLAY "Signed on: " OM-OPERATOR-NAME.
001830     MOVE 'Y' TO WS-SIGNON-OK-SW.
001840
001850 1100-EXIT.
001860     EXIT.
001870
001871*----------------------------------------------------------------*
001872* 1110-VERIFY-PIN                                                *
001873* CHECKS THE PIN FOR THE OPERATOR JUST READ.  A BAD PIN COUNTS  *
001874* TOWARD THE LOCKOUT.  A GOOD PIN CLEARS THE COUNT; IF IT HAS   *
001875* EXPIRED (OR WAS ISSUED BY A SUPERVISOR) THE OPERATOR MUST     *
001876* CHOOSE A NEW ONE BEFORE THE SESSION GOES ON.  AN OPERATOR     *
001877* WITH NO PIN ON FILE IS REFUSED UNTIL A SUPERVISOR ISSUES ONE. *
001878* SAME RULES AS THE CALCULATOR SIGN-ON.                         *
001879*----------------------------------------------------------------*
001880 1110-VERIFY-PIN.
001881     MOVE 'N' TO WS-PIN-OK-SW.
001882     ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
001883
001884     IF OM-PIN-SCRAMBLED = SPACES
001885         DISPLAY "No PIN on file - a supervisor must issue "
001886             "one before you can sign on."
001887         MOVE "NO PIN ON FILE" TO WS-SEC-REASON
001888         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
001889         PERFORM 1160-LOG-SIGNON-FAILURE
001890             THRU 1160-EXIT
001891         GO TO 1110-EXIT
001892     END-IF.
001897
001898     MOVE SPACES TO WS-PIN-ENTERED.
001899     DISPLAY "Enter PIN: ".
001900     ACCEPT WS-PIN-ENTERED.
001901
001902     PERFORM 1130-SCRAMBLE-PIN
001903         THRU 1130-EXIT.
001904
001905     IF NOT WS-PIN-VALID
001906             OR WS-PIN-SCRAMBLED NOT = OM-PIN-SCRAMBLED
001907         PERFORM 1140-RECORD-BAD-PIN
001908             THRU 1140-EXIT
001909         GO TO 1110-EXIT
001910     END-IF.
001911
001912     MOVE ZERO TO OM-FAILED-SIGNON-CNT.
001913
001914     PERFORM 1150-CHECK-PIN-EXPIRY
001915         THRU 1150-EXIT.
001916
001917     IF NOT WS-PIN-EXPIRED
001918         REWRITE CALC-OPERATOR-REC
001919         MOVE 'Y' TO WS-PIN-OK-SW
001920         GO TO 1110-EXIT
001921     END-IF.
001922
001923     DISPLAY "PIN has expired - choose a new PIN now.".
001924     PERFORM 1120-SET-NEW-PIN
001925         THRU 1120-EXIT.
001926
001927     IF WS-PIN-OK
001928         MOVE 'C' TO WS-SEC-EVENT
001929         MOVE "PIN CHANGED AT SIGN-ON" TO WS-SEC-REASON
001930         MOVE ZERO TO WS-SEC-FAILED-CNT
001931         PERFORM 1170-WRITE-SECURITY-LOG
001932             THRU 1170-EXIT
001933     ELSE
001934         REWRITE CALC-OPERATOR-REC
001935         MOVE "EXPIRED PIN UNCHANGED" TO WS-SEC-REASON
001936         MOVE ZERO TO WS-SEC-FAILED-CNT
001937         PERFORM 1160-LOG-SIGNON-FAILURE
001938             THRU 1160-EXIT
001939     END-IF.
001940
001941 1110-EXIT.
001942     EXIT.
001943
001944*----------------------------------------------------------------*
001945* 1120-SET-NEW-PIN                                               *
001946* HAS THE OPERATOR KEY A NEW PIN TWICE.  IT MUST BE 4 TO 8      *
001947* DIGITS AND DIFFER FROM THE PIN IT REPLACES.  THE NEW PIN      *
001948* RESTARTS THE EXPIRY CLOCK FROM TODAY.                         *
001949*----------------------------------------------------------------*
001950 1120-SET-NEW-PIN.
001951     MOVE 'N' TO WS-PIN-OK-SW.
001952
001953     MOVE SPACES TO WS-PIN-ENTERED.
001954     DISPLAY "New PIN (4 to 8 digits): ".
001955     ACCEPT WS-PIN-ENTERED.
001956
001957     PERFORM 1130-SCRAMBLE-PIN
001958         THRU 1130-EXIT.
001959
001960     IF NOT WS-PIN-VALID
001961         DISPLAY "PIN must be 4 to 8 digits - not changed."
001962         GO TO 1120-EXIT
001963     END-IF.
001964
001965     IF WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
001966         DISPLAY "New PIN must differ from the old one - "
001967             "not changed."
001968         GO TO 1120-EXIT
001969     END-IF.
001970
001971     MOVE WS-PIN-SCRAMBLED TO WS-PIN-NEW-SCRAMBLED.
001972
001973     MOVE SPACES TO WS-PIN-ENTERED.
001974     DISPLAY "Re-enter new PIN: ".
001975     ACCEPT WS-PIN-ENTERED.
001976
001977     PERFORM 1130-SCRAMBLE-PIN
001978         THRU 1130-EXIT.
001979
001980     IF WS-PIN-SCRAMBLED NOT = WS-PIN-NEW-SCRAMBLED
001981         DISPLAY "PINs do not match - not changed."
001982         GO TO 1120-EXIT
001983     END-IF.
001984
001985     MOVE WS-PIN-NEW-SCRAMBLED TO OM-PIN-SCRAMBLED.
001986     MOVE WS-SIGNON-DATE       TO OM-PIN-CHANGED-DATE.
001987     MOVE ZERO                 TO OM-FAILED-SIGNON-CNT.
001988     REWRITE CALC-OPERATOR-REC.
001989
001990     DISPLAY "PIN changed.".
001991     MOVE 'Y' TO WS-PIN-OK-SW.
001992
001993 1120-EXIT.
001994     EXIT.
001995
001996*----------------------------------------------------------------*
001997* 1130-SCRAMBLE-PIN                                              *
001998* EDITS WS-PIN-ENTERED (4 TO 8 DIGITS, LEFT-JUSTIFIED) AND      *
001999* TURNS IT INTO THE FORM HELD ON THE OPERATOR MASTER IN         *
002000* WS-PIN-SCRAMBLED, SALTED BY OM-OPERATOR-ID.  THIS MUST STAY   *
002001* IDENTICAL TO 1250-SCRAMBLE-PIN IN CALCULATOR, WHICH ISSUES    *
002002* AND CHANGES THE SAME PINS.                                    *
002003*----------------------------------------------------------------*
002004 1130-SCRAMBLE-PIN.
002005     MOVE 'N'    TO WS-PIN-VALID-SW.
002006     MOVE SPACES TO WS-PIN-SCRAMBLED.
002007     MOVE ZERO   TO WS-PIN-LENGTH.
002008     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
002009         FOR CHARACTERS BEFORE INITIAL SPACE.
002010
002011     IF WS-PIN-LENGTH < 4
002012         GO TO 1130-EXIT
002013     END-IF.
002014
002015     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
002016         GO TO 1130-EXIT
002017     END-IF.
002018
002019     IF WS-PIN-LENGTH < 8
002020         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
002021             GO TO 1130-EXIT
002022         END-IF
002023     END-IF.
002024
002025     MOVE 'Y' TO WS-PIN-VALID-SW.
002026     COMPUTE WS-PIN-NUMERIC =
002027         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
002028
002029     MOVE ZERO TO WS-PIN-SALT.
002030     PERFORM 1135-ADD-SALT-CHARACTER
002031         THRU 1135-EXIT
002032         VARYING WS-PIN-IX FROM 1 BY 1
002033         UNTIL WS-PIN-IX > 8.
002034
002035     COMPUTE WS-PIN-HASH-WORK =
002036         WS-PIN-NUMERIC * 7919
002037         + WS-PIN-SALT * 104729
002038         + WS-PIN-LENGTH * 15485863.
002039     DIVIDE WS-PIN-HASH-WORK BY 99999989
002040         GIVING WS-PIN-HASH-QUOTIENT
002041         REMAINDER WS-PIN-HASH.
002042
002043     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
002044     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
002045         TO "KQXBMZRDWT".
002046
002047 1130-EXIT.
002048     EXIT.
002049
002050*----------------------------------------------------------------*
002051* 1135-ADD-SALT-CHARACTER                                        *
002052*----------------------------------------------------------------*
002053 1135-ADD-SALT-CHARACTER.
002054     COMPUTE WS-PIN-SALT = WS-PIN-SALT
002055         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
002056         * WS-PIN-IX.
002057
002058 1135-EXIT.
002059     EXIT.
002060
002061*----------------------------------------------------------------*
002062* 1140-RECORD-BAD-PIN                                            *
002063* COUNTS A BAD PIN AGAINST THE OPERATOR.  REACHING THE LOCKOUT  *
002064* THRESHOLD SETS THE LOCKED STATUS, WHICH ONLY A SUPERVISOR CAN *
002065* CLEAR THROUGH THE CALCULATOR'S OPERATOR MAINTENANCE.          *
002066*----------------------------------------------------------------*
002067 1140-RECORD-BAD-PIN.
002068     ADD 1 TO OM-FAILED-SIGNON-CNT.
002069     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
002070
002071     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
002072         REWRITE CALC-OPERATOR-REC
002073         DISPLAY "Invalid PIN."
002074         MOVE "INVALID PIN" TO WS-SEC-REASON
002075         PERFORM 1160-LOG-SIGNON-FAILURE
002076             THRU 1160-EXIT
002077         GO TO 1140-EXIT
002078     END-IF.
002079
002080     MOVE 'L' TO OM-STATUS-CODE.
002081     REWRITE CALC-OPERATOR-REC.
002082     DISPLAY "Invalid PIN - operator is now locked; a "
002083         "supervisor must unlock it.".
002084
002085     MOVE 'L'                TO WS-SEC-EVENT.
002086     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
002087     PERFORM 1170-WRITE-SECURITY-LOG
002088         THRU 1170-EXIT.
002089
002090 1140-EXIT.
002091     EXIT.
002092
002093*----------------------------------------------------------------*
002094* 1150-CHECK-PIN-EXPIRY                                          *
002095* A PIN EXPIRES WS-PIN-EXPIRY-DAYS AFTER IT WAS LAST CHANGED.   *
002096* A ZERO CHANGED DATE (SUPERVISOR-ISSUED PIN) OR ONE THAT IS    *
002097* NOT A VALID DATE COUNTS AS EXPIRED.                           *
002098*----------------------------------------------------------------*
002099 1150-CHECK-PIN-EXPIRY.
002100     MOVE 'N' TO WS-PIN-EXPIRED-SW.
002101
002102     IF OM-PIN-CHANGED-DATE NOT NUMERIC
002103             OR OM-PIN-CHANGED-DATE = ZERO
002104         MOVE 'Y' TO WS-PIN-EXPIRED-SW
002105         GO TO 1150-EXIT
002106     END-IF.
002107
002108     COMPUTE WS-PIN-AGE-DAYS =
002109         FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE)
002110         - FUNCTION INTEGER-OF-DATE(OM-PIN-CHANGED-DATE).
002111
002112     IF WS-PIN-AGE-DAYS NOT < WS-PIN-EXPIRY-DAYS
002113         MOVE 'Y' TO WS-PIN-EXPIRED-SW
002114     END-IF.
002115
002116 1150-EXIT.
002117     EXIT.
002118
002119*----------------------------------------------------------------*
002120* 1160-LOG-SIGNON-FAILURE                                        *
002121* LOGS A REFUSED SIGN-ON.  THE CALLER SETS THE REASON AND THE   *
002122* FAILED-PIN COUNT.                                             *
002123*----------------------------------------------------------------*
002124 1160-LOG-SIGNON-FAILURE.
002125     MOVE 'F' TO WS-SEC-EVENT.
002126     PERFORM 1170-WRITE-SECURITY-LOG
002127         THRU 1170-EXIT.
002128
002129 1160-EXIT.
002130     EXIT.
002131
002132*----------------------------------------------------------------*
002133* 1170-WRITE-SECURITY-LOG                                        *
002134* APPENDS ONE SIGN-ON EVENT FOR THE KEYED OPERATOR ID TO THE    *
002135* SECURITY LOG (SECLOG).  A LOG FAILURE IS REPORTED BUT NEVER   *
002136* STOPS THE SESSION.                                            *
002137*----------------------------------------------------------------*
002138 1170-WRITE-SECURITY-LOG.
002139     OPEN EXTEND SECLOG-FILE.
002140     IF WS-SECLOG-FILE-STATUS = '35'
002141         OPEN OUTPUT SECLOG-FILE
002142     END-IF.
002143     IF WS-SECLOG-FILE-STATUS NOT = '00'
002144         DISPLAY "Cannot open security log - status "
002145             WS-SECLOG-FILE-STATUS
002146         GO TO 1170-EXIT
002147     END-IF.
002148
002149     MOVE SPACES TO CALC-SECLOG-REC.
002150     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
002151     ACCEPT WS-TIME-OF-DAY FROM TIME.
002152     MOVE WS-TIME-HHMMSS      TO SL-LOG-TIME.
002153     MOVE "CALCGMNT"          TO SL-PROGRAM-ID.
002154     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
002155     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
002156     MOVE SPACES              TO SL-BY-OPERATOR-ID.
002157     MOVE WS-SEC-REASON       TO SL-REASON.
002158     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
002159     MOVE 'C'                 TO SL-ENTRY-MODE.
002160
002161     WRITE CALC-SECLOG-REC.
002162     CLOSE SECLOG-FILE.
002163
002164 1170-EXIT.
002165     EXIT.
002166
002167*----------------------------------------------------------------*
002168* 2000-MAINT-ONE-FUNCTION                                        *
002169*----------------------------------------------------------------*
002170 2000-MAINT-ONE-FUNCTION.
002171     DISPLAY " ".
002172     DISPLAY "Mapping maintenance - (A)dd, (C)hange, "
002173         "(D)eactivate, (L)ook up, (P)ending approvals, "
002174         "(Q)uit: ".
002175     ACCEPT WS-MAINT-FUNCTION.
002176
002177     EVALUATE WS-MAINT-FUNCTION
002178         WHEN 'A'
002179         WHEN 'a'
002180             PERFORM 2100-MAINT-ADD
002181                 THRU 2100-EXIT
002182         WHEN 'C'
002183         WHEN 'c'
002184             PERFORM 2200-MAINT-CHANGE
002185                 THRU 2200-EXIT
002186         WHEN 'D'
002187         WHEN 'd'
002188             PERFORM 2300-MAINT-DEACTIVATE
002189                 THRU 2300-EXIT
002190         WHEN 'L'
002191         WHEN 'l'
002192             PERFORM 2400-MAINT-DISPLAY
002193                 THRU 2400-EXIT
002194         WHEN 'P'
002195         WHEN 'p'
002196             PERFORM 2500-MAINT-APPROVE-PENDING
002197                 THRU 2500-EXIT
002198         WHEN 'Q'
002199         WHEN 'q'
002200             MOVE 'Y' TO WS-MAINT-DONE-SW
002201         WHEN OTHER
002202             DISPLAY "Invalid function - use A, C, D, L, P or Q."
002203     END-EVALUATE.
002204
002210 2000-EXIT.
002220     EXIT.
002230
002370         GO TO 2100-EXIT
002380     END-IF.
002390
002391     MOVE WS-MAINT-OPERATION TO GM-OPERATION.
002392     MOVE WS-MAINT-OPERATOR  TO GM-OPERATOR-ID.
002393     READ GLMAP-FILE
002394         INVALID KEY
002395         CONTINUE
002396         NOT INVALID KEY
002397         DISPLAY "Mapping already on file - use Change."
002398         GO TO 2100-EXIT
002399     END-READ.
002400
002401     MOVE WS-MAINT-OPERATION TO GM-OPERATION.
002410     MOVE WS-MAINT-OPERATOR  TO GM-OPERATOR-ID.
002420     MOVE WS-MAINT-ACCOUNT   TO GM-GL-ACCOUNT.
002430     MOVE WS-MAINT-CENTER    TO GM-COST-CENTER.
002440     MOVE WS-MAINT-DRCR      TO GM-DRCR-SIDE.
002450     MOVE 'A'                TO GM-STATUS-CODE.
002460
002461     IF NOT WS-INITIAL-SETUP
002462         MOVE 'A'    TO WS-PEND-ACTION
002463         MOVE SPACES TO WS-PEND-BEFORE-IMAGE
002464         PERFORM 3200-QUEUE-MAP-CHANGE
002465             THRU 3200-EXIT
002466         GO TO 2100-EXIT
002467     END-IF.
002468
002470     WRITE CALC-GLMAP-REC
002480         INVALID KEY
002490         DISPLAY "Mapping already on file - use Change."
002730         GO TO 2200-EXIT
002740     END-READ.
002750
002754     MOVE CALC-GLMAP-REC TO WS-PEND-BEFORE-IMAGE.
002758
002760     DISPLAY "Current account " GM-GL-ACCOUNT
002770         " center " GM-COST-CENTER " side " GM-DRCR-SIDE.
002780
002870     MOVE WS-MAINT-DRCR    TO GM-DRCR-SIDE.
002880     MOVE 'A'              TO GM-STATUS-CODE.
002890
002891     IF NOT WS-INITIAL-SETUP
002892         MOVE 'C' TO WS-PEND-ACTION
002893         PERFORM 3200-QUEUE-MAP-CHANGE
002894             THRU 3200-EXIT
002895         GO TO 2200-EXIT
002896     END-IF.
002897
002900     REWRITE CALC-GLMAP-REC.
002910     DISPLAY "Mapping changed.".
002920
003110         GO TO 2300-EXIT
003120     END-READ.
003130
003135     MOVE CALC-GLMAP-REC TO WS-PEND-BEFORE-IMAGE.
003140     MOVE 'I' TO GM-STATUS-CODE.
003141
003142     IF NOT WS-INITIAL-SETUP
003143         MOVE 'D' TO WS-PEND-ACTION
003144         PERFORM 3200-QUEUE-MAP-CHANGE
003145             THRU 3200-EXIT
003146         GO TO 2300-EXIT
003147     END-IF.
003148
003150     REWRITE CALC-GLMAP-REC.
003160     DISPLAY "Mapping deactivated.".
003170
003460 2400-EXIT.
003470     EXIT.
003480
003481*----------------------------------------------------------------*
003482* 2500-MAINT-APPROVE-PENDING                                     *
003483* WALKS THE MAPPING CHANGES AWAITING APPROVAL IN KEY ORDER.      *
003484* EACH IS SHOWN WITH ITS BEFORE AND AFTER IMAGES AND MAY BE      *
003485* APPROVED, REJECTED OR SKIPPED.  THE SUPERVISOR WHO ENTERED A   *
003486* CHANGE CANNOT DECIDE IT.  DECISIONS STAY ON THE PENDING-CHANGE *
003487* FILE FOR THE PENDING-CHANGES REPORT (CALCPCRP).                *
003488*----------------------------------------------------------------*
003489 2500-MAINT-APPROVE-PENDING.
003490     MOVE ZERO       TO WS-PEND-REVIEWED-CNT.
003491     MOVE 'N'        TO WS-PEND-BROWSE-DONE-SW.
003492     MOVE LOW-VALUES TO PC-CHANGE-KEY.
003493     MOVE 'G'        TO PC-TABLE-CODE.
003494     START PENDCHG-FILE KEY NOT < PC-CHANGE-KEY
003495         INVALID KEY
003496         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
003497     END-START.
003498
003499     PERFORM 2510-REVIEW-NEXT-PENDING
003500         THRU 2510-EXIT
003501         UNTIL WS-PEND-BROWSE-DONE.
003502
003503     IF WS-PEND-REVIEWED-CNT = ZERO
003504         DISPLAY "No mapping changes awaiting approval."
003505     END-IF.
003506
003507 2500-EXIT.
003508     EXIT.
003509
003510*----------------------------------------------------------------*
003511* 2510-REVIEW-NEXT-PENDING                                       *
003512*----------------------------------------------------------------*
003513 2510-REVIEW-NEXT-PENDING.
003514     READ PENDCHG-FILE NEXT RECORD
003515         AT END
003516         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
003517         GO TO 2510-EXIT
003518     END-READ.
003519
003520     IF NOT PC-GLMAP-TABLE
003521         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
003522         GO TO 2510-EXIT
003523     END-IF.
003524
003525     IF NOT PC-PENDING
003526         GO TO 2510-EXIT
003527     END-IF.
003528
003529     ADD 1 TO WS-PEND-REVIEWED-CNT.
003530     PERFORM 2520-DISPLAY-PENDING-MAP
003531         THRU 2520-EXIT.
003532
003533     IF PC-MAKER-ID = WS-OPERATOR-ID
003534         DISPLAY "You entered this change - another supervisor "
003535             "must approve it."
003536         GO TO 2510-EXIT
003537     END-IF.
003538
003539     MOVE SPACE TO WS-PEND-RESPONSE.
003540     DISPLAY "(A)pprove, (R)eject, (S)kip, (Q)uit review: ".
003541     ACCEPT WS-PEND-RESPONSE.
003542
003543     EVALUATE WS-PEND-RESPONSE
003544         WHEN 'A'
003545         WHEN 'a'
003546             PERFORM 2530-APPLY-PENDING-MAP
003547                 THRU 2530-EXIT
003548         WHEN 'R'
003549         WHEN 'r'
003550             MOVE 'R'    TO PC-STATUS-CODE
003551             MOVE SPACES TO PC-DECISION-REASON
003552             DISPLAY "Reason for rejection: "
003553             ACCEPT PC-DECISION-REASON
003554         WHEN 'Q'
003555         WHEN 'q'
003556             MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
003557             GO TO 2510-EXIT
003558         WHEN OTHER
003559             DISPLAY "Change skipped - still awaiting approval."
003560             GO TO 2510-EXIT
003561     END-EVALUATE.
003562
003563     MOVE WS-OPERATOR-ID TO PC-CHECKER-ID.
003564     ACCEPT PC-DECISION-DATE FROM DATE YYYYMMDD.
003565     ACCEPT WS-TIME-OF-DAY FROM TIME.
003566     MOVE WS-TIME-HHMMSS TO PC-DECISION-TIME.
003567
003568     REWRITE CALC-PENDCHG-REC
003569         INVALID KEY
003570         DISPLAY "Decision not recorded - status "
003571             WS-PEND-FILE-STATUS
003572         GO TO 2510-EXIT
003573     END-REWRITE.
003574
003575     EVALUATE TRUE
003576         WHEN PC-APPROVED
003577             DISPLAY "Change approved and applied."
003578         WHEN PC-REJECTED
003579             DISPLAY "Change rejected."
003580         WHEN OTHER
003581             DISPLAY "Change not applied - " PC-DECISION-REASON
003582     END-EVALUATE.
003583
003584 2510-EXIT.
003585     EXIT.
003586
003587*----------------------------------------------------------------*
003588* 2520-DISPLAY-PENDING-MAP                                       *
003589*----------------------------------------------------------------*
003590 2520-DISPLAY-PENDING-MAP.
003591     DISPLAY " ".
003592     DISPLAY "Operation " PC-AG-OPERATION " operator "
003593         PC-AG-OPERATOR-ID " - entered by " PC-MAKER-ID
003594         " on " PC-ENTRY-DATE.
003595
003596     EVALUATE TRUE
003597         WHEN PC-ACTION-ADD
003598             DISPLAY "  Action:  ADD MAPPING"
003599         WHEN PC-ACTION-CHANGE
003600             DISPLAY "  Action:  CHANGE MAPPING"
003601         WHEN OTHER
003602             DISPLAY "  Action:  DEACTIVATE"
003603     END-EVALUATE.
003604
003605     IF PC-BEFORE-IMAGE = SPACES
003606         DISPLAY "  Before:  no entry on file"
003607     ELSE
003608         DISPLAY "  Before:  account " PC-BG-GL-ACCOUNT
003609             " center " PC-BG-COST-CENTER
003610             " side " PC-BG-DRCR-SIDE
003611             " status " PC-BG-STATUS-CODE
003612     END-IF.
003613
003614     DISPLAY "  After:   account " PC-AG-GL-ACCOUNT
003615         " center " PC-AG-COST-CENTER
003616         " side " PC-AG-DRCR-SIDE
003617         " status " PC-AG-STATUS-CODE.
003618
003619 2520-EXIT.
003620     EXIT.
003621
003622*----------------------------------------------------------------*
003623* 2530-APPLY-PENDING-MAP                                         *
003624* APPLIES AN APPROVED CHANGE.  THE ENTRY MUST STILL MATCH THE    *
003625* BEFORE IMAGE TAKEN WHEN THE CHANGE WAS KEYED; IF IT DOES NOT   *
003626* (OR THE UPDATE FAILS) THE CHANGE IS MARKED NOT APPLIED AND     *
003627* MUST BE KEYED AGAIN AGAINST THE CURRENT ENTRY.                 *
003628*----------------------------------------------------------------*
003629 2530-APPLY-PENDING-MAP.
003630     MOVE PC-ROW-KEY TO GM-MAP-KEY.
003631     READ GLMAP-FILE
003632         INVALID KEY
003633         MOVE SPACES TO WS-PEND-CURRENT-IMAGE
003634         NOT INVALID KEY
003635         MOVE CALC-GLMAP-REC TO WS-PEND-CURRENT-IMAGE
003636     END-READ.
003637
003638     IF WS-PEND-CURRENT-IMAGE NOT = PC-BEFORE-IMAGE
003639         MOVE 'N' TO PC-STATUS-CODE
003640         MOVE "ENTRY CHANGED SINCE KEYED" TO PC-DECISION-REASON
003641         GO TO 2530-EXIT
003642     END-IF.
003643
003644     MOVE PC-AFTER-IMAGE TO CALC-GLMAP-REC.
003645     IF PC-BEFORE-IMAGE = SPACES
003646         WRITE CALC-GLMAP-REC
003647             INVALID KEY
003648             MOVE 'N' TO PC-STATUS-CODE
003649             MOVE "MAPPING WRITE FAILED" TO PC-DECISION-REASON
003650             GO TO 2530-EXIT
003651         END-WRITE
003652     ELSE
003653         REWRITE CALC-GLMAP-REC
003654             INVALID KEY
003655             MOVE 'N' TO PC-STATUS-CODE
003656             MOVE "MAPPING REWRITE FAILED" TO PC-DECISION-REASON
003657             GO TO 2530-EXIT
003658         END-REWRITE
003659     END-IF.
003660
003661     MOVE 'A'    TO PC-STATUS-CODE.
003662     MOVE SPACES TO PC-DECISION-REASON.
003663
003664 2530-EXIT.
003665     EXIT.
003666
003667*----------------------------------------------------------------*
003668* 3000-MAINT-ACCEPT-KEY                                          *
003669* ACCEPTS AND VALIDATES THE MAPPING KEY - OPERATION CODE PLUS    *
003670* OPERATOR ID (OR '*DEFAULT' FOR THE OPERATION'S FALLBACK).      *
003671*----------------------------------------------------------------*
003672 3000-MAINT-ACCEPT-KEY.
003673     MOVE 'N' TO WS-KEY-OK-SW.
003674
003675     MOVE SPACE TO WS-MAINT-OPERATION.
003676     DISPLAY "Operation code (+,-,*,/,%,^,R): ".
003677     ACCEPT WS-MAINT-OPERATION.
003678     INSPECT WS-MAINT-OPERATION CONVERTING "r" TO "R".
003679
003680     IF WS-MAINT-OPERATION NOT = '+' AND
003681             WS-MAINT-OPERATION NOT = '-' AND
003682             WS-MAINT-OPERATION NOT = '*' AND
003683             WS-MAINT-OPERATION NOT = '/' AND
003684             WS-MAINT-OPERATION NOT = '%' AND
003685             WS-MAINT-OPERATION NOT = '^' AND
003686             WS-MAINT-OPERATION NOT = 'R'
003690         DISPLAY "Invalid operation - function cancelled."
003700         GO TO 3000-EXIT
003710     END-IF.
004190     EXIT.
004200
004210*----------------------------------------------------------------*
004220* 3200-QUEUE-MAP-CHANGE                                          *
004230* WRITES A MAINTENANCE FUNCTION'S CHANGE TO THE PENDING-CHANGE   *
004240* FILE - THE AFTER IMAGE FROM THE MAPPING RECORD, THE BEFORE     *
004250* IMAGE FROM WS-PEND-BEFORE-IMAGE.  AN ENTRY WITH A CHANGE       *
004260* ALREADY AWAITING APPROVAL CANNOT TAKE A SECOND ONE.            *
004270*----------------------------------------------------------------*
004280 3200-QUEUE-MAP-CHANGE.
004290     MOVE GM-MAP-KEY TO WS-PEND-ROW-KEY.
004300     PERFORM 3300-CHECK-ROW-PENDING
004310         THRU 3300-EXIT.
004320     IF WS-PEND-ROW-BUSY
004330         DISPLAY "Mapping already has a change awaiting "
004340             "approval - function cancelled."
004350         GO TO 3200-EXIT
004360     END-IF.
004370
004380     MOVE SPACES               TO CALC-PENDCHG-REC.
004390     MOVE 'G'                  TO PC-TABLE-CODE.
004400     MOVE WS-PEND-ROW-KEY      TO PC-ROW-KEY.
004410     ACCEPT PC-ENTRY-DATE FROM DATE YYYYMMDD.
004420     ACCEPT WS-PEND-ENTRY-TIME FROM TIME.
004430     MOVE WS-PEND-ENTRY-TIME   TO PC-ENTRY-TIME.
004440     MOVE WS-PEND-ACTION       TO PC-ACTION-CODE.
004450     MOVE 'P'                  TO PC-STATUS-CODE.
004460     MOVE WS-OPERATOR-ID       TO PC-MAKER-ID.
004470     MOVE ZERO                 TO PC-DECISION-DATE.
004480     MOVE ZERO                 TO PC-DECISION-TIME.
004490     MOVE WS-PEND-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
004500     MOVE CALC-GLMAP-REC       TO PC-AFTER-IMAGE.
004510
004520     WRITE CALC-PENDCHG-REC
004530         INVALID KEY
004540         DISPLAY "Change not recorded - status "
004550             WS-PEND-FILE-STATUS " - key it again."
004560         GO TO 3200-EXIT
004570     END-WRITE.
004580
004590     DISPLAY "Mapping change recorded - it takes effect when "
004600         "a second supervisor approves it.".
004610
004620 3200-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------*
004660* 3300-CHECK-ROW-PENDING                                         *
004670* SETS WS-PEND-ROW-BUSY WHEN THE MAPPING ENTRY IN                *
004680* WS-PEND-ROW-KEY ALREADY HAS A CHANGE AWAITING APPROVAL.        *
004690*----------------------------------------------------------------*
004700 3300-CHECK-ROW-PENDING.
004710     MOVE 'N' TO WS-PEND-ROW-BUSY-SW.
004720     MOVE 'N' TO WS-PEND-BROWSE-DONE-SW.
004730
004740     MOVE 'G'             TO PC-TABLE-CODE.
004750     MOVE WS-PEND-ROW-KEY TO PC-ROW-KEY.
004760     MOVE ZERO            TO PC-ENTRY-DATE.
004770     MOVE ZERO            TO PC-ENTRY-TIME.
004780     START PENDCHG-FILE KEY NOT < PC-CHANGE-KEY
004790         INVALID KEY
004800         GO TO 3300-EXIT
004810     END-START.
004820
004830     PERFORM 3310-CHECK-NEXT-PENDING
004840         THRU 3310-EXIT
004850         UNTIL WS-PEND-BROWSE-DONE
004860             OR WS-PEND-ROW-BUSY.
004870
004880 3300-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------*
004920* 3310-CHECK-NEXT-PENDING                                        *
004930*----------------------------------------------------------------*
004940 3310-CHECK-NEXT-PENDING.
004950     READ PENDCHG-FILE NEXT RECORD
004960         AT END
004970         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
004980         GO TO 3310-EXIT
004990     END-READ.
005000
005010     IF NOT PC-GLMAP-TABLE
005020             OR PC-ROW-KEY NOT = WS-PEND-ROW-KEY
005030         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
005040         GO TO 3310-EXIT
005050     END-IF.
005060
005070     IF PC-PENDING
005080         MOVE 'Y' TO WS-PEND-ROW-BUSY-SW
005090     END-IF.
005100
005110 3310-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------*
005150* 9000-TERMINATE                                                 *
005160*----------------------------------------------------------------*
005170 9000-TERMINATE.
005180     CLOSE GLMAP-FILE.
005190     CLOSE PENDCHG-FILE.
005200     DISPLAY "Mapping maintenance ended.".
005210     MOVE 0 TO RETURN-CODE.
005220
005230 9000-EXIT.
005240     EXIT.
