000200*----------------------------------------------------------------*
000210* DATE       INITIALS  DESCRIPTION                               *
000220* 2026-09-02 JAW       ORIGINAL PROGRAM.                         *
000221* 2026-10-15 JAW       SIGN-ON NOW REQUIRES THE OPERATOR'S PIN,  *
000222*                      WITH THE SAME EXPIRY AND LOCKOUT RULES    *
000223*                      AS THE CALCULATOR; REFUSED SIGN-ONS,      *
000224*                      LOCKOUTS AND PIN CHANGES ARE WRITTEN TO   *
000225*                      THE SECURITY LOG (SECLOG).                *
000226* 2026-10-15 JAW       ROLL RULE (NEXT, PREVIOUS OR SKIP) TAKEN  *
000227*                      FOR WEEKLY AND MONTHLY INSTRUCTIONS, FOR  *
000228*                      A DAY THE BUSINESS-DAY CALENDAR CLOSES.   *
000230* 2026-10-15 JAW       AN OPERATOR WITH NO PIN ON FILE IS REFUSED*
000232*                      AT SIGN-ON AND LOGGED - A SUPERVISOR MUST *
000234*                      ISSUE THE FIRST PIN.                      *
000236*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OM-OPERATOR-ID
000390         FILE STATUS IS WS-OPER-FILE-STATUS.
000392
000394     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000396         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000400
000410 DATA DIVISION.
000420
000460
000470 FD  OPERATOR-FILE.
000480     COPY CALCOPER.
000482
000484 FD  SECLOG-FILE.
000486     COPY CALCSECL.
000490
000500 WORKING-STORAGE SECTION.
000510
000520 01  WS-STNDINST-FILE-STATUS     PIC X(02) VALUE SPACES.
000530 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
000535 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000540
000550 77  WS-SIGNON-OK-SW             PIC X VALUE 'N'.
000560     88  WS-SIGNON-OK            VALUE 'Y'.
000700 01  WS-MAINT-OPERAND-IN         PIC X(22) VALUE SPACES.
000710 01  WS-MAINT-FREQUENCY          PIC X(01) VALUE SPACE.
000720 01  WS-MAINT-FREQ-DAY           PIC 9(02) VALUE ZERO.
000725 01  WS-MAINT-ROLL-RULE          PIC X(01) VALUE SPACE.
000730 01  WS-MAINT-START-DATE         PIC 9(08) VALUE ZERO.
000740 01  WS-MAINT-END-DATE           PIC 9(08) VALUE ZERO.
000750
000830
000840 01  WS-VALUE-DISPLAY            PIC -(10)9.9(10).
000850
000851*----------------------------------------------------------------*
000852* PIN AND SECURITY LOG WORKING STORAGE - THE SAME LOCKOUT        *
000853* THRESHOLD AND PIN LIFETIME AS THE CALCULATOR SIGN-ON.          *
000854*----------------------------------------------------------------*
000855 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
000856 77  WS-PIN-EXPIRY-DAYS          PIC 9(03) VALUE 90.
000857
000858 77  WS-PIN-OK-SW                PIC X VALUE 'N'.
000859     88  WS-PIN-OK               VALUE 'Y'.
000860
000861 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
000862     88  WS-PIN-VALID            VALUE 'Y'.
000863
000864 77  WS-PIN-EXPIRED-SW           PIC X VALUE 'N'.
000865     88  WS-PIN-EXPIRED          VALUE 'Y'.
000866
000867 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
000868 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
000869 01  WS-PIN-NEW-SCRAMBLED        PIC X(08) VALUE SPACES.
000870 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
000871 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
000872 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
000873 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
000874 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
000875 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
000876 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
000877 01  WS-PIN-AGE-DAYS             PIC S9(08) COMP VALUE ZERO.
000878 01  WS-SIGNON-DATE              PIC 9(08) VALUE ZERO.
000879
000880 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
000881 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
000882 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
000883
000884 01  WS-TIME-OF-DAY.
000885     05  WS-TIME-HHMMSS          PIC 9(06).
000886     05  FILLER                  PIC 9(02).
000887
000888 PROCEDURE DIVISION.
000889
000890*----------------------------------------------------------------*
000891* 0000-MAINLINE                                                  *
000900*----------------------------------------------------------------*
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE
001220     DISPLAY "*********************************".
001230     DISPLAY " ".
001240
001250     OPEN I-O OPERATOR-FILE.
001260     IF WS-OPER-FILE-STATUS = '35'
001270         DISPLAY "Operator master not on file - initial "
001280             "setup; supervisor authority assumed."
001780     END-IF.
001790
001800     MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
001802     READ OPERATOR-FILE
001804         INVALID KEY
001806         DISPLAY "Operator not on file."
001808         MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-REASON
001810         MOVE ZERO TO WS-SEC-FAILED-CNT
001812         PERFORM 1160-LOG-SIGNON-FAILURE
001814             THRU 1160-EXIT
001816         GO TO 1100-EXIT
001818     END-READ.
001820
001822     IF OM-INACTIVE
001824         DISPLAY "Operator is deactivated."
001826         MOVE "OPERATOR INACTIVE" TO WS-SEC-REASON
001828         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
001830         PERFORM 1160-LOG-SIGNON-FAILURE
001832             THRU 1160-EXIT
001834         GO TO 1100-EXIT
001836     END-IF.
001838
001840     IF OM-LOCKED
001842         DISPLAY "Operator is locked - a supervisor must "
001844             "unlock it."
001846         MOVE "OPERATOR LOCKED" TO WS-SEC-REASON
001848         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
001850         PERFORM 1160-LOG-SIGNON-FAILURE
001852             THRU 1160-EXIT
001854         GO TO 1100-EXIT
001856     END-IF.
001858
001860     PERFORM 1110-VERIFY-PIN
001862         THRU 1110-EXIT.
001864     IF NOT WS-PIN-OK
001866         GO TO 1100-EXIT
001868     END-IF.
001870
001872     IF NOT OM-AUTH-SUPERVISOR
001874         DISPLAY "Not authorized for instruction maintenance."
001876         MOVE "NOT A SUPERVISOR" TO WS-SEC-REASON
001878         MOVE ZERO TO WS-SEC-FAILED-CNT
001880         PERFORM 1160-LOG-SIGNON-FAILURE
001882             THRU 1160-EXIT
001884         GO TO 1100-EXIT
001886     END-IF.
001970     DISPLAY "Signed on: " OM-OPERATOR-NAME.
001980     MOVE 'Y' TO WS-SIGNON-OK-SW.
001990
002000 1100-EXIT.
002010     EXIT.
002011
002012*----------------------------------------------------------------*
002013* 1110-VERIFY-PIN                                                *
002014* CHECKS THE PIN FOR THE OPERATOR JUST READ.  A BAD PIN COUNTS  *
002015* TOWARD THE LOCKOUT.  A GOOD PIN CLEARS THE COUNT; IF IT HAS   *
002016* EXPIRED (OR WAS ISSUED BY A SUPERVISOR) THE OPERATOR MUST     *
002017* CHOOSE A NEW ONE BEFORE THE SESSION GOES ON.  AN OPERATOR     *
002018* WITH NO PIN ON FILE IS REFUSED UNTIL A SUPERVISOR ISSUES ONE. *
002019* SAME RULES AS THE CALCULATOR SIGN-ON.                         *
002020*----------------------------------------------------------------*
002021 1110-VERIFY-PIN.
002022     MOVE 'N' TO WS-PIN-OK-SW.
002023     ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
002024
002025     IF OM-PIN-SCRAMBLED = SPACES
002026         DISPLAY "No PIN on file - a supervisor must issue "
002027             "one before you can sign on."
002028         MOVE "NO PIN ON FILE" TO WS-SEC-REASON
002029         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
002030         PERFORM 1160-LOG-SIGNON-FAILURE
002031             THRU 1160-EXIT
002032         GO TO 1110-EXIT
002033     END-IF.
002038
002039     MOVE SPACES TO WS-PIN-ENTERED.
002040     DISPLAY "Enter PIN: ".
002041     ACCEPT WS-PIN-ENTERED.
002042
002043     PERFORM 1130-SCRAMBLE-PIN
002044         THRU 1130-EXIT.
002045
002046     IF NOT WS-PIN-VALID
002047             OR WS-PIN-SCRAMBLED NOT = OM-PIN-SCRAMBLED
002048         PERFORM 1140-RECORD-BAD-PIN
002049             THRU 1140-EXIT
002050         GO TO 1110-EXIT
002051     END-IF.
002052
002053     MOVE ZERO TO OM-FAILED-SIGNON-CNT.
002054
002055     PERFORM 1150-CHECK-PIN-EXPIRY
002056         THRU 1150-EXIT.
002057
002058     IF NOT WS-PIN-EXPIRED
002059         REWRITE CALC-OPERATOR-REC
002060         MOVE 'Y' TO WS-PIN-OK-SW
002061         GO TO 1110-EXIT
002062     END-IF.
002063
002064     DISPLAY "PIN has expired - choose a new PIN now.".
002065     PERFORM 1120-SET-NEW-PIN
002066         THRU 1120-EXIT.
002067
002068     IF WS-PIN-OK
002069         MOVE 'C' TO WS-SEC-EVENT
002070         MOVE "PIN CHANGED AT SIGN-ON" TO WS-SEC-REASON
002071         MOVE ZERO TO WS-SEC-FAILED-CNT
002072         PERFORM 1170-WRITE-SECURITY-LOG
002073             THRU 1170-EXIT
002074     ELSE
002075         REWRITE CALC-OPERATOR-REC
002076         MOVE "EXPIRED PIN UNCHANGED" TO WS-SEC-REASON
002077         MOVE ZERO TO WS-SEC-FAILED-CNT
002078         PERFORM 1160-LOG-SIGNON-FAILURE
002079             THRU 1160-EXIT
002080     END-IF.
002081
002082 1110-EXIT.
002083     EXIT.
002084
002085*----------------------------------------------------------------*
002086* 1120-SET-NEW-PIN                                               *
002087* HAS THE OPERATOR KEY A NEW PIN TWICE.  IT MUST BE 4 TO 8      *
002088* DIGITS AND DIFFER FROM THE PIN IT REPLACES.  THE NEW PIN      *
002089* RESTARTS THE EXPIRY CLOCK FROM TODAY.                         *
002090*----------------------------------------------------------------*
002091 1120-SET-NEW-PIN.
002092     MOVE 'N' TO WS-PIN-OK-SW.
002093
002094     MOVE SPACES TO WS-PIN-ENTERED.
002095     DISPLAY "New PIN (4 to 8 digits): ".
002096     ACCEPT WS-PIN-ENTERED.
002097
002098     PERFORM 1130-SCRAMBLE-PIN
002099         THRU 1130-EXIT.
002100
002101     IF NOT WS-PIN-VALID
002102         DISPLAY "PIN must be 4 to 8 digits - not changed."
002103         GO TO 1120-EXIT
002104     END-IF.
002105
002106     IF WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
002107         DISPLAY "New PIN must differ from the old one - "
002108             "not changed."
002109         GO TO 1120-EXIT
002110     END-IF.
002111
002112     MOVE WS-PIN-SCRAMBLED TO WS-PIN-NEW-SCRAMBLED.
002113
002114     MOVE SPACES TO WS-PIN-ENTERED.
002115     DISPLAY "Re-enter new PIN: ".
002116     ACCEPT WS-PIN-ENTERED.
002117
002118     PERFORM 1130-SCRAMBLE-PIN
002119         THRU 1130-EXIT.
002120
002121     IF WS-PIN-SCRAMBLED NOT = WS-PIN-NEW-SCRAMBLED
002122         DISPLAY "PINs do not match - not changed."
002123         GO TO 1120-EXIT
002124     END-IF.
002125
002126     MOVE WS-PIN-NEW-SCRAMBLED TO OM-PIN-SCRAMBLED.
002127     MOVE WS-SIGNON-DATE       TO OM-PIN-CHANGED-DATE.
002128     MOVE ZERO                 TO OM-FAILED-SIGNON-CNT.
002129     REWRITE CALC-OPERATOR-REC.
002130
002131     DISPLAY "PIN changed.".
002132     MOVE 'Y' TO WS-PIN-OK-SW.
002133
002134 1120-EXIT.
002135     EXIT.
002136
002137*----------------------------------------------------------------*
002138* 1130-SCRAMBLE-PIN                                              *
002139* EDITS WS-PIN-ENTERED (4 TO 8 DIGITS, LEFT-JUSTIFIED) AND      *
002140* TURNS IT INTO THE FORM HELD ON THE OPERATOR MASTER IN         *
002141* WS-PIN-SCRAMBLED, SALTED BY OM-OPERATOR-ID.  THIS MUST STAY   *
002142* IDENTICAL TO 1250-SCRAMBLE-PIN IN CALCULATOR, WHICH ISSUES    *
002143* AND CHANGES THE SAME PINS.                                    *
002144*----------------------------------------------------------------*
002145 1130-SCRAMBLE-PIN.
002146     MOVE 'N'    TO WS-PIN-VALID-SW.
002147     MOVE SPACES TO WS-PIN-SCRAMBLED.
002148     MOVE ZERO   TO WS-PIN-LENGTH.
002149     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
002150         FOR CHARACTERS BEFORE INITIAL SPACE.
002151
002152     IF WS-PIN-LENGTH < 4
002153         GO TO 1130-EXIT
002154     END-IF.
002155
002156     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
002157         GO TO 1130-EXIT
002158     END-IF.
002159
002160     IF WS-PIN-LENGTH < 8
002161         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
002162             GO TO 1130-EXIT
002163         END-IF
002164     END-IF.
002165
002166     MOVE 'Y' TO WS-PIN-VALID-SW.
002167     COMPUTE WS-PIN-NUMERIC =
002168         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
002169
002170     MOVE ZERO TO WS-PIN-SALT.
002171     PERFORM 1135-ADD-SALT-CHARACTER
002172         THRU 1135-EXIT
002173         VARYING WS-PIN-IX FROM 1 BY 1
002174         UNTIL WS-PIN-IX > 8.
002175
002176     COMPUTE WS-PIN-HASH-WORK =
002177         WS-PIN-NUMERIC * 7919
002178         + WS-PIN-SALT * 104729
002179         + WS-PIN-LENGTH * 15485863.
002180     DIVIDE WS-PIN-HASH-WORK BY 99999989
002181         GIVING WS-PIN-HASH-QUOTIENT
002182         REMAINDER WS-PIN-HASH.
002183
002184     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
002185     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
002186         TO "KQXBMZRDWT".
002187
002188 1130-EXIT.
002189     EXIT.
002190
002191*----------------------------------------------------------------*
002192* 1135-ADD-SALT-CHARACTER                                        *
002193*----------------------------------------------------------------*
002194 1135-ADD-SALT-CHARACTER.
002195     COMPUTE WS-PIN-SALT = WS-PIN-SALT
002196         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
002197         * WS-PIN-IX.
002198
002199 1135-EXIT.
002200     EXIT.
002201
002202*----------------------------------------------------------------*
002203* 1140-RECORD-BAD-PIN                                            *
002204* COUNTS A BAD PIN AGAINST THE OPERATOR.  REACHING THE LOCKOUT  *
002205* THRESHOLD SETS THE LOCKED STATUS, WHICH ONLY A SUPERVISOR CAN *
002206* CLEAR THROUGH THE CALCULATOR'S OPERATOR MAINTENANCE.          *
002207*----------------------------------------------------------------*
002208 1140-RECORD-BAD-PIN.
002209     ADD 1 TO OM-FAILED-SIGNON-CNT.
002210     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
002211
002212     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
002213         REWRITE CALC-OPERATOR-REC
002214         DISPLAY "Invalid PIN."
002215         MOVE "INVALID PIN" TO WS-SEC-REASON
002216         PERFORM 1160-LOG-SIGNON-FAILURE
002217             THRU 1160-EXIT
002218         GO TO 1140-EXIT
002219     END-IF.
002220
002221     MOVE 'L' TO OM-STATUS-CODE.
002222     REWRITE CALC-OPERATOR-REC.
002223     DISPLAY "Invalid PIN - operator is now locked; a "
002224         "supervisor must unlock it.".
002225
002226     MOVE 'L'                TO WS-SEC-EVENT.
002227     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
002228     PERFORM 1170-WRITE-SECURITY-LOG
002229         THRU 1170-EXIT.
002230
002231 1140-EXIT.
002232     EXIT.
002233
002234*----------------------------------------------------------------*
002235* 1150-CHECK-PIN-EXPIRY                                          *
002236* A PIN EXPIRES WS-PIN-EXPIRY-DAYS AFTER IT WAS LAST CHANGED.   *
002237* A ZERO CHANGED DATE (SUPERVISOR-ISSUED PIN) OR ONE THAT IS    *
002238* NOT A VALID DATE COUNTS AS EXPIRED.                           *
002239*----------------------------------------------------------------*
002240 1150-CHECK-PIN-EXPIRY.
002241     MOVE 'N' TO WS-PIN-EXPIRED-SW.
002242
002243     IF OM-PIN-CHANGED-DATE NOT NUMERIC
002244             OR OM-PIN-CHANGED-DATE = ZERO
002245         MOVE 'Y' TO WS-PIN-EXPIRED-SW
002246         GO TO 1150-EXIT
002247     END-IF.
002248
002249     COMPUTE WS-PIN-AGE-DAYS =
002250         FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE)
002251         - FUNCTION INTEGER-OF-DATE(OM-PIN-CHANGED-DATE).
002252
002253     IF WS-PIN-AGE-DAYS NOT < WS-PIN-EXPIRY-DAYS
002254         MOVE 'Y' TO WS-PIN-EXPIRED-SW
002255     END-IF.
002256
002257 1150-EXIT.
002258     EXIT.
002259
002260*----------------------------------------------------------------*
002261* 1160-LOG-SIGNON-FAILURE                                        *
002262* LOGS A REFUSED SIGN-ON.  THE CALLER SETS THE REASON AND THE   *
002263* FAILED-PIN COUNT.                                             *
002264*----------------------------------------------------------------*
002265 1160-LOG-SIGNON-FAILURE.
002266     MOVE 'F' TO WS-SEC-EVENT.
002267     PERFORM 1170-WRITE-SECURITY-LOG
002268         THRU 1170-EXIT.
002269
002270 1160-EXIT.
002271     EXIT.
002272
002273*----------------------------------------------------------------*
002274* 1170-WRITE-SECURITY-LOG                                        *
002275* APPENDS ONE SIGN-ON EVENT FOR THE KEYED OPERATOR ID TO THE    *
002276* SECURITY LOG (SECLOG).  A LOG FAILURE IS REPORTED BUT NEVER   *
002277* STOPS THE SESSION.                                            *
002278*----------------------------------------------------------------*
002279 1170-WRITE-SECURITY-LOG.
002280     OPEN EXTEND SECLOG-FILE.
002281     IF WS-SECLOG-FILE-STATUS = '35'
002282         OPEN OUTPUT SECLOG-FILE
002283     END-IF.
002284     IF WS-SECLOG-FILE-STATUS NOT = '00'
002285         DISPLAY "Cannot open security log - status "
002286             WS-SECLOG-FILE-STATUS
002287         GO TO 1170-EXIT
002288     END-IF.
002289
002290     MOVE SPACES TO CALC-SECLOG-REC.
002291     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
002292     ACCEPT WS-TIME-OF-DAY FROM TIME.
002293     MOVE WS-TIME-HHMMSS      TO SL-LOG-TIME.
002294     MOVE "CALCSMNT"          TO SL-PROGRAM-ID.
002295     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
002296     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
002297     MOVE SPACES              TO SL-BY-OPERATOR-ID.
002298     MOVE WS-SEC-REASON       TO SL-REASON.
002299     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
002300     MOVE 'C'                 TO SL-ENTRY-MODE.
002301
002302     WRITE CALC-SECLOG-REC.
002303     CLOSE SECLOG-FILE.
002304
002305 1170-EXIT.
002306     EXIT.
002307
002308*----------------------------------------------------------------*
002309* 2000-MAINT-ONE-FUNCTION                                        *
002310*----------------------------------------------------------------*
002311 2000-MAINT-ONE-FUNCTION.
002312     DISPLAY " ".
002313     DISPLAY "Instruction maintenance - (A)dd, (C)hange, "
002314         "(D)eactivate, (L)ook up, (Q)uit: ".
002315     ACCEPT WS-MAINT-FUNCTION.
002316
002317     EVALUATE WS-MAINT-FUNCTION
002318         WHEN 'A'
002319         WHEN 'a'
002320             PERFORM 2100-MAINT-ADD
002321                 THRU 2100-EXIT
002322         WHEN 'C'
002323         WHEN 'c'
002324             PERFORM 2200-MAINT-CHANGE
002325                 THRU 2200-EXIT
002326         WHEN 'D'
002327         WHEN 'd'
002328             PERFORM 2300-MAINT-DEACTIVATE
002329                 THRU 2300-EXIT
002330         WHEN 'L'
002331         WHEN 'l'
002332             PERFORM 2400-MAINT-DISPLAY
002333                 THRU 2400-EXIT
002334         WHEN 'Q'
002335         WHEN 'q'
002336             MOVE 'Y' TO WS-MAINT-DONE-SW
002337         WHEN OTHER
002338             DISPLAY "Invalid function - use A, C, D, L or Q."
002340     END-EVALUATE.
002350
002360 2000-EXIT.
003710
003720     DISPLAY "Frequency:   " SI-FREQUENCY
003730         " day " SI-FREQ-DAY.
003731     EVALUATE TRUE
003732         WHEN SI-FREQ-DAILY
003733             CONTINUE
003734         WHEN SI-ROLL-PREVIOUS
003735             DISPLAY "Roll rule:   P (previous business day)"
003736         WHEN SI-ROLL-SKIP
003737             DISPLAY "Roll rule:   S (skip)"
003738         WHEN OTHER
003739             DISPLAY "Roll rule:   N (next business day)"
003740     END-EVALUATE.
003741     DISPLAY "Active from: " SI-START-DATE
003750         " to " SI-END-DATE " (0 = open-ended)".
003760     DISPLAY "Status:      " SI-STATUS-CODE.
003770
004880             END-IF
004890     END-EVALUATE.
004900
004901     MOVE 'N' TO WS-MAINT-ROLL-RULE.
004902     IF WS-MAINT-FREQUENCY NOT = 'D'
004903         MOVE SPACE TO WS-MAINT-ROLL-RULE
004904         DISPLAY "Day not a business day - (N)ext, (P)revious, "
004905             "(S)kip (blank = N): "
004906         ACCEPT WS-MAINT-ROLL-RULE
004907         INSPECT WS-MAINT-ROLL-RULE CONVERTING "nps" TO "NPS"
004908     END-IF.
004909
004910     IF WS-MAINT-ROLL-RULE = SPACE
004911         MOVE 'N' TO WS-MAINT-ROLL-RULE
004912     END-IF.
004913
004914     IF WS-MAINT-ROLL-RULE NOT = 'N'
004915             AND WS-MAINT-ROLL-RULE NOT = 'P'
004916             AND WS-MAINT-ROLL-RULE NOT = 'S'
004917         DISPLAY "Roll rule must be N, P or S - function "
004918             "cancelled."
004919         GO TO 3100-EXIT
004920     END-IF.
004921
004922     MOVE ZERO TO WS-MAINT-START-DATE.
004923     DISPLAY "Active from date YYYYMMDD (0 = today): ".
004930     ACCEPT WS-MAINT-START-DATE.
004940     IF WS-MAINT-START-DATE = ZERO
004950         ACCEPT WS-MAINT-START-DATE FROM DATE YYYYMMDD
005040     MOVE WS-MAINT-FREQ-DAY   TO SI-FREQ-DAY.
005050     MOVE WS-MAINT-START-DATE TO SI-START-DATE.
005060     MOVE WS-MAINT-END-DATE   TO SI-END-DATE.
005065     MOVE WS-MAINT-ROLL-RULE  TO SI-ROLL-RULE.
005070
005080     MOVE 'Y' TO WS-KEY-OK-SW.
005090
