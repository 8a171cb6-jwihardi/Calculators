000190* OVER THE ACCEPTED DETAILS SO THE BATCH RUN BALANCES), A       *
000200* BOUNCED FILE (TRANSREJ - ORIGINAL IMAGE PLUS EDIT REASON),    *
000210* AND AN EDIT REPORT (EDITRPT).  RUNS UNATTENDED.               *
000211*                                                               *
000212* EVERY FILE IS CHECKED AGAINST THE RECEIPT REGISTER (RCPTREG)  *
000213* BY ITS HEADER SOURCE SYSTEM AND FILE DATE.  A FILE ALREADY    *
000214* ON THE REGISTER IS REFUSED WHOLE - NOTHING IS ACCEPTED -      *
000215* UNLESS AN OVERRIDE CARD ON RCPTOVRD, NAMING AN ACTIVE         *
000216* SUPERVISOR AND CARRYING THAT SUPERVISOR'S PIN, AUTHORIZES THE *
000217* REPROCESS.  A FILE THAT PASSES ITS CONTROL CHECKS IS          *
000218* REGISTERED WITH ITS TRAILER TOTALS.  A FILE DATE THAT SKIPS   *
000219* A BUSINESS DAY SINCE THE SOURCE'S LAST FILE, OR THAT IS OLDER *
000220* THAN ONE ALREADY REGISTERED, IS FLAGGED ON THE REPORT AND THE *
000221* REGISTER.                                                     *
000222*                                                               *
000230* EDIT REASON CODES (BOUNCED FILE AND REPORT):                  *
000240*   11 - INVALID OPERATION CODE                                 *
000250*   12 - LITERAL OPERAND NOT NUMERIC                            *
000270*   14 - RATE NAME COULD NOT BE RESOLVED                        *
000280*   15 - SEQUENCE NUMBER OUT OF ORDER                           *
000290*   16 - DUPLICATE SEQUENCE NUMBER                              *
000295*   17 - VALUE DATE NOT A BUSINESS DAY                          *
000300*                                                               *
000310* RETURN CODES FOR JOBSTREAM BRANCHING:                         *
000320*   00 - CLEAN - ACCEPTED FILE IS THE FULL INPUT                *
000330*   04 - SOME DETAILS BOUNCED - ACCEPTED FILE STILL BALANCED    *
000335*   08 - CONTROL FAILURE (HEADER/TRAILER/COUNT/HASH) OR FILE    *
000340*        ALREADY ON THE RECEIPT REGISTER - DO NOT RELEASE THE   *
000345*        ACCEPTED FILE                                          *
000360*   12 - FILE ERROR                                             *
000370*----------------------------------------------------------------*
000380* MODIFICATION HISTORY                                           *
000390*----------------------------------------------------------------*
000400* DATE       INITIALS  DESCRIPTION                               *
000410* 2026-09-02 JAW       ORIGINAL PROGRAM.                         *
000411* 2026-10-15 JAW       A FILE ALREADY ON THE TRANSACTION FILE    *
000412*                      RECEIPT REGISTER (RCPTREG) IS REFUSED     *
000413*                      UNLESS A SUPERVISOR OVERRIDE CARD         *
000414*                      (RCPTOVRD) NAMES IT; A CLEAN FILE IS      *
000415*                      REGISTERED AND A FILE DATE THAT SKIPS A   *
000416*                      BUSINESS DAY IS FLAGGED.                  *
000417* 2026-10-15 JAW       ENDS WITH GOBACK, NOT STOP RUN, SO THE    *
000418*                      BATCH-WINDOW DRIVER (CALCBWIN) CAN CALL IT*
000419*                      AS A STEP; RUN ALONE IT ENDS AS BEFORE.   *
000420* 2026-10-15 JAW       NEW EDIT REASON 17 - A DETAIL VALUE DATE  *
000421*                      THAT IS NOT A BUSINESS DAY ON THE         *
000422*                      BUSINESS-DAY CALENDAR (CALENDAR) BOUNCES. *
000423*                      THE FILE-DATE GAP CHECK NOW STEPS OVER    *
000424*                      CALENDAR HOLIDAYS AS WELL AS WEEKENDS.    *
000426* 2026-10-15 JAW       A REPRICING FILE (SOURCE 'REPRICE') IS    *
000428*                      NOT GAP-CHECKED.  AN OVERRIDE CARD MUST   *
000430*                      CARRY THE SUPERVISOR'S PIN, CHECKED WITH  *
000432*                      THE SIGN-ON SCRAMBLE; A BAD PIN COUNTS    *
000434*                      TOWARD THE LOCKOUT AND GOES TO SECLOG.    *
000436*----------------------------------------------------------------*
000438
000440 ENVIRONMENT DIVISION.
000450
000460 INPUT-OUTPUT SECTION.
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RT-RATE-KEY
000680         FILE STATUS IS WS-RATE-FILE-STATUS.
000681
000682     SELECT RECEIPT-FILE ASSIGN TO "RCPTREG"
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS DYNAMIC
000685         RECORD KEY IS RC-RECEIPT-KEY
000686         FILE STATUS IS WS-RCPT-FILE-STATUS.
000687
000688     SELECT OVERRIDE-FILE ASSIGN TO "RCPTOVRD"
000689         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OVRD-FILE-STATUS.
000691
000692     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS OM-OPERATOR-ID
000696         FILE STATUS IS WS-OPER-FILE-STATUS.
000697
000698     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000699         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000701         RECORD KEY IS BD-CAL-DATE
000702         FILE STATUS IS WS-CAL-FILE-STATUS.
000703
000704     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000705         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000707
000708 DATA DIVISION.
000710
000720 FILE SECTION.
000730 FD  TRANSACTION-FILE
000900
000910 FD  RATE-FILE.
000920     COPY CALCRATE.
000921
000922 FD  RECEIPT-FILE.
000923     COPY CALCRCPT.
000924
000925 FD  OVERRIDE-FILE.
000926 01  OVERRIDE-CARD               PIC X(80).
000927
000928 FD  OPERATOR-FILE.
000929     COPY CALCOPER.
000931
000933 FD  CALENDAR-FILE.
000935     COPY CALCCALN.
000936
000937 FD  SECLOG-FILE.
000938     COPY CALCSECL.
000939
000940 WORKING-STORAGE SECTION.
000950
000960 01  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
000980 01  WS-BOUNCED-FILE-STATUS      PIC X(02) VALUE SPACES.
000990 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
001000 01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
001002 01  WS-RCPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001004 01  WS-OVRD-FILE-STATUS         PIC X(02) VALUE SPACES.
001006 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
001008 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
001009 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
001010
001020 77  WS-TRANS-EOF-SW             PIC X VALUE 'N'.
001030     88  WS-TRANS-EOF            VALUE 'Y'.
001680 01  WS-RATE-BEST-STATUS         PIC X(01) VALUE SPACE.
001690
001700 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001701 01  WS-TIME-OF-DAY.
001702     05  WS-TIME-HHMMSS          PIC 9(06).
001703     05  FILLER                  PIC 9(02).
001704
001705*----------------------------------------------------------------*
001706* RECEIPT REGISTER, SUPERVISOR OVERRIDE AND FILE-DATE SEQUENCE   *
001707* WORKING STORAGE                                                *
001708*----------------------------------------------------------------*
001709 77  WS-RCPT-OPEN-SW             PIC X VALUE 'N'.
001710     88  WS-RCPT-OPEN            VALUE 'Y'.
001711
001712 77  WS-RCPT-ON-FILE-SW          PIC X VALUE 'N'.
001713     88  WS-RCPT-ON-FILE         VALUE 'Y'.
001714
001715 77  WS-FILE-REFUSED-SW          PIC X VALUE 'N'.
001716     88  WS-FILE-REFUSED         VALUE 'Y'.
001717
001718 77  WS-RCPT-BROWSE-DONE-SW      PIC X VALUE 'N'.
001719     88  WS-RCPT-BROWSE-DONE     VALUE 'Y'.
001720
001721 77  WS-LATER-FILE-SW            PIC X VALUE 'N'.
001722     88  WS-LATER-FILE           VALUE 'Y'.
001723
001724 77  WS-OVERRIDE-SW              PIC X VALUE 'N'.
001725     88  WS-OVERRIDE-GRANTED     VALUE 'Y'.
001726
001727 77  WS-OVRD-LOADED-SW           PIC X VALUE 'N'.
001728     88  WS-OVRD-LOADED          VALUE 'Y'.
001729
001730 77  WS-OVRD-EOF-SW              PIC X VALUE 'N'.
001731     88  WS-OVRD-EOF             VALUE 'Y'.
001732
001733 77  WS-OVRD-MATCH-SW            PIC X VALUE 'N'.
001734     88  WS-OVRD-MATCH           VALUE 'Y'.
001735
001736 77  WS-BUS-DAY-FOUND-SW         PIC X VALUE 'N'.
001737     88  WS-BUS-DAY-FOUND        VALUE 'Y'.
001738
001739 77  WS-BUS-DAY-SW               PIC X VALUE 'N'.
001740     88  WS-BUS-DAY              VALUE 'Y'.
001741
001742 77  WS-CAL-OPEN-SW              PIC X VALUE 'N'.
001743     88  WS-CAL-OPEN             VALUE 'Y'.
001744
001745 77  WS-CAL-MISSING-SW           PIC X VALUE 'N'.
001746     88  WS-CAL-MISSING          VALUE 'Y'.
001747
001748 01  WS-OVERRIDE-BY              PIC X(08) VALUE SPACES.
001749 01  WS-PRIOR-FILE-DATE          PIC 9(08) VALUE ZERO.
001750 01  WS-PREV-BUS-DATE            PIC 9(08) VALUE ZERO.
001751 01  WS-SEQUENCE-FLAG            PIC X(01) VALUE SPACE.
001752     88  WS-DATE-GAP             VALUE 'G'.
001753     88  WS-LATE-ARRIVAL         VALUE 'L'.
001754
001755 01  WS-DATE-INT                 PIC 9(07) COMP VALUE ZERO.
001756 01  WS-DOW-WORK                 PIC 9(07) COMP VALUE ZERO.
001757 01  WS-DOW-QUOTIENT             PIC 9(07) COMP VALUE ZERO.
001758 01  WS-BUS-STEP-MAX             PIC 9(02) COMP VALUE 15.
001759 01  WS-BUS-STEP-CNT             PIC 9(02) COMP VALUE ZERO.
001760
001761 01  WS-OVRD-MAX                 PIC 9(02) COMP VALUE 10.
001762 01  WS-OVRD-CNT                 PIC 9(02) COMP VALUE ZERO.
001763 01  WS-OVRD-IX                  PIC 9(02) COMP VALUE ZERO.
001764 01  WS-OVRD-TABLE.
001765     05  WS-OVRD-ENTRY OCCURS 10 TIMES.
001766         10  WS-OVRD-SOURCE      PIC X(08).
001767         10  WS-OVRD-DATE        PIC 9(08).
001768         10  WS-OVRD-SUPV        PIC X(08).
001769         10  WS-OVRD-PIN         PIC X(08).
001770
001771*----------------------------------------------------------------*
001772* SUPERVISOR PIN CHECK ON AN OVERRIDE CARD - AS AT SIGN-ON       *
001773*----------------------------------------------------------------*
001774 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
001775
001776 77  WS-OVRD-PIN-OK-SW           PIC X VALUE 'N'.
001777     88  WS-OVRD-PIN-OK          VALUE 'Y'.
001778
001779 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
001780     88  WS-PIN-VALID            VALUE 'Y'.
001781
001782 01  WS-OVERRIDE-PIN             PIC X(08) VALUE SPACES.
001783 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
001784 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
001785 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
001786 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
001787 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
001788 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
001789 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001790 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
001791 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
001792
001793 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
001794 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
001795 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
001796
001797*----------------------------------------------------------------*
001798* REPORT PAGINATION AND LINE LAYOUTS                             *
001799*----------------------------------------------------------------*
001800 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
001801 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
001802 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001803
001804 01  WS-HEADING-1.
001805     05  FILLER                  PIC X(42) VALUE
001810         "CALCEDIT      TRANSACTION FILE EDIT".
001820     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001830     05  WS-H1-DATE              PIC 9(08).
002370         THRU 2000-EXIT
002380         UNTIL WS-TRANS-EOF.
002390
002395     IF NOT WS-FILE-ERROR
002400         IF NOT WS-FILE-REFUSED
002405             PERFORM 4300-VERIFY-CONTROL-TOTALS
002410                 THRU 4300-EXIT
002415             PERFORM 5000-WRITE-ACCEPTED-TRAILER
002420                 THRU 5000-EXIT
002425             PERFORM 4400-REGISTER-RECEIPT
002430                 THRU 4400-EXIT
002435         END-IF
002440         PERFORM 8000-PRINT-EDIT-TOTALS
002445             THRU 8000-EXIT
002450     END-IF.
002480
002490     PERFORM 9000-TERMINATE
002500         THRU 9000-EXIT.
002510
002520     GOBACK.
002530
002540 0000-EXIT.
002550     EXIT.
003200             MOVE CTH-FILE-DATE     TO WS-HDR-FILE-DATE
003210             MOVE CTH-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
003220             MOVE 'Y' TO WS-HEADER-SEEN-SW
003221             PERFORM 2200-CHECK-RECEIPT-REGISTER
003222                 THRU 2200-EXIT
003223             IF WS-FILE-REFUSED OR WS-FILE-ERROR
003224                 GO TO 2000-EXIT
003225             END-IF
003230             WRITE ACCEPTED-REC FROM CALC-TRANS-REC
003240         WHEN CT-TRAILER-REC
003250             MOVE CTT-RECORD-COUNT  TO WS-TLR-RECORD-COUNT
003560
003570 2100-EXIT.
003580     EXIT.
003581
003582*----------------------------------------------------------------*
003583* 2200-CHECK-RECEIPT-REGISTER                                    *
003584* A HEADER JUST ARRIVED.  A FILE WHOSE SOURCE SYSTEM AND FILE    *
003585* DATE ARE ALREADY ON THE RECEIPT REGISTER HAS BEEN TAKEN IN     *
003586* BEFORE - IT IS REFUSED WHOLE, THE REFUSAL IS COUNTED ON THE    *
003587* REGISTER, AND NOTHING FURTHER IS READ, UNLESS A SUPERVISOR     *
003588* OVERRIDE CARD NAMES IT FOR A DELIBERATE REPROCESS.  A FILE     *
003589* THAT IS LET THROUGH HAS ITS DATE CHECKED AGAINST THE SOURCE'S  *
003590* EARLIER FILES.                                                 *
003591*----------------------------------------------------------------*
003592 2200-CHECK-RECEIPT-REGISTER.
003593     MOVE 'N'    TO WS-RCPT-ON-FILE-SW.
003594     MOVE 'N'    TO WS-OVERRIDE-SW.
003595     MOVE SPACES TO WS-OVERRIDE-BY.
003596
003597     IF NOT WS-RCPT-OPEN
003598         OPEN I-O RECEIPT-FILE
003599         IF WS-RCPT-FILE-STATUS = '35'
003600             OPEN OUTPUT RECEIPT-FILE
003601             CLOSE RECEIPT-FILE
003602             OPEN I-O RECEIPT-FILE
003603         END-IF
003604         IF WS-RCPT-FILE-STATUS NOT = '00'
003605             DISPLAY "Cannot open receipt register - status "
003606                 WS-RCPT-FILE-STATUS
003607             MOVE 'Y' TO WS-FILE-ERROR-SW
003608             MOVE 'Y' TO WS-TRANS-EOF-SW
003609             GO TO 2200-EXIT
003610         END-IF
003611         MOVE 'Y' TO WS-RCPT-OPEN-SW
003612     END-IF.
003613
003614     MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
003615     MOVE WS-HDR-FILE-DATE     TO RC-FILE-DATE.
003616     READ RECEIPT-FILE
003617         INVALID KEY
003618         MOVE 'N' TO WS-RCPT-ON-FILE-SW
003619         NOT INVALID KEY
003620         MOVE 'Y' TO WS-RCPT-ON-FILE-SW
003621     END-READ.
003622
003623     IF WS-RCPT-ON-FILE
003624         PERFORM 2210-CHECK-OVERRIDE
003625             THRU 2210-EXIT
003626         IF NOT WS-OVERRIDE-GRANTED
003627             DISPLAY "File from " WS-HDR-SOURCE-SYSTEM
003628                 " dated " WS-HDR-FILE-DATE
003629                 " is already on the receipt register (status "
003630                 RC-STATUS-CODE ", received " RC-RECEIVED-DATE
003631                 ") - refused."
003632             ADD 1 TO RC-REFUSED-CNT
003633             MOVE WS-RUN-DATE TO RC-LAST-REFUSED-DATE
003634             MOVE "CALCEDIT"  TO RC-LAST-REFUSED-BY
003635             REWRITE CALC-RECEIPT-REC
003636                 INVALID KEY
003637                 DISPLAY "Receipt register rewrite failed - "
003638                     "status " WS-RCPT-FILE-STATUS
003639             END-REWRITE
003640             MOVE 'Y' TO WS-FILE-REFUSED-SW
003641             MOVE 'Y' TO WS-TRANS-EOF-SW
003642             GO TO 2200-EXIT
003643         END-IF
003644         DISPLAY "Reprocess of " WS-HDR-SOURCE-SYSTEM
003645             " dated " WS-HDR-FILE-DATE
003646             " authorized by supervisor " WS-OVERRIDE-BY "."
003647     END-IF.
003648
003649     PERFORM 2220-CHECK-FILE-SEQUENCE
003650         THRU 2220-EXIT.
003651
003652 2200-EXIT.
003653     EXIT.
003654
003655*----------------------------------------------------------------*
003656* 2210-CHECK-OVERRIDE                                            *
003657* LOOKS FOR A SUPERVISOR OVERRIDE CARD NAMING THIS SOURCE AND    *
003658* FILE DATE ON THE OVERRIDE FILE (RCPTOVRD).  THE CARD IS        *
003659* "REPROCESS=SSSSSSSS DATE=YYYYMMDD SUPV=XXXXXXXX PIN=NNNNNNNN"  *
003660* AND ONLY COUNTS WHEN THE NAMED OPERATOR IS AN ACTIVE           *
003661* SUPERVISOR ON THE OPERATOR MASTER AND THE PIN IS THAT          *
003662* SUPERVISOR'S (2211).                                           *
003663*----------------------------------------------------------------*
003664 2210-CHECK-OVERRIDE.
003665     IF NOT WS-OVRD-LOADED
003666         PERFORM 2215-LOAD-OVERRIDE-CARDS
003667             THRU 2215-EXIT
003668     END-IF.
003669
003670     MOVE 'N' TO WS-OVRD-MATCH-SW.
003671     PERFORM 2212-MATCH-ONE-OVERRIDE
003672         THRU 2212-EXIT
003673         VARYING WS-OVRD-IX FROM 1 BY 1
003674         UNTIL WS-OVRD-IX > WS-OVRD-CNT
003675             OR WS-OVRD-MATCH.
003676
003677     IF NOT WS-OVRD-MATCH
003678         GO TO 2210-EXIT
003679     END-IF.
003680
003681     OPEN I-O OPERATOR-FILE.
003682     IF WS-OPER-FILE-STATUS NOT = '00'
003683         DISPLAY "Operator master not available - override "
003684             "for " WS-OVERRIDE-BY " not honored."
003685         GO TO 2210-EXIT
003686     END-IF.
003687
003688     MOVE WS-OVERRIDE-BY TO OM-OPERATOR-ID.
003689     READ OPERATOR-FILE
003690         INVALID KEY
003691         MOVE SPACES TO OM-STATUS-CODE
003692         MOVE ZERO   TO OM-AUTH-LEVEL
003693     END-READ.
003694     PERFORM 2211-VERIFY-OVERRIDE-PIN
003695         THRU 2211-EXIT.
003696     CLOSE OPERATOR-FILE.
003697
003698     IF WS-OVRD-PIN-OK
003699         MOVE 'Y' TO WS-OVERRIDE-SW
003700     END-IF.
003701
003702 2210-EXIT.
003703     EXIT.
003704
003705*----------------------------------------------------------------*
003706* 2211-VERIFY-OVERRIDE-PIN                                       *
003707* CHECKS THE SUPERVISOR JUST READ (OPERATOR MASTER OPEN I-O)     *
003708* AGAINST THE PIN ON THE OVERRIDE CARD IN WS-OVERRIDE-PIN, WITH  *
003709* THE SIGN-ON SCRAMBLE.  AN OPERATOR NOT ON FILE, NOT ACTIVE OR  *
003710* WITHOUT SUPERVISOR AUTHORITY, A LOCKED ONE, OR A BAD PIN IS    *
003711* NOT HONORED.  A BAD PIN COUNTS TOWARD THE SIGN-ON LOCKOUT AND  *
003712* LOCKS THE OPERATOR AT THE LIMIT; A GOOD PIN CLEARS THE COUNT.  *
003713* EVERY REFUSAL GOES TO THE SECURITY LOG.                        *
003714*----------------------------------------------------------------*
003715 2211-VERIFY-OVERRIDE-PIN.
003716     MOVE 'N' TO WS-OVRD-PIN-OK-SW.
003717     MOVE 'F' TO WS-SEC-EVENT.
003718     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
003719
003720     IF WS-OPER-FILE-STATUS NOT = '00'
003721         MOVE ZERO TO WS-SEC-FAILED-CNT
003722     END-IF.
003723
003724     IF OM-LOCKED
003725         DISPLAY "Override card names " OM-OPERATOR-ID
003726             " - operator is locked; not honored."
003727         MOVE "OVERRIDE - LOCKED" TO WS-SEC-REASON
003728         PERFORM 2217-WRITE-SECURITY-LOG
003729             THRU 2217-EXIT
003730         GO TO 2211-EXIT
003731     END-IF.
003732
003733     IF NOT OM-ACTIVE OR NOT OM-AUTH-SUPERVISOR
003734         DISPLAY "Override card names " OM-OPERATOR-ID
003735             " - not an active supervisor; not honored."
003736         MOVE "OVERRIDE - NOT SUPV" TO WS-SEC-REASON
003737         PERFORM 2217-WRITE-SECURITY-LOG
003738             THRU 2217-EXIT
003739         GO TO 2211-EXIT
003740     END-IF.
003741
003742     MOVE WS-OVERRIDE-PIN TO WS-PIN-ENTERED.
003743     PERFORM 2213-SCRAMBLE-PIN
003744         THRU 2213-EXIT.
003745     MOVE SPACES TO WS-PIN-ENTERED.
003746
003747     IF WS-PIN-VALID
003748             AND OM-PIN-SCRAMBLED NOT = SPACES
003749             AND WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
003750         IF OM-FAILED-SIGNON-CNT NOT = ZERO
003751             MOVE ZERO TO OM-FAILED-SIGNON-CNT
003752             REWRITE CALC-OPERATOR-REC
003753         END-IF
003754         MOVE 'Y' TO WS-OVRD-PIN-OK-SW
003755         GO TO 2211-EXIT
003756     END-IF.
003757
003758     ADD 1 TO OM-FAILED-SIGNON-CNT.
003759     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
003760
003761     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
003762         REWRITE CALC-OPERATOR-REC
003763         DISPLAY "Override card for " OM-OPERATOR-ID
003764             " - invalid PIN; not honored."
003765         MOVE "OVERRIDE - BAD PIN" TO WS-SEC-REASON
003766         PERFORM 2217-WRITE-SECURITY-LOG
003767             THRU 2217-EXIT
003768         GO TO 2211-EXIT
003769     END-IF.
003770
003771     MOVE 'L' TO OM-STATUS-CODE.
003772     REWRITE CALC-OPERATOR-REC.
003773     DISPLAY "Override card for " OM-OPERATOR-ID
003774         " - invalid PIN; operator is now locked.".
003775     MOVE 'L'                TO WS-SEC-EVENT.
003776     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
003777     PERFORM 2217-WRITE-SECURITY-LOG
003778         THRU 2217-EXIT.
003779
003780 2211-EXIT.
003781     EXIT.
003782
003783*----------------------------------------------------------------*
003784* 2212-MATCH-ONE-OVERRIDE                                        *
003785*----------------------------------------------------------------*
003786 2212-MATCH-ONE-OVERRIDE.
003787     IF WS-OVRD-SOURCE (WS-OVRD-IX) = WS-HDR-SOURCE-SYSTEM
003788             AND WS-OVRD-DATE (WS-OVRD-IX) = WS-HDR-FILE-DATE
003789         MOVE 'Y' TO WS-OVRD-MATCH-SW
003790         MOVE WS-OVRD-SUPV (WS-OVRD-IX) TO WS-OVERRIDE-BY
003791         MOVE WS-OVRD-PIN (WS-OVRD-IX)  TO WS-OVERRIDE-PIN
003792     END-IF.
003793
003794 2212-EXIT.
003795     EXIT.
003796
003797*----------------------------------------------------------------*
003798* 2213-SCRAMBLE-PIN                                              *
003799* THE SAME EDIT AND SCRAMBLE AS CALCULATOR 1250-SCRAMBLE-PIN,    *
003800* SALTED BY OM-OPERATOR-ID.  IT MUST BE CHANGED WITH THAT ONE OR *
003801* NO PIN WILL MATCH.                                             *
003802*----------------------------------------------------------------*
003803 2213-SCRAMBLE-PIN.
003804     MOVE 'N'    TO WS-PIN-VALID-SW.
003805     MOVE SPACES TO WS-PIN-SCRAMBLED.
003806     MOVE ZERO   TO WS-PIN-LENGTH.
003807     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
003808         FOR CHARACTERS BEFORE INITIAL SPACE.
003809
003810     IF WS-PIN-LENGTH < 4
003811         GO TO 2213-EXIT
003812     END-IF.
003813
003814     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
003815         GO TO 2213-EXIT
003816     END-IF.
003817
003818     IF WS-PIN-LENGTH < 8
003819         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
003820             GO TO 2213-EXIT
003821         END-IF
003822     END-IF.
003823
003824     MOVE 'Y' TO WS-PIN-VALID-SW.
003825     COMPUTE WS-PIN-NUMERIC =
003826         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
003827
003828     MOVE ZERO TO WS-PIN-SALT.
003829     PERFORM 2214-ADD-SALT-CHARACTER
003830         THRU 2214-EXIT
003831         VARYING WS-PIN-IX FROM 1 BY 1
003832         UNTIL WS-PIN-IX > 8.
003833
003834     COMPUTE WS-PIN-HASH-WORK =
003835         WS-PIN-NUMERIC * 7919
003836         + WS-PIN-SALT * 104729
003837         + WS-PIN-LENGTH * 15485863.
003838     DIVIDE WS-PIN-HASH-WORK BY 99999989
003839         GIVING WS-PIN-HASH-QUOTIENT
003840         REMAINDER WS-PIN-HASH.
003841
003842     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
003843     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
003844         TO "KQXBMZRDWT".
003845
003846 2213-EXIT.
003847     EXIT.
003848
003849*----------------------------------------------------------------*
003850* 2214-ADD-SALT-CHARACTER                                        *
003851*----------------------------------------------------------------*
003852 2214-ADD-SALT-CHARACTER.
003853     COMPUTE WS-PIN-SALT = WS-PIN-SALT
003854         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
003855         * WS-PIN-IX.
003856
003857 2214-EXIT.
003858     EXIT.
003859
003860*----------------------------------------------------------------*
003861* 2215-LOAD-OVERRIDE-CARDS                                       *
003862* READS THE OPTIONAL OVERRIDE FILE ONCE.  CARDS BEGINNING '*'    *
003863* AND BLANK CARDS ARE COMMENTS; A CARD THAT DOES NOT PARSE IS    *
003864* REPORTED AND IGNORED.                                          *
003865*----------------------------------------------------------------*
003866 2215-LOAD-OVERRIDE-CARDS.
003867     MOVE 'Y' TO WS-OVRD-LOADED-SW.
003868     MOVE ZERO TO WS-OVRD-CNT.
003869
003870     OPEN INPUT OVERRIDE-FILE.
003871     IF WS-OVRD-FILE-STATUS NOT = '00'
003872         GO TO 2215-EXIT
003873     END-IF.
003874
003875     MOVE 'N' TO WS-OVRD-EOF-SW.
003876     PERFORM 2216-READ-ONE-OVERRIDE-CARD
003877         THRU 2216-EXIT
003878         UNTIL WS-OVRD-EOF.
003879
003880     CLOSE OVERRIDE-FILE.
003881
003882 2215-EXIT.
003883     EXIT.
003884
003885*----------------------------------------------------------------*
003886* 2216-READ-ONE-OVERRIDE-CARD                                    *
003887*----------------------------------------------------------------*
003888 2216-READ-ONE-OVERRIDE-CARD.
003889     READ OVERRIDE-FILE
003890         AT END
003891         MOVE 'Y' TO WS-OVRD-EOF-SW
003892         GO TO 2216-EXIT
003893     END-READ.
003894
003895     IF OVERRIDE-CARD = SPACES OR OVERRIDE-CARD(1:1) = '*'
003896         GO TO 2216-EXIT
003897     END-IF.
003898
003899*    A CLOSEDDAY CARD LETS THE BATCH RUN GO AHEAD ON A CLOSED
003900*    DAY - IT IS NOT FOR THIS STEP.
003901     IF OVERRIDE-CARD(1:9) = "CLOSEDDAY"
003902         GO TO 2216-EXIT
003903     END-IF.
003904
003905     IF OVERRIDE-CARD(1:10) NOT = "REPROCESS="
003906             OR OVERRIDE-CARD(20:5) NOT = "DATE="
003907             OR OVERRIDE-CARD(25:8) IS NOT NUMERIC
003908             OR OVERRIDE-CARD(34:5) NOT = "SUPV="
003909             OR OVERRIDE-CARD(39:8) = SPACES
003910             OR OVERRIDE-CARD(48:4) NOT = "PIN="
003911             OR OVERRIDE-CARD(52:8) = SPACES
003912         DISPLAY "Bad override card ignored: "
003913             OVERRIDE-CARD(1:46)
003914         GO TO 2216-EXIT
003915     END-IF.
003916
003917     IF WS-OVRD-CNT NOT < WS-OVRD-MAX
003918         DISPLAY "More than " WS-OVRD-MAX " override cards - "
003919             "card ignored: " OVERRIDE-CARD(1:46)
003920         GO TO 2216-EXIT
003921     END-IF.
003922
003923     ADD 1 TO WS-OVRD-CNT.
003924     MOVE OVERRIDE-CARD(11:8) TO WS-OVRD-SOURCE (WS-OVRD-CNT).
003925     MOVE OVERRIDE-CARD(25:8) TO WS-OVRD-DATE (WS-OVRD-CNT).
003926     MOVE OVERRIDE-CARD(39:8) TO WS-OVRD-SUPV (WS-OVRD-CNT).
003927     MOVE OVERRIDE-CARD(52:8) TO WS-OVRD-PIN (WS-OVRD-CNT).
003928
003929 2216-EXIT.
003930     EXIT.
003931
003932*----------------------------------------------------------------*
003933* 2217-WRITE-SECURITY-LOG                                        *
003934* APPENDS ONE OVERRIDE EVENT FOR THE SUPERVISOR IN               *
003935* OM-OPERATOR-ID TO THE SECURITY LOG (SECLOG).  A LOG FAILURE IS *
003936* REPORTED BUT NEVER STOPS THE RUN.                              *
003937*----------------------------------------------------------------*
003938 2217-WRITE-SECURITY-LOG.
003939     OPEN EXTEND SECLOG-FILE.
003940     IF WS-SECLOG-FILE-STATUS = '35'
003941         OPEN OUTPUT SECLOG-FILE
003942     END-IF.
003943     IF WS-SECLOG-FILE-STATUS NOT = '00'
003944         DISPLAY "Cannot open security log - status "
003945             WS-SECLOG-FILE-STATUS
003946         GO TO 2217-EXIT
003947     END-IF.
003948
003949     MOVE SPACES TO CALC-SECLOG-REC.
003950     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
003951     ACCEPT WS-TIME-OF-DAY FROM TIME.
003952     MOVE WS-TIME-HHMMSS      TO SL-LOG-TIME.
003953     MOVE "CALCEDIT"          TO SL-PROGRAM-ID.
003954     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
003955     MOVE OM-OPERATOR-ID      TO SL-OPERATOR-ID.
003956     MOVE SPACES              TO SL-BY-OPERATOR-ID.
003957     MOVE WS-SEC-REASON       TO SL-REASON.
003958     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
003959     MOVE 'P'                 TO SL-ENTRY-MODE.
003960
003961     WRITE CALC-SECLOG-REC.
003962     CLOSE SECLOG-FILE.
003963
003964 2217-EXIT.
003965     EXIT.
003966
003967*----------------------------------------------------------------*
003968* 2220-CHECK-FILE-SEQUENCE                                       *
003969* BROWSES THE SOURCE'S EARLIER REGISTER ENTRIES FOR THE LATEST   *
003970* FILE DATE BEFORE THIS ONE.  A FILE DATED AFTER THE BUSINESS    *
003971* DAY THAT FOLLOWS IT MEANS A BUSINESS DAY'S FILE NEVER CAME     *
003972* ('G'); A FILE DATED BEFORE ONE ALREADY REGISTERED ARRIVED OUT  *
003973* OF ORDER ('L').  BOTH ARE FLAGGED, NOT REFUSED.  A SOURCE'S    *
003974* FIRST FILE HAS NOTHING TO COMPARE WITH, AND A REPRICING FILE   *
003975* (SOURCE 'REPRICE') IS NOT CHECKED.                             *
003976*----------------------------------------------------------------*
003977 2220-CHECK-FILE-SEQUENCE.
003978     MOVE SPACE TO WS-SEQUENCE-FLAG.
003979     MOVE ZERO  TO WS-PRIOR-FILE-DATE.
003980     MOVE 'N'   TO WS-LATER-FILE-SW.
003981
003982*    A REPRICING FILE ONLY COMES WHEN A RE-PRICING IS RUN, SO IT
003983*    HAS NO DAILY SEQUENCE TO KEEP.
003984     IF WS-HDR-SOURCE-SYSTEM = "REPRICE"
003985         GO TO 2220-EXIT
003986     END-IF.
003987
003988     MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
003989     MOVE ZERO                 TO RC-FILE-DATE.
003990     START RECEIPT-FILE KEY NOT < RC-RECEIPT-KEY
003991         INVALID KEY
003992         GO TO 2220-EXIT
003993     END-START.
003994
003995     MOVE 'N' TO WS-RCPT-BROWSE-DONE-SW.
003996     PERFORM 2221-READ-NEXT-RECEIPT
003997         THRU 2221-EXIT
003998         UNTIL WS-RCPT-BROWSE-DONE.
003999
004000     IF WS-LATER-FILE
004001         MOVE 'L' TO WS-SEQUENCE-FLAG
004002         DISPLAY "Warning: file dated " WS-HDR-FILE-DATE
004003             " from " WS-HDR-SOURCE-SYSTEM
004004             " arrived after a later-dated file."
004005         GO TO 2220-EXIT
004006     END-IF.
004007
004008     IF WS-PRIOR-FILE-DATE = ZERO
004009         GO TO 2220-EXIT
004010     END-IF.
004011
004012     PERFORM 2230-FIND-PREV-BUSINESS-DAY
004013         THRU 2230-EXIT.
004014
004015     IF WS-PRIOR-FILE-DATE < WS-PREV-BUS-DATE
004016         MOVE 'G' TO WS-SEQUENCE-FLAG
004017         DISPLAY "Warning: file dated " WS-HDR-FILE-DATE
004018             " from " WS-HDR-SOURCE-SYSTEM
004019             " skips a business day - last file dated "
004020             WS-PRIOR-FILE-DATE "."
004021     END-IF.
004022
004023 2220-EXIT.
004024     EXIT.
004025
004026*----------------------------------------------------------------*
004027* 2221-READ-NEXT-RECEIPT                                         *
004028*----------------------------------------------------------------*
004029 2221-READ-NEXT-RECEIPT.
004030     READ RECEIPT-FILE NEXT RECORD
004031         AT END
004032         MOVE 'Y' TO WS-RCPT-BROWSE-DONE-SW
004033         GO TO 2221-EXIT
004034     END-READ.
004035
004036     IF RC-SOURCE-SYSTEM NOT = WS-HDR-SOURCE-SYSTEM
004037         MOVE 'Y' TO WS-RCPT-BROWSE-DONE-SW
004038         GO TO 2221-EXIT
004039     END-IF.
004040
004041     IF RC-FILE-DATE < WS-HDR-FILE-DATE
004042         MOVE RC-FILE-DATE TO WS-PRIOR-FILE-DATE
004043     END-IF.
004044
004045     IF RC-FILE-DATE > WS-HDR-FILE-DATE
004046         MOVE 'Y' TO WS-LATER-FILE-SW
004047         MOVE 'Y' TO WS-RCPT-BROWSE-DONE-SW
004048     END-IF.
004049
004050 2221-EXIT.
004051     EXIT.
004052
004053*----------------------------------------------------------------*
004054* 2230-FIND-PREV-BUSINESS-DAY                                    *
004055* STEPS BACK FROM THE FILE DATE TO THE BUSINESS DAY BEFORE IT,   *
004056* PASSING OVER WEEKENDS AND DAYS THE BUSINESS-DAY CALENDAR       *
004057* CLOSES.  THE SEARCH GIVES UP AFTER WS-BUS-STEP-MAX DAYS.       *
004058*----------------------------------------------------------------*
004059 2230-FIND-PREV-BUSINESS-DAY.
004060     MOVE ZERO TO WS-PREV-BUS-DATE.
004061     COMPUTE WS-DATE-INT =
004062         FUNCTION INTEGER-OF-DATE(WS-HDR-FILE-DATE).
004063     IF WS-DATE-INT = ZERO
004064         GO TO 2230-EXIT
004065     END-IF.
004066
004067     MOVE 'N' TO WS-BUS-DAY-FOUND-SW.
004068     MOVE ZERO TO WS-BUS-STEP-CNT.
004069     PERFORM 2231-STEP-BACK-ONE-DAY
004070         THRU 2231-EXIT
004071         UNTIL WS-BUS-DAY-FOUND
004072            OR WS-BUS-STEP-CNT NOT < WS-BUS-STEP-MAX.
004073
004074     COMPUTE WS-PREV-BUS-DATE =
004075         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
004076
004077 2230-EXIT.
004078     EXIT.
004079
004080*----------------------------------------------------------------*
004081* 2231-STEP-BACK-ONE-DAY                                         *
004082*----------------------------------------------------------------*
004083 2231-STEP-BACK-ONE-DAY.
004084     SUBTRACT 1 FROM WS-DATE-INT.
004085     ADD 1 TO WS-BUS-STEP-CNT.
004086     PERFORM 3450-TEST-BUSINESS-DAY
004087         THRU 3450-EXIT.
004088     IF WS-BUS-DAY
004089         MOVE 'Y' TO WS-BUS-DAY-FOUND-SW
004090     END-IF.
004091
004092 2231-EXIT.
004093     EXIT.
004094
004095*----------------------------------------------------------------*
004096* 3000-EDIT-DETAIL                                               *
004097* FULL FIELD EDIT OF ONE DETAIL RECORD.  THE FIRST FAILING EDIT  *
004098* SETS THE REASON AND THE RECORD BOUNCES; A CLEAN RECORD IS      *
004099* WRITTEN TO THE ACCEPTED FILE AND ROLLED INTO THE REBUILT       *
004100* TRAILER TOTALS.  EVERY DETAIL, GOOD OR BAD, ROLLS INTO THE     *
004101* AS-SENT HASHES THAT VERIFY THE INBOUND TRAILER.                *
004102*----------------------------------------------------------------*
004103 3000-EDIT-DETAIL.
004104     MOVE 'Y' TO WS-DETAIL-OK-SW.
004105     MOVE SPACES TO WS-EDIT-REASON.
004106     ADD 1 TO WS-DETAIL-CNT.
004107
004108     IF NOT CT-NUM1-IS-RATE AND NOT CT-NUM1-IS-PRIOR
004109             AND CT-NUM1 IS NUMERIC
004110         ADD CT-NUM1 TO WS-SENT-HASH-NUM1
004111     END-IF.
004112     IF NOT CT-NUM2-IS-RATE AND NOT CT-NUM2-IS-PRIOR
004113             AND CT-NUM2 IS NUMERIC
004114         ADD CT-NUM2 TO WS-SENT-HASH-NUM2
004115     END-IF.
004116
004117     PERFORM 3100-CHECK-SEQUENCE
004118         THRU 3100-EXIT.
004119
004120     IF WS-DETAIL-OK
004121         PERFORM 3200-CHECK-OPERATION
004122             THRU 3200-EXIT
004123     END-IF.
004124
004125     IF WS-DETAIL-OK
004126         PERFORM 3300-CHECK-OPERANDS
004127             THRU 3300-EXIT
004128     END-IF.
004129
004130     IF WS-DETAIL-OK
004131         PERFORM 3400-CHECK-VALUE-DATE
004132             THRU 3400-EXIT
004133     END-IF.
004134
004135     IF WS-DETAIL-OK
004136         WRITE ACCEPTED-REC FROM CALC-TRANS-REC
004137         ADD 1 TO WS-ACCEPT-CNT
004138         IF NOT CT-NUM1-IS-RATE AND NOT CT-NUM1-IS-PRIOR
004139             ADD CT-NUM1 TO WS-ACC-HASH-NUM1
004140         END-IF
004141         IF NOT CT-NUM2-IS-RATE AND NOT CT-NUM2-IS-PRIOR
004142             ADD CT-NUM2 TO WS-ACC-HASH-NUM2
004143         END-IF
004144     ELSE
004145         PERFORM 3500-BOUNCE-DETAIL
004146             THRU 3500-EXIT
004147     END-IF.
004148
004149 3000-EXIT.
004150     EXIT.
004151
004152*----------------------------------------------------------------*
004153* 3100-CHECK-SEQUENCE                                            *
004154*----------------------------------------------------------------*
004155 3100-CHECK-SEQUENCE.
004160     IF WS-FIRST-DETAIL
004170         MOVE 'N' TO WS-FIRST-DETAIL-SW
004180         MOVE CT-SEQ-NUMBER TO WS-PREV-SEQ
005180 3300-EXIT.
005190     EXIT.
005200
005201*----------------------------------------------------------------*
005202* 3400-CHECK-VALUE-DATE                                          *
005203* A DETAIL'S OWN VALUE DATE MUST BE A BUSINESS DAY ON THE       *
005204* CALENDAR.  A ZERO OR BLANK VALUE DATE TAKES THE FILE DATE AND *
005205* IS NOT CHECKED HERE.  A REPRICING FILE (SOURCE 'REPRICE') IS  *
005206* PASSED - ITS DETAILS CARRY THE VALUE DATE OF THE ORIGINAL,    *
005207* ALREADY-EDITED TRANSACTION.                                   *
005208*----------------------------------------------------------------*
005209 3400-CHECK-VALUE-DATE.
005210     IF WS-HDR-SOURCE-SYSTEM = "REPRICE"
005211         GO TO 3400-EXIT
005212     END-IF.
005213
005214     IF CT-VALUE-DATE IS NOT NUMERIC OR CT-VALUE-DATE = ZERO
005215         GO TO 3400-EXIT
005216     END-IF.
005217
005218     IF CT-VALUE-DATE < 16010101
005219         MOVE '17' TO WS-EDIT-REASON
005220         MOVE 'N' TO WS-DETAIL-OK-SW
005221         GO TO 3400-EXIT
005222     END-IF.
005223
005224     COMPUTE WS-DATE-INT =
005225         FUNCTION INTEGER-OF-DATE(CT-VALUE-DATE).
005226     IF WS-DATE-INT = ZERO
005227         MOVE '17' TO WS-EDIT-REASON
005228         MOVE 'N' TO WS-DETAIL-OK-SW
005229         GO TO 3400-EXIT
005230     END-IF.
005231
005232     PERFORM 3450-TEST-BUSINESS-DAY
005233         THRU 3450-EXIT.
005234     IF NOT WS-BUS-DAY
005235         MOVE '17' TO WS-EDIT-REASON
005236         MOVE 'N' TO WS-DETAIL-OK-SW
005237     END-IF.
005238
005239 3400-EXIT.
005240     EXIT.
005241
005242*----------------------------------------------------------------*
005243* 3450-TEST-BUSINESS-DAY                                         *
005244* SETS WS-BUS-DAY-SW FOR THE DAY IN WS-DATE-INT.  THE WEEK      *
005245* DECIDES (MONDAY TO FRIDAY OPEN) UNLESS THE BUSINESS-DAY       *
005246* CALENDAR HOLDS AN ENTRY FOR THE DATE.  THE CALENDAR IS OPENED *
005247* ON FIRST USE; WITHOUT ONE THE WEEK ALONE DECIDES.             *
005248*----------------------------------------------------------------*
005249 3450-TEST-BUSINESS-DAY.
005250     COMPUTE WS-DOW-WORK = WS-DATE-INT - 1.
005251     DIVIDE WS-DOW-WORK BY 7
005252         GIVING WS-DOW-QUOTIENT
005253         REMAINDER WS-DOW-WORK.
005254     IF WS-DOW-WORK < 5
005255         MOVE 'Y' TO WS-BUS-DAY-SW
005256     ELSE
005257         MOVE 'N' TO WS-BUS-DAY-SW
005258     END-IF.
005259
005260     IF WS-CAL-MISSING
005261         GO TO 3450-EXIT
005262     END-IF.
005263
005264     IF NOT WS-CAL-OPEN
005265         OPEN INPUT CALENDAR-FILE
005266         IF WS-CAL-FILE-STATUS NOT = '00'
005267             IF WS-CAL-FILE-STATUS NOT = '35'
005268                 DISPLAY "Business-day calendar not available "
005269                     "- status " WS-CAL-FILE-STATUS
005270                     " - weekends only."
005271             END-IF
005272             MOVE 'Y' TO WS-CAL-MISSING-SW
005273             GO TO 3450-EXIT
005274         END-IF
005275         MOVE 'Y' TO WS-CAL-OPEN-SW
005276     END-IF.
005277
005278     COMPUTE BD-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
005279     READ CALENDAR-FILE
005280         INVALID KEY
005281         GO TO 3450-EXIT
005282     END-READ.
005283
005284     IF BD-DAY-CLOSED
005285         MOVE 'N' TO WS-BUS-DAY-SW
005286     END-IF.
005287     IF BD-DAY-OPEN
005288         MOVE 'Y' TO WS-BUS-DAY-SW
005289     END-IF.
005290
005291 3450-EXIT.
005292     EXIT.
005293
005294*----------------------------------------------------------------*
005295* 3500-BOUNCE-DETAIL                                             *
005296*----------------------------------------------------------------*
005297 3500-BOUNCE-DETAIL.
005298     MOVE CALC-TRANS-REC TO BN-TRANS-REC.
005299     MOVE WS-EDIT-REASON TO BN-REASON-CODE.
005300     WRITE BOUNCED-REC.
005301     ADD 1 TO WS-BOUNCE-CNT.
005302
005303     PERFORM 6000-PRINT-BOUNCE-LINE
005310         THRU 6000-EXIT.
005320
005330 3500-EXIT.
006440
006450 4300-EXIT.
006460     EXIT.
006461
006462*----------------------------------------------------------------*
006463* 4400-REGISTER-RECEIPT                                          *
006464* ENTERS A FILE THAT PASSED ITS CONTROL CHECKS ON THE RECEIPT    *
006465* REGISTER AS EDITED, WITH ITS TRAILER COUNT AND HASH TOTALS AS  *
006466* RECEIVED, SO THE SAME FILE CANNOT BE EDITED OR RUN AGAIN.  A   *
006467* FILE THAT FAILED CONTROL IS NOT REGISTERED - THE SOURCE SENDS  *
006468* IT AGAIN CORRECTED UNDER THE SAME DATE.  AN AUTHORIZED         *
006469* REPROCESS REPLACES THE ENTRY AND COUNTS THE REPROCESS.         *
006470*----------------------------------------------------------------*
006471 4400-REGISTER-RECEIPT.
006472     IF WS-CONTROL-ERROR OR NOT WS-RCPT-OPEN
006473         GO TO 4400-EXIT
006474     END-IF.
006475
006476     MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
006477     MOVE WS-HDR-FILE-DATE     TO RC-FILE-DATE.
006478
006479     IF WS-RCPT-ON-FILE
006480         READ RECEIPT-FILE
006481             INVALID KEY
006482             MOVE 'N' TO WS-RCPT-ON-FILE-SW
006483         END-READ
006484     END-IF.
006485
006486     IF WS-RCPT-ON-FILE
006487         ADD 1 TO RC-REPROCESS-CNT
006488         MOVE WS-OVERRIDE-BY TO RC-OVERRIDE-BY
006489     ELSE
006490         MOVE SPACES TO CALC-RECEIPT-REC
006491         MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
006492         MOVE WS-HDR-FILE-DATE     TO RC-FILE-DATE
006493         MOVE ZERO TO RC-REPROCESS-CNT
006494         MOVE ZERO TO RC-REFUSED-CNT
006495         MOVE ZERO TO RC-LAST-REFUSED-DATE
006496     END-IF.
006497
006498     MOVE 'E'                 TO RC-STATUS-CODE.
006499     MOVE WS-TLR-RECORD-COUNT TO RC-RECORD-COUNT.
006500     MOVE WS-TLR-HASH-NUM1    TO RC-HASH-NUM1.
006501     MOVE WS-TLR-HASH-NUM2    TO RC-HASH-NUM2.
006502     MOVE WS-RUN-DATE         TO RC-RECEIVED-DATE.
006503     ACCEPT WS-TIME-OF-DAY FROM TIME.
006504     MOVE WS-TIME-HHMMSS      TO RC-RECEIVED-TIME.
006505     MOVE ZERO                TO RC-PROCESSED-CNT.
006506     MOVE "CALCEDIT"          TO RC-RUN-PROGRAM.
006507     MOVE WS-RUN-DATE         TO RC-RUN-DATE.
006508     MOVE WS-TIME-HHMMSS      TO RC-RUN-TIME.
006509     MOVE SPACES              TO RC-OPERATOR-ID.
006510     MOVE WS-PRIOR-FILE-DATE  TO RC-PRIOR-FILE-DATE.
006511     MOVE WS-SEQUENCE-FLAG    TO RC-SEQUENCE-FLAG.
006512
006513     IF WS-RCPT-ON-FILE
006514         REWRITE CALC-RECEIPT-REC
006515             INVALID KEY
006516             DISPLAY "Receipt register rewrite failed - status "
006517                 WS-RCPT-FILE-STATUS
006518             MOVE 'Y' TO WS-FILE-ERROR-SW
006519         END-REWRITE
006520     ELSE
006521         WRITE CALC-RECEIPT-REC
006522             INVALID KEY
006523             DISPLAY "Receipt register write failed - status "
006524                 WS-RCPT-FILE-STATUS
006525             MOVE 'Y' TO WS-FILE-ERROR-SW
006526         END-WRITE
006527     END-IF.
006528
006529 4400-EXIT.
006530     EXIT.
006531
006532*----------------------------------------------------------------*
006533* 5000-WRITE-ACCEPTED-TRAILER                                    *
006534* REBUILDS THE TRAILER OVER THE ACCEPTED DETAILS ONLY, SO THE   *
006535* ACCEPTED FILE BALANCES THROUGH THE BATCH RUN'S OWN CONTROL    *
006536* VERIFICATION EVEN WHEN SOME DETAILS BOUNCED.                  *
006537*----------------------------------------------------------------*
006540 5000-WRITE-ACCEPTED-TRAILER.
006550     MOVE SPACES          TO CALC-TRANS-TLR.
006560     MOVE 'T'             TO CTT-RECORD-TYPE.
006900             MOVE "SEQUENCE NUMBER OUT OF ORDER" TO WS-BL-TEXT
006910         WHEN '16'
006920             MOVE "DUPLICATE SEQUENCE NUMBER" TO WS-BL-TEXT
006924         WHEN '17'
006928             MOVE "VALUE DATE NOT A BUSINESS DAY" TO WS-BL-TEXT
006930         WHEN OTHER
006940             MOVE "UNKNOWN REASON" TO WS-BL-TEXT
006950     END-EVALUATE.
007610     MOVE SPACES TO REPORT-LINE.
007620     WRITE REPORT-LINE.
007630
007631     IF WS-OVERRIDE-GRANTED
007632         MOVE SPACES TO WS-NL-TEXT
007633         STRING "REPROCESS OF A REGISTERED FILE AUTHORIZED BY "
007634                 DELIMITED BY SIZE
007635             WS-OVERRIDE-BY DELIMITED BY SIZE
007636             INTO WS-NL-TEXT
007637         WRITE REPORT-LINE FROM WS-NOTE-LINE
007638     END-IF.
007639
007640     IF WS-DATE-GAP
007641         MOVE SPACES TO WS-NL-TEXT
007642         STRING "*** FILE DATE SKIPS A BUSINESS DAY - "
007643                 DELIMITED BY SIZE
007644             "SOURCE'S LAST FILE DATED " DELIMITED BY SIZE
007645             WS-PRIOR-FILE-DATE DELIMITED BY SIZE
007646             " ***" DELIMITED BY SIZE
007647             INTO WS-NL-TEXT
007648         WRITE REPORT-LINE FROM WS-NOTE-LINE
007649     END-IF.
007650
007651     IF WS-LATE-ARRIVAL
007652         MOVE "*** ARRIVED AFTER A LATER-DATED FILE ***"
007653             TO WS-NL-TEXT
007654         WRITE REPORT-LINE FROM WS-NOTE-LINE
007655     END-IF.
007656
007657     IF WS-CONTROL-ERROR
007658         MOVE "*** CONTROL FAILURE - DO NOT RELEASE ACCEPTED ***"
007660             TO WS-NL-TEXT
007670     ELSE
007680         IF WS-BOUNCE-CNT > ZERO
007730                 TO WS-NL-TEXT
007740         END-IF
007750     END-IF.
007754     IF WS-FILE-REFUSED
007758         MOVE "*** DUPLICATE - ALREADY ON RECEIPT REGISTER ***"
007762             TO WS-NL-TEXT
007766     END-IF.
007770     WRITE REPORT-LINE FROM WS-NOTE-LINE.
007780
007790 8000-EXIT.
007920     END-IF.
007930
007940     IF WS-RATE-OPEN
007944         CLOSE RATE-FILE
007948     END-IF.
007952
007956     IF WS-RCPT-OPEN
007960         CLOSE RECEIPT-FILE
007964     END-IF.
007965
007966     IF WS-CAL-OPEN
007967         CLOSE CALENDAR-FILE
007968     END-IF.
007970
007980     DISPLAY "Transaction file edit complete.".
007990     DISPLAY "Records read:      " WS-RECORDS-READ-CNT.
008000     DISPLAY "Details accepted:  " WS-ACCEPT-CNT.
008010     DISPLAY "Details bounced:   " WS-BOUNCE-CNT.
008020
008025*    A DUPLICATE FILE REFUSED AGAINST THE RECEIPT REGISTER IS
008030*    HELD BACK THE SAME AS A CONTROL FAILURE - THE ACCEPTED
008035*    FILE IS EMPTY AND MUST NOT BE RELEASED.
008040     EVALUATE TRUE
008045         WHEN WS-FILE-ERROR
008050             MOVE 12 TO RETURN-CODE
008055         WHEN WS-CONTROL-ERROR OR WS-FILE-REFUSED
008060             MOVE 8 TO RETURN-CODE
008080         WHEN WS-BOUNCE-CNT > ZERO
008090             MOVE 4 TO RETURN-CODE
008100         WHEN OTHER
