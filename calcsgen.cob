000200* (END 0 = OPEN-ENDED), AND ITS FREQUENCY MATCHES - DAILY,      *
000210* WEEKLY ON ITS DAY OF WEEK (1 = MONDAY), OR MONTHLY ON ITS     *
000220* DAY OF MONTH (A DAY PAST MONTH-END FALLS ON THE LAST DAY).    *
000221* ONLY BUSINESS DAYS ON THE CALENDAR (CALENDAR, MAINTAINED WITH *
000222* CALCCMNT) GENERATE WORK.  WEEKLY OR MONTHLY WORK FALLING ON A *
000223* CLOSED DAY ROLLS TO THE NEXT BUSINESS DAY, BACK TO THE        *
000224* PREVIOUS ONE, OR IS SKIPPED, BY THE INSTRUCTION'S ROLL RULE;  *
000225* DAILY WORK DOES NOT ROLL.                                     *
000230* THE GENERATION DATE IS TODAY, OR THE "DATE=YYYYMMDD" CARD ON  *
000240* THE OPTIONAL PARAMETER FILE (SGENPARM) FOR A RERUN.  RUNS     *
000250* UNATTENDED; RC 00 GENERATED, 04 NOTHING DUE, 12 FILE ERROR.   *
000280*----------------------------------------------------------------*
000290* DATE       INITIALS  DESCRIPTION                               *
000300* 2026-09-02 JAW       ORIGINAL PROGRAM.                         *
000302* 2026-10-15 JAW       ENDS WITH GOBACK, NOT STOP RUN, SO THE    *
000304*                      BATCH-WINDOW DRIVER (CALCBWIN) CAN CALL IT*
000306*                      AS A STEP; RUN ALONE IT ENDS AS BEFORE.   *
000307* 2026-10-15 JAW       BUSINESS-DAY CALENDAR (CALENDAR) OBSERVED *
000308*                      - NOTHING IS GENERATED ON A CLOSED DAY,   *
000309*                      DAILY WORK RUNS ON BUSINESS DAYS ONLY,    *
000310*                      AND WEEKLY OR MONTHLY WORK FALLING ON A   *
000311*                      CLOSED DAY ROLLS TO THE NEXT OR PREVIOUS  *
000312*                      BUSINESS DAY, OR IS SKIPPED, PER THE      *
000313*                      INSTRUCTION'S ROLL RULE.                  *
000314*----------------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-FILE-STATUS.
000500
000501     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS RANDOM
000504         RECORD KEY IS BD-CAL-DATE
000505         FILE STATUS IS WS-CAL-FILE-STATUS.
000506
000510 DATA DIVISION.
000520
000530 FILE SECTION.
000600
000610 FD  PARM-FILE.
000620 01  PARM-REC                    PIC X(80).
000622
000624 FD  CALENDAR-FILE.
000626     COPY CALCCALN.
000630
000640 WORKING-STORAGE SECTION.
000650
000660 01  WS-STNDINST-FILE-STATUS     PIC X(02) VALUE SPACES.
000670 01  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
000680 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
000685 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
000690
000700 77  WS-INST-EOF-SW              PIC X VALUE 'N'.
000710     88  WS-INST-EOF             VALUE 'Y'.
000780
000790*----------------------------------------------------------------*
000800* GENERATION DATE WORKING STORAGE - TODAY OR THE PARM CARD      *
000810* DATE.  ITS DAY OF WEEK (1 = MONDAY) AND END-OF-MONTH FLAG ARE *
000820* WORKED OUT ONCE UP FRONT, IN THE ROLL WINDOW BELOW.           *
000830*----------------------------------------------------------------*
000840 01  WS-GEN-DATE                 PIC 9(08) VALUE ZERO.
000850 01  WS-GEN-DATE-SPLIT REDEFINES WS-GEN-DATE.
000960 01  WS-GEN-DATE-INT             PIC 9(08) COMP VALUE ZERO.
000970 01  WS-DOW-WORK                 PIC 9(08) COMP VALUE ZERO.
000980 01  WS-DOW-QUOTIENT             PIC 9(08) COMP VALUE ZERO.
000981
000982*----------------------------------------------------------------*
000983* ROLL WINDOW - THE GENERATION DATE AND THE CLOSED DAYS EITHER  *
000984* SIDE OF IT, BACK TO THE PREVIOUS BUSINESS DAY AND ON TO THE   *
000985* NEXT.  THE SEARCH EACH WAY STOPS AFTER WS-ROLL-MAX-DAYS, SO A *
000986* CALENDAR CLOSING A LONG RUN OF DAYS CANNOT OVERFLOW THE TABLE.*
000987*----------------------------------------------------------------*
000988 77  WS-ROLL-MAX-DAYS            PIC 9(02) COMP VALUE 15.
000989 77  WS-ROLL-STEP-CNT            PIC 9(02) COMP VALUE ZERO.
000990 77  WS-RW-IX                    PIC 9(02) COMP VALUE ZERO.
000991
000992 01  WS-DATE-INT                 PIC 9(08) COMP VALUE ZERO.
000993 01  WS-PREV-BUS-INT             PIC 9(08) COMP VALUE ZERO.
000994 01  WS-NEXT-BUS-INT             PIC 9(08) COMP VALUE ZERO.
000995
000996 01  WS-ROLL-WINDOW.
000997     05  WS-RW-CNT               PIC 9(02) COMP VALUE ZERO.
000998     05  WS-RW-ENTRY             OCCURS 31 TIMES.
000999         10  WS-RW-DATE          PIC 9(08).
001000         10  WS-RW-DATE-SPLIT REDEFINES WS-RW-DATE.
001001             15  FILLER          PIC 9(04).
001002             15  WS-RW-MM        PIC 9(02).
001003             15  WS-RW-DD        PIC 9(02).
001004         10  WS-RW-DOW           PIC 9(01).
001005         10  WS-RW-MONTH-END-SW  PIC X(01).
001006             88  WS-RW-MONTH-END VALUE 'Y'.
001007         10  WS-RW-POSITION      PIC X(01).
001008             88  WS-RW-BEFORE    VALUE 'B'.
001009             88  WS-RW-GEN-DAY   VALUE 'G'.
001010             88  WS-RW-AFTER     VALUE 'A'.
001011
001012 77  WS-DAY-DUE-SW               PIC X VALUE 'N'.
001013     88  WS-DAY-DUE              VALUE 'Y'.
001014
001015*----------------------------------------------------------------*
001016* BUSINESS-DAY CALENDAR SWITCHES - THE CALENDAR IS OPENED ON    *
001017* FIRST USE; WHEN IT IS NOT THERE THE WEEK ALONE DECIDES.       *
001018*----------------------------------------------------------------*
001019 77  WS-CAL-OPEN-SW              PIC X VALUE 'N'.
001020     88  WS-CAL-OPEN             VALUE 'Y'.
001021
001022 77  WS-CAL-MISSING-SW           PIC X VALUE 'N'.
001023     88  WS-CAL-MISSING          VALUE 'Y'.
001024
001025 77  WS-BUS-DAY-SW               PIC X VALUE 'N'.
001026     88  WS-BUS-DAY              VALUE 'Y'.
001030
001040 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
001050
001100     05  WS-INST-READ-CNT        PIC 9(06) COMP VALUE ZERO.
001110     05  WS-INST-DUE-CNT         PIC 9(06) COMP VALUE ZERO.
001120     05  WS-INST-BYPASSED-CNT    PIC 9(06) COMP VALUE ZERO.
001124     05  WS-INST-ROLLED-CNT      PIC 9(06) COMP VALUE ZERO.
001128     05  WS-INST-SKIPPED-CNT     PIC 9(06) COMP VALUE ZERO.
001130
001140 01  WS-SEQ-NUMBER               PIC 9(06) VALUE ZERO.
001150 01  WS-HASH-NUM1-ACCUM          PIC S9(16)V9(10) VALUE ZERO.
001390     PERFORM 9000-TERMINATE
001400         THRU 9000-EXIT.
001410
001420     GOBACK.
001430
001440 0000-EXIT.
001450     EXIT.
001680         GO TO 1000-EXIT
001690     END-IF.
001700
001710*    THE ROLL WINDOW CARRIES THE DAY OF WEEK AND MONTH-END FLAG
001720*    OF THE GENERATION DATE AND OF ANY CLOSED DAYS ROLLING TO IT.
001730     PERFORM 1200-BUILD-ROLL-WINDOW
001740         THRU 1200-EXIT.
001870
001880     DISPLAY "CALCSGEN - generating for " WS-GEN-DATE
001890         " (" WS-PARM-NOTE ").".
002620 1100-EXIT.
002630     EXIT.
002640
002641*----------------------------------------------------------------*
002642* 1200-BUILD-ROLL-WINDOW                                         *
002643* WHEN THE GENERATION DATE IS A BUSINESS DAY, LISTS IT WITH THE *
002644* CLOSED DAYS EITHER SIDE OF IT - BACK TO THE PREVIOUS BUSINESS *
002645* DAY AND ON TO THE NEXT - WITH EACH DAY'S DAY OF WEEK AND      *
002646* MONTH-END FLAG FOR THE FREQUENCY TESTS.  WORK FALLING ON A    *
002647* CLOSED DAY BEFORE THE GENERATION DATE ROLLS FORWARD TO IT;    *
002648* WORK ON A CLOSED DAY AFTER IT MAY ROLL BACK TO IT.  A CLOSED  *
002649* GENERATION DATE LEAVES THE WINDOW EMPTY - NOTHING IS DUE.     *
002650*----------------------------------------------------------------*
002651 1200-BUILD-ROLL-WINDOW.
002652     MOVE ZERO TO WS-RW-CNT.
002653
002654     MOVE WS-GEN-DATE-INT TO WS-DATE-INT.
002655     PERFORM 1300-TEST-BUSINESS-DAY
002656         THRU 1300-EXIT.
002657     IF NOT WS-BUS-DAY
002658         DISPLAY "Generation date " WS-GEN-DATE
002659             " is not a business day - nothing is due."
002660         GO TO 1200-EXIT
002661     END-IF.
002662
002663     MOVE WS-GEN-DATE-INT TO WS-PREV-BUS-INT.
002664     MOVE ZERO TO WS-ROLL-STEP-CNT.
002665     MOVE 'N'  TO WS-BUS-DAY-SW.
002666     PERFORM 1210-STEP-BACK-ONE-DAY
002667         THRU 1210-EXIT
002668         UNTIL WS-BUS-DAY
002669            OR WS-ROLL-STEP-CNT NOT < WS-ROLL-MAX-DAYS.
002670
002671     MOVE WS-GEN-DATE-INT TO WS-NEXT-BUS-INT.
002672     MOVE ZERO TO WS-ROLL-STEP-CNT.
002673     MOVE 'N'  TO WS-BUS-DAY-SW.
002674     PERFORM 1220-STEP-FORWARD-ONE-DAY
002675         THRU 1220-EXIT
002676         UNTIL WS-BUS-DAY
002677            OR WS-ROLL-STEP-CNT NOT < WS-ROLL-MAX-DAYS.
002678
002679     COMPUTE WS-DATE-INT = WS-PREV-BUS-INT + 1.
002680     PERFORM 1230-ADD-WINDOW-DAY
002681         THRU 1230-EXIT
002682         UNTIL WS-DATE-INT NOT < WS-NEXT-BUS-INT.
002683
002684     IF WS-RW-CNT > 1
002685         DISPLAY "Work due on closed days " WS-RW-DATE (1)
002686             " to " WS-RW-DATE (WS-RW-CNT)
002687             " is rolled under each instruction's rule."
002688     END-IF.
002689
002690 1200-EXIT.
002691     EXIT.
002692
002693*----------------------------------------------------------------*
002694* 1210-STEP-BACK-ONE-DAY                                         *
002695*----------------------------------------------------------------*
002696 1210-STEP-BACK-ONE-DAY.
002697     SUBTRACT 1 FROM WS-PREV-BUS-INT.
002698     ADD 1 TO WS-ROLL-STEP-CNT.
002699     MOVE WS-PREV-BUS-INT TO WS-DATE-INT.
002700     PERFORM 1300-TEST-BUSINESS-DAY
002701         THRU 1300-EXIT.
002702
002703 1210-EXIT.
002704     EXIT.
002705
002706*----------------------------------------------------------------*
002707* 1220-STEP-FORWARD-ONE-DAY                                      *
002708*----------------------------------------------------------------*
002709 1220-STEP-FORWARD-ONE-DAY.
002710     ADD 1 TO WS-NEXT-BUS-INT.
002711     ADD 1 TO WS-ROLL-STEP-CNT.
002712     MOVE WS-NEXT-BUS-INT TO WS-DATE-INT.
002713     PERFORM 1300-TEST-BUSINESS-DAY
002714         THRU 1300-EXIT.
002715
002716 1220-EXIT.
002717     EXIT.
002718
002719*----------------------------------------------------------------*
002720* 1230-ADD-WINDOW-DAY                                            *
002721* ADDS THE DAY IN WS-DATE-INT TO THE ROLL WINDOW.               *
002722*----------------------------------------------------------------*
002723 1230-ADD-WINDOW-DAY.
002724     ADD 1 TO WS-RW-CNT.
002725     COMPUTE WS-RW-DATE (WS-RW-CNT) =
002726         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002727
002728*    DAY OF WEEK FROM THE DAY-1601-01-01-WAS-A-MONDAY ANCHOR OF
002729*    THE INTEGER DATE FORM - 1 = MONDAY THROUGH 7 = SUNDAY.
002730     COMPUTE WS-DOW-WORK = WS-DATE-INT - 1.
002731     DIVIDE WS-DOW-WORK BY 7
002732         GIVING WS-DOW-QUOTIENT
002733         REMAINDER WS-DOW-WORK.
002734     COMPUTE WS-RW-DOW (WS-RW-CNT) = WS-DOW-WORK + 1.
002735
002736*    THE DAY IS MONTH-END WHEN THE NEXT DAY IS IN A DIFFERENT
002737*    MONTH - NEEDED SO A MONTHLY INSTRUCTION KEYED FOR DAY
002738*    29-31 STILL CUTS IN A SHORTER MONTH.
002739     MOVE 'N' TO WS-RW-MONTH-END-SW (WS-RW-CNT).
002740     COMPUTE WS-NEXT-DATE =
002741         FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1).
002742     IF WS-NEXT-MM NOT = WS-RW-MM (WS-RW-CNT)
002743         MOVE 'Y' TO WS-RW-MONTH-END-SW (WS-RW-CNT)
002744     END-IF.
002745
002746     EVALUATE TRUE
002747         WHEN WS-DATE-INT < WS-GEN-DATE-INT
002748             MOVE 'B' TO WS-RW-POSITION (WS-RW-CNT)
002749         WHEN WS-DATE-INT = WS-GEN-DATE-INT
002750             MOVE 'G' TO WS-RW-POSITION (WS-RW-CNT)
002751         WHEN OTHER
002752             MOVE 'A' TO WS-RW-POSITION (WS-RW-CNT)
002753     END-EVALUATE.
002754
002755     ADD 1 TO WS-DATE-INT.
002756
002757 1230-EXIT.
002758     EXIT.
002759
002760*----------------------------------------------------------------*
002761* 1300-TEST-BUSINESS-DAY                                         *
002762* SETS WS-BUS-DAY-SW FOR THE DAY IN WS-DATE-INT.  THE WEEK      *
002763* DECIDES (MONDAY TO FRIDAY OPEN) UNLESS THE BUSINESS-DAY       *
002764* CALENDAR HOLDS AN ENTRY FOR THE DATE.  THE CALENDAR IS OPENED *
002765* ON FIRST USE; WITHOUT ONE THE WEEK ALONE DECIDES.             *
002766*----------------------------------------------------------------*
002767 1300-TEST-BUSINESS-DAY.
002768     COMPUTE WS-DOW-WORK = WS-DATE-INT - 1.
002769     DIVIDE WS-DOW-WORK BY 7
002770         GIVING WS-DOW-QUOTIENT
002771         REMAINDER WS-DOW-WORK.
002772     IF WS-DOW-WORK < 5
002773         MOVE 'Y' TO WS-BUS-DAY-SW
002774     ELSE
002775         MOVE 'N' TO WS-BUS-DAY-SW
002776     END-IF.
002777
002778     IF WS-CAL-MISSING
002779         GO TO 1300-EXIT
002780     END-IF.
002781
002782     IF NOT WS-CAL-OPEN
002783         OPEN INPUT CALENDAR-FILE
002784         IF WS-CAL-FILE-STATUS NOT = '00'
002785             IF WS-CAL-FILE-STATUS NOT = '35'
002786                 DISPLAY "Business-day calendar not available "
002787                     "- status " WS-CAL-FILE-STATUS
002788                     " - weekends only."
002789             END-IF
002790             MOVE 'Y' TO WS-CAL-MISSING-SW
002791             GO TO 1300-EXIT
002792         END-IF
002793         MOVE 'Y' TO WS-CAL-OPEN-SW
002794     END-IF.
002795
002796     COMPUTE BD-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002797     READ CALENDAR-FILE
002798         INVALID KEY
002799         GO TO 1300-EXIT
002800     END-READ.
002801
002802     IF BD-DAY-CLOSED
002803         MOVE 'N' TO WS-BUS-DAY-SW
002804     END-IF.
002805     IF BD-DAY-OPEN
002806         MOVE 'Y' TO WS-BUS-DAY-SW
002807     END-IF.
002808
002809 1300-EXIT.
002810     EXIT.
002811
002812*----------------------------------------------------------------*
002813* 2000-WRITE-HEADER                                              *
002814*----------------------------------------------------------------*
002815 2000-WRITE-HEADER.
002816     MOVE SPACES      TO CALC-TRANS-HDR.
002817     MOVE 'H'         TO CTH-RECORD-TYPE.
002818     MOVE WS-GEN-DATE TO CTH-FILE-DATE.
002819     MOVE "STNDINST"  TO CTH-SOURCE-SYSTEM.
002820
002821     WRITE CALC-TRANS-HDR.
002822
002823 2000-EXIT.
002824     EXIT.
002825
002826*----------------------------------------------------------------*
002827* 3000-PROCESS-ONE-INSTRUCTION                                   *
002828* APPLIES THE DUE TESTS TO THE INSTRUCTION JUST READ AND EMITS  *
002829* ITS DETAIL RECORD WHEN IT IS DUE ON THE GENERATION DATE OR    *
002830* ROLLS TO IT FROM A CLOSED DAY.                                *
002831*----------------------------------------------------------------*
002840 3000-PROCESS-ONE-INSTRUCTION.
002850     PERFORM 3200-TEST-INSTRUCTION-DUE
002860         THRU 3200-EXIT.
003140 3100-EXIT.
003150     EXIT.
003160
003164*----------------------------------------------------------------*
003168* 3200-TEST-INSTRUCTION-DUE                                      *
003172* AN INSTRUCTION IS DUE WHEN IT IS ACTIVE AND ITS FREQUENCY     *
003176* FALLS ON A DAY OF THE ROLL WINDOW INSIDE ITS ACTIVE DATES -   *
003180* THE GENERATION DATE ITSELF, OR A CLOSED DAY WHOSE OCCURRENCE  *
003184* ROLLS TO IT UNDER THE INSTRUCTION'S ROLL RULE.  ONE DETAIL IS *
003188* EMITTED HOWEVER MANY OCCURRENCES ROLL TOGETHER.               *
003192*----------------------------------------------------------------*
003196 3200-TEST-INSTRUCTION-DUE.
003200     MOVE 'N' TO WS-INST-DUE-SW.
003204
003208     IF NOT SI-ACTIVE
003212         GO TO 3200-EXIT
003216     END-IF.
003220
003224     IF NOT SI-FREQ-DAILY
003228             AND NOT SI-FREQ-WEEKLY
003232             AND NOT SI-FREQ-MONTHLY
003236         DISPLAY "Instruction " SI-INST-ID
003240             " has frequency '" SI-FREQUENCY
003244             "' - bypassed."
003248         GO TO 3200-EXIT
003252     END-IF.
003256
003260     PERFORM 3210-TEST-WINDOW-DAY
003264         THRU 3210-EXIT
003268         VARYING WS-RW-IX FROM 1 BY 1
003272         UNTIL WS-RW-IX > WS-RW-CNT
003276            OR WS-INST-DUE.
003280
003284 3200-EXIT.
003288     EXIT.
003292
003296*----------------------------------------------------------------*
003300* 3210-TEST-WINDOW-DAY                                           *
003304* TESTS ONE ROLL-WINDOW DAY.  DAILY WORK FALLS ONLY ON THE      *
003308* GENERATION DATE.  AN OCCURRENCE ON A CLOSED DAY BEFORE IT     *
003312* ROLLS FORWARD TO IT (RULE N); ONE ON A CLOSED DAY AFTER IT    *
003316* ROLLS BACK TO IT (RULE P); RULE S DROPS THE OCCURRENCE.       *
003320*----------------------------------------------------------------*
003324 3210-TEST-WINDOW-DAY.
003328     IF SI-START-DATE > WS-RW-DATE (WS-RW-IX)
003332         GO TO 3210-EXIT
003336     END-IF.
003340
003344     IF SI-END-DATE NOT = ZERO
003348             AND SI-END-DATE < WS-RW-DATE (WS-RW-IX)
003352         GO TO 3210-EXIT
003356     END-IF.
003360
003364     MOVE 'N' TO WS-DAY-DUE-SW.
003368     EVALUATE TRUE
003372         WHEN SI-FREQ-DAILY
003376             IF WS-RW-GEN-DAY (WS-RW-IX)
003380                 MOVE 'Y' TO WS-DAY-DUE-SW
003384             END-IF
003388         WHEN SI-FREQ-WEEKLY
003392             IF SI-FREQ-DAY = WS-RW-DOW (WS-RW-IX)
003396                 MOVE 'Y' TO WS-DAY-DUE-SW
003400             END-IF
003404         WHEN SI-FREQ-MONTHLY
003408             IF SI-FREQ-DAY = WS-RW-DD (WS-RW-IX)
003412                     OR (WS-RW-MONTH-END (WS-RW-IX)
003416                     AND SI-FREQ-DAY > WS-RW-DD (WS-RW-IX))
003420                 MOVE 'Y' TO WS-DAY-DUE-SW
003424             END-IF
003428     END-EVALUATE.
003432
003436     IF NOT WS-DAY-DUE
003440         GO TO 3210-EXIT
003444     END-IF.
003448
003452     EVALUATE TRUE
003456         WHEN WS-RW-GEN-DAY (WS-RW-IX)
003460             MOVE 'Y' TO WS-INST-DUE-SW
003464         WHEN SI-ROLL-SKIP
003468             ADD 1 TO WS-INST-SKIPPED-CNT
003472             DISPLAY "Instruction " SI-INST-ID " due "
003476                 WS-RW-DATE (WS-RW-IX)
003480                 " (not a business day) - skipped."
003484         WHEN WS-RW-BEFORE (WS-RW-IX)
003488                 AND NOT SI-ROLL-PREVIOUS
003492             MOVE 'Y' TO WS-INST-DUE-SW
003496             ADD 1 TO WS-INST-ROLLED-CNT
003500             DISPLAY "Instruction " SI-INST-ID " due "
003504                 WS-RW-DATE (WS-RW-IX)
003508                 " (not a business day) - rolled forward."
003512         WHEN WS-RW-AFTER (WS-RW-IX)
003516                 AND SI-ROLL-PREVIOUS
003520             MOVE 'Y' TO WS-INST-DUE-SW
003524             ADD 1 TO WS-INST-ROLLED-CNT
003528             DISPLAY "Instruction " SI-INST-ID " due "
003532                 WS-RW-DATE (WS-RW-IX)
003536                 " (not a business day) - rolled back."
003540         WHEN OTHER
003544             CONTINUE
003548     END-EVALUATE.
003552
003556 3210-EXIT.
003560     EXIT.
003600
003610*----------------------------------------------------------------*
003620* 3300-WRITE-DETAIL                                              *
004230     IF WS-TRANS-FILE-STATUS = '00'
004240         CLOSE TRANSACTION-FILE
004250     END-IF.
004252
004254     IF WS-CAL-OPEN
004256         CLOSE CALENDAR-FILE
004258     END-IF.
004260
004270     DISPLAY "Standing-instruction generation complete.".
004280     DISPLAY "Instructions read:     " WS-INST-READ-CNT.
004290     DISPLAY "Details generated:     " WS-INST-DUE-CNT.
004300     DISPLAY "Instructions bypassed: " WS-INST-BYPASSED-CNT.
004304     DISPLAY "Rolled to this date:   " WS-INST-ROLLED-CNT.
004308     DISPLAY "Occurrences skipped:   " WS-INST-SKIPPED-CNT.
004310
004320*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 FILE
004330*    GENERATED, 04 NOTHING DUE TODAY (THE BATCH STEP CAN BE
