000090* REJECT SUSPENSE AGING AND MANAGEMENT REPORT.  READS THE REJECT *
000100* SUSPENSE FILE (REJECTFL) AND PRODUCES A MANAGEMENT REPORT      *
000110* (REJAGERP) SO OUTSTANDING REJECTS STOP SITTING IN SUSPENSE     *
000115* UNNOTICED: OPEN ITEMS ARE AGED FROM THEIR REJECT DATE INTO    *
000120* THREE BANDS (1 BUSINESS DAY, 2-7, OVER 7) AND BROKEN DOWN BY  *
000125* REASON CODE, STALE ITEMS (OPEN OVER 7 BUSINESS DAYS) ARE      *
000130* LISTED IN FULL - ORIGINAL TRANSACTION IMAGE AND ALL - AND THE *
000135* SUSPENDED LITERAL OPERAND AMOUNTS ARE TOTALED.  AGE COUNTS    *
000140* BUSINESS DAYS ONLY, AS KEPT ON THE BUSINESS-DAY CALENDAR      *
000145* (CALENDAR); WITHOUT IT SATURDAY AND SUNDAY ARE THE ONLY DAYS  *
000150* NOT COUNTED.  RECORDS ALREADY CLEARED BY A RESUBMIT RUN       *
000155* (STATUS 'R') ARE COUNTED BUT NOT AGED.  A REJECT DATED BEFORE *
000160* THE DATE STAMP EXISTED (NON-NUMERIC OR ZERO DATE) IS TREATED  *
000165* AS OVER 7 DAYS OLD.  RUNS UNATTENDED.                         *
000200*----------------------------------------------------------------*
000210* MODIFICATION HISTORY                                           *
000220*----------------------------------------------------------------*
000230* DATE       INITIALS  DESCRIPTION                               *
000240* 2026-09-02 JAW       ORIGINAL PROGRAM.                         *
000244* 2026-10-15 JAW       REASON 07 (HELD RESULT CANCELLED ON THE   *
000248*                      HOLD QUEUE) GETS ITS OWN AGING ROW.       *
000250* 2026-10-15 JAW       ENDS WITH GOBACK, NOT STOP RUN, SO THE    *
000252*                      BATCH-WINDOW DRIVER (CALCBWIN) CAN CALL IT*
000254*                      AS A STEP; RUN ALONE IT ENDS AS BEFORE.   *
000255* 2026-10-15 JAW       ITEMS ARE AGED IN BUSINESS DAYS PER THE   *
000256*                      BUSINESS-DAY CALENDAR (CALENDAR), NOT     *
000257*                      CALENDAR DAYS.                            *
000258*----------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280
000350     SELECT REPORT-FILE ASSIGN TO "REJAGERP"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-REPORT-FILE-STATUS.
000371
000372     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000373         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS RANDOM
000375         RECORD KEY IS BD-CAL-DATE
000376         FILE STATUS IS WS-CAL-FILE-STATUS.
000380
000390 DATA DIVISION.
000400
000450
000460 FD  REPORT-FILE.
000470 01  REPORT-LINE                 PIC X(132).
000472
000474 FD  CALENDAR-FILE.
000476     COPY CALCCALN.
000480
000490 WORKING-STORAGE SECTION.
000500
000510 01  WS-REJECT-FILE-STATUS       PIC X(02) VALUE SPACES.
000520 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000525 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
000530
000540 77  WS-REJECT-EOF-SW            PIC X VALUE 'N'.
000550     88  WS-REJECT-EOF           VALUE 'Y'.
000650     COPY CALCTRAN.
000660
000670*----------------------------------------------------------------*
000675* AGING WORKING STORAGE - REASONS 01-07 PLUS A CATCH-ALL ROW 8, *
000680* EACH SPLIT INTO THE THREE AGE BANDS (1 BUSINESS DAY, 2-7,     *
000685* OVER 7).                                                      *
000700*----------------------------------------------------------------*
000710 01  WS-AGING-TABLE.
000720     05  WS-AGING-ROW OCCURS 8 TIMES.
000730         10  WS-AGE-BAND-CNT OCCURS 3 TIMES
000740                                 PIC 9(07) COMP.
000750
000900         "05 RATE NOT RESOLVED".
000910     05  FILLER                  PIC X(24) VALUE
000920         "06 NO PRIOR TOTAL".
000924     05  FILLER                  PIC X(24) VALUE
000928         "07 HOLD CANCELLED".
000930     05  FILLER                  PIC X(24) VALUE
000940         "?? UNRECOGNIZED REASON".
000950 01  WS-REASON-LABEL-TABLE REDEFINES WS-REASON-LABELS.
000960     05  WS-REASON-LABEL OCCURS 8 TIMES
000970                                 PIC X(24).
000980
000990 77  WS-REASON-IX                PIC 9(02) COMP VALUE ZERO.
001030 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001040 01  WS-RUN-DATE-INT             PIC 9(08) COMP VALUE ZERO.
001050 01  WS-ITEM-DATE-INT            PIC 9(08) COMP VALUE ZERO.
001051 01  WS-DAY-GAP                  PIC 9(08) COMP VALUE ZERO.
001052 01  WS-DATE-INT                 PIC 9(08) COMP VALUE ZERO.
001053 01  WS-DOW-WORK                 PIC 9(08) COMP VALUE ZERO.
001054 01  WS-DOW-QUOTIENT             PIC 9(08) COMP VALUE ZERO.
001055
001056*----------------------------------------------------------------*
001057* BUSINESS DAYS ELAPSED - ENTRY N IS THE NUMBER OF BUSINESS     *
001058* DAYS AMONG THE N DAYS ENDING ON THE RUN DATE, BUILT ONCE AT   *
001059* START FROM THE BUSINESS-DAY CALENDAR.  TWO YEARS ARE HELD; AN *
001060* OLDER ITEM IS AGED AT FIVE BUSINESS DAYS IN SEVEN PAST THAT.  *
001061*----------------------------------------------------------------*
001062 77  WS-BDAY-MAX                 PIC 9(04) COMP VALUE 731.
001063 77  WS-BDAY-IX                  PIC 9(04) COMP VALUE ZERO.
001064 01  WS-BDAY-TABLE.
001065     05  WS-BDAY-CUM OCCURS 731 TIMES
001066                                 PIC 9(04) COMP.
001067
001068 77  WS-CAL-OPEN-SW              PIC X VALUE 'N'.
001069     88  WS-CAL-OPEN             VALUE 'Y'.
001070
001071 77  WS-CAL-MISSING-SW           PIC X VALUE 'N'.
001072     88  WS-CAL-MISSING          VALUE 'Y'.
001073
001074 77  WS-BUS-DAY-SW               PIC X VALUE 'N'.
001075     88  WS-BUS-DAY              VALUE 'Y'.
001076
001077*----------------------------------------------------------------*
001080* REPORT COUNTERS AND SUSPENDED AMOUNT TOTALS.  AMOUNTS FOLLOW   *
001090* THE HASH-TOTAL CONVENTION - LITERAL OPERANDS ONLY; RATE-NAME   *
001100* AND PRIOR-TOTAL FLAGGED OPERANDS CARRY NO KEYED VALUE.         *
002140     PERFORM 9000-TERMINATE
002150         THRU 9000-EXIT.
002160
002170     GOBACK.
002180
002190 0000-EXIT.
002200     EXIT.
002300     COMPUTE WS-RUN-DATE-INT =
002310         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
002320
002321     PERFORM 1200-COUNT-BUSINESS-DAY
002322         THRU 1200-EXIT
002323         VARYING WS-BDAY-IX FROM 1 BY 1
002324         UNTIL WS-BDAY-IX > WS-BDAY-MAX.
002325
002330     PERFORM 1100-CLEAR-AGING-ROW
002340         THRU 1100-EXIT
002350         VARYING WS-REASON-IX FROM 1 BY 1
002360         UNTIL WS-REASON-IX > 8.
002370     MOVE ZERO TO WS-BAND-TOTAL (1).
002380     MOVE ZERO TO WS-BAND-TOTAL (2).
002390     MOVE ZERO TO WS-BAND-TOTAL (3).
002790 1100-EXIT.
002800     EXIT.
002810
002811*----------------------------------------------------------------*
002812* 1200-COUNT-BUSINESS-DAY                                        *
002813* BUILDS ONE ENTRY OF THE BUSINESS-DAY TABLE - THE BUSINESS     *
002814* DAYS AMONG THE WS-BDAY-IX DAYS ENDING ON THE RUN DATE.        *
002815*----------------------------------------------------------------*
002816 1200-COUNT-BUSINESS-DAY.
002817     COMPUTE WS-DATE-INT = WS-RUN-DATE-INT - WS-BDAY-IX + 1.
002818     PERFORM 1300-TEST-BUSINESS-DAY
002819         THRU 1300-EXIT.
002820
002821     IF WS-BDAY-IX = 1
002822         MOVE ZERO TO WS-BDAY-CUM (1)
002823     ELSE
002824         MOVE WS-BDAY-CUM (WS-BDAY-IX - 1)
002825             TO WS-BDAY-CUM (WS-BDAY-IX)
002826     END-IF.
002827
002828     IF WS-BUS-DAY
002829         ADD 1 TO WS-BDAY-CUM (WS-BDAY-IX)
002830     END-IF.
002831
002832 1200-EXIT.
002833     EXIT.
002834
002835*----------------------------------------------------------------*
002836* 1300-TEST-BUSINESS-DAY                                         *
002837* SETS WS-BUS-DAY-SW FOR THE DAY IN WS-DATE-INT.  THE WEEK      *
002838* DECIDES (MONDAY TO FRIDAY OPEN) UNLESS THE BUSINESS-DAY       *
002839* CALENDAR HOLDS AN ENTRY FOR THE DATE.  THE CALENDAR IS OPENED *
002840* ON FIRST USE; WITHOUT ONE THE WEEK ALONE DECIDES.             *
002841*----------------------------------------------------------------*
002842 1300-TEST-BUSINESS-DAY.
002843     COMPUTE WS-DOW-WORK = WS-DATE-INT - 1.
002844     DIVIDE WS-DOW-WORK BY 7
002845         GIVING WS-DOW-QUOTIENT
002846         REMAINDER WS-DOW-WORK.
002847     IF WS-DOW-WORK < 5
002848         MOVE 'Y' TO WS-BUS-DAY-SW
002849     ELSE
002850         MOVE 'N' TO WS-BUS-DAY-SW
002851     END-IF.
002852
002853     IF WS-CAL-MISSING
002854         GO TO 1300-EXIT
002855     END-IF.
002856
002857     IF NOT WS-CAL-OPEN
002858         OPEN INPUT CALENDAR-FILE
002859         IF WS-CAL-FILE-STATUS NOT = '00'
002861             IF WS-CAL-FILE-STATUS NOT = '35'
002862                 DISPLAY "Business-day calendar not available "
002863                     "- status " WS-CAL-FILE-STATUS
002864                     " - weekends only."
002865             END-IF
002866             MOVE 'Y' TO WS-CAL-MISSING-SW
002867             GO TO 1300-EXIT
002868         END-IF
002869         MOVE 'Y' TO WS-CAL-OPEN-SW
002870     END-IF.
002871
002872     COMPUTE BD-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002873     READ CALENDAR-FILE
002874         INVALID KEY
002875         GO TO 1300-EXIT
002876     END-READ.
002877
002878     IF BD-DAY-CLOSED
002879         MOVE 'N' TO WS-BUS-DAY-SW
002880     END-IF.
002881     IF BD-DAY-OPEN
002882         MOVE 'Y' TO WS-BUS-DAY-SW
002883     END-IF.
002884
002885 1300-EXIT.
002886     EXIT.
002887
002888*----------------------------------------------------------------*
002889* 2000-PROCESS-REJECT-RECORD                                     *
002890* ROLLS THE SUSPENSE RECORD JUST READ INTO THE AGING TABLE AND  *
002891* AMOUNT TOTALS.  CLEARED (STATUS 'R') RECORDS ARE COUNTED AND  *
002892* SKIPPED; OPEN ITEMS OVER 7 BUSINESS DAYS OLD ARE ALSO LISTED  *
002893* IN FULL.                                                      *
002894*----------------------------------------------------------------*
002895 2000-PROCESS-REJECT-RECORD.
002896     IF RJ-RESUBMITTED
002900         ADD 1 TO WS-CLEARED-CNT
002910         GO TO 2000-NEXT
002920     END-IF.
003180             MOVE 5 TO WS-REASON-IX
003190         WHEN '06'
003200             MOVE 6 TO WS-REASON-IX
003204         WHEN '07'
003208             MOVE 7 TO WS-REASON-IX
003210         WHEN OTHER
003220             MOVE 8 TO WS-REASON-IX
003230     END-EVALUATE.
003240
003250     ADD 1 TO WS-AGE-BAND-CNT (WS-REASON-IX WS-BAND-IX).
003630 2100-EXIT.
003640     EXIT.
003650
003655*----------------------------------------------------------------*
003660* 2200-COMPUTE-ITEM-AGE                                          *
003665* AGE IN BUSINESS DAYS FROM THE REJECT DATE TO THE RUN DATE -   *
003670* THE BUSINESS DAYS AFTER THE REJECT DATE UP TO AND INCLUDING   *
003675* THE RUN DATE, SO FRIDAY'S REJECTS ARE ONE DAY OLD ON MONDAY.  *
003680* GAPS BEYOND THE BUSINESS-DAY TABLE ADD FIVE DAYS A WEEK.  A   *
003685* NON-NUMERIC OR ZERO DATE (A REJECT CUT BEFORE THE DATE STAMP  *
003690* EXISTED) IS FORCED INTO THE OVER-7 BAND.                      *
003695*----------------------------------------------------------------*
003700 2200-COMPUTE-ITEM-AGE.
003705     IF RJ-REJECT-DATE NOT NUMERIC
003710             OR RJ-REJECT-DATE = ZERO
003715         MOVE 9999 TO WS-ITEM-AGE
003720         GO TO 2200-EXIT
003725     END-IF.
003730
003735     COMPUTE WS-ITEM-DATE-INT =
003740         FUNCTION INTEGER-OF-DATE(RJ-REJECT-DATE).
003745     IF WS-ITEM-DATE-INT = ZERO
003750         MOVE 9999 TO WS-ITEM-AGE
003755         GO TO 2200-EXIT
003760     END-IF.
003765
003770     IF WS-ITEM-DATE-INT NOT < WS-RUN-DATE-INT
003775         MOVE ZERO TO WS-ITEM-AGE
003780         GO TO 2200-EXIT
003785     END-IF.
003790
003795     COMPUTE WS-DAY-GAP = WS-RUN-DATE-INT - WS-ITEM-DATE-INT.
003800     IF WS-DAY-GAP NOT > WS-BDAY-MAX
003805         MOVE WS-BDAY-CUM (WS-DAY-GAP) TO WS-ITEM-AGE
003810         GO TO 2200-EXIT
003815     END-IF.
003820
003825     COMPUTE WS-ITEM-AGE = WS-BDAY-CUM (WS-BDAY-MAX)
003830             + (WS-DAY-GAP - WS-BDAY-MAX) * 5 / 7
003835         ON SIZE ERROR
003840             MOVE 9999 TO WS-ITEM-AGE
003845     END-COMPUTE.
003960 2200-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------*
004000* 3000-PRINT-STALE-ITEM                                          *
004010* LISTS ONE OPEN ITEM OVER 7 BUSINESS DAYS OLD IN FULL - REJECT *
004020* DATE, AGE, REASON AND THE ORIGINAL TRANSACTION RECORD IMAGE - *
004030* SO SOMEONE CAN BE PUT ON THE HOOK FOR IT.                     *
004040*----------------------------------------------------------------*
004050 3000-PRINT-STALE-ITEM.
004060     IF WS-LINE-CNT > WS-LINES-PER-PAGE
004110
004120     IF NOT WS-STALE-HEADED
004130         MOVE SPACES TO REPORT-LINE
004140         MOVE "  ---- STALE ITEMS - OVER 7 BUSINESS DAYS ----"
004150             TO REPORT-LINE
004160         WRITE REPORT-LINE
004170         WRITE REPORT-LINE FROM WS-STALE-HEADING
004690         THRU 7000-EXIT.
004700
004710     MOVE SPACES TO REPORT-LINE.
004720     MOVE "  ---- OPEN SUSPENSE BY REASON AND BUS-DAY AGE ----"
004730         TO REPORT-LINE.
004740     WRITE REPORT-LINE.
004750     MOVE SPACES TO REPORT-LINE.
004810     PERFORM 8100-PRINT-AGING-ROW
004820         THRU 8100-EXIT
004830         VARYING WS-REASON-IX FROM 1 BY 1
004840         UNTIL WS-REASON-IX > 8.
004850
004860     MOVE SPACES TO REPORT-LINE.
004870     WRITE REPORT-LINE.
005080     MOVE WS-CLEARED-CNT             TO WS-CL-COUNT.
005090     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005100
005110     MOVE "STALE OVER 7 BUSINESS DAYS" TO WS-CL-LABEL.
005120     MOVE WS-STALE-CNT               TO WS-CL-COUNT.
005130     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005140
005640     IF WS-REPORT-FILE-STATUS = '00'
005650         CLOSE REPORT-FILE
005660     END-IF.
005662
005664     IF WS-CAL-OPEN
005666         CLOSE CALENDAR-FILE
005668     END-IF.
005670
005680     DISPLAY "Reject aging report complete.".
005690     DISPLAY "Suspense records read: " WS-READ-CNT.
005700     DISPLAY "Open items:            " WS-OPEN-CNT.
005710     DISPLAY "Cleared by resubmit:   " WS-CLEARED-CNT.
005720     DISPLAY "Stale over 7 bus days: " WS-STALE-CNT.
005730
005740*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 CLEAN,
005750*    04 STALE ITEMS NEED CHASING, 12 FILE ERROR.
