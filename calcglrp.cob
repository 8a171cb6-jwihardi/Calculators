000302*                      RECORDS TO THE COMMON RUN-HISTORY LOG     *
000303*                      (RUNLOG) FOR THE OPERATIONS STATUS        *
000304*                      REPORT (CALCRNRP).                        *
000305* 2026-10-15 JAW       EVERY POSTING RUN NOW RECORDED ON THE     *
000306*                      KEYED POSTING CONTROL FILE (GLPOSTCT) -   *
000307*                      GL-DATE RANGE, COUNTS, A COPY OF EACH     *
000308*                      POSTING RECORD AND GP-TOTAL-AMOUNT BY GL  *
000309*                      ACCOUNT.  EXTRACT RECORDS DATED A DAY     *
000310*                      ALREADY POSTED OR IN A CLOSED PERIOD ARE  *
000311*                      REFUSED, LISTED ON THE BALANCING PAGE AND *
000312*                      END THE RUN RC 04.                        *
000313* 2026-10-15 JAW       BOTH RUN-HISTORY LOG RECORDS AND EVERY    *
000314*                      POSTING CONTROL ROW NOW CARRY THE FULL    *
000315*                      RUN ID (START DATE, TIME AND HUNDREDTHS), *
000316*                      AS STAMPED ON THE GL EXTRACT.             *
000318* 2026-10-15 JAW       ENDS WITH GOBACK, NOT STOP RUN, SO THE    *
000320*                      BATCH-WINDOW DRIVER (CALCBWIN) CAN CALL IT*
000322*                      AS A STEP; RUN ALONE IT ENDS AS BEFORE.   *
000323* 2026-10-15 JAW       THE RUN HEADER ROW IS KEYED WITH A ZERO   *
000324*                      SEQUENCE LIKE EVERY READER'S KEY.  IF IT  *
000325*                      CANNOT BE WRITTEN THE RUN'S POSTING COPIES*
000326*                      AND ACCOUNT TOTALS ARE DELETED AGAIN.     *
000327*----------------------------------------------------------------*
000328
000329 ENVIRONMENT DIVISION.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000522         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000526
000527     SELECT GLCTL-FILE ASSIGN TO "GLPOSTCT"
000528         ORGANIZATION IS INDEXED
000529         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS GC-CONTROL-KEY
000531         FILE STATUS IS WS-GLCTL-FILE-STATUS.
000532
000533     SELECT SORT-FILE ASSIGN TO "SORTWORK".
000534
000540 DATA DIVISION.
000550
000560 FILE SECTION.
000777
000778 FD  RUNLOG-FILE.
000779     COPY CALCRLOG.
000781
000783 FD  GLCTL-FILE.
000785     COPY CALCGLCT.
000787
000790 SD  SORT-FILE.
000800 01  SORT-REC.
000810     05  SR-OPERATOR-ID          PIC X(08).
001351 01  WS-RUN-TIME-OF-DAY.
001352     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001353     05  FILLER                  PIC 9(02).
001354 01  WS-RUN-ID.
001355     05  WS-RUN-ID-DATE          PIC 9(08) VALUE ZERO.
001356     05  WS-RUN-ID-TIME          PIC 9(08) VALUE ZERO.
001357 01  WS-RUN-ID-NUM REDEFINES WS-RUN-ID
001358                                 PIC 9(16).
001359
001360*----------------------------------------------------------------*
001361* GL POSTING CONTROL WORKING STORAGE - THIS RUN IS RECORDED ON   *
001362* THE CONTROL FILE UNDER ITS START STAMP.  EACH EXTRACT GL DATE  *
001363* IS CHECKED ONCE AGAINST THE CLOSED PERIODS AND THE DATES       *
001364* ALREADY POSTED; THE DATES THIS RUN WILL POST AND THE DATES IT  *
001365* REFUSED ARE HELD IN THE TABLES BELOW.                          *
001366*----------------------------------------------------------------*
001367 01  WS-GLCTL-FILE-STATUS        PIC X(02) VALUE SPACES.
001368
001369 77  WS-GLCTL-OPEN-SW            PIC X VALUE 'N'.
001370     88  WS-GLCTL-OPEN           VALUE 'Y'.
001371
001372 77  WS-GLCTL-ERROR-SW           PIC X VALUE 'N'.
001373     88  WS-GLCTL-ERROR          VALUE 'Y'.
001374
001375 77  WS-DATE-REFUSED-SW          PIC X VALUE 'N'.
001376     88  WS-DATE-REFUSED         VALUE 'Y'.
001377
001378 77  WS-DATE-FOUND-SW            PIC X VALUE 'N'.
001379     88  WS-DATE-FOUND           VALUE 'Y'.
001380
001381 77  WS-REMOVE-DONE-SW           PIC X VALUE 'N'.
001382     88  WS-REMOVE-DONE          VALUE 'Y'.
001383
001384 01  WS-EXTRACT-READ-CNT         PIC 9(07) VALUE ZERO.
001385 01  WS-EXTRACT-READ-AMOUNT      PIC S9(13)V9(10) VALUE ZERO.
001386 01  WS-REFUSED-CNT              PIC 9(07) VALUE ZERO.
001387 01  WS-REFUSED-AMOUNT           PIC S9(13)V9(10) VALUE ZERO.
001388 01  WS-FROM-GL-DATE             PIC 9(08) VALUE 99999999.
001389 01  WS-TO-GL-DATE               PIC 9(08) VALUE ZERO.
001390 01  WS-POSTING-SEQ              PIC 9(08) VALUE ZERO.
001391 01  WS-REMOVED-CNT              PIC 9(08) VALUE ZERO.
001392 01  WS-REMOVE-TYPE              PIC X(01) VALUE SPACE.
001393 01  WS-LAST-CHECKED-DATE        PIC 9(08) VALUE 99999999.
001394 01  WS-REFUSE-REASON            PIC X(01) VALUE SPACE.
001395
001396 01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
001397 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001398     05  WS-CHECK-PERIOD         PIC 9(06).
001399     05  FILLER                  PIC 9(02).
001400
001401 01  WS-CONTROL-RUN-ID.
001402     05  WS-CR-DATE              PIC 9(08) VALUE ZERO.
001403     05  WS-CR-TIME              PIC 9(08) VALUE ZERO.
001404 01  WS-CONTROL-RUN-NUM REDEFINES WS-CONTROL-RUN-ID
001405                                 PIC 9(16).
001406
001407 01  WS-REFUSED-RUN-ID.
001408     05  WS-RR-DATE              PIC 9(08) VALUE ZERO.
001409     05  WS-RR-TIME              PIC 9(08) VALUE ZERO.
001410 01  WS-REFUSED-RUN-NUM REDEFINES WS-REFUSED-RUN-ID
001411                                 PIC 9(16).
001412
001413 01  WS-RUN-ID-DISPLAY.
001414     05  WS-RD-DATE              PIC 9(08).
001415     05  FILLER                  PIC X(01) VALUE '-'.
001416     05  WS-RD-TIME              PIC 9(08).
001417
001418*    GL DATES THIS RUN WILL POST - A DATE BEYOND THE TABLE IS
001419*    REFUSED AND LEFT FOR THE NEXT RUN.
001420 77  WS-PD-MAX                   PIC 9(03) COMP VALUE 366.
001421 77  WS-PD-IX                    PIC 9(03) COMP VALUE ZERO.
001422 01  WS-POSTING-DATE-TABLE.
001423     05  WS-PD-CNT               PIC 9(03) COMP VALUE ZERO.
001424     05  WS-PD-ENTRY OCCURS 366 TIMES.
001425         10  WS-PD-GL-DATE       PIC 9(08).
001426
001427*    GL DATES REFUSED THIS RUN, FOR THE BALANCING PAGE - RECORDS
001428*    ON DATES BEYOND THE TABLE ARE COUNTED BUT NOT LISTED.
001429 77  WS-RF-MAX                   PIC 9(03) COMP VALUE 60.
001430 77  WS-RF-IX                    PIC 9(03) COMP VALUE ZERO.
001431 77  WS-RF-CUR                   PIC 9(03) COMP VALUE ZERO.
001432 01  WS-RF-UNLISTED-CNT          PIC 9(07) VALUE ZERO.
001433 01  WS-REFUSED-DATE-TABLE.
001434     05  WS-RF-CNT               PIC 9(03) COMP VALUE ZERO.
001435     05  WS-RF-ENTRY OCCURS 60 TIMES.
001436         10  WS-RF-GL-DATE       PIC 9(08).
001437         10  WS-RF-REASON        PIC X(01).
001438         10  WS-RF-RUN-DATE      PIC 9(08).
001439         10  WS-RF-RUN-TIME      PIC 9(08).
001440         10  WS-RF-RECORD-CNT    PIC 9(07).
001441
001442*----------------------------------------------------------------*
001443* REPORT PAGINATION AND LINE LAYOUTS                             *
001444*----------------------------------------------------------------*
001445 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
001446 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
001447 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001448
001449 01  WS-HEADING-1.
001450     05  FILLER                  PIC X(42) VALUE
001451         "CALCGLRP      GL POSTING REPORT".
001460     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001470     05  WS-H1-DATE              PIC 9(08).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-BL-AMOUNT            PIC -(13)9.9(10).
001930     05  FILLER                  PIC X(70) VALUE SPACES.
001931
001932 01  WS-REFUSED-LINE.
001933     05  FILLER                  PIC X(04) VALUE SPACES.
001934     05  FILLER                  PIC X(08) VALUE "GL DATE ".
001935     05  WS-RL-GL-DATE           PIC 9(08).
001936     05  FILLER                  PIC X(02) VALUE SPACES.
001937     05  WS-RL-COUNT             PIC ZZZ,ZZ9.
001938     05  FILLER                  PIC X(10) VALUE " RECORDS  ".
001939     05  WS-RL-REASON            PIC X(30).
001940     05  WS-RL-RUN-ID            PIC X(17).
001941     05  FILLER                  PIC X(46) VALUE SPACES.
001942
001943 01  WS-UNLISTED-LINE.
001944     05  FILLER                  PIC X(04) VALUE SPACES.
001945     05  FILLER                  PIC X(30) VALUE
001946         "RECORDS ON FURTHER DATES".
001947     05  WS-UL-COUNT             PIC ZZZ,ZZ9.
001948     05  FILLER                  PIC X(91) VALUE SPACES.
001949
001950 01  WS-CONTROL-LINE.
001951     05  FILLER                  PIC X(14) VALUE
001952         "  POSTING RUN ".
001953     05  WS-CT-RUN-ID            PIC X(17).
001954     05  FILLER                  PIC X(01) VALUE SPACE.
001955     05  WS-CT-TEXT              PIC X(50).
001956     05  FILLER                  PIC X(50) VALUE SPACES.
001957
001958 PROCEDURE DIVISION.
001960
001970*----------------------------------------------------------------*
001980* 0000-MAINLINE                                                  *
002150
002160         PERFORM 8000-PRINT-BALANCING-PAGE
002170             THRU 8000-EXIT
002172
002174         PERFORM 8500-RECORD-POSTING-RUN
002176             THRU 8500-EXIT
002180     END-IF.
002190
002200     PERFORM 9000-TERMINATE
002214     PERFORM 9600-WRITE-RUNLOG-END
002216         THRU 9600-EXIT.
002220
002230     GOBACK.
002240
002250 0000-EXIT.
002260     EXIT.
002534             MOVE 'Y' TO WS-FILE-ERROR-SW
002535     END-EVALUATE.
002536
002537*    THE POSTING CONTROL FILE IS CREATED ON THE FIRST RUN.
002538*    WITHOUT IT NOTHING CAN BE CHECKED, SO NOTHING IS POSTED.
002539     OPEN I-O GLCTL-FILE.
002540     IF WS-GLCTL-FILE-STATUS = '35'
002541         OPEN OUTPUT GLCTL-FILE
002542         IF WS-GLCTL-FILE-STATUS = '00'
002543             CLOSE GLCTL-FILE
002544             OPEN I-O GLCTL-FILE
002545         END-IF
002546     END-IF.
002547     IF WS-GLCTL-FILE-STATUS NOT = '00'
002548         DISPLAY "Cannot open posting control file - status "
002549             WS-GLCTL-FILE-STATUS
002550         MOVE 'Y' TO WS-FILE-ERROR-SW
002551         GO TO 1000-EXIT
002552     END-IF.
002553     MOVE 'Y' TO WS-GLCTL-OPEN-SW.
002554
002555 1000-EXIT.
002556     EXIT.
002560
002570*----------------------------------------------------------------*
002580* 1500-RELEASE-EXTRACT                                           *
002820         MOVE 'Y' TO WS-EXTRACT-EOF-SW
002830         GO TO 1510-EXIT
002840     END-READ.
002842
002844     ADD 1        TO WS-EXTRACT-READ-CNT.
002846     ADD GL-TOTAL TO WS-EXTRACT-READ-AMOUNT.
002850
002860     MOVE GL-OPERATOR-ID TO SR-OPERATOR-ID.
002870     MOVE GL-DATE        TO SR-DATE.
002900     MOVE GL-NUM1        TO SR-NUM1.
002910     MOVE GL-NUM2        TO SR-NUM2.
002920     MOVE GL-TOTAL       TO SR-TOTAL.
002921
002922     IF GL-DATE NOT = WS-LAST-CHECKED-DATE
002923         PERFORM 1520-CHECK-GL-DATE
002924             THRU 1520-EXIT
002925     END-IF.
002926
002927     IF WS-DATE-REFUSED
002928         ADD 1        TO WS-REFUSED-CNT
002929         ADD GL-TOTAL TO WS-REFUSED-AMOUNT
002930         IF WS-RF-CUR > ZERO
002931             ADD 1 TO WS-RF-RECORD-CNT (WS-RF-CUR)
002932         ELSE
002933             ADD 1 TO WS-RF-UNLISTED-CNT
002934         END-IF
002935         GO TO 1510-EXIT
002936     END-IF.
002937
002938     IF GL-DATE < WS-FROM-GL-DATE
002939         MOVE GL-DATE TO WS-FROM-GL-DATE
002940     END-IF.
002941     IF GL-DATE > WS-TO-GL-DATE
002942         MOVE GL-DATE TO WS-TO-GL-DATE
002943     END-IF.
002944
002945     RELEASE SORT-REC.
002950
002960 1510-EXIT.
002970     EXIT.
002971
002972*----------------------------------------------------------------*
002973* 1520-CHECK-GL-DATE                                             *
002974* DECIDES WHETHER EXTRACT RECORDS FOR A GL DATE MAY BE POSTED.   *
002975* A DATE IS REFUSED WHEN ITS ACCOUNTING PERIOD HAS BEEN CLOSED   *
002976* OR WHEN AN EARLIER POSTING RUN ALREADY CLAIMED IT ON THE       *
002977* POSTING CONTROL FILE, SO A RERUN OR A RE-FED EXTRACT CANNOT    *
002978* LOAD THE SAME DAY TWICE.  DATES ALREADY DECIDED THIS RUN ARE   *
002979* FOUND IN THE TABLES WITHOUT GOING BACK TO THE FILE.            *
002980*----------------------------------------------------------------*
002981 1520-CHECK-GL-DATE.
002982     MOVE GL-DATE TO WS-LAST-CHECKED-DATE.
002983     MOVE 'N'     TO WS-DATE-REFUSED-SW.
002984     MOVE 'N'     TO WS-DATE-FOUND-SW.
002985     MOVE ZERO    TO WS-RF-CUR.
002986
002987     PERFORM 1521-FIND-REFUSED-DATE
002988         THRU 1521-EXIT
002989         VARYING WS-RF-IX FROM 1 BY 1
002990         UNTIL WS-RF-IX > WS-RF-CNT
002991             OR WS-DATE-FOUND.
002992     IF WS-DATE-FOUND
002993         MOVE 'Y' TO WS-DATE-REFUSED-SW
002994         GO TO 1520-EXIT
002995     END-IF.
002996
002997     PERFORM 1522-FIND-POSTING-DATE
002998         THRU 1522-EXIT
002999         VARYING WS-PD-IX FROM 1 BY 1
003000         UNTIL WS-PD-IX > WS-PD-CNT
003001             OR WS-DATE-FOUND.
003002     IF WS-DATE-FOUND
003003         GO TO 1520-EXIT
003004     END-IF.
003005
003006     MOVE GL-DATE   TO WS-CHECK-DATE.
003007     MOVE ZERO      TO WS-REFUSED-RUN-NUM.
003008
003009     MOVE SPACES          TO CALC-GLCTL-REC.
003010     MOVE 'C'             TO GC-RECORD-TYPE.
003011     MOVE WS-CHECK-PERIOD TO GC-PERIOD.
003012     READ GLCTL-FILE
003013         INVALID KEY
003014         CONTINUE
003015     END-READ.
003016     EVALUATE WS-GLCTL-FILE-STATUS
003017         WHEN '00'
003018             MOVE 'C' TO WS-REFUSE-REASON
003019             GO TO 1520-REFUSE
003020         WHEN '23'
003021             CONTINUE
003022         WHEN OTHER
003023             GO TO 1520-READ-ERROR
003024     END-EVALUATE.
003025
003026     MOVE SPACES          TO CALC-GLCTL-REC.
003027     MOVE 'D'             TO GC-RECORD-TYPE.
003028     MOVE WS-CHECK-DATE   TO GC-GL-DATE.
003029     READ GLCTL-FILE
003030         INVALID KEY
003031         CONTINUE
003032     END-READ.
003033     EVALUATE WS-GLCTL-FILE-STATUS
003034         WHEN '00'
003035             MOVE 'P' TO WS-REFUSE-REASON
003036             MOVE GC-POSTED-BY-RUN TO WS-REFUSED-RUN-NUM
003037             GO TO 1520-REFUSE
003038         WHEN '23'
003039             CONTINUE
003040         WHEN OTHER
003041             GO TO 1520-READ-ERROR
003042     END-EVALUATE.
003043
003044     IF WS-PD-CNT NOT < WS-PD-MAX
003045         MOVE 'L' TO WS-REFUSE-REASON
003046         GO TO 1520-REFUSE
003047     END-IF.
003048
003049     ADD 1       TO WS-PD-CNT.
003050     MOVE GL-DATE TO WS-PD-GL-DATE (WS-PD-CNT).
003051     GO TO 1520-EXIT.
003052
003053 1520-READ-ERROR.
003054     DISPLAY "Cannot read posting control - status "
003055         WS-GLCTL-FILE-STATUS.
003056     MOVE 'Y' TO WS-GLCTL-ERROR-SW.
003057     MOVE 'E' TO WS-REFUSE-REASON.
003058
003059 1520-REFUSE.
003060     MOVE 'Y' TO WS-DATE-REFUSED-SW.
003061     IF WS-RF-CNT < WS-RF-MAX
003062         ADD 1 TO WS-RF-CNT
003063         MOVE WS-RF-CNT        TO WS-RF-CUR
003064         MOVE GL-DATE          TO WS-RF-GL-DATE (WS-RF-CUR)
003065         MOVE WS-REFUSE-REASON TO WS-RF-REASON (WS-RF-CUR)
003066         MOVE WS-RR-DATE       TO WS-RF-RUN-DATE (WS-RF-CUR)
003067         MOVE WS-RR-TIME       TO WS-RF-RUN-TIME (WS-RF-CUR)
003068         MOVE ZERO             TO WS-RF-RECORD-CNT (WS-RF-CUR)
003069     END-IF.
003070
003071 1520-EXIT.
003072     EXIT.
003073
003074*----------------------------------------------------------------*
003075* 1521-FIND-REFUSED-DATE                                         *
003076*----------------------------------------------------------------*
003077 1521-FIND-REFUSED-DATE.
003078     IF WS-RF-GL-DATE (WS-RF-IX) = GL-DATE
003079         MOVE 'Y'      TO WS-DATE-FOUND-SW
003080         MOVE WS-RF-IX TO WS-RF-CUR
003081     END-IF.
003082
003083 1521-EXIT.
003084     EXIT.
003085
003086*----------------------------------------------------------------*
003087* 1522-FIND-POSTING-DATE                                         *
003088*----------------------------------------------------------------*
003089 1522-FIND-POSTING-DATE.
003090     IF WS-PD-GL-DATE (WS-PD-IX) = GL-DATE
003091         MOVE 'Y' TO WS-DATE-FOUND-SW
003092     END-IF.
003093
003094 1522-EXIT.
003095     EXIT.
003096
003097*----------------------------------------------------------------*
003098* 2000-PROCESS-SORTED-FILE                                       *
003099* READS THE SORTED EXTRACT AND DRIVES THE CONTROL-BREAK         *
003100* REPORTING - OPERATION GROUPS WITHIN DATE WITHIN OPERATOR.     *
003101*----------------------------------------------------------------*
003102 2000-PROCESS-SORTED-FILE.
003103     OPEN INPUT SORTED-FILE.
003104     IF WS-SORTED-FILE-STATUS NOT = '00'
003105         DISPLAY "Cannot open sorted work file - status "
003106             WS-SORTED-FILE-STATUS
003107         MOVE 'Y' TO WS-FILE-ERROR-SW
003108         GO TO 2000-EXIT
003110     END-IF.
003120
003130     PERFORM 2100-READ-SORTED-RECORD
004162     MOVE WS-MAP-ACCOUNT    TO GP-GL-ACCOUNT.
004164     MOVE WS-MAP-CENTER     TO GP-COST-CENTER.
004166     MOVE WS-MAP-DRCR       TO GP-DRCR-SIDE.
004167     PERFORM 3600-RECORD-POSTING
004168         THRU 3600-EXIT.
004170     WRITE CALC-GLPOST-REC.
004180
004190     ADD 1               TO WS-OUT-RECORD-CNT.
004359     EXIT.
004360
004361*----------------------------------------------------------------*
004362* 3600-RECORD-POSTING                                            *
004363* KEEPS A COPY OF THE POSTING RECORD ABOUT TO BE WRITTEN ON THE  *
004364* POSTING CONTROL FILE UNDER THIS RUN, IN WRITE ORDER, AND ADDS  *
004365* IT TO THE RUN'S TOTAL FOR ITS GL ACCOUNT.  THE REVERSAL RUN    *
004366* (CALCGLRV) WORKS FROM THESE COPIES.                            *
004367*----------------------------------------------------------------*
004368 3600-RECORD-POSTING.
004369     IF NOT WS-GLCTL-OPEN OR WS-GLCTL-ERROR
004370         GO TO 3600-EXIT
004371     END-IF.
004372
004373     ADD 1 TO WS-POSTING-SEQ.
004374     MOVE SPACES            TO CALC-GLCTL-REC.
004375     MOVE 'P'               TO GC-RECORD-TYPE.
004376     MOVE WS-RUN-ID         TO GC-RUN-ID.
004378     MOVE WS-POSTING-SEQ    TO GC-RUN-SEQ.
004379     MOVE CALC-GLPOST-REC   TO GC-POSTING-IMAGE.
004380
004381     WRITE CALC-GLCTL-REC
004382         INVALID KEY
004383         CONTINUE
004384     END-WRITE.
004385     IF WS-GLCTL-FILE-STATUS NOT = '00'
004386         DISPLAY "Cannot record posting copy - status "
004387             WS-GLCTL-FILE-STATUS
004388         MOVE 'Y' TO WS-GLCTL-ERROR-SW
004389         GO TO 3600-EXIT
004390     END-IF.
004391
004392     MOVE SPACES            TO CALC-GLCTL-REC.
004393     MOVE 'A'               TO GC-RECORD-TYPE.
004394     MOVE WS-RUN-ID         TO GC-RUN-ID.
004396     MOVE WS-MAP-ACCOUNT    TO GC-RUN-ITEM.
004397     READ GLCTL-FILE
004398         INVALID KEY
004399         MOVE SPACES            TO CALC-GLCTL-REC
004400         MOVE 'A'               TO GC-RECORD-TYPE
004401         MOVE WS-RUN-ID         TO GC-RUN-ID
004403         MOVE WS-MAP-ACCOUNT    TO GC-RUN-ITEM
004404         MOVE ZERO              TO GC-ACCT-POSTING-CNT
004405         MOVE ZERO              TO GC-ACCT-TRANS-CNT
004406         MOVE ZERO              TO GC-ACCT-AMOUNT
004407     END-READ.
004408
004409     ADD 1               TO GC-ACCT-POSTING-CNT.
004410     ADD WS-GROUP-COUNT  TO GC-ACCT-TRANS-CNT.
004411     ADD WS-GROUP-AMOUNT TO GC-ACCT-AMOUNT.
004412
004413     IF WS-GLCTL-FILE-STATUS = '00'
004414         REWRITE CALC-GLCTL-REC
004415             INVALID KEY
004416             CONTINUE
004417         END-REWRITE
004418     ELSE
004419         WRITE CALC-GLCTL-REC
004420             INVALID KEY
004421             CONTINUE
004422         END-WRITE
004423     END-IF.
004424     IF WS-GLCTL-FILE-STATUS NOT = '00'
004425         DISPLAY "Cannot record account total - status "
004426             WS-GLCTL-FILE-STATUS
004427         MOVE 'Y' TO WS-GLCTL-ERROR-SW
004428     END-IF.
004429
004430 3600-EXIT.
004431     EXIT.
004432
004433*----------------------------------------------------------------*
004434* 3100-CLOSE-DATE-GROUP                                          *
004435*----------------------------------------------------------------*
004436 3100-CLOSE-DATE-GROUP.
004437     IF WS-LINE-CNT > WS-LINES-PER-PAGE
004438         PERFORM 7000-PRINT-PAGE-HEADINGS
004439             THRU 7000-EXIT
004440     END-IF.
004441
004442     MOVE "SUBTOTAL DATE     " TO WS-ST-LABEL.
004443     MOVE WS-PREV-DATE         TO WS-ST-NAME.
004444     MOVE WS-DATE-COUNT        TO WS-ST-COUNT.
004445     MOVE WS-DATE-AMOUNT       TO WS-ST-AMOUNT.
004450     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE.
004460     MOVE SPACES TO REPORT-LINE.
004470     WRITE REPORT-LINE.
005230     MOVE SPACES TO REPORT-LINE.
005240     WRITE REPORT-LINE.
005250
005252     MOVE "EXTRACT RECORDS READ      " TO WS-BL-LABEL.
005254     MOVE WS-EXTRACT-READ-CNT          TO WS-BL-COUNT.
005256     MOVE WS-EXTRACT-READ-AMOUNT       TO WS-BL-AMOUNT.
005258     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
005260
005262     MOVE "EXTRACT RECORDS REFUSED   " TO WS-BL-LABEL.
005264     MOVE WS-REFUSED-CNT               TO WS-BL-COUNT.
005266     MOVE WS-REFUSED-AMOUNT            TO WS-BL-AMOUNT.
005268     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
005270
005272     MOVE "EXTRACT RECORDS ACCEPTED  " TO WS-BL-LABEL.
005274     MOVE WS-IN-RECORD-CNT             TO WS-BL-COUNT.
005276     MOVE WS-IN-AMOUNT                 TO WS-BL-AMOUNT.
005278     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
005300
005310     MOVE "SUMMARY RECORDS WRITTEN   " TO WS-BL-LABEL.
005320     MOVE WS-OUT-RECORD-CNT            TO WS-BL-COUNT.
005530             "POST ***"
005540     END-IF.
005550     WRITE REPORT-LINE.
005551
005552     IF WS-REFUSED-CNT > ZERO
005553         MOVE SPACES TO REPORT-LINE
005554         WRITE REPORT-LINE
005555         MOVE "  ---- EXTRACT DATES REFUSED - NOT POSTED ----"
005556             TO REPORT-LINE
005557         WRITE REPORT-LINE
005558         PERFORM 8100-PRINT-REFUSED-DATE
005559             THRU 8100-EXIT
005560             VARYING WS-RF-IX FROM 1 BY 1
005561             UNTIL WS-RF-IX > WS-RF-CNT
005562         IF WS-RF-UNLISTED-CNT > ZERO
005564             MOVE WS-RF-UNLISTED-CNT TO WS-UL-COUNT
005566             WRITE REPORT-LINE FROM WS-UNLISTED-LINE
005568         END-IF
005569         DISPLAY "Extract records refused - GL date already "
005570             "posted or period closed: " WS-REFUSED-CNT
005571     END-IF.
005572
005573 8000-EXIT.
005580     EXIT.
005581
005582*----------------------------------------------------------------*
005583* 8100-PRINT-REFUSED-DATE                                        *
005584*----------------------------------------------------------------*
005585 8100-PRINT-REFUSED-DATE.
005586     MOVE WS-RF-GL-DATE (WS-RF-IX)    TO WS-RL-GL-DATE.
005587     MOVE WS-RF-RECORD-CNT (WS-RF-IX) TO WS-RL-COUNT.
005588     MOVE SPACES                      TO WS-RL-RUN-ID.
005589     EVALUATE WS-RF-REASON (WS-RF-IX)
005590         WHEN 'P'
005591             MOVE "ALREADY POSTED BY RUN" TO WS-RL-REASON
005592             MOVE WS-RF-RUN-DATE (WS-RF-IX) TO WS-RD-DATE
005593             MOVE WS-RF-RUN-TIME (WS-RF-IX) TO WS-RD-TIME
005594             MOVE WS-RUN-ID-DISPLAY      TO WS-RL-RUN-ID
005595         WHEN 'C'
005596             MOVE "ACCOUNTING PERIOD CLOSED" TO WS-RL-REASON
005597         WHEN 'E'
005598             MOVE "POSTING CONTROL NOT READABLE" TO WS-RL-REASON
005599         WHEN OTHER
005600             MOVE "TOO MANY GL DATES - NEXT RUN" TO WS-RL-REASON
005601     END-EVALUATE.
005602     WRITE REPORT-LINE FROM WS-REFUSED-LINE.
005603
005604 8100-EXIT.
005605     EXIT.
005606
005607*----------------------------------------------------------------*
005608* 8500-RECORD-POSTING-RUN                                        *
005609* RECORDS THE RUN ON THE POSTING CONTROL FILE - ITS HEADER ROW   *
005610* UNDER THE RUN ID, ALONGSIDE THE POSTING RECORD COPIES AND      *
005611* ACCOUNT TOTALS WRITTEN AS EACH GROUP CLOSED.  ONLY A RUN IN    *
005612* BALANCE IS RECORDED AS POSTED AND CLAIMS ITS GL DATES, SO A    *
005613* LATER RUN REFUSES THEM.  A RUN OUT OF BALANCE IS RECORDED AS   *
005614* NOT POSTED AND LEAVES ITS DATES OPEN.  A RUN THAT WROTE NO     *
005615* POSTING RECORDS IS NOT A POSTING RUN AND IS NOT RECORDED.  THE *
005616* HEADER IS KEYED BY THE RUN ID AND A ZERO SEQUENCE, AS EVERY    *
005617* READER BUILDS IT.  IF THE HEADER CANNOT BE WRITTEN THE RUN'S   *
005618* POSTING COPIES AND ACCOUNT TOTALS ARE DELETED AGAIN (8520), SO *
005619* NO ROW IS LEFT WITHOUT ITS HEADER, AND THE RUN ENDS RC 12.     *
005620*----------------------------------------------------------------*
005621 8500-RECORD-POSTING-RUN.
005622     IF WS-FILE-ERROR OR NOT WS-GLCTL-OPEN
005623         GO TO 8500-EXIT
005624     END-IF.
005625
005626     IF WS-OUT-RECORD-CNT = ZERO
005627         DISPLAY "Nothing posted - no posting run recorded."
005628         GO TO 8500-EXIT
005629     END-IF.
005630
005631     MOVE WS-RUN-ID         TO WS-CONTROL-RUN-ID.
005632
005633     MOVE SPACES            TO CALC-GLCTL-REC.
005634     MOVE 'R'               TO GC-RECORD-TYPE.
005635     MOVE WS-CONTROL-RUN-ID TO GC-RUN-ID.
005636     MOVE ZERO              TO GC-RUN-SEQ.
005637     IF WS-IN-AMOUNT = WS-OUT-AMOUNT
005638             AND WS-IN-RECORD-CNT = WS-OUT-TRANS-CNT
005639             AND NOT WS-GLCTL-ERROR
005640         MOVE 'P'           TO GC-RUN-STATUS
005641     ELSE
005642         MOVE 'N'           TO GC-RUN-STATUS
005643     END-IF.
005644     MOVE WS-FROM-GL-DATE   TO GC-FROM-GL-DATE.
005645     MOVE WS-TO-GL-DATE     TO GC-TO-GL-DATE.
005646     MOVE WS-EXTRACT-READ-CNT TO GC-EXTRACT-CNT.
005647     MOVE WS-REFUSED-CNT    TO GC-REFUSED-CNT.
005648     MOVE WS-OUT-RECORD-CNT TO GC-POSTING-CNT.
005649     MOVE WS-OUT-TRANS-CNT  TO GC-TRANS-CNT.
005650     MOVE WS-OUT-AMOUNT     TO GC-TOTAL-AMOUNT.
005651     MOVE ZERO              TO GC-RELATED-RUN-ID.
005652     MOVE SPACES            TO GC-RELATED-BY.
005653     MOVE ZERO              TO GC-RELATED-DATE.
005654
005655     WRITE CALC-GLCTL-REC
005656         INVALID KEY
005657         CONTINUE
005658     END-WRITE.
005659     IF WS-GLCTL-FILE-STATUS NOT = '00'
005660         DISPLAY "Cannot record posting run - status "
005661             WS-GLCTL-FILE-STATUS
005662         MOVE 'Y' TO WS-GLCTL-ERROR-SW
005663         PERFORM 8520-REMOVE-RUN-ROWS
005664             THRU 8520-EXIT
005665         GO TO 8500-EXIT
005666     END-IF.
005667
005668     MOVE WS-CR-DATE TO WS-RD-DATE.
005669     MOVE WS-CR-TIME TO WS-RD-TIME.
005670     MOVE WS-RUN-ID-DISPLAY TO WS-CT-RUN-ID.
005671
005672     IF GC-RUN-POSTED
005673         PERFORM 8510-WRITE-POSTED-DATE
005674             THRU 8510-EXIT
005675             VARYING WS-PD-IX FROM 1 BY 1
005676             UNTIL WS-PD-IX > WS-PD-CNT
005677         MOVE "RECORDED AS POSTED - ITS GL DATES ARE CLOSED"
005678             TO WS-CT-TEXT
005679     ELSE
005680         MOVE "RECORDED AS NOT POSTED - GL DATES LEFT OPEN"
005681             TO WS-CT-TEXT
005682     END-IF.
005683
005684     MOVE SPACES TO REPORT-LINE.
005685     WRITE REPORT-LINE.
005686     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
005687     DISPLAY "Posting run " WS-RUN-ID-DISPLAY " "
005688         WS-CT-TEXT.
005689
005690 8500-EXIT.
005691     EXIT.
005692
005693*----------------------------------------------------------------*
005694* 8510-WRITE-POSTED-DATE                                         *
005695*----------------------------------------------------------------*
005696 8510-WRITE-POSTED-DATE.
005697     MOVE SPACES                  TO CALC-GLCTL-REC.
005698     MOVE 'D'                     TO GC-RECORD-TYPE.
005699     MOVE WS-PD-GL-DATE (WS-PD-IX) TO GC-GL-DATE.
005700     MOVE WS-CONTROL-RUN-NUM      TO GC-POSTED-BY-RUN.
005701
005702     WRITE CALC-GLCTL-REC
005703         INVALID KEY
005704         DISPLAY "Cannot record GL date "
005705             WS-PD-GL-DATE (WS-PD-IX) " as posted - status "
005706             WS-GLCTL-FILE-STATUS
005707         MOVE 'Y' TO WS-GLCTL-ERROR-SW
005708     END-WRITE.
005709
005710 8510-EXIT.
005711     EXIT.
005712
005713*----------------------------------------------------------------*
005714* 8520-REMOVE-RUN-ROWS                                           *
005715* THE RUN HEADER COULD NOT BE WRITTEN, SO THE POSTING RECORD     *
005716* COPIES AND ACCOUNT TOTALS ALREADY WRITTEN UNDER THIS RUN ARE   *
005717* DELETED AGAIN - NO 'P' OR 'A' ROW IS LEFT ON FILE WITHOUT ITS  *
005718* 'R' HEADER FOR THE PERIOD CLOSE OR THE TRACE TO PICK UP.       *
005719*----------------------------------------------------------------*
005720 8520-REMOVE-RUN-ROWS.
005721     MOVE ZERO TO WS-REMOVED-CNT.
005722
005723     MOVE 'A' TO WS-REMOVE-TYPE.
005724     PERFORM 8525-REMOVE-ROWS-OF-TYPE
005725         THRU 8525-EXIT.
005726
005727     MOVE 'P' TO WS-REMOVE-TYPE.
005728     PERFORM 8525-REMOVE-ROWS-OF-TYPE
005729         THRU 8525-EXIT.
005730
005731     DISPLAY "Posting copies and account totals removed: "
005732         WS-REMOVED-CNT.
005733
005734 8520-EXIT.
005735     EXIT.
005736
005737*----------------------------------------------------------------*
005738* 8525-REMOVE-ROWS-OF-TYPE                                       *
005739*----------------------------------------------------------------*
005740 8525-REMOVE-ROWS-OF-TYPE.
005741     MOVE 'N'               TO WS-REMOVE-DONE-SW.
005742     MOVE SPACES            TO CALC-GLCTL-REC.
005743     MOVE WS-REMOVE-TYPE    TO GC-RECORD-TYPE.
005744     MOVE WS-CONTROL-RUN-ID TO GC-RUN-ID.
005745     MOVE LOW-VALUES        TO GC-RUN-ITEM.
005746     START GLCTL-FILE KEY NOT < GC-CONTROL-KEY
005747         INVALID KEY
005748         MOVE 'Y' TO WS-REMOVE-DONE-SW
005749     END-START.
005750
005751     PERFORM 8530-REMOVE-ONE-ROW
005752         THRU 8530-EXIT
005753         UNTIL WS-REMOVE-DONE.
005754
005755 8525-EXIT.
005756     EXIT.
005757
005758*----------------------------------------------------------------*
005759* 8530-REMOVE-ONE-ROW                                            *
005760*----------------------------------------------------------------*
005761 8530-REMOVE-ONE-ROW.
005762     READ GLCTL-FILE NEXT RECORD
005763         AT END
005764         MOVE 'Y' TO WS-REMOVE-DONE-SW
005765         GO TO 8530-EXIT
005766     END-READ.
005767
005768     IF WS-GLCTL-FILE-STATUS NOT = '00'
005769             OR GC-RECORD-TYPE NOT = WS-REMOVE-TYPE
005770             OR GC-RUN-ID NOT = WS-CONTROL-RUN-ID
005771         MOVE 'Y' TO WS-REMOVE-DONE-SW
005772         GO TO 8530-EXIT
005773     END-IF.
005774
005775     DELETE GLCTL-FILE RECORD
005776         INVALID KEY
005777         DISPLAY "Cannot remove posting control row - status "
005778             WS-GLCTL-FILE-STATUS
005779         MOVE 'Y' TO WS-REMOVE-DONE-SW
005780         GO TO 8530-EXIT
005781     END-DELETE.
005782
005783     ADD 1 TO WS-REMOVED-CNT.
005784
005785 8530-EXIT.
005786     EXIT.
005787
005788*----------------------------------------------------------------*
005789* 9000-TERMINATE                                                 *
005790*----------------------------------------------------------------*
005791 9000-TERMINATE.
005792     IF WS-EXTRACT-FOUND AND NOT WS-FILE-ERROR
005793         CLOSE REPORT-FILE
005794         CLOSE POSTING-FILE
005795     END-IF.
005796
005797     IF WS-GLMAP-AVAIL
005798         CLOSE GLMAP-FILE
005799     END-IF.
005800
005801     IF WS-GLCTL-OPEN
005802         CLOSE GLCTL-FILE
005803     END-IF.
005804
005805     DISPLAY "GL posting report complete.".
005806     DISPLAY "Extract records read:    " WS-EXTRACT-READ-CNT.
005807     DISPLAY "Extract records refused: " WS-REFUSED-CNT.
005808     DISPLAY "Summary records written: " WS-OUT-RECORD-CNT.
005809
005810     EVALUATE TRUE
005811         WHEN NOT WS-EXTRACT-FOUND
005812             MOVE 12 TO RETURN-CODE
005813         WHEN WS-FILE-ERROR
005814             MOVE 12 TO RETURN-CODE
005815         WHEN WS-GLCTL-ERROR
005816             MOVE 12 TO RETURN-CODE
005817         WHEN WS-IN-AMOUNT NOT = WS-OUT-AMOUNT
005818                 OR WS-IN-RECORD-CNT NOT = WS-OUT-TRANS-CNT
005819             MOVE 8 TO RETURN-CODE
005820         WHEN WS-REFUSED-CNT > ZERO
005821             MOVE 4 TO RETURN-CODE
005822         WHEN OTHER
005823             MOVE 0 TO RETURN-CODE
005830     END-EVALUATE.
005840
005850 9000-EXIT.
005970     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
005980     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
005990     MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-START-TIME.
005994     MOVE WS-RUN-START-DATE  TO WS-RUN-ID-DATE.
005998     MOVE WS-RUN-TIME-OF-DAY TO WS-RUN-ID-TIME.
006000
006010     OPEN EXTEND RUNLOG-FILE.
006020     IF WS-RUNLOG-FILE-STATUS = '35'
006140     MOVE SPACE               TO RL-RUN-MODE.
006150     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
006160     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
006165     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
006170     MOVE ZERO                TO RL-END-DATE.
006180     MOVE ZERO                TO RL-END-TIME.
006190     MOVE ZERO                TO RL-READ-CNT.
006510     MOVE SPACE               TO RL-RUN-MODE.
006520     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
006530     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
006535     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
006540     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
006550     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
006560     MOVE WS-RUN-TIME-HHMMSS  TO RL-END-TIME.
006570     MOVE WS-EXTRACT-READ-CNT TO RL-READ-CNT.
006580     MOVE WS-OUT-RECORD-CNT   TO RL-WRITTEN-CNT.
006590     MOVE WS-UNMAPPED-CNT     TO RL-REJECT-CNT.
006600     MOVE RETURN-CODE         TO RL-RETURN-CODE.
