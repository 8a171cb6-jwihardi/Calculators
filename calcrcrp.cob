000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCRCRP.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* DAILY TRANSACTION FILE RECEIPT REPORT FOR OPERATIONS.  READS   *
000100* THE RECEIPT REGISTER (RCPTREG) AND LISTS EVERY FILE DATED OR   *
000110* RECEIVED ON THE REPORT DATE WITH ITS STATUS, COUNTS AND ANY    *
000120* SEQUENCE FLAG, THEN EVERY EXPECTED SOURCE SYSTEM WITH NO FILE  *
000130* DATED THE REPORT DATE (MISSING), THEN EVERY FILE REFUSED AS A  *
000140* DUPLICATE ON THE REPORT DATE.  THE EXPECTED SOURCES ARE THE    *
000150* "SOURCE=XXXXXXXX" CARDS ON THE OPTIONAL PARAMETER FILE         *
000160* (RCRPPARM); WITH NO SOURCE CARDS EVERY SOURCE EVER REGISTERED  *
000170* IS EXPECTED.  THE REPORT DATE IS TODAY, OR THE "DATE=YYYYMMDD" *
000175* CARD ON THE SAME FILE FOR A RERUN.  NO FILE IS EXPECTED ON A   *
000180* DAY THE BUSINESS-DAY CALENDAR (CALENDAR) HAS CLOSED, OR ON A   *
000185* SATURDAY OR SUNDAY NOT ON IT.  OUTPUT IS RCRPRPT.  RUNS        *
000190* UNATTENDED.                                                    *
000200*----------------------------------------------------------------*
000210* MODIFICATION HISTORY                                           *
000220*----------------------------------------------------------------*
000230* DATE       INITIALS  DESCRIPTION                               *
000240* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000242* 2026-10-15 JAW       A DAY IS A BUSINESS DAY PER THE           *
000244*                      BUSINESS-DAY CALENDAR (CALENDAR), NOT     *
000246*                      SIMPLY MONDAY THROUGH FRIDAY.             *
000250*----------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RECEIPT-FILE ASSIGN TO "RCPTREG"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS RC-RECEIPT-KEY
000350         FILE STATUS IS WS-RCPT-FILE-STATUS.
000360
000370     SELECT PARM-FILE ASSIGN TO "RCRPPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-FILE-STATUS.
000400
000410     SELECT REPORT-FILE ASSIGN TO "RCRPRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REPORT-FILE-STATUS.
000431
000432     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS RANDOM
000435         RECORD KEY IS BD-CAL-DATE
000436         FILE STATUS IS WS-CAL-FILE-STATUS.
000440
000450 DATA DIVISION.
000460
000470 FILE SECTION.
000480 FD  RECEIPT-FILE.
000490     COPY CALCRCPT.
000500
000510 FD  PARM-FILE.
000520 01  PARM-REC                    PIC X(80).
000530
000540 FD  REPORT-FILE.
000550 01  REPORT-LINE                 PIC X(132).
000552
000554 FD  CALENDAR-FILE.
000556     COPY CALCCALN.
000560
000570 WORKING-STORAGE SECTION.
000580
000590 01  WS-RCPT-FILE-STATUS         PIC X(02) VALUE SPACES.
000600 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
000610 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000615 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
000620
000630 77  WS-RCPT-EOF-SW              PIC X VALUE 'N'.
000640     88  WS-RCPT-EOF             VALUE 'Y'.
000650
000660 77  WS-RCPT-OPEN-SW             PIC X VALUE 'N'.
000670     88  WS-RCPT-OPEN            VALUE 'Y'.
000680
000690 77  WS-PARM-EOF-SW              PIC X VALUE 'N'.
000700     88  WS-PARM-EOF             VALUE 'Y'.
000710
000720 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000730     88  WS-FILE-ERROR           VALUE 'Y'.
000740
000750 77  WS-SCHEDULE-GIVEN-SW        PIC X VALUE 'N'.
000760     88  WS-SCHEDULE-GIVEN       VALUE 'Y'.
000770
000780 77  WS-BUSINESS-DAY-SW          PIC X VALUE 'Y'.
000790     88  WS-BUSINESS-DAY         VALUE 'Y'.
000792
000794 77  WS-CAL-OPEN-SW              PIC X VALUE 'N'.
000796     88  WS-CAL-OPEN             VALUE 'Y'.
000800
000810 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
000820
000830 01  WS-REPORT-DATE              PIC 9(08) VALUE ZERO.
000840
000850 01  WS-DATE-INT                 PIC 9(07) COMP VALUE ZERO.
000860 01  WS-DOW-WORK                 PIC 9(07) COMP VALUE ZERO.
000870 01  WS-DOW-QUOTIENT             PIC 9(07) COMP VALUE ZERO.
000880
000890*----------------------------------------------------------------*
000900* REGISTER COUNTERS FOR THE REPORT DATE                          *
000910*----------------------------------------------------------------*
000920 01  WS-REPORT-COUNTERS.
000930     05  WS-READ-CNT             PIC 9(07) COMP VALUE ZERO.
000940     05  WS-RECEIVED-CNT         PIC 9(07) COMP VALUE ZERO.
000950     05  WS-EDITED-CNT           PIC 9(07) COMP VALUE ZERO.
000960     05  WS-PROCESSED-CNT        PIC 9(07) COMP VALUE ZERO.
000970     05  WS-GAP-CNT              PIC 9(07) COMP VALUE ZERO.
000980     05  WS-LATE-CNT             PIC 9(07) COMP VALUE ZERO.
000990     05  WS-UNSCHEDULED-CNT      PIC 9(07) COMP VALUE ZERO.
001000     05  WS-EXPECTED-CNT         PIC 9(07) COMP VALUE ZERO.
001010     05  WS-MISSING-CNT          PIC 9(07) COMP VALUE ZERO.
001020     05  WS-REFUSED-CNT          PIC 9(07) COMP VALUE ZERO.
001030
001040*----------------------------------------------------------------*
001050* SOURCE SYSTEM TABLE.  LOADED FROM THE SOURCE CARDS WHEN THERE  *
001060* ARE ANY, OTHERWISE FROM EVERY SOURCE FOUND ON THE REGISTER.    *
001070* EACH ENTRY KEEPS WHETHER A FILE DATED THE REPORT DATE CAME IN  *
001080* AND THE SOURCE'S LATEST FILE DATE UP TO THE REPORT DATE.       *
001090* PAST 100 SOURCES THE REST ARE NOT CHECKED FOR MISSING FILES.   *
001100*----------------------------------------------------------------*
001110 01  WS-SOURCE-TABLE.
001120     05  WS-ST-ENTRY OCCURS 100 TIMES.
001130         10  WS-ST-SOURCE        PIC X(08).
001140         10  WS-ST-ARRIVED-SW    PIC X(01).
001150         10  WS-ST-LAST-DATE     PIC 9(08).
001160
001170 77  WS-ST-USED                  PIC 9(03) COMP VALUE ZERO.
001180 77  WS-ST-MAX                   PIC 9(03) COMP VALUE 100.
001190 77  WS-ST-IX                    PIC 9(03) COMP VALUE ZERO.
001200 77  WS-ST-FOUND-IX              PIC 9(03) COMP VALUE ZERO.
001210 77  WS-ST-OVERFLOW-CNT          PIC 9(07) COMP VALUE ZERO.
001220
001230 01  WS-LOOKUP-SOURCE            PIC X(08) VALUE SPACES.
001240
001250*----------------------------------------------------------------*
001260* REPORT PAGINATION AND LINE LAYOUTS                             *
001270*----------------------------------------------------------------*
001280 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
001290 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
001300 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001310
001320 01  WS-HEADING-1.
001330     05  FILLER                  PIC X(42) VALUE
001340         "CALCRCRP      FILE RECEIPT REPORT".
001350     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001360     05  WS-H1-DATE              PIC 9(08).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001390     05  WS-H1-PAGE              PIC ZZZZ9.
001400     05  FILLER                  PIC X(59) VALUE SPACES.
001410
001420 01  WS-RECEIVED-HEADING.
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  FILLER                  PIC X(10) VALUE "SOURCE".
001450     05  FILLER                  PIC X(10) VALUE "FILE DATE".
001460     05  FILLER                  PIC X(11) VALUE "STATUS".
001470     05  FILLER                  PIC X(09) VALUE "RECEIVED".
001480     05  FILLER                  PIC X(10) VALUE "AT".
001490     05  FILLER                  PIC X(09) VALUE "RECORDS".
001500     05  FILLER                  PIC X(09) VALUE " WORKED".
001510     05  FILLER                  PIC X(12) VALUE "RUN BY".
001520     05  FILLER                  PIC X(04) VALUE "RPR".
001530     05  FILLER                  PIC X(30) VALUE "NOTE".
001540     05  FILLER                  PIC X(16) VALUE SPACES.
001550
001560 01  WS-RECEIVED-LINE.
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-RL-SOURCE            PIC X(08).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-RL-FILE-DATE         PIC 9(08).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-RL-STATUS            PIC X(09).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-RL-RECEIVED-DATE     PIC 9(08).
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  WS-RL-RECEIVED-TIME     PIC 99B99B99.
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  WS-RL-RECORDS           PIC ZZZ,ZZ9.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  WS-RL-WORKED            PIC ZZZ,ZZ9.
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  WS-RL-RUN-BY            PIC X(10).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  WS-RL-REPROCESS         PIC Z9.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  WS-RL-NOTE              PIC X(30).
001770     05  FILLER                  PIC X(14) VALUE SPACES.
001780
001790 01  WS-EXPECTED-HEADING.
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  FILLER                  PIC X(10) VALUE "SOURCE".
001820     05  FILLER                  PIC X(16) VALUE "LAST FILE DATE".
001830     05  FILLER                  PIC X(30) VALUE "STATUS".
001840     05  FILLER                  PIC X(74) VALUE SPACES.
001850
001860 01  WS-EXPECTED-LINE.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WS-XL-SOURCE            PIC X(08).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WS-XL-LAST-DATE         PIC 9(08).
001910     05  FILLER                  PIC X(08) VALUE SPACES.
001920     05  WS-XL-STATUS            PIC X(30).
001930     05  FILLER                  PIC X(74) VALUE SPACES.
001940
001950 01  WS-REFUSED-HEADING.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  FILLER                  PIC X(10) VALUE "SOURCE".
001980     05  FILLER                  PIC X(10) VALUE "FILE DATE".
001990     05  FILLER                  PIC X(12) VALUE "REFUSED BY".
002000     05  FILLER                  PIC X(08) VALUE "TIMES".
002010     05  FILLER                  PIC X(11) VALUE "STATUS".
002020     05  FILLER                  PIC X(10) VALUE "RUN DATE".
002030     05  FILLER                  PIC X(10) VALUE "RUN BY".
002040     05  FILLER                  PIC X(59) VALUE SPACES.
002050
002060 01  WS-REFUSED-LINE.
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  WS-FL-SOURCE            PIC X(08).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WS-FL-FILE-DATE         PIC 9(08).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  WS-FL-REFUSED-BY        PIC X(10).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  WS-FL-TIMES             PIC ZZZ9.
002150     05  FILLER                  PIC X(04) VALUE SPACES.
002160     05  WS-FL-STATUS            PIC X(09).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  WS-FL-RUN-DATE          PIC 9(08).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  WS-FL-RUN-BY            PIC X(10).
002210     05  FILLER                  PIC X(59) VALUE SPACES.
002220
002230 01  WS-COUNT-LINE.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  WS-CL-LABEL             PIC X(28).
002260     05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
002270     05  FILLER                  PIC X(93) VALUE SPACES.
002280
002290 PROCEDURE DIVISION.
002300
002310*----------------------------------------------------------------*
002320* 0000-MAINLINE                                                  *
002330*----------------------------------------------------------------*
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-EXIT.
002370
002380     PERFORM 2000-PROCESS-RECEIPT
002390         THRU 2000-EXIT
002400         UNTIL WS-RCPT-EOF.
002410
002420     PERFORM 4000-PRINT-EXPECTED-SECTION
002430         THRU 4000-EXIT.
002440
002450     PERFORM 5000-PRINT-REFUSED-SECTION
002460         THRU 5000-EXIT.
002470
002480     PERFORM 8000-PRINT-SUMMARY-SECTION
002490         THRU 8000-EXIT.
002500
002510     PERFORM 9000-TERMINATE
002520         THRU 9000-EXIT.
002530
002540     STOP RUN.
002550
002560 0000-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------------*
002600* 1000-INITIALIZE                                                *
002610* RESOLVES THE REPORT DATE AND THE EXPECTED SOURCES, OPENS THE   *
002620* REGISTER AND REPORT FILES AND PRIMES THE FIRST READ.  NO       *
002630* OPERATOR PROMPTS - THE JOB IS SCHEDULED DAILY.                 *
002640*----------------------------------------------------------------*
002650 1000-INITIALIZE.
002660     PERFORM 1100-READ-PARM-FILE
002670         THRU 1100-EXIT.
002680
002690     IF WS-REPORT-DATE = ZERO
002700         ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
002710     END-IF.
002720
002730     PERFORM 1200-CHECK-BUSINESS-DAY
002740         THRU 1200-EXIT.
002750
002760     DISPLAY "CALCRCRP - file receipts for "
002770         WS-REPORT-DATE " (" WS-PARM-NOTE ").".
002780
002790     OPEN OUTPUT REPORT-FILE.
002800     IF WS-REPORT-FILE-STATUS NOT = '00'
002810         DISPLAY "Cannot open receipt report - status "
002820             WS-REPORT-FILE-STATUS
002830         MOVE 'Y' TO WS-FILE-ERROR-SW
002840         MOVE 'Y' TO WS-RCPT-EOF-SW
002850         GO TO 1000-EXIT
002860     END-IF.
002870
002880     OPEN INPUT RECEIPT-FILE.
002890     IF WS-RCPT-FILE-STATUS = '35'
002900         DISPLAY "Receipt register not found - no files "
002910             "registered."
002920         MOVE 'Y' TO WS-RCPT-EOF-SW
002930         GO TO 1000-EXIT
002940     END-IF.
002950     IF WS-RCPT-FILE-STATUS NOT = '00'
002960         DISPLAY "Cannot open receipt register - status "
002970             WS-RCPT-FILE-STATUS
002980         MOVE 'Y' TO WS-FILE-ERROR-SW
002990         MOVE 'Y' TO WS-RCPT-EOF-SW
003000         GO TO 1000-EXIT
003010     END-IF.
003020     MOVE 'Y' TO WS-RCPT-OPEN-SW.
003030
003040     PERFORM 2100-READ-RECEIPT
003050         THRU 2100-EXIT.
003060
003070 1000-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------*
003110* 1100-READ-PARM-FILE                                            *
003120* READS THE OPTIONAL PARAMETER FILE - A "DATE=YYYYMMDD" CARD FOR *
003130* A RERUN AND ONE "SOURCE=XXXXXXXX" CARD PER EXPECTED FEEDER.    *
003140* CARDS BEGINNING '*' AND BLANK CARDS ARE COMMENTS; A CARD THAT  *
003150* DOES NOT PARSE IS REPORTED AND IGNORED.  A MISSING FILE, OR A  *
003160* DATE CARD THAT DOES NOT PARSE, FALLS BACK TO TODAY.            *
003170*----------------------------------------------------------------*
003180 1100-READ-PARM-FILE.
003190     OPEN INPUT PARM-FILE.
003200
003210     IF WS-PARM-FILE-STATUS = '35'
003220         MOVE "NO PARM CARD - TODAY" TO WS-PARM-NOTE
003230         GO TO 1100-EXIT
003240     END-IF.
003250
003260     MOVE "NO DATE CARD - TODAY" TO WS-PARM-NOTE.
003270     PERFORM 1110-READ-ONE-PARM-CARD
003280         THRU 1110-EXIT
003290         UNTIL WS-PARM-EOF.
003300
003310     CLOSE PARM-FILE.
003320
003330 1100-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------*
003370* 1110-READ-ONE-PARM-CARD                                        *
003380*----------------------------------------------------------------*
003390 1110-READ-ONE-PARM-CARD.
003400     READ PARM-FILE
003410         AT END
003420         MOVE 'Y' TO WS-PARM-EOF-SW
003430         GO TO 1110-EXIT
003440     END-READ.
003450
003460     IF PARM-REC = SPACES OR PARM-REC(1:1) = '*'
003470         GO TO 1110-EXIT
003480     END-IF.
003490
003500     IF PARM-REC(1:5) = "DATE="
003510         IF PARM-REC(6:8) IS NUMERIC
003520             MOVE PARM-REC(6:8) TO WS-REPORT-DATE
003530             MOVE "DATE FROM PARM CARD" TO WS-PARM-NOTE
003540         ELSE
003550             MOVE "BAD DATE CARD - TODAY" TO WS-PARM-NOTE
003560         END-IF
003570         GO TO 1110-EXIT
003580     END-IF.
003590
003600     IF PARM-REC(1:7) = "SOURCE=" AND PARM-REC(8:8) NOT = SPACES
003610         MOVE 'Y' TO WS-SCHEDULE-GIVEN-SW
003620         MOVE PARM-REC(8:8) TO WS-LOOKUP-SOURCE
003630         PERFORM 2200-FIND-SOURCE
003640             THRU 2200-EXIT
003650         GO TO 1110-EXIT
003660     END-IF.
003670
003680     DISPLAY "Bad parameter card ignored: " PARM-REC(1:40).
003690
003700 1110-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------*
003740* 1200-CHECK-BUSINESS-DAY                                        *
003745* NO FEEDER SENDS A FILE DATED A DAY THE BUSINESS IS CLOSED.     *
003750* THE BUSINESS-DAY CALENDAR (CALENDAR) DECIDES; A DATE NOT ON IT *
003755* IS OPEN MONDAY THROUGH FRIDAY, AS IS EVERY WEEKDAY WHEN THE    *
003760* CALENDAR IS NOT THERE.  DAY OF WEEK FROM THE                   *
003765* DAY-1601-01-01-WAS-A-MONDAY ANCHOR OF THE INTEGER DATE FORM -  *
003770* 1 = MONDAY THROUGH 7 = SUNDAY.                                 *
003780*----------------------------------------------------------------*
003790 1200-CHECK-BUSINESS-DAY.
003800     MOVE 'Y' TO WS-BUSINESS-DAY-SW.
003810     COMPUTE WS-DATE-INT =
003820         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
003830     IF WS-DATE-INT = ZERO
003840         GO TO 1200-EXIT
003850     END-IF.
003860
003870     COMPUTE WS-DOW-WORK = WS-DATE-INT - 1.
003880     DIVIDE WS-DOW-WORK BY 7
003890         GIVING WS-DOW-QUOTIENT
003900         REMAINDER WS-DOW-WORK.
003910     IF WS-DOW-WORK > 4
003920         MOVE 'N' TO WS-BUSINESS-DAY-SW
003930     END-IF.
003931
003932     OPEN INPUT CALENDAR-FILE.
003933     IF WS-CAL-FILE-STATUS NOT = '00'
003934         IF WS-CAL-FILE-STATUS NOT = '35'
003935             DISPLAY "Business-day calendar not available "
003936                 "- status " WS-CAL-FILE-STATUS
003937                 " - weekends only."
003938         END-IF
003939         GO TO 1200-EXIT
003940     END-IF.
003941     MOVE 'Y' TO WS-CAL-OPEN-SW.
003942
003943     MOVE WS-REPORT-DATE TO BD-CAL-DATE.
003944     READ CALENDAR-FILE
003945         INVALID KEY
003946             GO TO 1200-EXIT
003947     END-READ.
003948
003949     IF BD-DAY-CLOSED
003950         MOVE 'N' TO WS-BUSINESS-DAY-SW
003951     END-IF.
003952     IF BD-DAY-OPEN
003953         MOVE 'Y' TO WS-BUSINESS-DAY-SW
003954     END-IF.
003955
003956 1200-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------*
003990* 2000-PROCESS-RECEIPT                                           *
004000* KEEPS THE SOURCE'S LATEST FILE DATE UP TO THE REPORT DATE AND  *
004010* LISTS A FILE DATED OR RECEIVED ON THE REPORT DATE.  A FILE     *
004020* DATED THE REPORT DATE IS THE SOURCE'S ARRIVAL FOR THE DAY.     *
004030*----------------------------------------------------------------*
004040 2000-PROCESS-RECEIPT.
004050     MOVE RC-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE.
004060     PERFORM 2200-FIND-SOURCE
004070         THRU 2200-EXIT.
004080
004090     IF WS-ST-FOUND-IX > ZERO
004100             AND RC-FILE-DATE NOT > WS-REPORT-DATE
004110             AND RC-FILE-DATE > WS-ST-LAST-DATE (WS-ST-FOUND-IX)
004120         MOVE RC-FILE-DATE TO WS-ST-LAST-DATE (WS-ST-FOUND-IX)
004130     END-IF.
004140
004150     IF RC-FILE-DATE NOT = WS-REPORT-DATE
004160             AND RC-RECEIVED-DATE NOT = WS-REPORT-DATE
004170         GO TO 2000-NEXT
004180     END-IF.
004190
004200     IF RC-FILE-DATE = WS-REPORT-DATE
004210             AND WS-ST-FOUND-IX > ZERO
004220         MOVE 'Y' TO WS-ST-ARRIVED-SW (WS-ST-FOUND-IX)
004230     END-IF.
004240
004250     ADD 1 TO WS-RECEIVED-CNT.
004260     EVALUATE TRUE
004270         WHEN RC-EDITED
004280             ADD 1 TO WS-EDITED-CNT
004290         WHEN RC-PROCESSED
004300             ADD 1 TO WS-PROCESSED-CNT
004310     END-EVALUATE.
004320
004330     PERFORM 3000-PRINT-RECEIVED-LINE
004340         THRU 3000-EXIT.
004350
004360 2000-NEXT.
004370     PERFORM 2100-READ-RECEIPT
004380         THRU 2100-EXIT.
004390
004400 2000-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440* 2100-READ-RECEIPT                                              *
004450*----------------------------------------------------------------*
004460 2100-READ-RECEIPT.
004470     READ RECEIPT-FILE
004480         AT END
004490         MOVE 'Y' TO WS-RCPT-EOF-SW
004500         GO TO 2100-EXIT
004510     END-READ.
004520
004530     ADD 1 TO WS-READ-CNT.
004540
004550 2100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------*
004590* 2200-FIND-SOURCE                                               *
004600* FINDS WS-LOOKUP-SOURCE IN THE SOURCE TABLE.  A SOURCE CARD, OR *
004610* ANY REGISTERED SOURCE WHEN THERE ARE NO SOURCE CARDS, IS ADDED *
004620* IF NOT ALREADY THERE.  WS-ST-FOUND-IX IS ZERO FOR A SOURCE NOT *
004630* ON THE SCHEDULE OR PAST THE TABLE LIMIT.                       *
004640*----------------------------------------------------------------*
004650 2200-FIND-SOURCE.
004660     MOVE ZERO TO WS-ST-FOUND-IX.
004670     PERFORM 2210-SEARCH-SOURCE
004680         THRU 2210-EXIT
004690         VARYING WS-ST-IX FROM 1 BY 1
004700         UNTIL WS-ST-IX > WS-ST-USED
004710             OR WS-ST-FOUND-IX > ZERO.
004720
004730     IF WS-ST-FOUND-IX > ZERO
004740         GO TO 2200-EXIT
004750     END-IF.
004760
004770     IF WS-SCHEDULE-GIVEN AND WS-RCPT-OPEN
004780         GO TO 2200-EXIT
004790     END-IF.
004800
004810     IF WS-ST-USED NOT < WS-ST-MAX
004820         ADD 1 TO WS-ST-OVERFLOW-CNT
004830         GO TO 2200-EXIT
004840     END-IF.
004850
004860     ADD 1 TO WS-ST-USED.
004870     MOVE WS-ST-USED       TO WS-ST-FOUND-IX.
004880     MOVE WS-LOOKUP-SOURCE TO WS-ST-SOURCE (WS-ST-USED).
004890     MOVE 'N'              TO WS-ST-ARRIVED-SW (WS-ST-USED).
004900     MOVE ZERO             TO WS-ST-LAST-DATE (WS-ST-USED).
004910
004920 2200-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------*
004960* 2210-SEARCH-SOURCE                                             *
004970*----------------------------------------------------------------*
004980 2210-SEARCH-SOURCE.
004990     IF WS-ST-SOURCE (WS-ST-IX) = WS-LOOKUP-SOURCE
005000         MOVE WS-ST-IX TO WS-ST-FOUND-IX
005010     END-IF.
005020
005030 2210-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------*
005070* 3000-PRINT-RECEIVED-LINE                                       *
005080* ONE FILE DATED OR RECEIVED ON THE REPORT DATE.  THE NOTE       *
005090* CARRIES THE MOST IMPORTANT OF A DATE GAP, A LATE ARRIVAL, A    *
005100* SOURCE NOT ON THE SCHEDULE, OR AN AUTHORIZED REPROCESS.        *
005110*----------------------------------------------------------------*
005120 3000-PRINT-RECEIVED-LINE.
005130     IF WS-LINE-CNT > WS-LINES-PER-PAGE
005140         PERFORM 7000-PRINT-PAGE-HEADINGS
005150             THRU 7000-EXIT
005160         MOVE "  ---- FILES DATED OR RECEIVED ON THE REPORT DATE"
005170             TO REPORT-LINE
005180         WRITE REPORT-LINE
005190         MOVE SPACES TO REPORT-LINE
005200         WRITE REPORT-LINE
005210         WRITE REPORT-LINE FROM WS-RECEIVED-HEADING
005220         ADD 3 TO WS-LINE-CNT
005230     END-IF.
005240
005250     MOVE RC-SOURCE-SYSTEM TO WS-RL-SOURCE.
005260     MOVE RC-FILE-DATE     TO WS-RL-FILE-DATE.
005270     EVALUATE TRUE
005280         WHEN RC-EDITED
005290             MOVE "EDITED"    TO WS-RL-STATUS
005300         WHEN RC-PROCESSED
005310             MOVE "PROCESSED" TO WS-RL-STATUS
005320         WHEN OTHER
005330             MOVE "UNKNOWN"   TO WS-RL-STATUS
005340     END-EVALUATE.
005350     MOVE RC-RECEIVED-DATE TO WS-RL-RECEIVED-DATE.
005360     MOVE RC-RECEIVED-TIME TO WS-RL-RECEIVED-TIME.
005370     MOVE RC-RECORD-COUNT  TO WS-RL-RECORDS.
005380     MOVE RC-PROCESSED-CNT TO WS-RL-WORKED.
005390     MOVE RC-RUN-PROGRAM   TO WS-RL-RUN-BY.
005400     MOVE RC-REPROCESS-CNT TO WS-RL-REPROCESS.
005410
005420     MOVE SPACES TO WS-RL-NOTE.
005430     EVALUATE TRUE
005440         WHEN RC-DATE-GAP
005450             ADD 1 TO WS-GAP-CNT
005460             STRING "DATE GAP - LAST FILE " DELIMITED BY SIZE
005470                 RC-PRIOR-FILE-DATE DELIMITED BY SIZE
005480                 INTO WS-RL-NOTE
005490         WHEN RC-LATE-ARRIVAL
005500             ADD 1 TO WS-LATE-CNT
005510             MOVE "LATE - AFTER A LATER FILE" TO WS-RL-NOTE
005520         WHEN WS-ST-FOUND-IX = ZERO
005530             MOVE "SOURCE NOT ON SCHEDULE" TO WS-RL-NOTE
005540         WHEN RC-REPROCESS-CNT > ZERO
005550             STRING "REPROCESS AUTHORIZED BY " DELIMITED BY SIZE
005560                 RC-OVERRIDE-BY DELIMITED BY SIZE
005570                 INTO WS-RL-NOTE
005580     END-EVALUATE.
005590
005600     IF WS-ST-FOUND-IX = ZERO
005610         ADD 1 TO WS-UNSCHEDULED-CNT
005620     END-IF.
005630
005640     WRITE REPORT-LINE FROM WS-RECEIVED-LINE.
005650     ADD 1 TO WS-LINE-CNT.
005660
005670 3000-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------*
005710* 4000-PRINT-EXPECTED-SECTION                                    *
005720* LISTS EVERY EXPECTED SOURCE WITH NO FILE DATED THE REPORT      *
005725* DATE.  ON A DAY THE BUSINESS-DAY CALENDAR HAS CLOSED, NOTHING  *
005730* IS EXPECTED, SO THE SOURCES ARE LISTED AS NOT EXPECTED AND     *
005735* NONE COUNTS AS MISSING.                                        *
005750*----------------------------------------------------------------*
005760 4000-PRINT-EXPECTED-SECTION.
005770     IF WS-REPORT-FILE-STATUS NOT = '00'
005780         GO TO 4000-EXIT
005790     END-IF.
005800
005810     IF WS-RECEIVED-CNT = ZERO
005820         PERFORM 7000-PRINT-PAGE-HEADINGS
005830             THRU 7000-EXIT
005840         MOVE "  ---- NO FILES DATED OR RECEIVED ON THE DATE"
005850             TO REPORT-LINE
005860         WRITE REPORT-LINE
005870         ADD 1 TO WS-LINE-CNT
005880     END-IF.
005890
005900     IF WS-LINE-CNT + 5 > WS-LINES-PER-PAGE
005910         PERFORM 7000-PRINT-PAGE-HEADINGS
005920             THRU 7000-EXIT
005930     END-IF.
005940
005950     MOVE SPACES TO REPORT-LINE.
005960     WRITE REPORT-LINE.
005970     IF WS-BUSINESS-DAY
005980         MOVE "  ---- EXPECTED SOURCES WITH NO FILE FOR THE DATE"
005990             TO REPORT-LINE
006000     ELSE
006010         MOVE "  ---- NOT A BUSINESS DAY - NO FILES EXPECTED"
006020             TO REPORT-LINE
006030     END-IF.
006040     WRITE REPORT-LINE.
006050     MOVE SPACES TO REPORT-LINE.
006060     WRITE REPORT-LINE.
006070     WRITE REPORT-LINE FROM WS-EXPECTED-HEADING.
006080     ADD 4 TO WS-LINE-CNT.
006090
006100     PERFORM 4100-PRINT-ONE-EXPECTED
006110         THRU 4100-EXIT
006120         VARYING WS-ST-IX FROM 1 BY 1
006130         UNTIL WS-ST-IX > WS-ST-USED.
006140
006150 4000-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------*
006190* 4100-PRINT-ONE-EXPECTED                                        *
006200*----------------------------------------------------------------*
006210 4100-PRINT-ONE-EXPECTED.
006220     IF WS-ST-ARRIVED-SW (WS-ST-IX) = 'Y'
006230         GO TO 4100-EXIT
006240     END-IF.
006250
006260     IF WS-BUSINESS-DAY
006270         ADD 1 TO WS-EXPECTED-CNT
006280         ADD 1 TO WS-MISSING-CNT
006290         MOVE "*** MISSING ***" TO WS-XL-STATUS
006300     ELSE
006310         MOVE "NOT EXPECTED"    TO WS-XL-STATUS
006320     END-IF.
006330
006340     IF WS-LINE-CNT > WS-LINES-PER-PAGE
006350         PERFORM 7000-PRINT-PAGE-HEADINGS
006360             THRU 7000-EXIT
006370         WRITE REPORT-LINE FROM WS-EXPECTED-HEADING
006380         ADD 1 TO WS-LINE-CNT
006390     END-IF.
006400
006410     MOVE WS-ST-SOURCE (WS-ST-IX)    TO WS-XL-SOURCE.
006420     MOVE WS-ST-LAST-DATE (WS-ST-IX) TO WS-XL-LAST-DATE.
006430     WRITE REPORT-LINE FROM WS-EXPECTED-LINE.
006440     ADD 1 TO WS-LINE-CNT.
006450
006460 4100-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------*
006500* 5000-PRINT-REFUSED-SECTION                                     *
006510* A SECOND PASS OF THE REGISTER LISTS EVERY FILE LAST REFUSED    *
006520* AS A DUPLICATE ON THE REPORT DATE, BY CALCEDIT OR THE BATCH    *
006530* RUN, WITH HOW MANY TIMES IT HAS BEEN REFUSED IN ALL.           *
006540*----------------------------------------------------------------*
006550 5000-PRINT-REFUSED-SECTION.
006560     IF WS-REPORT-FILE-STATUS NOT = '00' OR NOT WS-RCPT-OPEN
006570         GO TO 5000-EXIT
006580     END-IF.
006590
006600     CLOSE RECEIPT-FILE.
006610     MOVE 'N' TO WS-RCPT-OPEN-SW.
006620     OPEN INPUT RECEIPT-FILE.
006630     IF WS-RCPT-FILE-STATUS NOT = '00'
006640         DISPLAY "Cannot reopen receipt register - status "
006650             WS-RCPT-FILE-STATUS
006660         MOVE 'Y' TO WS-FILE-ERROR-SW
006670         GO TO 5000-EXIT
006680     END-IF.
006690     MOVE 'Y' TO WS-RCPT-OPEN-SW.
006700
006710     IF WS-LINE-CNT + 5 > WS-LINES-PER-PAGE
006720         PERFORM 7000-PRINT-PAGE-HEADINGS
006730             THRU 7000-EXIT
006740     END-IF.
006750
006760     MOVE SPACES TO REPORT-LINE.
006770     WRITE REPORT-LINE.
006780     MOVE "  ---- FILES REFUSED AS DUPLICATES ON THE REPORT DATE"
006790         TO REPORT-LINE.
006800     WRITE REPORT-LINE.
006810     MOVE SPACES TO REPORT-LINE.
006820     WRITE REPORT-LINE.
006830     WRITE REPORT-LINE FROM WS-REFUSED-HEADING.
006840     ADD 4 TO WS-LINE-CNT.
006850
006860     MOVE 'N' TO WS-RCPT-EOF-SW.
006870     PERFORM 5100-CHECK-ONE-REFUSAL
006880         THRU 5100-EXIT
006890         UNTIL WS-RCPT-EOF.
006900
006910 5000-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------*
006950* 5100-CHECK-ONE-REFUSAL                                         *
006960*----------------------------------------------------------------*
006970 5100-CHECK-ONE-REFUSAL.
006980     READ RECEIPT-FILE
006990         AT END
007000         MOVE 'Y' TO WS-RCPT-EOF-SW
007010         GO TO 5100-EXIT
007020     END-READ.
007030
007040     IF RC-LAST-REFUSED-DATE NOT = WS-REPORT-DATE
007050         GO TO 5100-EXIT
007060     END-IF.
007070
007080     ADD 1 TO WS-REFUSED-CNT.
007090
007100     IF WS-LINE-CNT > WS-LINES-PER-PAGE
007110         PERFORM 7000-PRINT-PAGE-HEADINGS
007120             THRU 7000-EXIT
007130         WRITE REPORT-LINE FROM WS-REFUSED-HEADING
007140         ADD 1 TO WS-LINE-CNT
007150     END-IF.
007160
007170     MOVE RC-SOURCE-SYSTEM   TO WS-FL-SOURCE.
007180     MOVE RC-FILE-DATE       TO WS-FL-FILE-DATE.
007190     MOVE RC-LAST-REFUSED-BY TO WS-FL-REFUSED-BY.
007200     MOVE RC-REFUSED-CNT     TO WS-FL-TIMES.
007210     EVALUATE TRUE
007220         WHEN RC-EDITED
007230             MOVE "EDITED"    TO WS-FL-STATUS
007240         WHEN RC-PROCESSED
007250             MOVE "PROCESSED" TO WS-FL-STATUS
007260         WHEN OTHER
007270             MOVE "UNKNOWN"   TO WS-FL-STATUS
007280     END-EVALUATE.
007290     MOVE RC-RUN-DATE        TO WS-FL-RUN-DATE.
007300     MOVE RC-RUN-PROGRAM     TO WS-FL-RUN-BY.
007310     WRITE REPORT-LINE FROM WS-REFUSED-LINE.
007320     ADD 1 TO WS-LINE-CNT.
007330
007340 5100-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------*
007380* 7000-PRINT-PAGE-HEADINGS                                       *
007390*----------------------------------------------------------------*
007400 7000-PRINT-PAGE-HEADINGS.
007410     ADD 1 TO WS-PAGE-CNT.
007420
007430     MOVE WS-REPORT-DATE TO WS-H1-DATE.
007440     MOVE WS-PAGE-CNT    TO WS-H1-PAGE.
007450
007460     WRITE REPORT-LINE FROM WS-HEADING-1.
007470     MOVE SPACES TO REPORT-LINE.
007480     WRITE REPORT-LINE.
007490
007500     MOVE 2 TO WS-LINE-CNT.
007510
007520 7000-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------*
007560* 8000-PRINT-SUMMARY-SECTION                                     *
007570* PRINTS THE DAY'S RECEIPT COUNTS ON A NEW PAGE.                 *
007580*----------------------------------------------------------------*
007590 8000-PRINT-SUMMARY-SECTION.
007600     IF WS-REPORT-FILE-STATUS NOT = '00'
007610         GO TO 8000-EXIT
007620     END-IF.
007630
007640     MOVE 99 TO WS-LINE-CNT.
007650     PERFORM 7000-PRINT-PAGE-HEADINGS
007660         THRU 7000-EXIT.
007670
007680     MOVE SPACES TO REPORT-LINE.
007690     MOVE "  ---- FILE RECEIPTS FOR THE DAY ----"
007700         TO REPORT-LINE.
007710     WRITE REPORT-LINE.
007720     MOVE SPACES TO REPORT-LINE.
007730     WRITE REPORT-LINE.
007740
007750     MOVE "REGISTER ENTRIES READ"    TO WS-CL-LABEL.
007760     MOVE WS-READ-CNT                TO WS-CL-COUNT.
007770     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007780
007790     MOVE "FILES DATED OR RECEIVED"  TO WS-CL-LABEL.
007800     MOVE WS-RECEIVED-CNT            TO WS-CL-COUNT.
007810     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007820
007830     MOVE "  EDITED, NOT YET RUN"    TO WS-CL-LABEL.
007840     MOVE WS-EDITED-CNT              TO WS-CL-COUNT.
007850     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007860
007870     MOVE "  PROCESSED"              TO WS-CL-LABEL.
007880     MOVE WS-PROCESSED-CNT           TO WS-CL-COUNT.
007890     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007900
007910     MOVE "  SKIPPING A BUSINESS DAY" TO WS-CL-LABEL.
007920     MOVE WS-GAP-CNT                 TO WS-CL-COUNT.
007930     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007940
007950     MOVE "  ARRIVED OUT OF ORDER"   TO WS-CL-LABEL.
007960     MOVE WS-LATE-CNT                TO WS-CL-COUNT.
007970     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007980
007990     MOVE "  FROM UNSCHEDULED SOURCES" TO WS-CL-LABEL.
008000     MOVE WS-UNSCHEDULED-CNT         TO WS-CL-COUNT.
008010     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008020
008030     MOVE "SOURCES MISSING A FILE"   TO WS-CL-LABEL.
008040     MOVE WS-MISSING-CNT             TO WS-CL-COUNT.
008050     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008060
008070     MOVE "DUPLICATE FILES REFUSED"  TO WS-CL-LABEL.
008080     MOVE WS-REFUSED-CNT             TO WS-CL-COUNT.
008090     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008100
008110     IF WS-ST-OVERFLOW-CNT > ZERO
008120         MOVE "SOURCES OVER TABLE LIMIT" TO WS-CL-LABEL
008130         MOVE WS-ST-OVERFLOW-CNT         TO WS-CL-COUNT
008140         WRITE REPORT-LINE FROM WS-COUNT-LINE
008150     END-IF.
008160
008170 8000-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------*
008210* 9000-TERMINATE                                                 *
008220*----------------------------------------------------------------*
008230 9000-TERMINATE.
008240     IF WS-RCPT-OPEN
008250         CLOSE RECEIPT-FILE
008260     END-IF.
008270
008280     IF WS-REPORT-FILE-STATUS = '00'
008290         CLOSE REPORT-FILE
008300     END-IF.
008302
008304     IF WS-CAL-OPEN
008306         CLOSE CALENDAR-FILE
008308     END-IF.
008310
008320     DISPLAY "File receipt report complete.".
008330     DISPLAY "Register entries read: " WS-READ-CNT.
008340     DISPLAY "Files for date:        " WS-RECEIVED-CNT.
008350     DISPLAY "Sources missing:       " WS-MISSING-CNT.
008360     DISPLAY "Duplicates refused:    " WS-REFUSED-CNT.
008370
008380*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 CLEAN,
008390*    04 A MISSING FILE, A REFUSED DUPLICATE OR A DATE GAP FOR
008400*    OPERATIONS TO CHASE, 12 FILE ERROR.
008410     EVALUATE TRUE
008420         WHEN WS-FILE-ERROR
008430             MOVE 12 TO RETURN-CODE
008440         WHEN WS-MISSING-CNT > ZERO
008450             OR WS-REFUSED-CNT > ZERO
008460             OR WS-GAP-CNT > ZERO
008470             MOVE 4 TO RETURN-CODE
008480         WHEN OTHER
008490             MOVE 0 TO RETURN-CODE
008500     END-EVALUATE.
008510
008520 9000-EXIT.
008530     EXIT.
