000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCGLRV.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* GL POSTING REVERSAL.  BACKS OUT ONE POSTING RUN RECORDED ON    *
000100* THE GL POSTING CONTROL FILE (GLPOSTCT) BY WRITING A NEW GL     *
000110* POSTING FILE (GLPOSTFL) THAT OFFSETS IT - EVERY RECORD THE RUN *
000120* POSTED, IN THE SAME ORDER, WITH THE SAME AMOUNT, DATE AND      *
000130* ACCOUNT BUT THE DEBIT/CREDIT SIDE SWAPPED.  THE RUN TO REVERSE *
000140* AND THE SUPERVISOR AUTHORIZING IT COME FROM THE PARAMETER CARD *
000150* (GLRVPARM).  ONLY A RUN STILL STANDING AS POSTED CAN BE        *
000160* REVERSED, AND NOT IF ANY MONTH IT COVERED HAS BEEN CLOSED.     *
000170* WHEN THE OFFSETTING FILE BALANCES TO THE RUN'S RECORDED TOTALS *
000180* THE REVERSAL IS RECORDED AS A RUN OF ITS OWN, THE ORIGINAL IS  *
000190* MARKED REVERSED, AND ITS GL DATES ARE RELEASED SO CORRECTED    *
000200* EXTRACT RECORDS FOR THEM CAN BE POSTED BY CALCGLRP.  THE       *
000210* REVERSAL REPORT (GLREVRPT) LISTS EVERY OFFSETTING RECORD AND   *
000220* THE CONTROL TOTALS AGAINST THE ORIGINAL RUN.                   *
000230*                                                                *
000240* PARAMETER CARD:                                                *
000250*   COLS  1-20  RUN=YYYYMMDDHHMMSSCC  POSTING RUN TO REVERSE     *
000260*   COLS 22-34  SUPV=XXXXXXXX         SUPERVISOR AUTHORIZING     *
000265*   COLS 36-47  PIN=NNNNNNNN          THAT SUPERVISOR'S OWN PIN  *
000270*                                                                *
000280* RETURN CODES FOR JOBSTREAM BRANCHING:                          *
000290*   00 - RUN REVERSED - LOAD GLPOSTFL TO THE LEDGER              *
000295*   08 - PARAMETER CARD MISSING OR BAD, SUPERVISOR NOT           *
000300*        AUTHORIZED OR PIN WRONG, RUN NOT REVERSIBLE, OR THE     *
000305*        OFFSETTING FILE OUT OF BALANCE - DO NOT LOAD GLPOSTFL   *
000330*   12 - FILE ERROR - DO NOT LOAD GLPOSTFL                       *
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY                                           *
000360*----------------------------------------------------------------*
000370* DATE       INITIALS  DESCRIPTION                               *
000380* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000385* 2026-10-15 JAW       RUN IDS WIDENED TO 16 DIGITS (HUNDREDTHS  *
000387*                      ADDED) TO MATCH THE POSTING CONTROL KEY;  *
000388*                      THE RUN= CARD NOW TAKES ALL 16 DIGITS AND *
000389*                      SUPV= MOVES TO COLUMN 22.                 *
000391* 2026-10-15 JAW       PARM CARD CARRIES THE SUPERVISOR'S PIN,   *
000393*                      CHECKED AS AT SIGN-ON.  REFUSALS GO TO    *
000395*                      SECLOG; BAD PINS COUNT TOWARD LOCKOUT.    *
000396* 2026-10-15 JAW       THE REPORT IS OPENED BEFORE THE NEW       *
000397*                      GLPOSTFL, SO A FAILED OPEN NEVER LEAVES   *
000398*                      THE POSTING FILE OPEN.                    *
000400* 2026-10-15 JAW       A REVERSAL THAT CANNOT BE RECORDED IN FULL*
000402*                      HAS ITS OWN CONTROL ROWS DELETED AGAIN AND*
000404*                      LEAVES THE ORIGINAL RUN POSTED (RC 12).   *
000406*----------------------------------------------------------------*
000408
000410 ENVIRONMENT DIVISION.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT GLCTL-FILE ASSIGN TO "GLPOSTCT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS GC-CONTROL-KEY
000490         FILE STATUS IS WS-GLCTL-FILE-STATUS.
000500
000510     SELECT POSTING-FILE ASSIGN TO "GLPOSTFL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-POSTING-FILE-STATUS.
000540
000550     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OM-OPERATOR-ID
000590         FILE STATUS IS WS-OPER-FILE-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO "GLREVRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640
000650     SELECT PARM-FILE ASSIGN TO "GLRVPARM"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PARM-FILE-STATUS.
000672
000674     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000676         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000680
000690 DATA DIVISION.
000700
000710 FILE SECTION.
000720 FD  GLCTL-FILE.
000730     COPY CALCGLCT.
000740
000750 FD  POSTING-FILE
000760     RECORDING MODE IS F.
000770     COPY CALCGLPS.
000780
000790 FD  OPERATOR-FILE.
000800     COPY CALCOPER.
000810
000820 FD  REPORT-FILE.
000830 01  REPORT-LINE                 PIC X(132).
000840
000850 FD  PARM-FILE.
000860 01  PARM-REC                    PIC X(80).
000862
000864 FD  SECLOG-FILE.
000866     COPY CALCSECL.
000870
000880 WORKING-STORAGE SECTION.
000890
000900 01  WS-GLCTL-FILE-STATUS        PIC X(02) VALUE SPACES.
000910 01  WS-POSTING-FILE-STATUS      PIC X(02) VALUE SPACES.
000920 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
000930 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000940 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
000945 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000950
000960 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000970     88  WS-FILE-ERROR           VALUE 'Y'.
000980
000990 77  WS-PARM-ERROR-SW            PIC X VALUE 'N'.
001000     88  WS-PARM-ERROR           VALUE 'Y'.
001010
001020 77  WS-GLCTL-OPEN-SW            PIC X VALUE 'N'.
001030     88  WS-GLCTL-OPEN           VALUE 'Y'.
001040
001050 77  WS-BROWSE-DONE-SW           PIC X VALUE 'N'.
001060     88  WS-BROWSE-DONE          VALUE 'Y'.
001070
001080 77  WS-POSTING-EOF-SW           PIC X VALUE 'N'.
001090     88  WS-POSTING-EOF          VALUE 'Y'.
001091
001092 77  WS-REV-HEADER-SW            PIC X VALUE 'N'.
001093     88  WS-REV-HEADER-WRITTEN   VALUE 'Y'.
001094
001095 77  WS-REMOVE-DONE-SW           PIC X VALUE 'N'.
001096     88  WS-REMOVE-DONE          VALUE 'Y'.
001100
001110 77  WS-OUT-OF-BALANCE-SW        PIC X VALUE 'N'.
001120     88  WS-OUT-OF-BALANCE       VALUE 'Y'.
001130
001140 77  WS-PERIOD-CLOSED-SW         PIC X VALUE 'N'.
001150     88  WS-PERIOD-CLOSED        VALUE 'Y'.
001160
001170 77  WS-DATE-FOUND-SW            PIC X VALUE 'N'.
001180     88  WS-DATE-FOUND           VALUE 'Y'.
001190
001200 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
001210
001220 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001230
001240 01  WS-RUN-TIME-OF-DAY.
001250     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001260     05  FILLER                  PIC 9(02).
001270
001280*----------------------------------------------------------------*
001290* THE RUN BEING REVERSED AND THE REVERSAL RUN ITSELF.  THE       *
001300* REVERSAL IS KEYED ON THE CONTROL FILE BY ITS OWN START STAMP.  *
001310*----------------------------------------------------------------*
001320 01  WS-PARM-SUPV                PIC X(08) VALUE SPACES.
001321 01  WS-PARM-PIN                 PIC X(08) VALUE SPACES.
001322
001323*----------------------------------------------------------------*
001324* SUPERVISOR PIN CHECK ON THE CARD - AS AT SIGN-ON               *
001325*----------------------------------------------------------------*
001326 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
001327
001328 77  WS-SUPV-PIN-OK-SW           PIC X VALUE 'N'.
001329     88  WS-SUPV-PIN-OK          VALUE 'Y'.
001330
001331 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
001332     88  WS-PIN-VALID            VALUE 'Y'.
001333
001334 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
001335 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
001336 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
001337 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
001338 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
001339 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
001340 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001341 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
001342 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
001343
001344 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
001345 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
001346 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
001347
001348 01  WS-LOG-TIME-OF-DAY.
001349     05  WS-LOG-TIME-HHMMSS      PIC 9(06).
001350     05  FILLER                  PIC 9(02).
001351
001352 01  WS-ORIG-RUN-ID.
001353     05  WS-OR-DATE              PIC 9(08) VALUE ZERO.
001360     05  WS-OR-TIME              PIC 9(08) VALUE ZERO.
001370 01  WS-ORIG-RUN-NUM REDEFINES WS-ORIG-RUN-ID
001380                                 PIC 9(16).
001390
001400 01  WS-REV-RUN-ID.
001410     05  WS-RV-DATE              PIC 9(08) VALUE ZERO.
001420     05  WS-RV-TIME              PIC 9(08) VALUE ZERO.
001430 01  WS-REV-RUN-NUM REDEFINES WS-REV-RUN-ID
001440                                 PIC 9(16).
001450
001460 01  WS-RUN-ID-DISPLAY.
001470     05  WS-RD-DATE              PIC 9(08).
001480     05  FILLER                  PIC X(01) VALUE '-'.
001490     05  WS-RD-TIME              PIC 9(08).
001500
001510 01  WS-ORIG-FROM-GL-DATE        PIC 9(08) VALUE ZERO.
001520 01  WS-ORIG-TO-GL-DATE          PIC 9(08) VALUE ZERO.
001530 01  WS-ORIG-POSTING-CNT         PIC 9(07) VALUE ZERO.
001540 01  WS-ORIG-TRANS-CNT           PIC 9(07) VALUE ZERO.
001550 01  WS-ORIG-AMOUNT              PIC S9(13)V9(10) VALUE ZERO.
001560
001570*    MONTHS COVERED BY THE RUN, WALKED FOR A CLOSED PERIOD
001580 01  WS-CHECK-PERIOD             PIC 9(06) VALUE ZERO.
001590 01  WS-CHECK-PERIOD-PARTS REDEFINES WS-CHECK-PERIOD.
001600     05  WS-CHECK-YEAR           PIC 9(04).
001610     05  WS-CHECK-MONTH          PIC 9(02).
001620 01  WS-LAST-PERIOD              PIC 9(06) VALUE ZERO.
001630
001640*----------------------------------------------------------------*
001650* REVERSAL COUNTS AND THE GL DATES THE RUN POSTED                *
001660*----------------------------------------------------------------*
001670 01  WS-REVERSAL-COUNTERS.
001680     05  WS-REVERSED-CNT         PIC 9(07) COMP VALUE ZERO.
001690     05  WS-COPIES-RECORDED-CNT  PIC 9(07) COMP VALUE ZERO.
001700     05  WS-DATES-RELEASED-CNT   PIC 9(07) COMP VALUE ZERO.
001710 01  WS-REVERSED-TRANS-CNT       PIC 9(07) VALUE ZERO.
001720 01  WS-REVERSED-AMOUNT          PIC S9(13)V9(10) VALUE ZERO.
001724 01  WS-REMOVED-CNT              PIC 9(07) VALUE ZERO.
001728 01  WS-REMOVE-TYPE              PIC X(01) VALUE SPACE.
001730 01  WS-POSTING-SEQ              PIC 9(08) VALUE ZERO.
001740 01  WS-ORIGINAL-SIDE            PIC X(01) VALUE SPACE.
001750
001760 77  WS-PD-MAX                   PIC 9(04) COMP VALUE 366.
001770 77  WS-PD-IX                    PIC 9(04) COMP VALUE ZERO.
001780 01  WS-POSTED-DATE-TABLE.
001790     05  WS-PD-CNT               PIC 9(04) COMP VALUE ZERO.
001800     05  WS-PD-ENTRY OCCURS 366 TIMES.
001810         10  WS-PD-GL-DATE       PIC 9(08).
001820
001830*----------------------------------------------------------------*
001840* REPORT PAGINATION AND LINE LAYOUTS                             *
001850*----------------------------------------------------------------*
001860 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
001870 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
001880 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001890
001900 01  WS-HEADING-1.
001910     05  FILLER                  PIC X(42) VALUE
001920         "CALCGLRV      GL POSTING REVERSAL".
001930     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001940     05  WS-H1-DATE              PIC 9(08).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001970     05  WS-H1-PAGE              PIC ZZZZ9.
001980     05  FILLER                  PIC X(59) VALUE SPACES.
001990
002000 01  WS-HEADING-2.
002010     05  FILLER                  PIC X(17) VALUE
002020         "  REVERSING RUN: ".
002030     05  WS-H2-RUN-ID            PIC X(17).
002040     05  FILLER                  PIC X(17) VALUE
002050         "   AUTHORIZED BY ".
002060     05  WS-H2-SUPV              PIC X(08).
002070     05  FILLER                  PIC X(73) VALUE SPACES.
002080
002090 01  WS-COLUMN-HEADING.
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  FILLER                  PIC X(10) VALUE "OPERATOR".
002120     05  FILLER                  PIC X(10) VALUE "GL DATE".
002130     05  FILLER                  PIC X(04) VALUE "OP".
002140     05  FILLER                  PIC X(08) VALUE "   TRANS".
002150     05  FILLER                  PIC X(27) VALUE
002160         "               AMOUNT".
002170     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
002180     05  FILLER                  PIC X(08) VALUE "CENTER".
002190     05  FILLER                  PIC X(12) VALUE "SIDE WAS/NOW".
002200     05  FILLER                  PIC X(41) VALUE SPACES.
002210
002220 01  WS-DETAIL-LINE.
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  WS-DL-OPERATOR-ID       PIC X(08).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WS-DL-DATE              PIC 9(08).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-DL-OPERATION         PIC X(01).
002290     05  FILLER                  PIC X(03) VALUE SPACES.
002300     05  WS-DL-TRANS-COUNT       PIC ZZZ,ZZ9.
002310     05  FILLER                  PIC X(03) VALUE SPACES.
002320     05  WS-DL-AMOUNT            PIC -(12)9.9(10).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  WS-DL-GL-ACCOUNT        PIC X(08).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  WS-DL-COST-CENTER       PIC X(06).
002370     05  FILLER                  PIC X(04) VALUE SPACES.
002380     05  WS-DL-OLD-SIDE          PIC X(01).
002390     05  FILLER                  PIC X(04) VALUE " -> ".
002400     05  WS-DL-NEW-SIDE          PIC X(01).
002410     05  FILLER                  PIC X(45) VALUE SPACES.
002420
002430 01  WS-BALANCE-LINE.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  WS-BL-LABEL             PIC X(28).
002460     05  WS-BL-REVERSED          PIC -(12)9.9(10).
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  WS-BL-ORIGINAL          PIC -(12)9.9(10).
002490     05  FILLER                  PIC X(52) VALUE SPACES.
002500
002510 01  WS-BALANCE-HEADING.
002520     05  FILLER                  PIC X(30) VALUE SPACES.
002530     05  FILLER                  PIC X(24) VALUE
002540         "                REVERSED".
002550     05  FILLER                  PIC X(04) VALUE SPACES.
002560     05  FILLER                  PIC X(24) VALUE
002570         "            ORIGINAL RUN".
002580     05  FILLER                  PIC X(50) VALUE SPACES.
002590
002600 01  WS-CONTROL-LINE.
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  WS-CT-LABEL             PIC X(28).
002630     05  WS-CT-RUN-ID            PIC X(17).
002640     05  FILLER                  PIC X(85) VALUE SPACES.
002650
002660 01  WS-COUNT-LINE.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  WS-CN-LABEL             PIC X(28).
002690     05  WS-CN-COUNT             PIC Z,ZZZ,ZZ9.
002700     05  FILLER                  PIC X(93) VALUE SPACES.
002710
002720 PROCEDURE DIVISION.
002730
002740*----------------------------------------------------------------*
002750* 0000-MAINLINE                                                  *
002760*----------------------------------------------------------------*
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE
002790         THRU 1000-EXIT.
002800
002810     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
002820         PERFORM 2000-WRITE-REVERSAL
002830             THRU 2000-EXIT
002840
002850         PERFORM 3000-CHECK-BALANCE
002860             THRU 3000-EXIT
002870
002880         IF NOT WS-FILE-ERROR AND NOT WS-OUT-OF-BALANCE
002890             PERFORM 4000-RECORD-REVERSAL
002900                 THRU 4000-EXIT
002910         END-IF
002920
002930         PERFORM 8000-PRINT-CONTROL-SECTION
002940             THRU 8000-EXIT
002950     END-IF.
002960
002970     PERFORM 9000-TERMINATE
002980         THRU 9000-EXIT.
002990
003000     STOP RUN.
003010
003020 0000-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------*
003060* 1000-INITIALIZE                                                *
003070* READS THE PARAMETER CARD AND CHECKS THE SUPERVISOR, THEN FINDS *
003080* THE RUN ON THE POSTING CONTROL FILE AND CONFIRMS IT CAN STILL  *
003090* BE REVERSED BEFORE THE OFFSETTING FILE AND REPORT ARE OPENED.  *
003100*----------------------------------------------------------------*
003110 1000-INITIALIZE.
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003130     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
003140     MOVE WS-RUN-DATE        TO WS-RV-DATE.
003150     MOVE WS-RUN-TIME-OF-DAY TO WS-RV-TIME.
003160
003170     PERFORM 1100-READ-PARM-CARD
003180         THRU 1100-EXIT.
003190
003200     IF WS-PARM-ERROR
003210         DISPLAY "CALCGLRV - " WS-PARM-NOTE
003220         GO TO 1000-EXIT
003230     END-IF.
003240
003250     MOVE WS-OR-DATE TO WS-RD-DATE.
003260     MOVE WS-OR-TIME TO WS-RD-TIME.
003270     DISPLAY "CALCGLRV - reversing posting run "
003280         WS-RUN-ID-DISPLAY " for supervisor " WS-PARM-SUPV ".".
003290
003300     PERFORM 1200-CHECK-SUPERVISOR
003310         THRU 1200-EXIT.
003320     IF WS-PARM-ERROR
003330         GO TO 1000-EXIT
003340     END-IF.
003350
003360     OPEN I-O GLCTL-FILE.
003370     IF WS-GLCTL-FILE-STATUS = '35'
003380         DISPLAY "No posting runs on file - nothing to reverse."
003390         MOVE "NO POSTING CONTROL FILE" TO WS-PARM-NOTE
003400         MOVE 'Y' TO WS-PARM-ERROR-SW
003410         GO TO 1000-EXIT
003420     END-IF.
003430     IF WS-GLCTL-FILE-STATUS NOT = '00'
003440         DISPLAY "Cannot open posting control file - status "
003450             WS-GLCTL-FILE-STATUS
003460         MOVE 'Y' TO WS-FILE-ERROR-SW
003470         GO TO 1000-EXIT
003480     END-IF.
003490     MOVE 'Y' TO WS-GLCTL-OPEN-SW.
003500
003510     MOVE SPACES          TO CALC-GLCTL-REC.
003520     MOVE 'R'             TO GC-RECORD-TYPE.
003530     MOVE WS-ORIG-RUN-NUM TO GC-RUN-ID.
003540     MOVE ZERO            TO GC-RUN-SEQ.
003550     READ GLCTL-FILE
003560         INVALID KEY
003570         DISPLAY "Run " WS-RUN-ID-DISPLAY " is not a recorded "
003580             "posting run."
003590         MOVE "RUN NOT ON POSTING CONTROL FILE" TO WS-PARM-NOTE
003600         MOVE 'Y' TO WS-PARM-ERROR-SW
003610         GO TO 1000-EXIT
003620     END-READ.
003630
003640     IF NOT GC-RUN-POSTED
003650         EVALUATE TRUE
003660             WHEN GC-RUN-REVERSED
003670                 MOVE "RUN ALREADY REVERSED" TO WS-PARM-NOTE
003680             WHEN GC-RUN-IS-REVERSAL
003690                 MOVE "RUN IS ITSELF A REVERSAL" TO WS-PARM-NOTE
003700             WHEN OTHER
003710                 MOVE "RUN WAS NOT POSTED" TO WS-PARM-NOTE
003720         END-EVALUATE
003730         DISPLAY "Run " WS-RUN-ID-DISPLAY " - " WS-PARM-NOTE
003740         MOVE 'Y' TO WS-PARM-ERROR-SW
003750         GO TO 1000-EXIT
003760     END-IF.
003770
003780     MOVE GC-FROM-GL-DATE  TO WS-ORIG-FROM-GL-DATE.
003790     MOVE GC-TO-GL-DATE    TO WS-ORIG-TO-GL-DATE.
003800     MOVE GC-POSTING-CNT   TO WS-ORIG-POSTING-CNT.
003810     MOVE GC-TRANS-CNT     TO WS-ORIG-TRANS-CNT.
003820     MOVE GC-TOTAL-AMOUNT  TO WS-ORIG-AMOUNT.
003830
003840     PERFORM 1300-CHECK-CLOSED-PERIODS
003850         THRU 1300-EXIT.
003860     IF WS-PARM-ERROR OR WS-FILE-ERROR
003870         GO TO 1000-EXIT
003880     END-IF.
003885
003890*    THE REPORT IS OPENED FIRST - IF IT CANNOT BE, NO NEW GLPOSTFL
003895*    IS STARTED; IF GLPOSTFL CANNOT BE, 9000 CLOSES THE REPORT.
003900     OPEN OUTPUT REPORT-FILE.
003905     IF WS-REPORT-FILE-STATUS NOT = '00'
003910         DISPLAY "Cannot open reversal report - status "
003915             WS-REPORT-FILE-STATUS
003920         MOVE 'Y' TO WS-FILE-ERROR-SW
003925         GO TO 1000-EXIT
003930     END-IF.
003935
003940     OPEN OUTPUT POSTING-FILE.
003945     IF WS-POSTING-FILE-STATUS NOT = '00'
003950         DISPLAY "Cannot open GL posting file - status "
003955             WS-POSTING-FILE-STATUS
003960         MOVE 'Y' TO WS-FILE-ERROR-SW
003965         GO TO 1000-EXIT
003970     END-IF.
004050
004060     MOVE "*** REVERSAL NOT RECORDED ***" TO WS-PARM-NOTE.
004070
004080 1000-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------*
004120* 1100-READ-PARM-CARD                                            *
004130* READS THE REQUIRED PARAMETER CARD - "RUN=YYYYMMDDHHMMSSCC" IN  *
004140* COLUMNS 1-20, "SUPV=XXXXXXXX" IN COLUMNS 22-34 AND             *
004150* "PIN=NNNNNNNN" IN COLUMNS 36-47.  THERE IS NO DEFAULT: A       *
004160* MISSING OR BAD CARD ENDS THE RUN WITHOUT WRITING ANYTHING.     *
004170*----------------------------------------------------------------*
004180 1100-READ-PARM-CARD.
004190     OPEN INPUT PARM-FILE.
004200
004210     IF WS-PARM-FILE-STATUS NOT = '00'
004220         MOVE "NO PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004230         MOVE 'Y' TO WS-PARM-ERROR-SW
004240         GO TO 1100-EXIT
004250     END-IF.
004260
004270     READ PARM-FILE
004280         AT END
004290         MOVE "EMPTY PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004300         MOVE 'Y' TO WS-PARM-ERROR-SW
004310         CLOSE PARM-FILE
004320         GO TO 1100-EXIT
004330     END-READ.
004340
004350     CLOSE PARM-FILE.
004360
004365     IF PARM-REC(1:4) NOT = "RUN="
004370             OR PARM-REC(5:16) IS NOT NUMERIC
004375             OR PARM-REC(22:5) NOT = "SUPV="
004380             OR PARM-REC(27:8) = SPACES
004385             OR PARM-REC(36:4) NOT = "PIN="
004390             OR PARM-REC(40:8) = SPACES
004410         MOVE "BAD PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004420         MOVE 'Y' TO WS-PARM-ERROR-SW
004430         GO TO 1100-EXIT
004440     END-IF.
004450
004455     MOVE PARM-REC(5:16) TO WS-ORIG-RUN-ID.
004460     MOVE PARM-REC(27:8) TO WS-PARM-SUPV.
004465     MOVE PARM-REC(40:8) TO WS-PARM-PIN.
004480
004490 1100-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------*
004530* 1200-CHECK-SUPERVISOR                                          *
004535* THE SUPERVISOR NAMED ON THE CARD MUST BE ACTIVE WITH           *
004540* SUPERVISOR AUTHORITY ON THE OPERATOR MASTER AND MUST GIVE      *
004545* THEIR OWN PIN ON THE CARD.                                     *
004560*----------------------------------------------------------------*
004570 1200-CHECK-SUPERVISOR.
004580     OPEN I-O OPERATOR-FILE.
004590     IF WS-OPER-FILE-STATUS NOT = '00'
004600         DISPLAY "Operator master not available - reversal not "
004610             "authorized."
004620         MOVE "OPERATOR MASTER NOT AVAILABLE" TO WS-PARM-NOTE
004630         MOVE 'Y' TO WS-PARM-ERROR-SW
004640         GO TO 1200-EXIT
004650     END-IF.
004660
004670     MOVE WS-PARM-SUPV TO OM-OPERATOR-ID.
004680     READ OPERATOR-FILE
004690         INVALID KEY
004700         MOVE SPACES TO OM-STATUS-CODE
004710         MOVE ZERO   TO OM-AUTH-LEVEL
004720     END-READ.
004730     PERFORM 1210-VERIFY-SUPERVISOR-PIN
004740         THRU 1210-EXIT.
004750     CLOSE OPERATOR-FILE.
004760
004770     IF NOT WS-SUPV-PIN-OK
004780         MOVE "SUPERVISOR NOT AUTHORIZED" TO WS-PARM-NOTE
004790         MOVE 'Y' TO WS-PARM-ERROR-SW
004800     END-IF.
004810
004820 1200-EXIT.
004830     EXIT.
004831
004832*----------------------------------------------------------------*
004833* 1210-VERIFY-SUPERVISOR-PIN                                     *
004834* CHECKS THE SUPERVISOR JUST READ (OPERATOR MASTER OPEN I-O)     *
004835* AGAINST THE PIN ON THE CARD, WITH THE SIGN-ON SCRAMBLE.  AN    *
004836* OPERATOR NOT ON FILE, NOT ACTIVE OR WITHOUT SUPERVISOR         *
004837* AUTHORITY, A LOCKED ONE, OR A BAD PIN IS REFUSED.  A BAD PIN   *
004838* COUNTS TOWARD THE SIGN-ON LOCKOUT AND LOCKS THE OPERATOR AT    *
004839* THE LIMIT; A GOOD PIN CLEARS THE COUNT.  EVERY REFUSAL GOES TO *
004840* THE SECURITY LOG.                                              *
004841*----------------------------------------------------------------*
004842 1210-VERIFY-SUPERVISOR-PIN.
004843     MOVE 'N' TO WS-SUPV-PIN-OK-SW.
004844     MOVE 'F' TO WS-SEC-EVENT.
004845     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
004846
004847     IF WS-OPER-FILE-STATUS NOT = '00'
004848         MOVE ZERO TO WS-SEC-FAILED-CNT
004849     END-IF.
004850
004851     IF OM-LOCKED
004852         DISPLAY "Parm card names " WS-PARM-SUPV
004853             " - operator is locked; run ended."
004854         MOVE "OVERRIDE - LOCKED" TO WS-SEC-REASON
004855         PERFORM 1230-WRITE-SECURITY-LOG
004856             THRU 1230-EXIT
004857         GO TO 1210-EXIT
004858     END-IF.
004859
004860     IF NOT OM-ACTIVE OR NOT OM-AUTH-SUPERVISOR
004861         DISPLAY "Parm card names " WS-PARM-SUPV
004862             " - not an active supervisor; run ended."
004863         MOVE "OVERRIDE - NOT SUPV" TO WS-SEC-REASON
004864         PERFORM 1230-WRITE-SECURITY-LOG
004865             THRU 1230-EXIT
004866         GO TO 1210-EXIT
004867     END-IF.
004868
004869     MOVE WS-PARM-PIN TO WS-PIN-ENTERED.
004870     PERFORM 1220-SCRAMBLE-PIN
004871         THRU 1220-EXIT.
004872     MOVE SPACES TO WS-PIN-ENTERED.
004873
004874     IF WS-PIN-VALID
004875             AND OM-PIN-SCRAMBLED NOT = SPACES
004876             AND WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
004877         IF OM-FAILED-SIGNON-CNT NOT = ZERO
004878             MOVE ZERO TO OM-FAILED-SIGNON-CNT
004879             REWRITE CALC-OPERATOR-REC
004880         END-IF
004881         MOVE 'Y' TO WS-SUPV-PIN-OK-SW
004882         GO TO 1210-EXIT
004883     END-IF.
004884
004885     ADD 1 TO OM-FAILED-SIGNON-CNT.
004886     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
004887
004888     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
004889         REWRITE CALC-OPERATOR-REC
004890         DISPLAY "Parm card for " WS-PARM-SUPV
004891             " - invalid PIN; run ended."
004892         MOVE "OVERRIDE - BAD PIN" TO WS-SEC-REASON
004893         PERFORM 1230-WRITE-SECURITY-LOG
004894             THRU 1230-EXIT
004895         GO TO 1210-EXIT
004896     END-IF.
004897
004898     MOVE 'L' TO OM-STATUS-CODE.
004899     REWRITE CALC-OPERATOR-REC.
004900     DISPLAY "Parm card for " WS-PARM-SUPV
004901         " - invalid PIN; operator is now locked.".
004902     MOVE 'L'                TO WS-SEC-EVENT.
004903     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
004904     PERFORM 1230-WRITE-SECURITY-LOG
004905         THRU 1230-EXIT.
004906
004907 1210-EXIT.
004908     EXIT.
004909
004910*----------------------------------------------------------------*
004911* 1220-SCRAMBLE-PIN                                              *
004912* THE SAME EDIT AND SCRAMBLE AS CALCULATOR 1250-SCRAMBLE-PIN,    *
004913* SALTED BY OM-OPERATOR-ID.  IT MUST BE CHANGED WITH THAT ONE OR *
004914* NO PIN WILL MATCH.                                             *
004915*----------------------------------------------------------------*
004916 1220-SCRAMBLE-PIN.
004917     MOVE 'N'    TO WS-PIN-VALID-SW.
004918     MOVE SPACES TO WS-PIN-SCRAMBLED.
004919     MOVE ZERO   TO WS-PIN-LENGTH.
004920     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
004921         FOR CHARACTERS BEFORE INITIAL SPACE.
004922
004923     IF WS-PIN-LENGTH < 4
004924         GO TO 1220-EXIT
004925     END-IF.
004926
004927     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
004928         GO TO 1220-EXIT
004929     END-IF.
004930
004931     IF WS-PIN-LENGTH < 8
004932         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
004933             GO TO 1220-EXIT
004934         END-IF
004935     END-IF.
004936
004937     MOVE 'Y' TO WS-PIN-VALID-SW.
004938     COMPUTE WS-PIN-NUMERIC =
004939         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
004940
004941     MOVE ZERO TO WS-PIN-SALT.
004942     PERFORM 1225-ADD-SALT-CHARACTER
004943         THRU 1225-EXIT
004944         VARYING WS-PIN-IX FROM 1 BY 1
004945         UNTIL WS-PIN-IX > 8.
004946
004947     COMPUTE WS-PIN-HASH-WORK =
004948         WS-PIN-NUMERIC * 7919
004949         + WS-PIN-SALT * 104729
004950         + WS-PIN-LENGTH * 15485863.
004951     DIVIDE WS-PIN-HASH-WORK BY 99999989
004952         GIVING WS-PIN-HASH-QUOTIENT
004953         REMAINDER WS-PIN-HASH.
004954
004955     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
004956     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
004957         TO "KQXBMZRDWT".
004958
004959 1220-EXIT.
004960     EXIT.
004961
004962*----------------------------------------------------------------*
004963* 1225-ADD-SALT-CHARACTER                                        *
004964*----------------------------------------------------------------*
004965 1225-ADD-SALT-CHARACTER.
004966     COMPUTE WS-PIN-SALT = WS-PIN-SALT
004967         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
004968         * WS-PIN-IX.
004969
004970 1225-EXIT.
004971     EXIT.
004972
004973*----------------------------------------------------------------*
004974* 1230-WRITE-SECURITY-LOG                                        *
004975* APPENDS ONE EVENT FOR THE CARD'S SUPERVISOR TO THE SECURITY    *
004976* LOG (SECLOG).  A LOG FAILURE IS REPORTED BUT NEVER STOPS THE   *
004977* RUN.                                                           *
004978*----------------------------------------------------------------*
004979 1230-WRITE-SECURITY-LOG.
004980     OPEN EXTEND SECLOG-FILE.
004981     IF WS-SECLOG-FILE-STATUS = '35'
004982         OPEN OUTPUT SECLOG-FILE
004983     END-IF.
004984     IF WS-SECLOG-FILE-STATUS NOT = '00'
004985         DISPLAY "Cannot open security log - status "
004986             WS-SECLOG-FILE-STATUS
004987         GO TO 1230-EXIT
004988     END-IF.
004989
004990     MOVE SPACES TO CALC-SECLOG-REC.
004991     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
004992     ACCEPT WS-LOG-TIME-OF-DAY FROM TIME.
004993     MOVE WS-LOG-TIME-HHMMSS  TO SL-LOG-TIME.
004994     MOVE "CALCGLRV"          TO SL-PROGRAM-ID.
004995     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
004996     MOVE WS-PARM-SUPV        TO SL-OPERATOR-ID.
004997     MOVE SPACES              TO SL-BY-OPERATOR-ID.
004998     MOVE WS-SEC-REASON       TO SL-REASON.
004999     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
005000     MOVE 'P'                 TO SL-ENTRY-MODE.
005001
005002     WRITE CALC-SECLOG-REC.
005003     CLOSE SECLOG-FILE.
005004
005005 1230-EXIT.
005006     EXIT.
005007
005008*----------------------------------------------------------------*
005009* 1300-CHECK-CLOSED-PERIODS                                      *
005010* WALKS EVERY MONTH FROM THE RUN'S FIRST GL DATE TO ITS LAST AND *
005011* REFUSES THE REVERSAL IF ANY OF THEM HAS BEEN CLOSED.           *
005012*----------------------------------------------------------------*
005013 1300-CHECK-CLOSED-PERIODS.
005014     MOVE WS-ORIG-FROM-GL-DATE(1:6) TO WS-CHECK-PERIOD.
005015     MOVE WS-ORIG-TO-GL-DATE(1:6)   TO WS-LAST-PERIOD.
005016
005017     PERFORM 1310-CHECK-ONE-PERIOD
005018         THRU 1310-EXIT
005019         UNTIL WS-CHECK-PERIOD > WS-LAST-PERIOD
005020             OR WS-PERIOD-CLOSED
005021             OR WS-FILE-ERROR.
005022
005023     IF WS-PERIOD-CLOSED
005024         DISPLAY "Run " WS-RUN-ID-DISPLAY " posted into closed "
005025             "period " WS-CHECK-PERIOD " - not reversed."
005030         MOVE "RUN COVERS A CLOSED PERIOD" TO WS-PARM-NOTE
005040         MOVE 'Y' TO WS-PARM-ERROR-SW
005050     END-IF.
005060
005070 1300-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------*
005110* 1310-CHECK-ONE-PERIOD                                          *
005120*----------------------------------------------------------------*
005130 1310-CHECK-ONE-PERIOD.
005140     MOVE SPACES          TO CALC-GLCTL-REC.
005150     MOVE 'C'             TO GC-RECORD-TYPE.
005160     MOVE WS-CHECK-PERIOD TO GC-PERIOD.
005170     READ GLCTL-FILE
005180         INVALID KEY
005190         CONTINUE
005200     END-READ.
005210
005220     EVALUATE WS-GLCTL-FILE-STATUS
005230         WHEN '00'
005240             MOVE 'Y' TO WS-PERIOD-CLOSED-SW
005250             GO TO 1310-EXIT
005260         WHEN '23'
005270             CONTINUE
005280         WHEN OTHER
005290             DISPLAY "Cannot read posting control file - status "
005300                 WS-GLCTL-FILE-STATUS
005310             MOVE 'Y' TO WS-FILE-ERROR-SW
005320             GO TO 1310-EXIT
005330     END-EVALUATE.
005340
005350     IF WS-CHECK-MONTH = 12
005360         ADD 1    TO WS-CHECK-YEAR
005370         MOVE 1   TO WS-CHECK-MONTH
005380     ELSE
005390         ADD 1    TO WS-CHECK-MONTH
005400     END-IF.
005410
005420 1310-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------*
005460* 2000-WRITE-REVERSAL                                            *
005470* BROWSES THE RUN'S POSTING RECORD COPIES IN WRITE ORDER AND     *
005480* WRITES EACH ONE BACK OUT WITH ITS DEBIT/CREDIT SIDE SWAPPED.   *
005490*----------------------------------------------------------------*
005500 2000-WRITE-REVERSAL.
005510     PERFORM 7000-PRINT-PAGE-HEADINGS
005520         THRU 7000-EXIT.
005530
005540     MOVE 'N'             TO WS-BROWSE-DONE-SW.
005550     MOVE SPACES          TO CALC-GLCTL-REC.
005560     MOVE 'P'             TO GC-RECORD-TYPE.
005570     MOVE WS-ORIG-RUN-NUM TO GC-RUN-ID.
005580     MOVE ZERO            TO GC-RUN-SEQ.
005590     START GLCTL-FILE KEY NOT < GC-CONTROL-KEY
005600         INVALID KEY
005610         MOVE 'Y' TO WS-BROWSE-DONE-SW
005620     END-START.
005630
005640     PERFORM 2100-REVERSE-ONE-POSTING
005650         THRU 2100-EXIT
005660         UNTIL WS-BROWSE-DONE.
005670
005680     CLOSE POSTING-FILE.
005690
005700 2000-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------*
005740* 2100-REVERSE-ONE-POSTING                                       *
005750*----------------------------------------------------------------*
005760 2100-REVERSE-ONE-POSTING.
005770     READ GLCTL-FILE NEXT RECORD
005780         AT END
005790         MOVE 'Y' TO WS-BROWSE-DONE-SW
005800         GO TO 2100-EXIT
005810     END-READ.
005820
005830     IF NOT GC-RUN-POSTING
005840             OR GC-RUN-ID NOT = WS-ORIG-RUN-NUM
005850         MOVE 'Y' TO WS-BROWSE-DONE-SW
005860         GO TO 2100-EXIT
005870     END-IF.
005880
005890     MOVE GC-POSTING-IMAGE TO CALC-GLPOST-REC.
005900     MOVE GP-DRCR-SIDE     TO WS-ORIGINAL-SIDE.
005910     IF GP-DRCR-SIDE = 'C'
005920         MOVE 'D' TO GP-DRCR-SIDE
005930     ELSE
005940         MOVE 'C' TO GP-DRCR-SIDE
005950     END-IF.
005960
005970     WRITE CALC-GLPOST-REC.
005980     IF WS-POSTING-FILE-STATUS NOT = '00'
005990         DISPLAY "Error writing GL posting file - status "
006000             WS-POSTING-FILE-STATUS
006010         MOVE 'Y' TO WS-FILE-ERROR-SW
006020         MOVE 'Y' TO WS-BROWSE-DONE-SW
006030         GO TO 2100-EXIT
006040     END-IF.
006050
006060     ADD 1               TO WS-REVERSED-CNT.
006070     ADD GP-TRANS-COUNT  TO WS-REVERSED-TRANS-CNT.
006080     ADD GP-TOTAL-AMOUNT TO WS-REVERSED-AMOUNT.
006090
006100     MOVE 'N' TO WS-DATE-FOUND-SW.
006110     PERFORM 2110-FIND-POSTED-DATE
006120         THRU 2110-EXIT
006130         VARYING WS-PD-IX FROM 1 BY 1
006140         UNTIL WS-PD-IX > WS-PD-CNT
006150             OR WS-DATE-FOUND.
006160     IF NOT WS-DATE-FOUND AND WS-PD-CNT < WS-PD-MAX
006170         ADD 1       TO WS-PD-CNT
006180         MOVE GP-DATE TO WS-PD-GL-DATE (WS-PD-CNT)
006190     END-IF.
006200
006210     IF WS-LINE-CNT > WS-LINES-PER-PAGE
006220         PERFORM 7000-PRINT-PAGE-HEADINGS
006230             THRU 7000-EXIT
006240     END-IF.
006250
006260     MOVE GP-OPERATOR-ID   TO WS-DL-OPERATOR-ID.
006270     MOVE GP-DATE          TO WS-DL-DATE.
006280     MOVE GP-OPERATION     TO WS-DL-OPERATION.
006290     MOVE GP-TRANS-COUNT   TO WS-DL-TRANS-COUNT.
006300     MOVE GP-TOTAL-AMOUNT  TO WS-DL-AMOUNT.
006310     MOVE GP-GL-ACCOUNT    TO WS-DL-GL-ACCOUNT.
006320     MOVE GP-COST-CENTER   TO WS-DL-COST-CENTER.
006330     MOVE WS-ORIGINAL-SIDE TO WS-DL-OLD-SIDE.
006340     MOVE GP-DRCR-SIDE     TO WS-DL-NEW-SIDE.
006350     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
006360     ADD 1 TO WS-LINE-CNT.
006370
006380 2100-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------*
006420* 2110-FIND-POSTED-DATE                                          *
006430*----------------------------------------------------------------*
006440 2110-FIND-POSTED-DATE.
006450     IF WS-PD-GL-DATE (WS-PD-IX) = GP-DATE
006460         MOVE 'Y' TO WS-DATE-FOUND-SW
006470     END-IF.
006480
006490 2110-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------*
006530* 3000-CHECK-BALANCE                                             *
006540* THE OFFSETTING FILE MUST CARRY EXACTLY THE RECORDS,            *
006550* TRANSACTIONS AND AMOUNT THE ORIGINAL RUN RECORDED, OR NOTHING  *
006560* IS RECORDED AND THE FILE IS NOT TO BE LOADED.                  *
006570*----------------------------------------------------------------*
006580 3000-CHECK-BALANCE.
006590     IF WS-REVERSED-CNT = ZERO
006600         DISPLAY "No posting records on file for run "
006610             WS-RUN-ID-DISPLAY "."
006620     END-IF.
006630
006640     IF WS-REVERSED-CNT NOT = WS-ORIG-POSTING-CNT
006650             OR WS-REVERSED-TRANS-CNT NOT = WS-ORIG-TRANS-CNT
006660             OR WS-REVERSED-AMOUNT NOT = WS-ORIG-AMOUNT
006670             OR WS-REVERSED-CNT = ZERO
006680         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
006690         MOVE "*** OUT OF BALANCE - DO NOT LOAD ***"
006700             TO WS-PARM-NOTE
006710     END-IF.
006720
006730 3000-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------*
006770* 4000-RECORD-REVERSAL                                           *
006774* RECORDS THE REVERSAL AS A RUN OF ITS OWN - A COPY OF EACH      *
006778* OFFSETTING RECORD, ITS ACCOUNT TOTALS AND ITS HEADER - THEN    *
006782* MARKS THE ORIGINAL RUN REVERSED AND RELEASES ITS GL DATES.     *
006786* IF A COPY, A TOTAL, THE HEADER OR THE ORIGINAL'S 'V' MARK      *
006790* CANNOT BE WRITTEN, 4000-BACK-OUT DELETES WHAT WAS WRITTEN      *
006794* UNDER THE REVERSAL (4300) AND THE RUN ENDS RC 12 WITH THE      *
006798* ORIGINAL STILL POSTED.  ONCE THE ORIGINAL IS MARKED 'V' THE    *
006802* REVERSAL STANDS; A DATE THAT CANNOT BE RELEASED IS REPORTED.   *
006810*----------------------------------------------------------------*
006820 4000-RECORD-REVERSAL.
006830     OPEN INPUT POSTING-FILE.
006840     IF WS-POSTING-FILE-STATUS NOT = '00'
006850         DISPLAY "Cannot reread GL posting file - status "
006860             WS-POSTING-FILE-STATUS
006870         MOVE 'Y' TO WS-FILE-ERROR-SW
006880         GO TO 4000-EXIT
006890     END-IF.
006900
006910     MOVE 'N' TO WS-POSTING-EOF-SW.
006920     PERFORM 4100-RECORD-ONE-POSTING
006930         THRU 4100-EXIT
006940         UNTIL WS-POSTING-EOF OR WS-FILE-ERROR.
006950
006960     CLOSE POSTING-FILE.
006970     IF WS-FILE-ERROR
006980         GO TO 4000-BACK-OUT
006990     END-IF.
007000
007010     MOVE SPACES                TO CALC-GLCTL-REC.
007020     MOVE 'R'                   TO GC-RECORD-TYPE.
007030     MOVE WS-REV-RUN-NUM        TO GC-RUN-ID.
007040     MOVE ZERO                  TO GC-RUN-SEQ.
007050     MOVE 'X'                   TO GC-RUN-STATUS.
007060     MOVE WS-ORIG-FROM-GL-DATE  TO GC-FROM-GL-DATE.
007070     MOVE WS-ORIG-TO-GL-DATE    TO GC-TO-GL-DATE.
007080     MOVE ZERO                  TO GC-EXTRACT-CNT.
007090     MOVE ZERO                  TO GC-REFUSED-CNT.
007100     MOVE WS-REVERSED-CNT       TO GC-POSTING-CNT.
007110     MOVE WS-REVERSED-TRANS-CNT TO GC-TRANS-CNT.
007120     MOVE WS-REVERSED-AMOUNT    TO GC-TOTAL-AMOUNT.
007130     MOVE WS-ORIG-RUN-NUM       TO GC-RELATED-RUN-ID.
007140     MOVE WS-PARM-SUPV          TO GC-RELATED-BY.
007150     MOVE WS-RUN-DATE           TO GC-RELATED-DATE.
007160     WRITE CALC-GLCTL-REC
007170         INVALID KEY
007180         DISPLAY "Cannot record reversal run - status "
007190             WS-GLCTL-FILE-STATUS
007200         MOVE 'Y' TO WS-FILE-ERROR-SW
007205         GO TO 4000-BACK-OUT
007210     END-WRITE.
007215     MOVE 'Y' TO WS-REV-HEADER-SW.
007220
007240     MOVE SPACES          TO CALC-GLCTL-REC.
007250     MOVE 'R'             TO GC-RECORD-TYPE.
007260     MOVE WS-ORIG-RUN-NUM TO GC-RUN-ID.
007270     MOVE ZERO            TO GC-RUN-SEQ.
007280     READ GLCTL-FILE
007290         INVALID KEY
007300         DISPLAY "Original run header missing - status "
007310             WS-GLCTL-FILE-STATUS
007320         MOVE 'Y' TO WS-FILE-ERROR-SW
007330         GO TO 4000-BACK-OUT
007340     END-READ.
007350     MOVE 'V'             TO GC-RUN-STATUS.
007360     MOVE WS-REV-RUN-NUM  TO GC-RELATED-RUN-ID.
007370     MOVE WS-PARM-SUPV    TO GC-RELATED-BY.
007380     MOVE WS-RUN-DATE     TO GC-RELATED-DATE.
007390     REWRITE CALC-GLCTL-REC
007400         INVALID KEY
007410         DISPLAY "Cannot mark original run reversed - status "
007420             WS-GLCTL-FILE-STATUS
007430         MOVE 'Y' TO WS-FILE-ERROR-SW
007440         GO TO 4000-BACK-OUT
007450     END-REWRITE.
007460
007470     PERFORM 4200-RELEASE-ONE-DATE
007480         THRU 4200-EXIT
007490         VARYING WS-PD-IX FROM 1 BY 1
007500         UNTIL WS-PD-IX > WS-PD-CNT
007510             OR WS-FILE-ERROR.
007520
007525     IF NOT WS-FILE-ERROR
007530         MOVE "RUN REVERSED - LOAD GLPOSTFL" TO WS-PARM-NOTE
007535     END-IF.
007540     GO TO 4000-EXIT.
007545
007550 4000-BACK-OUT.
007555     PERFORM 4300-REMOVE-REVERSAL-ROWS
007560         THRU 4300-EXIT.
007565
007570 4000-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------*
007610* 4100-RECORD-ONE-POSTING                                        *
007620* KEEPS A COPY OF ONE OFFSETTING RECORD UNDER THE REVERSAL RUN   *
007630* AND ADDS IT TO THE RUN'S TOTAL FOR ITS GL ACCOUNT.             *
007640*----------------------------------------------------------------*
007650 4100-RECORD-ONE-POSTING.
007660     READ POSTING-FILE
007670         AT END
007680         MOVE 'Y' TO WS-POSTING-EOF-SW
007690         GO TO 4100-EXIT
007700     END-READ.
007710
007720     ADD 1 TO WS-POSTING-SEQ.
007730     MOVE SPACES          TO CALC-GLCTL-REC.
007740     MOVE 'P'             TO GC-RECORD-TYPE.
007750     MOVE WS-REV-RUN-NUM  TO GC-RUN-ID.
007760     MOVE WS-POSTING-SEQ  TO GC-RUN-SEQ.
007770     MOVE CALC-GLPOST-REC TO GC-POSTING-IMAGE.
007780     WRITE CALC-GLCTL-REC
007790         INVALID KEY
007800         DISPLAY "Cannot record reversal posting - status "
007810             WS-GLCTL-FILE-STATUS
007820         MOVE 'Y' TO WS-FILE-ERROR-SW
007830         GO TO 4100-EXIT
007840     END-WRITE.
007850     ADD 1 TO WS-COPIES-RECORDED-CNT.
007860
007870     MOVE SPACES          TO CALC-GLCTL-REC.
007880     MOVE 'A'             TO GC-RECORD-TYPE.
007890     MOVE WS-REV-RUN-NUM  TO GC-RUN-ID.
007900     MOVE GP-GL-ACCOUNT   TO GC-RUN-ITEM.
007910     READ GLCTL-FILE
007920         INVALID KEY
007930         MOVE SPACES          TO CALC-GLCTL-REC
007940         MOVE 'A'             TO GC-RECORD-TYPE
007950         MOVE WS-REV-RUN-NUM  TO GC-RUN-ID
007960         MOVE GP-GL-ACCOUNT   TO GC-RUN-ITEM
007970         MOVE ZERO            TO GC-ACCT-POSTING-CNT
007980         MOVE ZERO            TO GC-ACCT-TRANS-CNT
007990         MOVE ZERO            TO GC-ACCT-AMOUNT
008000     END-READ.
008010
008020     ADD 1               TO GC-ACCT-POSTING-CNT.
008030     ADD GP-TRANS-COUNT  TO GC-ACCT-TRANS-CNT.
008040     ADD GP-TOTAL-AMOUNT TO GC-ACCT-AMOUNT.
008050
008060     IF WS-GLCTL-FILE-STATUS = '00'
008070         REWRITE CALC-GLCTL-REC
008080             INVALID KEY
008090             CONTINUE
008100         END-REWRITE
008110     ELSE
008120         WRITE CALC-GLCTL-REC
008130             INVALID KEY
008140             CONTINUE
008150         END-WRITE
008160     END-IF.
008170     IF WS-GLCTL-FILE-STATUS NOT = '00'
008180         DISPLAY "Cannot record reversal account total - "
008190             "status " WS-GLCTL-FILE-STATUS
008200         MOVE 'Y' TO WS-FILE-ERROR-SW
008210     END-IF.
008220
008230 4100-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------------*
008270* 4200-RELEASE-ONE-DATE                                          *
008280* REMOVES THE POSTED-DATE ROW FOR ONE OF THE RUN'S GL DATES, BUT *
008290* ONLY WHILE IT STILL NAMES THIS RUN.                            *
008300*----------------------------------------------------------------*
008310 4200-RELEASE-ONE-DATE.
008320     MOVE SPACES                   TO CALC-GLCTL-REC.
008330     MOVE 'D'                      TO GC-RECORD-TYPE.
008340     MOVE WS-PD-GL-DATE (WS-PD-IX) TO GC-GL-DATE.
008350     READ GLCTL-FILE
008360         INVALID KEY
008370         GO TO 4200-EXIT
008380     END-READ.
008390
008400     IF GC-POSTED-BY-RUN NOT = WS-ORIG-RUN-NUM
008410         GO TO 4200-EXIT
008420     END-IF.
008430
008440     DELETE GLCTL-FILE RECORD
008450         INVALID KEY
008460         DISPLAY "Cannot release GL date "
008470             WS-PD-GL-DATE (WS-PD-IX) " - status "
008480             WS-GLCTL-FILE-STATUS
008490         MOVE 'Y' TO WS-FILE-ERROR-SW
008500         GO TO 4200-EXIT
008510     END-DELETE.
008520     ADD 1 TO WS-DATES-RELEASED-CNT.
008530
008540 4200-EXIT.
008550     EXIT.
008551
008552*----------------------------------------------------------------*
008553* 4300-REMOVE-REVERSAL-ROWS                                      *
008554* THE REVERSAL COULD NOT BE RECORDED IN FULL, SO EVERY ROW       *
008555* ALREADY WRITTEN UNDER ITS RUN ID - ACCOUNT TOTALS, POSTING     *
008556* COPIES AND, IF IT GOT THAT FAR, ITS 'X' HEADER - IS DELETED    *
008557* AGAIN.  THE ORIGINAL RUN IS LEFT POSTED AND THE CONTROL FILE   *
008558* IS AS IT WAS BEFORE THE REVERSAL WAS TRIED.                    *
008559*----------------------------------------------------------------*
008560 4300-REMOVE-REVERSAL-ROWS.
008561     MOVE ZERO TO WS-REMOVED-CNT.
008562
008563     MOVE 'A' TO WS-REMOVE-TYPE.
008564     PERFORM 4310-REMOVE-ROWS-OF-TYPE
008565         THRU 4310-EXIT.
008566
008567     MOVE 'P' TO WS-REMOVE-TYPE.
008568     PERFORM 4310-REMOVE-ROWS-OF-TYPE
008569         THRU 4310-EXIT.
008570
008571     IF WS-REV-HEADER-WRITTEN
008572         MOVE SPACES          TO CALC-GLCTL-REC
008573         MOVE 'R'             TO GC-RECORD-TYPE
008574         MOVE WS-REV-RUN-NUM  TO GC-RUN-ID
008575         MOVE ZERO            TO GC-RUN-SEQ
008576         DELETE GLCTL-FILE RECORD
008577             INVALID KEY
008578             DISPLAY "Cannot remove reversal run header - "
008579                 "status " WS-GLCTL-FILE-STATUS
008580             GO TO 4300-EXIT
008581         END-DELETE
008582         ADD 1 TO WS-REMOVED-CNT
008583     END-IF.
008584
008585     DISPLAY "Reversal rows removed from posting control: "
008586         WS-REMOVED-CNT.
008587
008588 4300-EXIT.
008589     EXIT.
008590
008591*----------------------------------------------------------------*
008592* 4310-REMOVE-ROWS-OF-TYPE                                       *
008593*----------------------------------------------------------------*
008594 4310-REMOVE-ROWS-OF-TYPE.
008595     MOVE 'N'               TO WS-REMOVE-DONE-SW.
008596     MOVE SPACES            TO CALC-GLCTL-REC.
008597     MOVE WS-REMOVE-TYPE    TO GC-RECORD-TYPE.
008598     MOVE WS-REV-RUN-NUM    TO GC-RUN-ID.
008599     MOVE LOW-VALUES        TO GC-RUN-ITEM.
008600     START GLCTL-FILE KEY NOT < GC-CONTROL-KEY
008601         INVALID KEY
008602         MOVE 'Y' TO WS-REMOVE-DONE-SW
008603     END-START.
008604
008605     PERFORM 4320-REMOVE-ONE-ROW
008606         THRU 4320-EXIT
008607         UNTIL WS-REMOVE-DONE.
008608
008609 4310-EXIT.
008610     EXIT.
008611
008612*----------------------------------------------------------------*
008613* 4320-REMOVE-ONE-ROW                                            *
008614*----------------------------------------------------------------*
008615 4320-REMOVE-ONE-ROW.
008616     READ GLCTL-FILE NEXT RECORD
008617         AT END
008618         MOVE 'Y' TO WS-REMOVE-DONE-SW
008619         GO TO 4320-EXIT
008620     END-READ.
008621
008622     IF WS-GLCTL-FILE-STATUS NOT = '00'
008623             OR GC-RECORD-TYPE NOT = WS-REMOVE-TYPE
008624             OR GC-RUN-ID NOT = WS-REV-RUN-NUM
008625         MOVE 'Y' TO WS-REMOVE-DONE-SW
008626         GO TO 4320-EXIT
008627     END-IF.
008628
008629     DELETE GLCTL-FILE RECORD
008630         INVALID KEY
008631         DISPLAY "Cannot remove posting control row - status "
008632             WS-GLCTL-FILE-STATUS
008633         MOVE 'Y' TO WS-REMOVE-DONE-SW
008634         GO TO 4320-EXIT
008635     END-DELETE.
008636
008637     ADD 1 TO WS-REMOVED-CNT.
008638
008639 4320-EXIT.
008640     EXIT.
008641
008642*----------------------------------------------------------------*
008643* 7000-PRINT-PAGE-HEADINGS                                       *
008644*----------------------------------------------------------------*
008645 7000-PRINT-PAGE-HEADINGS.
008646     ADD 1 TO WS-PAGE-CNT.
008647
008648     MOVE WS-RUN-DATE       TO WS-H1-DATE.
008649     MOVE WS-PAGE-CNT       TO WS-H1-PAGE.
008650     MOVE WS-OR-DATE        TO WS-RD-DATE.
008660     MOVE WS-OR-TIME        TO WS-RD-TIME.
008670     MOVE WS-RUN-ID-DISPLAY TO WS-H2-RUN-ID.
008680     MOVE WS-PARM-SUPV      TO WS-H2-SUPV.
008690
008700     WRITE REPORT-LINE FROM WS-HEADING-1.
008710     WRITE REPORT-LINE FROM WS-HEADING-2.
008720     MOVE SPACES TO REPORT-LINE.
008730     WRITE REPORT-LINE.
008740     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
008750
008760     MOVE 4 TO WS-LINE-CNT.
008770
008780 7000-EXIT.
008790     EXIT.
008800
008810*----------------------------------------------------------------*
008820* 8000-PRINT-CONTROL-SECTION                                     *
008830* CONTROL TOTALS OF THE OFFSETTING FILE AGAINST THE ORIGINAL     *
008840* RUN, AND THE OUTCOME ON THE POSTING CONTROL FILE.              *
008850*----------------------------------------------------------------*
008860 8000-PRINT-CONTROL-SECTION.
008870     IF WS-LINE-CNT > WS-LINES-PER-PAGE - 10
008880         PERFORM 7000-PRINT-PAGE-HEADINGS
008890             THRU 7000-EXIT
008900     END-IF.
008910
008920     MOVE SPACES TO REPORT-LINE.
008930     WRITE REPORT-LINE.
008940     MOVE "  ---- REVERSAL CONTROL TOTALS ----" TO REPORT-LINE.
008950     WRITE REPORT-LINE.
008960     WRITE REPORT-LINE FROM WS-BALANCE-HEADING.
008970
008980     MOVE "POSTING RECORDS"       TO WS-BL-LABEL.
008990     MOVE WS-REVERSED-CNT         TO WS-BL-REVERSED.
009000     MOVE WS-ORIG-POSTING-CNT     TO WS-BL-ORIGINAL.
009010     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
009020
009030     MOVE "TRANSACTIONS"          TO WS-BL-LABEL.
009040     MOVE WS-REVERSED-TRANS-CNT   TO WS-BL-REVERSED.
009050     MOVE WS-ORIG-TRANS-CNT       TO WS-BL-ORIGINAL.
009060     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
009070
009080     MOVE "TOTAL AMOUNT"          TO WS-BL-LABEL.
009090     MOVE WS-REVERSED-AMOUNT      TO WS-BL-REVERSED.
009100     MOVE WS-ORIG-AMOUNT          TO WS-BL-ORIGINAL.
009110     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
009120
009130     MOVE SPACES TO REPORT-LINE.
009140     WRITE REPORT-LINE.
009150     IF WS-OUT-OF-BALANCE
009160         MOVE "  *** OUT OF BALANCE - DO NOT LOAD GLPOSTFL ***"
009170             TO REPORT-LINE
009180         WRITE REPORT-LINE
009190         GO TO 8000-EXIT
009200     END-IF.
009210     IF WS-FILE-ERROR
009220         MOVE "  *** REVERSAL NOT RECORDED - DO NOT LOAD ***"
009230             TO REPORT-LINE
009240         WRITE REPORT-LINE
009250         GO TO 8000-EXIT
009260     END-IF.
009270
009280     MOVE "  IN BALANCE - RUN REVERSED" TO REPORT-LINE.
009290     WRITE REPORT-LINE.
009300
009310     MOVE "REVERSAL RUN RECORDED AS"  TO WS-CT-LABEL.
009320     MOVE WS-RV-DATE                  TO WS-RD-DATE.
009330     MOVE WS-RV-TIME                  TO WS-RD-TIME.
009340     MOVE WS-RUN-ID-DISPLAY           TO WS-CT-RUN-ID.
009350     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
009360
009370     MOVE "GL DATES RELEASED"         TO WS-CN-LABEL.
009380     MOVE WS-DATES-RELEASED-CNT       TO WS-CN-COUNT.
009390     WRITE REPORT-LINE FROM WS-COUNT-LINE.
009400
009410     DISPLAY "Reversal recorded as run " WS-RUN-ID-DISPLAY
009420         " - " WS-DATES-RELEASED-CNT " GL dates released.".
009430
009440 8000-EXIT.
009450     EXIT.
009460
009470*----------------------------------------------------------------*
009480* 9000-TERMINATE                                                 *
009490*----------------------------------------------------------------*
009500 9000-TERMINATE.
009510     IF WS-GLCTL-OPEN
009520         CLOSE GLCTL-FILE
009530     END-IF.
009540
009550     IF WS-REPORT-FILE-STATUS = '00'
009560         CLOSE REPORT-FILE
009570     END-IF.
009580
009590     DISPLAY "GL posting reversal complete - " WS-PARM-NOTE.
009600     DISPLAY "Posting records reversed: " WS-REVERSED-CNT.
009610
009620*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 RUN
009630*    REVERSED, 08 BAD CARD, NOT AUTHORIZED, NOT REVERSIBLE OR
009640*    OUT OF BALANCE, 12 FILE ERROR.
009650     EVALUATE TRUE
009660         WHEN WS-FILE-ERROR
009670             MOVE 12 TO RETURN-CODE
009680         WHEN WS-PARM-ERROR
009690             MOVE 8 TO RETURN-CODE
009700         WHEN WS-OUT-OF-BALANCE
009710             MOVE 8 TO RETURN-CODE
009720         WHEN OTHER
009730             MOVE 0 TO RETURN-CODE
009740     END-EVALUATE.
009750
009760 9000-EXIT.
009770     EXIT.
