000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCTRND.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* 13-MONTH VOLUME AND VALUE TREND REPORT FOR MANAGEMENT,         *
000100* CAPACITY PLANNING AND THE CHARGEBACK RATE REVIEW (CALCCHGB).   *
000110* READS THE DAILY ACTIVITY HISTORY (DAYHIST, SEE CALCDAYH) KEPT  *
000120* BY THE NIGHTLY ROLL-UP (CALCDHUP) AND PRINTS (TRNDRPT), FOR    *
000130* THE REPORT MONTH AND THE 12 MONTHS BEFORE IT -                 *
000140*   - MONTHLY TOTALS: CALCULATIONS, REJECTS, SUMMED SIGNED       *
000150*     TOTAL, LOWEST AND HIGHEST TOTAL, WITH THE MONTH-OVER-MONTH *
000160*     AND YEAR-OVER-YEAR CHANGE IN COUNT AND IN VALUE            *
000170*   - CALCULATIONS BY OPERATION FOR EACH MONTH                   *
000180*   - THE TOP 10 OPERATORS AND TOP 10 SOURCE SYSTEMS BY VOLUME   *
000190* 25 MONTHS ARE LOADED SO THE OLDEST PRINTED MONTH STILL HAS ITS *
000200* YEAR-AGO FIGURE.  A CHANGE AGAINST A ZERO MONTH PRINTS N/A; A  *
000210* CHANGE IN VALUE AGAINST A NEGATIVE MONTH IS TAKEN AGAINST ITS  *
000220* SIZE, SO A RISE ALWAYS SHOWS AS A RISE.  A BLANK SOURCE SYSTEM *
000230* PRINTS AS INTERACT, A BLANK OPERATOR AS UNKNOWN.               *
000240*                                                                *
000250* PARAMETER CARD (TRNDPARM, OPTIONAL):                           *
000260*   MONTH=YYYYMM      REPORT MONTH (DEFAULT THE LAST COMPLETE    *
000270*                     MONTH BEFORE THE RUN DATE)                 *
000280*                                                                *
000290* RUNS UNATTENDED; RC 00 CLEAN, 04 NO HISTORY IN THE 13 MONTHS,  *
000300* NO HISTORY FILE, A BAD CARD, OR MORE OPERATORS OR SOURCES THAN *
000310* THE TABLES HOLD, 12 FILE ERROR.                                *
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY                                           *
000340*----------------------------------------------------------------*
000350* DATE       INITIALS  DESCRIPTION                               *
000360* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000370*----------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DAYHIST-FILE ASSIGN TO "DAYHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DH-HIST-KEY
000470         FILE STATUS IS WS-DAYHIST-FILE-STATUS.
000480
000490     SELECT REPORT-FILE ASSIGN TO "TRNDRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-FILE-STATUS.
000520
000530     SELECT PARM-FILE ASSIGN TO "TRNDPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARM-FILE-STATUS.
000560
000570 DATA DIVISION.
000580
000590 FILE SECTION.
000600 FD  DAYHIST-FILE.
000610     COPY CALCDAYH.
000620
000630 FD  REPORT-FILE.
000640 01  REPORT-LINE                 PIC X(132).
000650
000660 FD  PARM-FILE.
000670 01  PARM-REC                    PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700
000710 01  WS-DAYHIST-FILE-STATUS      PIC X(02) VALUE SPACES.
000720 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
000740
000750 77  WS-HISTORY-EOF-SW           PIC X VALUE 'N'.
000760     88  WS-HISTORY-EOF          VALUE 'Y'.
000770
000780 77  WS-PARM-EOF-SW              PIC X VALUE 'N'.
000790     88  WS-PARM-EOF             VALUE 'Y'.
000800
000810 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000820     88  WS-FILE-ERROR           VALUE 'Y'.
000830
000840 77  WS-WARNING-SW               PIC X VALUE 'N'.
000850     88  WS-WARNING              VALUE 'Y'.
000860
000870 77  WS-HISTORY-FOUND-SW         PIC X VALUE 'N'.
000880     88  WS-HISTORY-FOUND        VALUE 'Y'.
000890
000900 77  WS-ENTRY-FOUND-SW           PIC X VALUE 'N'.
000910     88  WS-ENTRY-FOUND          VALUE 'Y'.
000920
000930 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
000940
000950 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000960 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000970     05  WS-RUN-YYYY             PIC 9(04).
000980     05  WS-RUN-MM               PIC 9(02).
000990     05  WS-RUN-DD               PIC 9(02).
001000
001010*----------------------------------------------------------------*
001020* REPORT MONTH AND THE 25-MONTH WINDOW.  MONTHS ARE NUMBERED     *
001030* YEAR * 12 + MONTH - 1 SO THE WINDOW CAN BE STEPPED ACROSS A    *
001040* YEAR END; TABLE ROW 25 IS THE REPORT MONTH, ROWS 13-25 PRINT.  *
001050*----------------------------------------------------------------*
001060 01  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
001070 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
001080     05  WS-REPORT-YYYY          PIC 9(04).
001090     05  WS-REPORT-MM            PIC 9(02).
001100
001110 01  WS-CARD-MONTH               PIC 9(06) VALUE ZERO.
001120 01  WS-CARD-MONTH-X REDEFINES WS-CARD-MONTH.
001130     05  WS-CARD-YYYY            PIC 9(04).
001140     05  WS-CARD-MM              PIC 9(02).
001150
001160 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
001170 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
001180     05  WS-WORK-YYYY            PIC 9(04).
001190     05  WS-WORK-MM              PIC 9(02).
001200     05  WS-WORK-DD              PIC 9(02).
001210
001220 77  WS-MONTHS-LOADED            PIC 9(02) COMP VALUE 25.
001230 77  WS-FIRST-PRINTED            PIC 9(02) COMP VALUE 13.
001240 01  WS-REPORT-MONTH-NUM         PIC 9(06) COMP VALUE ZERO.
001250 01  WS-FIRST-MONTH-NUM          PIC 9(06) COMP VALUE ZERO.
001260 01  WS-MONTH-NUM                PIC 9(06) COMP VALUE ZERO.
001270 01  WS-MONTH-REM                PIC 9(02) COMP VALUE ZERO.
001280 01  WS-WINDOW-FROM              PIC 9(08) VALUE ZERO.
001290 01  WS-WINDOW-TO                PIC 9(08) VALUE ZERO.
001300 01  WS-PRINT-FROM               PIC 9(06) VALUE ZERO.
001310
001320 77  WS-MO-IX                    PIC S9(04) COMP VALUE ZERO.
001330 77  WS-BASE-IX                  PIC S9(04) COMP VALUE ZERO.
001340 77  WS-OP-IX                    PIC 9(02) COMP VALUE ZERO.
001350
001360*----------------------------------------------------------------*
001370* MONTHLY TOTALS - ONE ROW PER MONTH IN THE WINDOW               *
001380*----------------------------------------------------------------*
001390 01  WS-MONTH-TABLE.
001400     05  WS-MONTH-ROW OCCURS 25 TIMES.
001410         10  WS-MO-YYYYMM        PIC 9(06).
001420         10  WS-MO-TRANS-CNT     PIC 9(11) COMP.
001430         10  WS-MO-REJECT-CNT    PIC 9(11) COMP.
001440         10  WS-MO-VALUE         PIC S9(15)V9(10).
001450         10  WS-MO-MIN-TOTAL     PIC S9(10)V9(10).
001460         10  WS-MO-MAX-TOTAL     PIC S9(10)V9(10).
001470         10  WS-MO-GOOD-SW       PIC X(01).
001480             88  WS-MO-GOOD-SEEN VALUE 'Y'.
001490         10  WS-MO-OP-CNT OCCURS 8 TIMES
001500                                 PIC 9(11) COMP.
001510
001520*----------------------------------------------------------------*
001530* OPERATION COLUMNS - THE SEVEN CODES IN CALCCHGB ORDER; ROW 8   *
001540* CATCHES ANY OTHER CODE ON THE HISTORY.                         *
001550*----------------------------------------------------------------*
001560 01  WS-OP-CODES                 PIC X(07) VALUE "+-*/%^R".
001570 01  WS-OP-CODE-TABLE REDEFINES WS-OP-CODES.
001580     05  WS-OP-CODE OCCURS 7 TIMES
001590                                 PIC X(01).
001600
001610*----------------------------------------------------------------*
001620* 13-MONTH VOLUME BY OPERATOR AND BY SOURCE SYSTEM.  A NAME THAT *
001630* DOES NOT FIT IN ITS TABLE IS COUNTED AND LEFT OUT OF THE       *
001640* RANKING.                                                       *
001650*----------------------------------------------------------------*
001660 77  WS-OPER-MAX                 PIC 9(04) COMP VALUE 500.
001670 77  WS-OPER-CNT                 PIC 9(04) COMP VALUE ZERO.
001680 77  WS-OPER-IX                  PIC 9(04) COMP VALUE ZERO.
001690 01  WS-OPER-TABLE.
001700     05  WS-OPER-ENTRY OCCURS 500 TIMES.
001710         10  WS-OPER-NAME        PIC X(08).
001720         10  WS-OPER-TRANS-CNT   PIC 9(11) COMP.
001730         10  WS-OPER-REJECT-CNT  PIC 9(11) COMP.
001740         10  WS-OPER-VALUE       PIC S9(15)V9(10).
001750         10  WS-OPER-PICKED-SW   PIC X(01).
001760
001770 77  WS-SRC-MAX                  PIC 9(04) COMP VALUE 200.
001780 77  WS-SRC-CNT                  PIC 9(04) COMP VALUE ZERO.
001790 77  WS-SRC-IX                   PIC 9(04) COMP VALUE ZERO.
001800 01  WS-SRC-TABLE.
001810     05  WS-SRC-ENTRY OCCURS 200 TIMES.
001820         10  WS-SRC-NAME         PIC X(08).
001830         10  WS-SRC-TRANS-CNT    PIC 9(11) COMP.
001840         10  WS-SRC-REJECT-CNT   PIC 9(11) COMP.
001850         10  WS-SRC-VALUE        PIC S9(15)V9(10).
001860         10  WS-SRC-PICKED-SW    PIC X(01).
001870
001880 01  WS-LOOKUP-NAME              PIC X(08) VALUE SPACES.
001890 77  WS-TOP-LIMIT                PIC 9(02) COMP VALUE 10.
001900 77  WS-RANK                     PIC 9(02) COMP VALUE ZERO.
001910 77  WS-BEST-IX                  PIC 9(04) COMP VALUE ZERO.
001920 01  WS-BEST-CNT                 PIC 9(11) COMP VALUE ZERO.
001930
001940*----------------------------------------------------------------*
001950* COUNTERS AND 13-MONTH TOTALS                                   *
001960*----------------------------------------------------------------*
001970 01  WS-TREND-COUNTERS.
001980     05  WS-ROWS-READ-CNT        PIC 9(09) COMP VALUE ZERO.
001990     05  WS-OPER-OVERFLOW-CNT    PIC 9(07) COMP VALUE ZERO.
002000     05  WS-SRC-OVERFLOW-CNT     PIC 9(07) COMP VALUE ZERO.
002010
002020 01  WS-TOT-TRANS-CNT            PIC 9(11) COMP VALUE ZERO.
002030 01  WS-TOT-REJECT-CNT           PIC 9(11) COMP VALUE ZERO.
002040 01  WS-TOT-VALUE                PIC S9(15)V9(10) VALUE ZERO.
002050 01  WS-TOT-MIN-TOTAL            PIC S9(10)V9(10) VALUE ZERO.
002060 01  WS-TOT-MAX-TOTAL            PIC S9(10)V9(10) VALUE ZERO.
002070 77  WS-TOT-GOOD-SW              PIC X VALUE 'N'.
002080     88  WS-TOT-GOOD-SEEN        VALUE 'Y'.
002090 01  WS-TOT-OP-COUNTS.
002100     05  WS-TOT-OP-CNT OCCURS 8 TIMES
002110                                 PIC 9(11) COMP.
002120
002130*----------------------------------------------------------------*
002140* PERCENT CHANGE WORK AREA - SEE 6000-FORMAT-PCT-CHANGE          *
002150*----------------------------------------------------------------*
002160 01  WS-PCT-CURRENT              PIC S9(15)V9(10) VALUE ZERO.
002170 01  WS-PCT-BASE                 PIC S9(15)V9(10) VALUE ZERO.
002180 01  WS-PCT-RESULT               PIC S9(07)V9(01) VALUE ZERO.
002190 01  WS-PCT-EDIT                 PIC -(6)9.9.
002200 01  WS-PCT-TEXT                 PIC X(09) VALUE SPACES.
002210 01  WS-SHARE-PCT                PIC 9(03)V9(01) VALUE ZERO.
002220
002230 01  WS-MONTH-LABEL.
002240     05  WS-LBL-YYYY             PIC 9(04).
002250     05  FILLER                  PIC X(01) VALUE '-'.
002260     05  WS-LBL-MM               PIC 9(02).
002270 01  WS-LABEL-MONTH              PIC 9(06) VALUE ZERO.
002280 01  WS-LABEL-MONTH-X REDEFINES WS-LABEL-MONTH.
002290     05  WS-LABEL-YYYY           PIC 9(04).
002300     05  WS-LABEL-MM             PIC 9(02).
002310
002320*----------------------------------------------------------------*
002330* REPORT PAGINATION AND LINE LAYOUTS                             *
002340*----------------------------------------------------------------*
002350 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
002360 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
002370 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002380
002390 01  WS-HEADING-1.
002400     05  FILLER                  PIC X(42) VALUE
002410         "CALCTRND      13-MONTH ACTIVITY TREND".
002420     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002430     05  WS-H1-DATE              PIC 9(08).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  FILLER                  PIC X(06) VALUE "PAGE: ".
002460     05  WS-H1-PAGE              PIC ZZZZ9.
002470     05  FILLER                  PIC X(59) VALUE SPACES.
002480
002490 01  WS-HEADING-2.
002500     05  FILLER                  PIC X(14) VALUE
002510         "REPORT MONTH: ".
002520     05  WS-H2-MONTH             PIC X(07).
002530     05  FILLER                  PIC X(12) VALUE
002540         "   MONTHS: ".
002550     05  WS-H2-FROM              PIC X(07).
002560     05  FILLER                  PIC X(03) VALUE " - ".
002570     05  WS-H2-TO                PIC X(07).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  WS-H2-NOTE              PIC X(40).
002600     05  FILLER                  PIC X(40) VALUE SPACES.
002610
002620 01  WS-SECTION-TITLE            PIC X(132) VALUE SPACES.
002630 01  WS-COLUMN-HEADING           PIC X(132) VALUE SPACES.
002640
002650 01  WS-MONTHLY-HEADING.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  FILLER                  PIC X(07) VALUE "MONTH".
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  FILLER                  PIC X(14) VALUE
002700         "  CALCULATIONS".
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  FILLER                  PIC X(11) VALUE
002730         "    REJECTS".
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  FILLER                  PIC X(19) VALUE
002760         "       SUMMED TOTAL".
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  FILLER                  PIC X(14) VALUE
002790         "  LOWEST TOTAL".
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  FILLER                  PIC X(14) VALUE
002820         " HIGHEST TOTAL".
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  FILLER                  PIC X(09) VALUE
002850         " CNT MOM%".
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  FILLER                  PIC X(09) VALUE
002880         " CNT YOY%".
002890     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  FILLER                  PIC X(09) VALUE
002910         " VAL MOM%".
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  FILLER                  PIC X(09) VALUE
002940         " VAL YOY%".
002950
002960 01  WS-MONTHLY-LINE.
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  WS-ML-MONTH             PIC X(07).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  WS-ML-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  WS-ML-REJECTS           PIC ZZZ,ZZZ,ZZ9.
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  WS-ML-VALUE             PIC -(15)9.99.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  WS-ML-MIN               PIC -(10)9.99.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  WS-ML-MAX               PIC -(10)9.99.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  WS-ML-CNT-MOM           PIC X(09).
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  WS-ML-CNT-YOY           PIC X(09).
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  WS-ML-VAL-MOM           PIC X(09).
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  WS-ML-VAL-YOY           PIC X(09).
003170
003180 01  WS-OPERATION-HEADING.
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  FILLER                  PIC X(07) VALUE "MONTH".
003210     05  FILLER                  PIC X(13) VALUE
003220         "        + ADD".
003230     05  FILLER                  PIC X(13) VALUE
003240         "   - SUBTRACT".
003250     05  FILLER                  PIC X(13) VALUE
003260         "   * MULTIPLY".
003270     05  FILLER                  PIC X(13) VALUE
003280         "     / DIVIDE".
003290     05  FILLER                  PIC X(13) VALUE
003300         "    % PERCENT".
003310     05  FILLER                  PIC X(13) VALUE
003320         "      ^ POWER".
003330     05  FILLER                  PIC X(13) VALUE
003340         "     R MODULO".
003350     05  FILLER                  PIC X(13) VALUE
003360         "        OTHER".
003370     05  FILLER                  PIC X(19) VALUE SPACES.
003380
003390 01  WS-OPERATION-LINE.
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  WS-OL-MONTH             PIC X(07).
003420     05  WS-OL-COLUMN OCCURS 8 TIMES.
003430         10  FILLER              PIC X(02).
003440         10  WS-OL-COUNT         PIC ZZZ,ZZZ,ZZ9.
003450     05  FILLER                  PIC X(19) VALUE SPACES.
003460
003470 01  WS-TOP-HEADING.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  FILLER                  PIC X(03) VALUE " NO".
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  WS-TH-NAME              PIC X(08).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  FILLER                  PIC X(14) VALUE
003540         "  CALCULATIONS".
003550     05  FILLER                  PIC X(02) VALUE SPACES.
003560     05  FILLER                  PIC X(11) VALUE
003570         "    REJECTS".
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  FILLER                  PIC X(19) VALUE
003600         "       SUMMED TOTAL".
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  FILLER                  PIC X(06) VALUE
003630         " SHARE".
003640     05  FILLER                  PIC X(59) VALUE SPACES.
003650
003660 01  WS-TOP-LINE.
003670     05  FILLER                  PIC X(02) VALUE SPACES.
003680     05  WS-TL-RANK              PIC ZZ9.
003690     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  WS-TL-NAME              PIC X(08).
003710     05  FILLER                  PIC X(02) VALUE SPACES.
003720     05  WS-TL-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.
003730     05  FILLER                  PIC X(02) VALUE SPACES.
003740     05  WS-TL-REJECTS           PIC ZZZ,ZZZ,ZZ9.
003750     05  FILLER                  PIC X(02) VALUE SPACES.
003760     05  WS-TL-VALUE             PIC -(15)9.99.
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  WS-TL-SHARE             PIC ZZ9.9.
003790     05  FILLER                  PIC X(01) VALUE "%".
003800     05  FILLER                  PIC X(59) VALUE SPACES.
003810
003820 PROCEDURE DIVISION.
003830
003840*----------------------------------------------------------------*
003850* 0000-MAINLINE                                                  *
003860*----------------------------------------------------------------*
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE
003890         THRU 1000-EXIT.
003900
003910     IF WS-HISTORY-FOUND AND NOT WS-FILE-ERROR
003920         PERFORM 2000-LOAD-HISTORY
003930             THRU 2000-EXIT
003940
003950         PERFORM 3000-PRINT-MONTHLY-SECTION
003960             THRU 3000-EXIT
003970
003980         PERFORM 4000-PRINT-OPERATION-SECTION
003990             THRU 4000-EXIT
004000
004010         PERFORM 5000-PRINT-TOP-OPERATORS
004020             THRU 5000-EXIT
004030
004040         PERFORM 5500-PRINT-TOP-SOURCES
004050             THRU 5500-EXIT
004060     END-IF.
004070
004080     PERFORM 9000-TERMINATE
004090         THRU 9000-EXIT.
004100
004110     STOP RUN.
004120
004130 0000-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------*
004170* 1000-INITIALIZE                                                *
004180* READS THE REPORT MONTH CARD, SETS UP THE 25-MONTH WINDOW AND   *
004190* OPENS THE HISTORY AND THE REPORT.  NO OPERATOR PROMPTS - THE   *
004200* JOB IS SCHEDULED.                                              *
004210*----------------------------------------------------------------*
004220 1000-INITIALIZE.
004230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004240
004250*    DEFAULT - THE LAST COMPLETE MONTH BEFORE THE RUN DATE.
004260     IF WS-RUN-MM = 1
004270         COMPUTE WS-REPORT-YYYY = WS-RUN-YYYY - 1
004280         MOVE 12 TO WS-REPORT-MM
004290     ELSE
004300         MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
004310         COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
004320     END-IF.
004330
004340     PERFORM 1100-READ-PARM-CARDS
004350         THRU 1100-EXIT.
004360
004370     IF WS-CARD-MONTH NOT = ZERO
004380         MOVE WS-CARD-MONTH TO WS-REPORT-MONTH
004390     END-IF.
004400
004410     COMPUTE WS-REPORT-MONTH-NUM =
004420         WS-REPORT-YYYY * 12 + WS-REPORT-MM - 1.
004430     COMPUTE WS-FIRST-MONTH-NUM =
004440         WS-REPORT-MONTH-NUM - WS-MONTHS-LOADED + 1.
004450
004460     PERFORM 1200-SET-ONE-MONTH
004470         THRU 1200-EXIT
004480         VARYING WS-MO-IX FROM 1 BY 1
004490         UNTIL WS-MO-IX > WS-MONTHS-LOADED.
004500
004510     COMPUTE WS-WINDOW-FROM = WS-MO-YYYYMM (1) * 100 + 1.
004520     COMPUTE WS-WINDOW-TO   = WS-REPORT-MONTH * 100 + 31.
004530     MOVE WS-MO-YYYYMM (WS-FIRST-PRINTED) TO WS-PRINT-FROM.
004540
004550     DISPLAY "CALCTRND - activity trend for the 13 months "
004560         WS-PRINT-FROM " - " WS-REPORT-MONTH
004570         " (" WS-PARM-NOTE ").".
004580
004590     OPEN INPUT DAYHIST-FILE.
004600     IF WS-DAYHIST-FILE-STATUS = '35'
004610         DISPLAY "Activity history file not found - "
004620             "nothing to report."
004630         MOVE 'Y' TO WS-WARNING-SW
004640         GO TO 1000-EXIT
004650     END-IF.
004660     IF WS-DAYHIST-FILE-STATUS NOT = '00'
004670         DISPLAY "Cannot open activity history file - status "
004680             WS-DAYHIST-FILE-STATUS
004690         MOVE 'Y' TO WS-FILE-ERROR-SW
004700         GO TO 1000-EXIT
004710     END-IF.
004720     MOVE 'Y' TO WS-HISTORY-FOUND-SW.
004730
004740     OPEN OUTPUT REPORT-FILE.
004750     IF WS-REPORT-FILE-STATUS NOT = '00'
004760         DISPLAY "Cannot open trend report file - status "
004770             WS-REPORT-FILE-STATUS
004780         MOVE 'Y' TO WS-FILE-ERROR-SW
004790         GO TO 1000-EXIT
004800     END-IF.
004810
004820 1000-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------*
004860* 1100-READ-PARM-CARDS                                           *
004870* READS THE OPTIONAL "MONTH=YYYYMM" CARD.  A MISSING FILE TAKES  *
004880* THE DEFAULT MONTH; A BAD CARD IS IGNORED AND THE RUN ENDS      *
004890* RC 04.                                                         *
004900*----------------------------------------------------------------*
004910 1100-READ-PARM-CARDS.
004920     OPEN INPUT PARM-FILE.
004930
004940     IF WS-PARM-FILE-STATUS = '35'
004950         MOVE "NO PARM CARD - LAST COMPLETE MONTH" TO WS-PARM-NOTE
004960         GO TO 1100-EXIT
004970     END-IF.
004980
004990     IF WS-PARM-FILE-STATUS NOT = '00'
005000         MOVE "PARM FILE UNREADABLE - LAST COMPLETE MONTH"
005010             TO WS-PARM-NOTE
005020         MOVE 'Y' TO WS-WARNING-SW
005030         GO TO 1100-EXIT
005040     END-IF.
005050
005060     MOVE "MONTH FROM PARM CARD" TO WS-PARM-NOTE.
005070
005080     PERFORM 1110-READ-ONE-PARM-CARD
005090         THRU 1110-EXIT
005100         UNTIL WS-PARM-EOF.
005110
005120     CLOSE PARM-FILE.
005130
005140 1100-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------*
005180* 1110-READ-ONE-PARM-CARD                                        *
005190*----------------------------------------------------------------*
005200 1110-READ-ONE-PARM-CARD.
005210     READ PARM-FILE
005220         AT END
005230         MOVE 'Y' TO WS-PARM-EOF-SW
005240         GO TO 1110-EXIT
005250     END-READ.
005260
005270     IF PARM-REC = SPACES OR PARM-REC(1:1) = '*'
005280         GO TO 1110-EXIT
005290     END-IF.
005300
005310     IF PARM-REC(1:6) = "MONTH="
005320             AND PARM-REC(7:6) IS NUMERIC
005330         MOVE PARM-REC(7:6) TO WS-CARD-MONTH
005340         IF WS-CARD-MM >= 1 AND WS-CARD-MM <= 12
005350                 AND WS-CARD-YYYY > ZERO
005360             GO TO 1110-EXIT
005370         END-IF
005380         MOVE ZERO TO WS-CARD-MONTH
005390     END-IF.
005400
005410     DISPLAY "Unrecognized parameter card ignored: "
005420         PARM-REC(1:40).
005430     MOVE 'Y' TO WS-WARNING-SW.
005440
005450 1110-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------*
005490* 1200-SET-ONE-MONTH                                             *
005500* CLEARS ONE WINDOW ROW AND GIVES IT ITS YEAR AND MONTH.         *
005510*----------------------------------------------------------------*
005520 1200-SET-ONE-MONTH.
005530     COMPUTE WS-MONTH-NUM = WS-FIRST-MONTH-NUM + WS-MO-IX - 1.
005540     DIVIDE WS-MONTH-NUM BY 12
005550         GIVING WS-LABEL-YYYY
005560         REMAINDER WS-MONTH-REM.
005570     COMPUTE WS-LABEL-MM = WS-MONTH-REM + 1.
005580
005590     MOVE WS-LABEL-MONTH TO WS-MO-YYYYMM (WS-MO-IX).
005600     MOVE ZERO TO WS-MO-TRANS-CNT (WS-MO-IX).
005610     MOVE ZERO TO WS-MO-REJECT-CNT (WS-MO-IX).
005620     MOVE ZERO TO WS-MO-VALUE (WS-MO-IX).
005630     MOVE ZERO TO WS-MO-MIN-TOTAL (WS-MO-IX).
005640     MOVE ZERO TO WS-MO-MAX-TOTAL (WS-MO-IX).
005650     MOVE 'N'  TO WS-MO-GOOD-SW (WS-MO-IX).
005660
005670     PERFORM 1210-CLEAR-ONE-OP-COUNT
005680         THRU 1210-EXIT
005690         VARYING WS-OP-IX FROM 1 BY 1
005700         UNTIL WS-OP-IX > 8.
005710
005720 1200-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------*
005760* 1210-CLEAR-ONE-OP-COUNT                                        *
005770*----------------------------------------------------------------*
005780 1210-CLEAR-ONE-OP-COUNT.
005790     MOVE ZERO TO WS-MO-OP-CNT (WS-MO-IX, WS-OP-IX).
005800
005810 1210-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------*
005850* 2000-LOAD-HISTORY                                              *
005860* BROWSES THE HISTORY FROM THE FIRST DAY OF THE WINDOW TO THE    *
005870* END OF THE REPORT MONTH, ADDING EACH ROW TO ITS MONTH.         *
005880*----------------------------------------------------------------*
005890 2000-LOAD-HISTORY.
005900     MOVE LOW-VALUES     TO DH-HIST-KEY.
005910     MOVE WS-WINDOW-FROM TO DH-ACTIVITY-DATE.
005920     START DAYHIST-FILE
005930         KEY IS NOT LESS THAN DH-HIST-KEY
005940         INVALID KEY
005950             GO TO 2000-EXIT
005960     END-START.
005970
005980     PERFORM 2100-READ-ONE-ROW
005990         THRU 2100-EXIT
006000         UNTIL WS-HISTORY-EOF.
006010
006020 2000-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060* 2100-READ-ONE-ROW                                              *
006070*----------------------------------------------------------------*
006080 2100-READ-ONE-ROW.
006090     READ DAYHIST-FILE NEXT RECORD
006100         AT END
006110             MOVE 'Y' TO WS-HISTORY-EOF-SW
006120             GO TO 2100-EXIT
006130     END-READ.
006140
006150     IF DH-ACTIVITY-DATE > WS-WINDOW-TO
006160         MOVE 'Y' TO WS-HISTORY-EOF-SW
006170         GO TO 2100-EXIT
006180     END-IF.
006190
006200     ADD 1 TO WS-ROWS-READ-CNT.
006210     MOVE DH-ACTIVITY-DATE TO WS-WORK-DATE.
006220     COMPUTE WS-MO-IX =
006230         WS-WORK-YYYY * 12 + WS-WORK-MM - 1
006240         - WS-FIRST-MONTH-NUM + 1.
006250     IF WS-MO-IX < 1 OR WS-MO-IX > WS-MONTHS-LOADED
006260         GO TO 2100-EXIT
006270     END-IF.
006280
006290     PERFORM 2200-ADD-TO-MONTH
006300         THRU 2200-EXIT.
006310
006320     IF WS-MO-IX >= WS-FIRST-PRINTED
006330         PERFORM 2300-ADD-TO-OPERATOR
006340             THRU 2300-EXIT
006350         PERFORM 2400-ADD-TO-SOURCE
006360             THRU 2400-EXIT
006370     END-IF.
006380
006390 2100-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------*
006430* 2200-ADD-TO-MONTH                                              *
006440* A ROW WHOSE CALCULATIONS ALL FAILED CARRIES NO GOOD RESULT, SO *
006450* ITS ZERO LOWEST AND HIGHEST TOTALS ARE NOT TAKEN.              *
006460*----------------------------------------------------------------*
006470 2200-ADD-TO-MONTH.
006480     ADD DH-TRANS-CNT    TO WS-MO-TRANS-CNT (WS-MO-IX).
006490     ADD DH-REJECT-CNT   TO WS-MO-REJECT-CNT (WS-MO-IX).
006500     ADD DH-TOTAL-AMOUNT TO WS-MO-VALUE (WS-MO-IX).
006510
006520     MOVE 8 TO WS-OP-IX.
006530     PERFORM 2210-MATCH-ONE-OP-CODE
006540         THRU 2210-EXIT
006550         VARYING WS-BASE-IX FROM 1 BY 1
006560         UNTIL WS-BASE-IX > 7.
006570     ADD DH-TRANS-CNT TO WS-MO-OP-CNT (WS-MO-IX, WS-OP-IX).
006580
006590     IF DH-TRANS-CNT NOT > DH-REJECT-CNT
006600         GO TO 2200-EXIT
006610     END-IF.
006620
006630     IF NOT WS-MO-GOOD-SEEN (WS-MO-IX)
006640         MOVE DH-MIN-TOTAL TO WS-MO-MIN-TOTAL (WS-MO-IX)
006650         MOVE DH-MAX-TOTAL TO WS-MO-MAX-TOTAL (WS-MO-IX)
006660         MOVE 'Y' TO WS-MO-GOOD-SW (WS-MO-IX)
006670     END-IF.
006680     IF DH-MIN-TOTAL < WS-MO-MIN-TOTAL (WS-MO-IX)
006690         MOVE DH-MIN-TOTAL TO WS-MO-MIN-TOTAL (WS-MO-IX)
006700     END-IF.
006710     IF DH-MAX-TOTAL > WS-MO-MAX-TOTAL (WS-MO-IX)
006720         MOVE DH-MAX-TOTAL TO WS-MO-MAX-TOTAL (WS-MO-IX)
006730     END-IF.
006740
006750 2200-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------*
006790* 2210-MATCH-ONE-OP-CODE                                         *
006800*----------------------------------------------------------------*
006810 2210-MATCH-ONE-OP-CODE.
006820     IF DH-OPERATION = WS-OP-CODE (WS-BASE-IX)
006830         MOVE WS-BASE-IX TO WS-OP-IX
006840     END-IF.
006850
006860 2210-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------*
006900* 2300-ADD-TO-OPERATOR                                           *
006910* FINDS OR ADDS THE ROW'S OPERATOR AND ADDS IN ITS FIGURES.      *
006920*----------------------------------------------------------------*
006930 2300-ADD-TO-OPERATOR.
006940     IF DH-OPERATOR-ID = SPACES
006950         MOVE "UNKNOWN" TO WS-LOOKUP-NAME
006960     ELSE
006970         MOVE DH-OPERATOR-ID TO WS-LOOKUP-NAME
006980     END-IF.
006990
007000     MOVE 'N' TO WS-ENTRY-FOUND-SW.
007010     PERFORM 2310-MATCH-ONE-OPERATOR
007020         THRU 2310-EXIT
007030         VARYING WS-OPER-IX FROM 1 BY 1
007040         UNTIL WS-OPER-IX > WS-OPER-CNT
007050             OR WS-ENTRY-FOUND.
007060
007070     IF NOT WS-ENTRY-FOUND
007080         IF WS-OPER-CNT NOT < WS-OPER-MAX
007090             ADD 1 TO WS-OPER-OVERFLOW-CNT
007100             GO TO 2300-EXIT
007110         END-IF
007120         ADD 1 TO WS-OPER-CNT
007130         MOVE WS-OPER-CNT    TO WS-OPER-IX
007140         MOVE WS-LOOKUP-NAME TO WS-OPER-NAME (WS-OPER-IX)
007150         MOVE ZERO TO WS-OPER-TRANS-CNT (WS-OPER-IX)
007160         MOVE ZERO TO WS-OPER-REJECT-CNT (WS-OPER-IX)
007170         MOVE ZERO TO WS-OPER-VALUE (WS-OPER-IX)
007180         MOVE 'N'  TO WS-OPER-PICKED-SW (WS-OPER-IX)
007190     ELSE
007200         SUBTRACT 1 FROM WS-OPER-IX
007210     END-IF.
007220
007230     ADD DH-TRANS-CNT    TO WS-OPER-TRANS-CNT (WS-OPER-IX).
007240     ADD DH-REJECT-CNT   TO WS-OPER-REJECT-CNT (WS-OPER-IX).
007250     ADD DH-TOTAL-AMOUNT TO WS-OPER-VALUE (WS-OPER-IX).
007260
007270 2300-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------*
007310* 2310-MATCH-ONE-OPERATOR                                        *
007320*----------------------------------------------------------------*
007330 2310-MATCH-ONE-OPERATOR.
007340     IF WS-OPER-NAME (WS-OPER-IX) = WS-LOOKUP-NAME
007350         MOVE 'Y' TO WS-ENTRY-FOUND-SW
007360     END-IF.
007370
007380 2310-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------*
007420* 2400-ADD-TO-SOURCE                                             *
007430* FINDS OR ADDS THE ROW'S SOURCE SYSTEM AND ADDS IN ITS FIGURES. *
007440*----------------------------------------------------------------*
007450 2400-ADD-TO-SOURCE.
007460     IF DH-SOURCE-SYSTEM = SPACES
007470         MOVE "INTERACT" TO WS-LOOKUP-NAME
007480     ELSE
007490         MOVE DH-SOURCE-SYSTEM TO WS-LOOKUP-NAME
007500     END-IF.
007510
007520     MOVE 'N' TO WS-ENTRY-FOUND-SW.
007530     PERFORM 2410-MATCH-ONE-SOURCE
007540         THRU 2410-EXIT
007550         VARYING WS-SRC-IX FROM 1 BY 1
007560         UNTIL WS-SRC-IX > WS-SRC-CNT
007570             OR WS-ENTRY-FOUND.
007580
007590     IF NOT WS-ENTRY-FOUND
007600         IF WS-SRC-CNT NOT < WS-SRC-MAX
007610             ADD 1 TO WS-SRC-OVERFLOW-CNT
007620             GO TO 2400-EXIT
007630         END-IF
007640         ADD 1 TO WS-SRC-CNT
007650         MOVE WS-SRC-CNT     TO WS-SRC-IX
007660         MOVE WS-LOOKUP-NAME TO WS-SRC-NAME (WS-SRC-IX)
007670         MOVE ZERO TO WS-SRC-TRANS-CNT (WS-SRC-IX)
007680         MOVE ZERO TO WS-SRC-REJECT-CNT (WS-SRC-IX)
007690         MOVE ZERO TO WS-SRC-VALUE (WS-SRC-IX)
007700         MOVE 'N'  TO WS-SRC-PICKED-SW (WS-SRC-IX)
007710     ELSE
007720         SUBTRACT 1 FROM WS-SRC-IX
007730     END-IF.
007740
007750     ADD DH-TRANS-CNT    TO WS-SRC-TRANS-CNT (WS-SRC-IX).
007760     ADD DH-REJECT-CNT   TO WS-SRC-REJECT-CNT (WS-SRC-IX).
007770     ADD DH-TOTAL-AMOUNT TO WS-SRC-VALUE (WS-SRC-IX).
007780
007790 2400-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------*
007830* 2410-MATCH-ONE-SOURCE                                          *
007840*----------------------------------------------------------------*
007850 2410-MATCH-ONE-SOURCE.
007860     IF WS-SRC-NAME (WS-SRC-IX) = WS-LOOKUP-NAME
007870         MOVE 'Y' TO WS-ENTRY-FOUND-SW
007880     END-IF.
007890
007900 2410-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------------*
007940* 3000-PRINT-MONTHLY-SECTION                                     *
007950* ONE LINE PER PRINTED MONTH, OLDEST FIRST, THEN THE 13-MONTH    *
007960* TOTAL.                                                         *
007970*----------------------------------------------------------------*
007980 3000-PRINT-MONTHLY-SECTION.
007990     MOVE "  ---- MONTHLY VOLUME AND VALUE ----"
008000         TO WS-SECTION-TITLE.
008010     MOVE WS-MONTHLY-HEADING TO WS-COLUMN-HEADING.
008020     MOVE 99 TO WS-LINE-CNT.
008030
008040     PERFORM 3100-PRINT-ONE-MONTH
008050         THRU 3100-EXIT
008060         VARYING WS-MO-IX FROM WS-FIRST-PRINTED BY 1
008070         UNTIL WS-MO-IX > WS-MONTHS-LOADED.
008080
008090     MOVE SPACES TO REPORT-LINE.
008100     WRITE REPORT-LINE.
008110
008120     MOVE "13 MOS"          TO WS-ML-MONTH.
008130     MOVE WS-TOT-TRANS-CNT  TO WS-ML-COUNT.
008140     MOVE WS-TOT-REJECT-CNT TO WS-ML-REJECTS.
008150     MOVE WS-TOT-VALUE      TO WS-ML-VALUE.
008160     MOVE WS-TOT-MIN-TOTAL  TO WS-ML-MIN.
008170     MOVE WS-TOT-MAX-TOTAL  TO WS-ML-MAX.
008180     MOVE SPACES TO WS-ML-CNT-MOM.
008190     MOVE SPACES TO WS-ML-CNT-YOY.
008200     MOVE SPACES TO WS-ML-VAL-MOM.
008210     MOVE SPACES TO WS-ML-VAL-YOY.
008220     WRITE REPORT-LINE FROM WS-MONTHLY-LINE.
008230     ADD 2 TO WS-LINE-CNT.
008240
008250 3000-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------*
008290* 3100-PRINT-ONE-MONTH                                           *
008300* PRINTS ONE MONTH WITH ITS CHANGE AGAINST THE MONTH BEFORE AND  *
008310* THE SAME MONTH A YEAR AGO, AND ADDS IT TO THE 13-MONTH TOTAL.  *
008320*----------------------------------------------------------------*
008330 3100-PRINT-ONE-MONTH.
008340     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
008350         PERFORM 7000-PRINT-PAGE-HEADINGS
008360             THRU 7000-EXIT
008370     END-IF.
008380
008390     MOVE WS-MO-YYYYMM (WS-MO-IX) TO WS-LABEL-MONTH.
008400     MOVE WS-LABEL-YYYY TO WS-LBL-YYYY.
008410     MOVE WS-LABEL-MM   TO WS-LBL-MM.
008420     MOVE WS-MONTH-LABEL TO WS-ML-MONTH.
008430
008440     MOVE WS-MO-TRANS-CNT (WS-MO-IX)  TO WS-ML-COUNT.
008450     MOVE WS-MO-REJECT-CNT (WS-MO-IX) TO WS-ML-REJECTS.
008460     MOVE WS-MO-VALUE (WS-MO-IX)      TO WS-ML-VALUE.
008470     MOVE WS-MO-MIN-TOTAL (WS-MO-IX)  TO WS-ML-MIN.
008480     MOVE WS-MO-MAX-TOTAL (WS-MO-IX)  TO WS-ML-MAX.
008490
008500     COMPUTE WS-BASE-IX = WS-MO-IX - 1.
008510     MOVE WS-MO-TRANS-CNT (WS-MO-IX)   TO WS-PCT-CURRENT.
008520     MOVE WS-MO-TRANS-CNT (WS-BASE-IX) TO WS-PCT-BASE.
008530     PERFORM 6000-FORMAT-PCT-CHANGE
008540         THRU 6000-EXIT.
008550     MOVE WS-PCT-TEXT TO WS-ML-CNT-MOM.
008560     MOVE WS-MO-VALUE (WS-MO-IX)       TO WS-PCT-CURRENT.
008570     MOVE WS-MO-VALUE (WS-BASE-IX)     TO WS-PCT-BASE.
008580     PERFORM 6000-FORMAT-PCT-CHANGE
008590         THRU 6000-EXIT.
008600     MOVE WS-PCT-TEXT TO WS-ML-VAL-MOM.
008610
008620     COMPUTE WS-BASE-IX = WS-MO-IX - 12.
008630     MOVE WS-MO-TRANS-CNT (WS-MO-IX)   TO WS-PCT-CURRENT.
008640     MOVE WS-MO-TRANS-CNT (WS-BASE-IX) TO WS-PCT-BASE.
008650     PERFORM 6000-FORMAT-PCT-CHANGE
008660         THRU 6000-EXIT.
008670     MOVE WS-PCT-TEXT TO WS-ML-CNT-YOY.
008680     MOVE WS-MO-VALUE (WS-MO-IX)       TO WS-PCT-CURRENT.
008690     MOVE WS-MO-VALUE (WS-BASE-IX)     TO WS-PCT-BASE.
008700     PERFORM 6000-FORMAT-PCT-CHANGE
008710         THRU 6000-EXIT.
008720     MOVE WS-PCT-TEXT TO WS-ML-VAL-YOY.
008730
008740     WRITE REPORT-LINE FROM WS-MONTHLY-LINE.
008750     ADD 1 TO WS-LINE-CNT.
008760
008770     ADD WS-MO-TRANS-CNT (WS-MO-IX)  TO WS-TOT-TRANS-CNT.
008780     ADD WS-MO-REJECT-CNT (WS-MO-IX) TO WS-TOT-REJECT-CNT.
008790     ADD WS-MO-VALUE (WS-MO-IX)      TO WS-TOT-VALUE.
008800
008810     IF NOT WS-MO-GOOD-SEEN (WS-MO-IX)
008820         GO TO 3100-EXIT
008830     END-IF.
008840     IF NOT WS-TOT-GOOD-SEEN
008850         MOVE WS-MO-MIN-TOTAL (WS-MO-IX) TO WS-TOT-MIN-TOTAL
008860         MOVE WS-MO-MAX-TOTAL (WS-MO-IX) TO WS-TOT-MAX-TOTAL
008870         MOVE 'Y' TO WS-TOT-GOOD-SW
008880     END-IF.
008890     IF WS-MO-MIN-TOTAL (WS-MO-IX) < WS-TOT-MIN-TOTAL
008900         MOVE WS-MO-MIN-TOTAL (WS-MO-IX) TO WS-TOT-MIN-TOTAL
008910     END-IF.
008920     IF WS-MO-MAX-TOTAL (WS-MO-IX) > WS-TOT-MAX-TOTAL
008930         MOVE WS-MO-MAX-TOTAL (WS-MO-IX) TO WS-TOT-MAX-TOTAL
008940     END-IF.
008950
008960 3100-EXIT.
008970     EXIT.
008980
008990*----------------------------------------------------------------*
009000* 4000-PRINT-OPERATION-SECTION                                   *
009010* CALCULATIONS BY OPERATION FOR EACH PRINTED MONTH, THEN THE     *
009020* 13-MONTH TOTAL - THE VOLUMES THE CHARGEBACK RATES ARE SET ON.  *
009030*----------------------------------------------------------------*
009040 4000-PRINT-OPERATION-SECTION.
009050     MOVE "  ---- CALCULATIONS BY OPERATION ----"
009060         TO WS-SECTION-TITLE.
009070     MOVE WS-OPERATION-HEADING TO WS-COLUMN-HEADING.
009080     MOVE 99 TO WS-LINE-CNT.
009090
009100     PERFORM 4100-PRINT-ONE-OP-MONTH
009110         THRU 4100-EXIT
009120         VARYING WS-MO-IX FROM WS-FIRST-PRINTED BY 1
009130         UNTIL WS-MO-IX > WS-MONTHS-LOADED.
009140
009150     MOVE SPACES TO REPORT-LINE.
009160     WRITE REPORT-LINE.
009170
009180     MOVE SPACES   TO WS-OPERATION-LINE.
009190     MOVE "13 MOS" TO WS-OL-MONTH.
009200     PERFORM 4120-MOVE-ONE-TOTAL-COLUMN
009210         THRU 4120-EXIT
009220         VARYING WS-OP-IX FROM 1 BY 1
009230         UNTIL WS-OP-IX > 8.
009240     WRITE REPORT-LINE FROM WS-OPERATION-LINE.
009250     ADD 2 TO WS-LINE-CNT.
009260
009270 4000-EXIT.
009280     EXIT.
009290
009300*----------------------------------------------------------------*
009310* 4100-PRINT-ONE-OP-MONTH                                        *
009320*----------------------------------------------------------------*
009330 4100-PRINT-ONE-OP-MONTH.
009340     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
009350         PERFORM 7000-PRINT-PAGE-HEADINGS
009360             THRU 7000-EXIT
009370     END-IF.
009380
009390     MOVE SPACES TO WS-OPERATION-LINE.
009400     MOVE WS-MO-YYYYMM (WS-MO-IX) TO WS-LABEL-MONTH.
009410     MOVE WS-LABEL-YYYY TO WS-LBL-YYYY.
009420     MOVE WS-LABEL-MM   TO WS-LBL-MM.
009430     MOVE WS-MONTH-LABEL TO WS-OL-MONTH.
009440
009450     PERFORM 4110-MOVE-ONE-COLUMN
009460         THRU 4110-EXIT
009470         VARYING WS-OP-IX FROM 1 BY 1
009480         UNTIL WS-OP-IX > 8.
009490
009500     WRITE REPORT-LINE FROM WS-OPERATION-LINE.
009510     ADD 1 TO WS-LINE-CNT.
009520
009530 4100-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------------*
009570* 4110-MOVE-ONE-COLUMN                                           *
009580*----------------------------------------------------------------*
009590 4110-MOVE-ONE-COLUMN.
009600     MOVE WS-MO-OP-CNT (WS-MO-IX, WS-OP-IX)
009610         TO WS-OL-COUNT (WS-OP-IX).
009620     ADD WS-MO-OP-CNT (WS-MO-IX, WS-OP-IX)
009630         TO WS-TOT-OP-CNT (WS-OP-IX).
009640
009650 4110-EXIT.
009660     EXIT.
009670
009680*----------------------------------------------------------------*
009690* 4120-MOVE-ONE-TOTAL-COLUMN                                     *
009700*----------------------------------------------------------------*
009710 4120-MOVE-ONE-TOTAL-COLUMN.
009720     MOVE WS-TOT-OP-CNT (WS-OP-IX) TO WS-OL-COUNT (WS-OP-IX).
009730
009740 4120-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------*
009780* 5000-PRINT-TOP-OPERATORS                                       *
009790* THE 10 BUSIEST OPERATORS OVER THE 13 MONTHS, EACH PICKED BY A  *
009800* PASS OVER THE TABLE FOR THE HIGHEST COUNT NOT YET PRINTED.     *
009810*----------------------------------------------------------------*
009820 5000-PRINT-TOP-OPERATORS.
009830     MOVE "  ---- TOP OPERATORS BY VOLUME (13 MONTHS) ----"
009840         TO WS-SECTION-TITLE.
009850     MOVE "OPERATOR" TO WS-TH-NAME.
009860     MOVE WS-TOP-HEADING TO WS-COLUMN-HEADING.
009870     MOVE 99 TO WS-LINE-CNT.
009880
009890     PERFORM 5100-PRINT-ONE-OPERATOR
009900         THRU 5100-EXIT
009910         VARYING WS-RANK FROM 1 BY 1
009920         UNTIL WS-RANK > WS-TOP-LIMIT
009930             OR WS-RANK > WS-OPER-CNT.
009940
009950     IF WS-OPER-OVERFLOW-CNT > ZERO
009960         MOVE SPACES TO REPORT-LINE
009970         WRITE REPORT-LINE
009980         MOVE "  ** OPERATOR TABLE FULL - NOT ALL RANKED **"
009990             TO REPORT-LINE
010000         WRITE REPORT-LINE
010010         MOVE 'Y' TO WS-WARNING-SW
010020     END-IF.
010030
010040 5000-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------*
010080* 5100-PRINT-ONE-OPERATOR                                        *
010090*----------------------------------------------------------------*
010100 5100-PRINT-ONE-OPERATOR.
010110     MOVE ZERO TO WS-BEST-IX.
010120     MOVE ZERO TO WS-BEST-CNT.
010130     PERFORM 5110-CHECK-ONE-OPERATOR
010140         THRU 5110-EXIT
010150         VARYING WS-OPER-IX FROM 1 BY 1
010160         UNTIL WS-OPER-IX > WS-OPER-CNT.
010170
010180     IF WS-BEST-IX = ZERO
010190         GO TO 5100-EXIT
010200     END-IF.
010210     MOVE 'Y' TO WS-OPER-PICKED-SW (WS-BEST-IX).
010220
010230     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
010240         PERFORM 7000-PRINT-PAGE-HEADINGS
010250             THRU 7000-EXIT
010260     END-IF.
010270
010280     MOVE WS-RANK TO WS-TL-RANK.
010290     MOVE WS-OPER-NAME (WS-BEST-IX)       TO WS-TL-NAME.
010300     MOVE WS-OPER-TRANS-CNT (WS-BEST-IX)  TO WS-TL-COUNT.
010310     MOVE WS-OPER-REJECT-CNT (WS-BEST-IX) TO WS-TL-REJECTS.
010320     MOVE WS-OPER-VALUE (WS-BEST-IX)      TO WS-TL-VALUE.
010330     MOVE ZERO TO WS-SHARE-PCT.
010340     IF WS-TOT-TRANS-CNT > ZERO
010350         COMPUTE WS-SHARE-PCT ROUNDED =
010360             WS-OPER-TRANS-CNT (WS-BEST-IX) * 100
010370             / WS-TOT-TRANS-CNT
010380     END-IF.
010390     MOVE WS-SHARE-PCT TO WS-TL-SHARE.
010400
010410     WRITE REPORT-LINE FROM WS-TOP-LINE.
010420     ADD 1 TO WS-LINE-CNT.
010430
010440 5100-EXIT.
010450     EXIT.
010460
010470*----------------------------------------------------------------*
010480* 5110-CHECK-ONE-OPERATOR                                        *
010490*----------------------------------------------------------------*
010500 5110-CHECK-ONE-OPERATOR.
010510     IF WS-OPER-PICKED-SW (WS-OPER-IX) = 'Y'
010520         GO TO 5110-EXIT
010530     END-IF.
010540     IF WS-BEST-IX = ZERO
010550             OR WS-OPER-TRANS-CNT (WS-OPER-IX) > WS-BEST-CNT
010560         MOVE WS-OPER-IX TO WS-BEST-IX
010570         MOVE WS-OPER-TRANS-CNT (WS-OPER-IX) TO WS-BEST-CNT
010580     END-IF.
010590
010600 5110-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------------*
010640* 5500-PRINT-TOP-SOURCES                                         *
010650* THE 10 BUSIEST SOURCE SYSTEMS OVER THE 13 MONTHS, PICKED THE   *
010660* SAME WAY AS THE OPERATORS.                                     *
010670*----------------------------------------------------------------*
010680 5500-PRINT-TOP-SOURCES.
010690     MOVE "  ---- TOP SOURCE SYSTEMS BY VOLUME (13 MONTHS) ----"
010700         TO WS-SECTION-TITLE.
010710     MOVE "SOURCE" TO WS-TH-NAME.
010720     MOVE WS-TOP-HEADING TO WS-COLUMN-HEADING.
010730     MOVE 99 TO WS-LINE-CNT.
010740
010750     PERFORM 5600-PRINT-ONE-SOURCE
010760         THRU 5600-EXIT
010770         VARYING WS-RANK FROM 1 BY 1
010780         UNTIL WS-RANK > WS-TOP-LIMIT
010790             OR WS-RANK > WS-SRC-CNT.
010800
010810     IF WS-SRC-OVERFLOW-CNT > ZERO
010820         MOVE SPACES TO REPORT-LINE
010830         WRITE REPORT-LINE
010840         MOVE "  ** SOURCE TABLE FULL - NOT ALL RANKED **"
010850             TO REPORT-LINE
010860         WRITE REPORT-LINE
010870         MOVE 'Y' TO WS-WARNING-SW
010880     END-IF.
010890
010900 5500-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------------*
010940* 5600-PRINT-ONE-SOURCE                                          *
010950*----------------------------------------------------------------*
010960 5600-PRINT-ONE-SOURCE.
010970     MOVE ZERO TO WS-BEST-IX.
010980     MOVE ZERO TO WS-BEST-CNT.
010990     PERFORM 5610-CHECK-ONE-SOURCE
011000         THRU 5610-EXIT
011010         VARYING WS-SRC-IX FROM 1 BY 1
011020         UNTIL WS-SRC-IX > WS-SRC-CNT.
011030
011040     IF WS-BEST-IX = ZERO
011050         GO TO 5600-EXIT
011060     END-IF.
011070     MOVE 'Y' TO WS-SRC-PICKED-SW (WS-BEST-IX).
011080
011090     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
011100         PERFORM 7000-PRINT-PAGE-HEADINGS
011110             THRU 7000-EXIT
011120     END-IF.
011130
011140     MOVE WS-RANK TO WS-TL-RANK.
011150     MOVE WS-SRC-NAME (WS-BEST-IX)       TO WS-TL-NAME.
011160     MOVE WS-SRC-TRANS-CNT (WS-BEST-IX)  TO WS-TL-COUNT.
011170     MOVE WS-SRC-REJECT-CNT (WS-BEST-IX) TO WS-TL-REJECTS.
011180     MOVE WS-SRC-VALUE (WS-BEST-IX)      TO WS-TL-VALUE.
011190     MOVE ZERO TO WS-SHARE-PCT.
011200     IF WS-TOT-TRANS-CNT > ZERO
011210         COMPUTE WS-SHARE-PCT ROUNDED =
011220             WS-SRC-TRANS-CNT (WS-BEST-IX) * 100
011230             / WS-TOT-TRANS-CNT
011240     END-IF.
011250     MOVE WS-SHARE-PCT TO WS-TL-SHARE.
011260
011270     WRITE REPORT-LINE FROM WS-TOP-LINE.
011280     ADD 1 TO WS-LINE-CNT.
011290
011300 5600-EXIT.
011310     EXIT.
011320
011330*----------------------------------------------------------------*
011340* 5610-CHECK-ONE-SOURCE                                          *
011350*----------------------------------------------------------------*
011360 5610-CHECK-ONE-SOURCE.
011370     IF WS-SRC-PICKED-SW (WS-SRC-IX) = 'Y'
011380         GO TO 5610-EXIT
011390     END-IF.
011400     IF WS-BEST-IX = ZERO
011410             OR WS-SRC-TRANS-CNT (WS-SRC-IX) > WS-BEST-CNT
011420         MOVE WS-SRC-IX TO WS-BEST-IX
011430         MOVE WS-SRC-TRANS-CNT (WS-SRC-IX) TO WS-BEST-CNT
011440     END-IF.
011450
011460 5610-EXIT.
011470     EXIT.
011480
011490*----------------------------------------------------------------*
011500* 6000-FORMAT-PCT-CHANGE                                         *
011510* PERCENT CHANGE FROM WS-PCT-BASE TO WS-PCT-CURRENT, TO ONE      *
011520* PLACE, IN WS-PCT-TEXT.  N/A AGAINST A ZERO BASE.  A NEGATIVE   *
011530* BASE IS TAKEN BY ITS SIZE SO THE SIGN SHOWS THE DIRECTION OF   *
011540* THE MOVE.  A CHANGE TOO LARGE TO PRINT SHOWS AS ASTERISKS.     *
011550*----------------------------------------------------------------*
011560 6000-FORMAT-PCT-CHANGE.
011570     IF WS-PCT-BASE = ZERO
011580         MOVE "      N/A" TO WS-PCT-TEXT
011590         GO TO 6000-EXIT
011600     END-IF.
011610
011620     COMPUTE WS-PCT-CURRENT = WS-PCT-CURRENT - WS-PCT-BASE.
011630     IF WS-PCT-BASE < ZERO
011640         COMPUTE WS-PCT-BASE = WS-PCT-BASE * -1
011650     END-IF.
011660
011670     COMPUTE WS-PCT-RESULT ROUNDED =
011680         WS-PCT-CURRENT * 100 / WS-PCT-BASE
011690         ON SIZE ERROR
011700             MOVE " ********" TO WS-PCT-TEXT
011710             GO TO 6000-EXIT
011720     END-COMPUTE.
011730
011740     MOVE WS-PCT-RESULT TO WS-PCT-EDIT.
011750     MOVE WS-PCT-EDIT   TO WS-PCT-TEXT.
011760
011770 6000-EXIT.
011780     EXIT.
011790
011800*----------------------------------------------------------------*
011810* 7000-PRINT-PAGE-HEADINGS                                       *
011820*----------------------------------------------------------------*
011830 7000-PRINT-PAGE-HEADINGS.
011840     ADD 1 TO WS-PAGE-CNT.
011850
011860     MOVE WS-RUN-DATE TO WS-H1-DATE.
011870     MOVE WS-PAGE-CNT TO WS-H1-PAGE.
011880
011890     MOVE WS-REPORT-MONTH TO WS-LABEL-MONTH.
011900     MOVE WS-LABEL-YYYY   TO WS-LBL-YYYY.
011910     MOVE WS-LABEL-MM     TO WS-LBL-MM.
011920     MOVE WS-MONTH-LABEL  TO WS-H2-MONTH.
011930     MOVE WS-MONTH-LABEL  TO WS-H2-TO.
011940     MOVE WS-PRINT-FROM   TO WS-LABEL-MONTH.
011950     MOVE WS-LABEL-YYYY   TO WS-LBL-YYYY.
011960     MOVE WS-LABEL-MM     TO WS-LBL-MM.
011970     MOVE WS-MONTH-LABEL  TO WS-H2-FROM.
011980     MOVE WS-PARM-NOTE    TO WS-H2-NOTE.
011990
012000     WRITE REPORT-LINE FROM WS-HEADING-1.
012010     WRITE REPORT-LINE FROM WS-HEADING-2.
012020     MOVE SPACES TO REPORT-LINE.
012030     WRITE REPORT-LINE.
012040     WRITE REPORT-LINE FROM WS-SECTION-TITLE.
012050     MOVE SPACES TO REPORT-LINE.
012060     WRITE REPORT-LINE.
012070     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
012080     MOVE SPACES TO REPORT-LINE.
012090     WRITE REPORT-LINE.
012100
012110     MOVE 7 TO WS-LINE-CNT.
012120
012130 7000-EXIT.
012140     EXIT.
012150
012160*----------------------------------------------------------------*
012170* 9000-TERMINATE                                                 *
012180*----------------------------------------------------------------*
012190 9000-TERMINATE.
012200     IF WS-HISTORY-FOUND
012210         CLOSE DAYHIST-FILE
012220         IF WS-REPORT-FILE-STATUS = '00'
012230             CLOSE REPORT-FILE
012240         END-IF
012250     END-IF.
012260
012270     IF WS-HISTORY-FOUND AND WS-TOT-TRANS-CNT = ZERO
012280         DISPLAY "No activity history in the 13 months."
012290         MOVE 'Y' TO WS-WARNING-SW
012300     END-IF.
012310
012320     DISPLAY "Activity trend report complete.".
012330     DISPLAY "History rows read:       " WS-ROWS-READ-CNT.
012340     DISPLAY "Calculations (13 mos):   " WS-TOT-TRANS-CNT.
012350     DISPLAY "Operators ranked:        " WS-OPER-CNT.
012360     DISPLAY "Source systems ranked:   " WS-SRC-CNT.
012370
012380*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 CLEAN,
012390*    04 NO HISTORY, BAD CARD OR TABLE FULL, 12 FILE ERROR.
012400     EVALUATE TRUE
012410         WHEN WS-FILE-ERROR
012420             MOVE 12 TO RETURN-CODE
012430         WHEN WS-WARNING
012440             MOVE 4 TO RETURN-CODE
012450         WHEN OTHER
012460             MOVE 0 TO RETURN-CODE
012470     END-EVALUATE.
012480
012490 9000-EXIT.
012500     EXIT.
