000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCGLCL.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* GL PERIOD CLOSE.  LOCKS ONE ACCOUNTING MONTH ON THE GL POSTING *
000100* CONTROL FILE (GLPOSTCT) SO THAT CALCGLRP REFUSES ANY EXTRACT   *
000110* RECORD DATED IN IT AND THE REVERSAL RUN (CALCGLRV) REFUSES TO  *
000120* BACK OUT ANY POSTING RUN THAT TOUCHED IT.  THE MONTH TO CLOSE  *
000130* AND THE SUPERVISOR SIGNING IT OFF COME FROM THE PARAMETER CARD *
000140* (GLCLPARM); THE SUPERVISOR MUST BE ACTIVE WITH SUPERVISOR      *
000150* AUTHORITY ON THE OPERATOR MASTER.  ONLY A MONTH ALREADY ENDED  *
000160* CAN BE CLOSED.  THE CLOSE REPORT (GLCLRPT) LISTS EVERY POSTING *
000170* RUN THAT COVERED THE MONTH AND THE MONTH'S POSTED AMOUNTS BY   *
000180* GL ACCOUNT AND DEBIT/CREDIT SIDE, AS THE SIGN-OFF RECORD.      *
000190*                                                                *
000200* PARAMETER CARD:                                                *
000210*   COLS  1-12  CLOSE=YYYYMM     ACCOUNTING MONTH TO CLOSE       *
000220*   COLS 14-26  SUPV=XXXXXXXX    SUPERVISOR SIGNING OFF          *
000224*   COLS 28-39  PIN=NNNNNNNN     THAT SUPERVISOR'S OWN PIN       *
000230*                                                                *
000240* RETURN CODES FOR JOBSTREAM BRANCHING:                          *
000250*   00 - MONTH CLOSED                                            *
000260*   04 - MONTH WAS ALREADY CLOSED - NOTHING CHANGED              *
000270*   08 - PARAMETER CARD MISSING OR BAD, MONTH NOT YET ENDED, OR  *
000280*        SUPERVISOR NOT AUTHORIZED OR PIN WRONG                  *
000290*   12 - FILE ERROR                                              *
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY                                           *
000320*----------------------------------------------------------------*
000330* DATE       INITIALS  DESCRIPTION                               *
000340* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000345* 2026-10-15 JAW       RUN IDS WIDENED TO 16 DIGITS (HUNDREDTHS  *
000347*                      ADDED) TO MATCH THE POSTING CONTROL KEY.  *
000349* 2026-10-15 JAW       PARM CARD CARRIES THE SUPERVISOR'S PIN,   *
000351*                      CHECKED AS AT SIGN-ON.  REFUSALS GO TO    *
000353*                      SECLOG; BAD PINS COUNT TOWARD LOCKOUT.    *
000355*----------------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GLCTL-FILE ASSIGN TO "GLPOSTCT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS GC-CONTROL-KEY
000450         FILE STATUS IS WS-GLCTL-FILE-STATUS.
000460
000470     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OM-OPERATOR-ID
000510         FILE STATUS IS WS-OPER-FILE-STATUS.
000520
000530     SELECT REPORT-FILE ASSIGN TO "GLCLRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-FILE-STATUS.
000560
000570     SELECT PARM-FILE ASSIGN TO "GLCLPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PARM-FILE-STATUS.
000592
000594     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000596         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000600
000610 DATA DIVISION.
000620
000630 FILE SECTION.
000640 FD  GLCTL-FILE.
000650     COPY CALCGLCT.
000660
000670 FD  OPERATOR-FILE.
000680     COPY CALCOPER.
000690
000700 FD  REPORT-FILE.
000710 01  REPORT-LINE                 PIC X(132).
000720
000730 FD  PARM-FILE.
000740 01  PARM-REC                    PIC X(80).
000742
000744 FD  SECLOG-FILE.
000746     COPY CALCSECL.
000750
000760 WORKING-STORAGE SECTION.
000770
000780 01  WS-GLCTL-FILE-STATUS        PIC X(02) VALUE SPACES.
000790 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
000800 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000810 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
000815 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000820
000830 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000840     88  WS-FILE-ERROR           VALUE 'Y'.
000850
000860 77  WS-PARM-ERROR-SW            PIC X VALUE 'N'.
000870     88  WS-PARM-ERROR           VALUE 'Y'.
000880
000890 77  WS-ALREADY-CLOSED-SW        PIC X VALUE 'N'.
000900     88  WS-ALREADY-CLOSED       VALUE 'Y'.
000910
000920 77  WS-BROWSE-DONE-SW           PIC X VALUE 'N'.
000930     88  WS-BROWSE-DONE          VALUE 'Y'.
000940
000950 77  WS-RUN-LISTED-SW            PIC X VALUE 'N'.
000960     88  WS-RUN-LISTED           VALUE 'Y'.
000970
000980 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
000990
001000 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001010 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001020     05  WS-RUN-PERIOD           PIC 9(06).
001030     05  FILLER                  PIC 9(02).
001040
001050 01  WS-RUN-TIME-OF-DAY.
001060     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001070     05  FILLER                  PIC 9(02).
001080
001090*----------------------------------------------------------------*
001100* THE MONTH BEING CLOSED AND WHO SIGNED IT OFF, FROM THE CARD    *
001110*----------------------------------------------------------------*
001120 01  WS-PARM-PERIOD              PIC 9(06) VALUE ZERO.
001130 01  WS-PARM-PERIOD-PARTS REDEFINES WS-PARM-PERIOD.
001140     05  WS-PARM-YEAR            PIC 9(04).
001150     05  WS-PARM-MONTH           PIC 9(02).
001160 01  WS-PARM-SUPV                PIC X(08) VALUE SPACES.
001161 01  WS-PARM-PIN                 PIC X(08) VALUE SPACES.
001162
001163*----------------------------------------------------------------*
001164* SUPERVISOR PIN CHECK ON THE CARD - AS AT SIGN-ON               *
001165*----------------------------------------------------------------*
001166 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
001167
001168 77  WS-SUPV-PIN-OK-SW           PIC X VALUE 'N'.
001169     88  WS-SUPV-PIN-OK          VALUE 'Y'.
001170
001171 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
001172     88  WS-PIN-VALID            VALUE 'Y'.
001173
001174 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
001175 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
001176 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
001177 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
001178 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
001179 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
001180 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001181 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
001182 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
001183
001184 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
001185 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
001186 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
001187
001188 01  WS-LOG-TIME-OF-DAY.
001189     05  WS-LOG-TIME-HHMMSS      PIC 9(06).
001190     05  FILLER                  PIC 9(02).
001191
001192 01  WS-PERIOD-FIRST-DATE        PIC 9(08) VALUE ZERO.
001193 01  WS-PERIOD-LAST-DATE         PIC 9(08) VALUE ZERO.
001200
001210*----------------------------------------------------------------*
001220* POSTING RUNS THAT COVERED THE MONTH.  THE RUN HEADERS ARE      *
001230* BROWSED FIRST, THEN THE POSTING RECORD COPIES, BOTH IN RUN     *
001240* ORDER, SO A COPY'S RUN IS FOUND BY WALKING THIS TABLE.  A RUN  *
001250* RECORDED AS NOT POSTED IS LISTED BUT ITS AMOUNTS ARE LEFT OUT. *
001260*----------------------------------------------------------------*
001270 77  WS-RUN-MAX                  PIC 9(04) COMP VALUE 500.
001280 77  WS-RUN-IX                   PIC 9(04) COMP VALUE ZERO.
001290 77  WS-RUN-CUR                  PIC 9(04) COMP VALUE ZERO.
001300 01  WS-RUN-TABLE.
001310     05  WS-RUN-CNT              PIC 9(04) COMP VALUE ZERO.
001320     05  WS-RUN-ENTRY OCCURS 500 TIMES.
001330         10  WS-RT-RUN-ID        PIC 9(16).
001340         10  WS-RT-STATUS        PIC X(01).
001350
001360 01  WS-CURRENT-RUN-ID           PIC 9(16) VALUE ZERO.
001370
001380*    POSTING RECORD COPY, LAID OUT AS CALC-GLPOST-REC (CALCGLPS)
001390 01  WS-POSTING-COPY.
001400     05  WS-PC-OPERATOR-ID       PIC X(08).
001410     05  WS-PC-DATE              PIC 9(08).
001420     05  WS-PC-OPERATION         PIC X(01).
001430     05  WS-PC-TRANS-COUNT       PIC 9(06).
001440     05  WS-PC-TOTAL-AMOUNT      PIC S9(12)V9(10).
001450     05  WS-PC-GL-ACCOUNT        PIC X(08).
001460     05  WS-PC-COST-CENTER       PIC X(06).
001470     05  WS-PC-DRCR-SIDE         PIC X(01).
001480     05  FILLER                  PIC X(04).
001490
001500 01  WS-CONTROL-RUN-ID.
001510     05  WS-CR-DATE              PIC 9(08) VALUE ZERO.
001520     05  WS-CR-TIME              PIC 9(08) VALUE ZERO.
001530 01  WS-CONTROL-RUN-NUM REDEFINES WS-CONTROL-RUN-ID
001540                                 PIC 9(16).
001550
001560*----------------------------------------------------------------*
001570* THE MONTH'S POSTED AMOUNTS BY GL ACCOUNT AND SIDE              *
001580*----------------------------------------------------------------*
001590 77  WS-ACCT-MAX                 PIC 9(04) COMP VALUE 300.
001600 77  WS-ACCT-IX                  PIC 9(04) COMP VALUE ZERO.
001610 77  WS-ACCT-CUR                 PIC 9(04) COMP VALUE ZERO.
001620 01  WS-ACCT-UNLISTED-CNT        PIC 9(07) VALUE ZERO.
001630 01  WS-ACCT-TABLE.
001640     05  WS-ACCT-CNT             PIC 9(04) COMP VALUE ZERO.
001650     05  WS-ACCT-ENTRY OCCURS 300 TIMES.
001660         10  WS-AT-ACCOUNT       PIC X(08).
001670         10  WS-AT-DRCR          PIC X(01).
001680         10  WS-AT-POSTING-CNT   PIC 9(07).
001690         10  WS-AT-TRANS-CNT     PIC 9(07).
001700         10  WS-AT-AMOUNT        PIC S9(13)V9(10).
001710
001720 01  WS-CLOSE-COUNTERS.
001730     05  WS-RUNS-LISTED-CNT      PIC 9(07) COMP VALUE ZERO.
001740     05  WS-COPIES-READ-CNT      PIC 9(07) COMP VALUE ZERO.
001750     05  WS-COPIES-IN-MONTH-CNT  PIC 9(07) COMP VALUE ZERO.
001760 01  WS-MONTH-TRANS-CNT          PIC 9(07) VALUE ZERO.
001770 01  WS-MONTH-DEBIT-AMOUNT       PIC S9(13)V9(10) VALUE ZERO.
001780 01  WS-MONTH-CREDIT-AMOUNT      PIC S9(13)V9(10) VALUE ZERO.
001790
001800*----------------------------------------------------------------*
001810* REPORT PAGINATION AND LINE LAYOUTS                             *
001820*----------------------------------------------------------------*
001830 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
001840 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
001850 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001860
001870 01  WS-HEADING-1.
001880     05  FILLER                  PIC X(42) VALUE
001890         "CALCGLCL      GL PERIOD CLOSE".
001900     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001910     05  WS-H1-DATE              PIC 9(08).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001940     05  WS-H1-PAGE              PIC ZZZZ9.
001950     05  FILLER                  PIC X(59) VALUE SPACES.
001960
001970 01  WS-HEADING-2.
001980     05  FILLER                  PIC X(10) VALUE "  PERIOD: ".
001990     05  WS-H2-PERIOD            PIC 9(06).
002000     05  FILLER                  PIC X(17) VALUE
002010         "   SIGNED OFF BY ".
002020     05  WS-H2-SUPV              PIC X(08).
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040     05  WS-H2-NOTE              PIC X(40).
002050     05  FILLER                  PIC X(48) VALUE SPACES.
002060
002070 01  WS-RUN-HEADING.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  FILLER                  PIC X(19) VALUE "POSTING RUN".
002100     05  FILLER                  PIC X(13) VALUE "STATUS".
002110     05  FILLER                  PIC X(18) VALUE
002120         "GL DATES".
002130     05  FILLER                  PIC X(10) VALUE "  RECORDS".
002140     05  FILLER                  PIC X(10) VALUE "    TRANS".
002150     05  FILLER                  PIC X(26) VALUE
002160         "              AMOUNT".
002170     05  FILLER                  PIC X(18) VALUE
002180         "RELATED RUN".
002190     05  FILLER                  PIC X(16) VALUE SPACES.
002200
002210 01  WS-RUN-LINE.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-RN-RUN-DATE          PIC 9(08).
002240     05  FILLER                  PIC X(01) VALUE '-'.
002250     05  WS-RN-RUN-TIME          PIC 9(08).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  WS-RN-STATUS            PIC X(12).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  WS-RN-FROM-DATE         PIC 9(08).
002300     05  FILLER                  PIC X(01) VALUE '-'.
002310     05  WS-RN-TO-DATE           PIC 9(08).
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  WS-RN-POSTING-CNT       PIC Z,ZZZ,ZZ9.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  WS-RN-TRANS-CNT         PIC Z,ZZZ,ZZ9.
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  WS-RN-AMOUNT            PIC -(12)9.9(10).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  WS-RN-RELATED           PIC X(17).
002400     05  FILLER                  PIC X(17) VALUE SPACES.
002410
002420 01  WS-ACCT-HEADING.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
002450     05  FILLER                  PIC X(06) VALUE "SIDE".
002460     05  FILLER                  PIC X(10) VALUE "  RECORDS".
002470     05  FILLER                  PIC X(10) VALUE "    TRANS".
002480     05  FILLER                  PIC X(26) VALUE
002490         "              AMOUNT".
002500     05  FILLER                  PIC X(68) VALUE SPACES.
002510
002520 01  WS-ACCT-LINE.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  WS-AL-ACCOUNT           PIC X(08).
002550     05  FILLER                  PIC X(03) VALUE SPACES.
002560     05  WS-AL-DRCR              PIC X(01).
002570     05  FILLER                  PIC X(03) VALUE SPACES.
002580     05  WS-AL-POSTING-CNT       PIC Z,ZZZ,ZZ9.
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  WS-AL-TRANS-CNT         PIC Z,ZZZ,ZZ9.
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  WS-AL-AMOUNT            PIC -(12)9.9(10).
002630     05  FILLER                  PIC X(71) VALUE SPACES.
002640
002650 01  WS-TOTAL-LINE.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  WS-TL-LABEL             PIC X(28).
002680     05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  WS-TL-AMOUNT            PIC -(12)9.9(10).
002710     05  FILLER                  PIC X(67) VALUE SPACES.
002720
002730 PROCEDURE DIVISION.
002740
002750*----------------------------------------------------------------*
002760* 0000-MAINLINE                                                  *
002770*----------------------------------------------------------------*
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-EXIT.
002810
002820     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
002830         PERFORM 2000-LIST-POSTING-RUNS
002840             THRU 2000-EXIT
002850
002860         PERFORM 3000-TOTAL-MONTH-POSTINGS
002870             THRU 3000-EXIT
002880
002890         PERFORM 4000-CLOSE-PERIOD
002900             THRU 4000-EXIT
002910
002920         PERFORM 8000-PRINT-TOTALS-SECTION
002930             THRU 8000-EXIT
002940     END-IF.
002950
002960     PERFORM 9000-TERMINATE
002970         THRU 9000-EXIT.
002980
002990     STOP RUN.
003000
003010 0000-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------------*
003050* 1000-INITIALIZE                                                *
003060* READS THE PARAMETER CARD, CONFIRMS THE MONTH HAS ENDED AND THE *
003070* SUPERVISOR IS AUTHORIZED, THEN OPENS THE POSTING CONTROL FILE  *
003080* AND THE REPORT.  A MONTH ALREADY CLOSED IS REPORTED AGAIN BUT  *
003090* NOT CHANGED.  NO OPERATOR PROMPTS - THE JOB IS SUBMITTED WITH  *
003100* ITS CARD.                                                      *
003110*----------------------------------------------------------------*
003120 1000-INITIALIZE.
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003140
003150     PERFORM 1100-READ-PARM-CARD
003160         THRU 1100-EXIT.
003170
003180     IF WS-PARM-ERROR
003190         DISPLAY "CALCGLCL - " WS-PARM-NOTE
003200         GO TO 1000-EXIT
003210     END-IF.
003220
003230     DISPLAY "CALCGLCL - closing period " WS-PARM-PERIOD
003240         " for supervisor " WS-PARM-SUPV ".".
003250
003260     IF WS-PARM-PERIOD NOT < WS-RUN-PERIOD
003270         DISPLAY "Period " WS-PARM-PERIOD " has not ended - "
003280             "run ended."
003290         MOVE "PERIOD NOT YET ENDED" TO WS-PARM-NOTE
003300         MOVE 'Y' TO WS-PARM-ERROR-SW
003310         GO TO 1000-EXIT
003320     END-IF.
003330
003340     PERFORM 1200-CHECK-SUPERVISOR
003350         THRU 1200-EXIT.
003360     IF WS-PARM-ERROR
003370         GO TO 1000-EXIT
003380     END-IF.
003390
003400     OPEN I-O GLCTL-FILE.
003410     IF WS-GLCTL-FILE-STATUS = '35'
003420         OPEN OUTPUT GLCTL-FILE
003430         IF WS-GLCTL-FILE-STATUS = '00'
003440             CLOSE GLCTL-FILE
003450             OPEN I-O GLCTL-FILE
003460         END-IF
003470     END-IF.
003480     IF WS-GLCTL-FILE-STATUS NOT = '00'
003490         DISPLAY "Cannot open posting control file - status "
003500             WS-GLCTL-FILE-STATUS
003510         MOVE 'Y' TO WS-FILE-ERROR-SW
003520         GO TO 1000-EXIT
003530     END-IF.
003540
003550     OPEN OUTPUT REPORT-FILE.
003560     IF WS-REPORT-FILE-STATUS NOT = '00'
003570         DISPLAY "Cannot open period close report - status "
003580             WS-REPORT-FILE-STATUS
003590         MOVE 'Y' TO WS-FILE-ERROR-SW
003600         GO TO 1000-EXIT
003610     END-IF.
003620
003630     COMPUTE WS-PERIOD-FIRST-DATE = WS-PARM-PERIOD * 100 + 1.
003640     COMPUTE WS-PERIOD-LAST-DATE  = WS-PARM-PERIOD * 100 + 31.
003650
003660     MOVE SPACES         TO CALC-GLCTL-REC.
003670     MOVE 'C'            TO GC-RECORD-TYPE.
003680     MOVE WS-PARM-PERIOD TO GC-PERIOD.
003690     READ GLCTL-FILE
003700         INVALID KEY
003710         CONTINUE
003720     END-READ.
003730     IF WS-GLCTL-FILE-STATUS = '00'
003740         MOVE 'Y' TO WS-ALREADY-CLOSED-SW
003750         MOVE "ALREADY CLOSED - NOTHING CHANGED" TO WS-PARM-NOTE
003760         DISPLAY "Period " WS-PARM-PERIOD " was closed on "
003770             GC-CLOSED-DATE " by " GC-CLOSED-BY "."
003780     ELSE
003790         MOVE "PERIOD CLOSED" TO WS-PARM-NOTE
003800     END-IF.
003810
003820 1000-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------*
003860* 1100-READ-PARM-CARD                                            *
003870* READS THE REQUIRED PARAMETER CARD - "CLOSE=YYYYMM" IN COLUMNS  *
003880* 1-12, "SUPV=XXXXXXXX" IN COLUMNS 14-26 AND "PIN=NNNNNNNN" IN   *
003890* COLUMNS 28-39.  THERE IS NO DEFAULT: A MISSING OR BAD CARD     *
003900* ENDS THE RUN WITHOUT TOUCHING ANYTHING.                        *
003910*----------------------------------------------------------------*
003920 1100-READ-PARM-CARD.
003930     OPEN INPUT PARM-FILE.
003940
003950     IF WS-PARM-FILE-STATUS NOT = '00'
003960         MOVE "NO PARM CARD - RUN ENDED" TO WS-PARM-NOTE
003970         MOVE 'Y' TO WS-PARM-ERROR-SW
003980         GO TO 1100-EXIT
003990     END-IF.
004000
004010     READ PARM-FILE
004020         AT END
004030         MOVE "EMPTY PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004040         MOVE 'Y' TO WS-PARM-ERROR-SW
004050         CLOSE PARM-FILE
004060         GO TO 1100-EXIT
004070     END-READ.
004080
004090     CLOSE PARM-FILE.
004100
004105     IF PARM-REC(1:6) NOT = "CLOSE="
004110             OR PARM-REC(7:6) IS NOT NUMERIC
004115             OR PARM-REC(14:5) NOT = "SUPV="
004120             OR PARM-REC(19:8) = SPACES
004125             OR PARM-REC(28:4) NOT = "PIN="
004130             OR PARM-REC(32:8) = SPACES
004150         MOVE "BAD PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004160         MOVE 'Y' TO WS-PARM-ERROR-SW
004170         GO TO 1100-EXIT
004180     END-IF.
004190
004195     MOVE PARM-REC(7:6)  TO WS-PARM-PERIOD.
004200     MOVE PARM-REC(19:8) TO WS-PARM-SUPV.
004205     MOVE PARM-REC(32:8) TO WS-PARM-PIN.
004220
004230     IF WS-PARM-MONTH < 1 OR WS-PARM-MONTH > 12
004240         MOVE "BAD PERIOD ON PARM CARD - RUN ENDED"
004250             TO WS-PARM-NOTE
004260         MOVE 'Y' TO WS-PARM-ERROR-SW
004270     END-IF.
004280
004290 1100-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------*
004330* 1200-CHECK-SUPERVISOR                                          *
004335* THE SUPERVISOR NAMED ON THE CARD MUST BE ACTIVE WITH           *
004340* SUPERVISOR AUTHORITY ON THE OPERATOR MASTER AND MUST GIVE      *
004345* THEIR OWN PIN ON THE CARD - THE SAME TEST THE BATCH RUN        *
004350* APPLIES TO A RECEIPT OVERRIDE CARD.                            *
004370*----------------------------------------------------------------*
004380 1200-CHECK-SUPERVISOR.
004390     OPEN I-O OPERATOR-FILE.
004400     IF WS-OPER-FILE-STATUS NOT = '00'
004410         DISPLAY "Operator master not available - close not "
004420             "authorized."
004430         MOVE "OPERATOR MASTER NOT AVAILABLE" TO WS-PARM-NOTE
004440         MOVE 'Y' TO WS-PARM-ERROR-SW
004450         GO TO 1200-EXIT
004460     END-IF.
004470
004480     MOVE WS-PARM-SUPV TO OM-OPERATOR-ID.
004490     READ OPERATOR-FILE
004500         INVALID KEY
004510         MOVE SPACES TO OM-STATUS-CODE
004520         MOVE ZERO   TO OM-AUTH-LEVEL
004530     END-READ.
004540     PERFORM 1210-VERIFY-SUPERVISOR-PIN
004550         THRU 1210-EXIT.
004560     CLOSE OPERATOR-FILE.
004570
004580     IF NOT WS-SUPV-PIN-OK
004590         MOVE "SUPERVISOR NOT AUTHORIZED" TO WS-PARM-NOTE
004600         MOVE 'Y' TO WS-PARM-ERROR-SW
004610     END-IF.
004620
004630 1200-EXIT.
004640     EXIT.
004641
004642*----------------------------------------------------------------*
004643* 1210-VERIFY-SUPERVISOR-PIN                                     *
004644* CHECKS THE SUPERVISOR JUST READ (OPERATOR MASTER OPEN I-O)     *
004645* AGAINST THE PIN ON THE CARD, WITH THE SIGN-ON SCRAMBLE.  AN    *
004646* OPERATOR NOT ON FILE, NOT ACTIVE OR WITHOUT SUPERVISOR         *
004647* AUTHORITY, A LOCKED ONE, OR A BAD PIN IS REFUSED.  A BAD PIN   *
004648* COUNTS TOWARD THE SIGN-ON LOCKOUT AND LOCKS THE OPERATOR AT    *
004649* THE LIMIT; A GOOD PIN CLEARS THE COUNT.  EVERY REFUSAL GOES TO *
004650* THE SECURITY LOG.                                              *
004651*----------------------------------------------------------------*
004652 1210-VERIFY-SUPERVISOR-PIN.
004653     MOVE 'N' TO WS-SUPV-PIN-OK-SW.
004654     MOVE 'F' TO WS-SEC-EVENT.
004655     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
004656
004657     IF WS-OPER-FILE-STATUS NOT = '00'
004658         MOVE ZERO TO WS-SEC-FAILED-CNT
004659     END-IF.
004660
004661     IF OM-LOCKED
004662         DISPLAY "Parm card names " WS-PARM-SUPV
004663             " - operator is locked; run ended."
004664         MOVE "OVERRIDE - LOCKED" TO WS-SEC-REASON
004665         PERFORM 1230-WRITE-SECURITY-LOG
004666             THRU 1230-EXIT
004667         GO TO 1210-EXIT
004668     END-IF.
004669
004670     IF NOT OM-ACTIVE OR NOT OM-AUTH-SUPERVISOR
004671         DISPLAY "Parm card names " WS-PARM-SUPV
004672             " - not an active supervisor; run ended."
004673         MOVE "OVERRIDE - NOT SUPV" TO WS-SEC-REASON
004674         PERFORM 1230-WRITE-SECURITY-LOG
004675             THRU 1230-EXIT
004676         GO TO 1210-EXIT
004677     END-IF.
004678
004679     MOVE WS-PARM-PIN TO WS-PIN-ENTERED.
004680     PERFORM 1220-SCRAMBLE-PIN
004681         THRU 1220-EXIT.
004682     MOVE SPACES TO WS-PIN-ENTERED.
004683
004684     IF WS-PIN-VALID
004685             AND OM-PIN-SCRAMBLED NOT = SPACES
004686             AND WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
004687         IF OM-FAILED-SIGNON-CNT NOT = ZERO
004688             MOVE ZERO TO OM-FAILED-SIGNON-CNT
004689             REWRITE CALC-OPERATOR-REC
004690         END-IF
004691         MOVE 'Y' TO WS-SUPV-PIN-OK-SW
004692         GO TO 1210-EXIT
004693     END-IF.
004694
004695     ADD 1 TO OM-FAILED-SIGNON-CNT.
004696     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
004697
004698     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
004699         REWRITE CALC-OPERATOR-REC
004700         DISPLAY "Parm card for " WS-PARM-SUPV
004701             " - invalid PIN; run ended."
004702         MOVE "OVERRIDE - BAD PIN" TO WS-SEC-REASON
004703         PERFORM 1230-WRITE-SECURITY-LOG
004704             THRU 1230-EXIT
004705         GO TO 1210-EXIT
004706     END-IF.
004707
004708     MOVE 'L' TO OM-STATUS-CODE.
004709     REWRITE CALC-OPERATOR-REC.
004710     DISPLAY "Parm card for " WS-PARM-SUPV
004711         " - invalid PIN; operator is now locked.".
004712     MOVE 'L'                TO WS-SEC-EVENT.
004713     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
004714     PERFORM 1230-WRITE-SECURITY-LOG
004715         THRU 1230-EXIT.
004716
004717 1210-EXIT.
004718     EXIT.
004719
004720*----------------------------------------------------------------*
004721* 1220-SCRAMBLE-PIN                                              *
004722* THE SAME EDIT AND SCRAMBLE AS CALCULATOR 1250-SCRAMBLE-PIN,    *
004723* SALTED BY OM-OPERATOR-ID.  IT MUST BE CHANGED WITH THAT ONE OR *
004724* NO PIN WILL MATCH.                                             *
004725*----------------------------------------------------------------*
004726 1220-SCRAMBLE-PIN.
004727     MOVE 'N'    TO WS-PIN-VALID-SW.
004728     MOVE SPACES TO WS-PIN-SCRAMBLED.
004729     MOVE ZERO   TO WS-PIN-LENGTH.
004730     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
004731         FOR CHARACTERS BEFORE INITIAL SPACE.
004732
004733     IF WS-PIN-LENGTH < 4
004734         GO TO 1220-EXIT
004735     END-IF.
004736
004737     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
004738         GO TO 1220-EXIT
004739     END-IF.
004740
004741     IF WS-PIN-LENGTH < 8
004742         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
004743             GO TO 1220-EXIT
004744         END-IF
004745     END-IF.
004746
004747     MOVE 'Y' TO WS-PIN-VALID-SW.
004748     COMPUTE WS-PIN-NUMERIC =
004749         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
004750
004751     MOVE ZERO TO WS-PIN-SALT.
004752     PERFORM 1225-ADD-SALT-CHARACTER
004753         THRU 1225-EXIT
004754         VARYING WS-PIN-IX FROM 1 BY 1
004755         UNTIL WS-PIN-IX > 8.
004756
004757     COMPUTE WS-PIN-HASH-WORK =
004758         WS-PIN-NUMERIC * 7919
004759         + WS-PIN-SALT * 104729
004760         + WS-PIN-LENGTH * 15485863.
004761     DIVIDE WS-PIN-HASH-WORK BY 99999989
004762         GIVING WS-PIN-HASH-QUOTIENT
004763         REMAINDER WS-PIN-HASH.
004764
004765     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
004766     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
004767         TO "KQXBMZRDWT".
004768
004769 1220-EXIT.
004770     EXIT.
004771
004772*----------------------------------------------------------------*
004773* 1225-ADD-SALT-CHARACTER                                        *
004774*----------------------------------------------------------------*
004775 1225-ADD-SALT-CHARACTER.
004776     COMPUTE WS-PIN-SALT = WS-PIN-SALT
004777         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
004778         * WS-PIN-IX.
004779
004780 1225-EXIT.
004781     EXIT.
004782
004783*----------------------------------------------------------------*
004784* 1230-WRITE-SECURITY-LOG                                        *
004785* APPENDS ONE EVENT FOR THE CARD'S SUPERVISOR TO THE SECURITY    *
004786* LOG (SECLOG).  A LOG FAILURE IS REPORTED BUT NEVER STOPS THE   *
004787* RUN.                                                           *
004788*----------------------------------------------------------------*
004789 1230-WRITE-SECURITY-LOG.
004790     OPEN EXTEND SECLOG-FILE.
004791     IF WS-SECLOG-FILE-STATUS = '35'
004792         OPEN OUTPUT SECLOG-FILE
004793     END-IF.
004794     IF WS-SECLOG-FILE-STATUS NOT = '00'
004795         DISPLAY "Cannot open security log - status "
004796             WS-SECLOG-FILE-STATUS
004797         GO TO 1230-EXIT
004798     END-IF.
004799
004800     MOVE SPACES TO CALC-SECLOG-REC.
004801     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
004802     ACCEPT WS-LOG-TIME-OF-DAY FROM TIME.
004803     MOVE WS-LOG-TIME-HHMMSS  TO SL-LOG-TIME.
004804     MOVE "CALCGLCL"          TO SL-PROGRAM-ID.
004805     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
004806     MOVE WS-PARM-SUPV        TO SL-OPERATOR-ID.
004807     MOVE SPACES              TO SL-BY-OPERATOR-ID.
004808     MOVE WS-SEC-REASON       TO SL-REASON.
004809     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
004810     MOVE 'P'                 TO SL-ENTRY-MODE.
004811
004812     WRITE CALC-SECLOG-REC.
004813     CLOSE SECLOG-FILE.
004814
004815 1230-EXIT.
004816     EXIT.
004817
004818*----------------------------------------------------------------*
004819* 2000-LIST-POSTING-RUNS                                         *
004820* BROWSES THE POSTING RUN HEADERS AND LISTS EVERY RUN WHOSE GL   *
004821* DATE RANGE TOUCHES THE MONTH, KEEPING EACH ONE IN THE RUN      *
004822* TABLE FOR THE AMOUNT PASS.                                     *
004823*----------------------------------------------------------------*
004824 2000-LIST-POSTING-RUNS.
004825     PERFORM 7000-PRINT-PAGE-HEADINGS
004826         THRU 7000-EXIT.
004827
004828     MOVE SPACES TO REPORT-LINE.
004829     MOVE "  ---- POSTING RUNS COVERING THE PERIOD ----"
004830         TO REPORT-LINE.
004831     WRITE REPORT-LINE.
004832     WRITE REPORT-LINE FROM WS-RUN-HEADING.
004833     ADD 2 TO WS-LINE-CNT.
004834
004835     MOVE 'N'         TO WS-BROWSE-DONE-SW.
004840     MOVE LOW-VALUES  TO GC-CONTROL-KEY.
004850     MOVE 'R'         TO GC-RECORD-TYPE.
004860     START GLCTL-FILE KEY NOT < GC-CONTROL-KEY
004870         INVALID KEY
004880         MOVE 'Y' TO WS-BROWSE-DONE-SW
004890     END-START.
004900
004910     PERFORM 2100-LIST-ONE-RUN
004920         THRU 2100-EXIT
004930         UNTIL WS-BROWSE-DONE.
004940
004950     IF WS-RUNS-LISTED-CNT = ZERO
004960         MOVE "  NO POSTING RUNS COVER THIS PERIOD"
004970             TO REPORT-LINE
004980         WRITE REPORT-LINE
004990         ADD 1 TO WS-LINE-CNT
005000     END-IF.
005010
005020 2000-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------*
005060* 2100-LIST-ONE-RUN                                              *
005070*----------------------------------------------------------------*
005080 2100-LIST-ONE-RUN.
005090     READ GLCTL-FILE NEXT RECORD
005100         AT END
005110         MOVE 'Y' TO WS-BROWSE-DONE-SW
005120         GO TO 2100-EXIT
005130     END-READ.
005140
005150     IF NOT GC-RUN-HEADER
005160         MOVE 'Y' TO WS-BROWSE-DONE-SW
005170         GO TO 2100-EXIT
005180     END-IF.
005190
005200     IF GC-TO-GL-DATE < WS-PERIOD-FIRST-DATE
005210             OR GC-FROM-GL-DATE > WS-PERIOD-LAST-DATE
005220         GO TO 2100-EXIT
005230     END-IF.
005240
005250     IF WS-LINE-CNT > WS-LINES-PER-PAGE
005260         PERFORM 7000-PRINT-PAGE-HEADINGS
005270             THRU 7000-EXIT
005280     END-IF.
005290
005300     MOVE GC-RUN-DATE       TO WS-RN-RUN-DATE.
005310     MOVE GC-RUN-ID(9:8)    TO WS-RN-RUN-TIME.
005320     EVALUATE TRUE
005330         WHEN GC-RUN-POSTED
005340             MOVE "POSTED"      TO WS-RN-STATUS
005350         WHEN GC-RUN-REVERSED
005360             MOVE "REVERSED"    TO WS-RN-STATUS
005370         WHEN GC-RUN-IS-REVERSAL
005380             MOVE "REVERSAL"    TO WS-RN-STATUS
005390         WHEN OTHER
005400             MOVE "NOT POSTED"  TO WS-RN-STATUS
005410     END-EVALUATE.
005420     MOVE GC-FROM-GL-DATE   TO WS-RN-FROM-DATE.
005430     MOVE GC-TO-GL-DATE     TO WS-RN-TO-DATE.
005440     MOVE GC-POSTING-CNT    TO WS-RN-POSTING-CNT.
005450     MOVE GC-TRANS-CNT      TO WS-RN-TRANS-CNT.
005460     MOVE GC-TOTAL-AMOUNT   TO WS-RN-AMOUNT.
005470     IF GC-RELATED-RUN-ID = ZERO
005480         MOVE SPACES        TO WS-RN-RELATED
005490     ELSE
005500         MOVE GC-RELATED-RUN-ID TO WS-CONTROL-RUN-NUM
005510         MOVE WS-CR-DATE    TO WS-RN-RELATED(1:8)
005520         MOVE '-'           TO WS-RN-RELATED(9:1)
005530         MOVE WS-CR-TIME    TO WS-RN-RELATED(10:8)
005540     END-IF.
005550     WRITE REPORT-LINE FROM WS-RUN-LINE.
005560     ADD 1 TO WS-LINE-CNT.
005570     ADD 1 TO WS-RUNS-LISTED-CNT.
005580
005590     IF WS-RUN-CNT < WS-RUN-MAX
005600         ADD 1 TO WS-RUN-CNT
005610         MOVE GC-RUN-ID     TO WS-RT-RUN-ID (WS-RUN-CNT)
005620         MOVE GC-RUN-STATUS TO WS-RT-STATUS (WS-RUN-CNT)
005630     ELSE
005640         DISPLAY "More than " WS-RUN-MAX " runs cover the "
005650             "period - amounts for the rest left out."
005660     END-IF.
005670
005680 2100-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------*
005720* 3000-TOTAL-MONTH-POSTINGS                                      *
005730* BROWSES THE POSTING RECORD COPIES OF THE LISTED RUNS AND ADDS  *
005740* EVERY ONE DATED IN THE MONTH TO ITS ACCOUNT AND SIDE.  A       *
005750* REVERSAL'S COPIES CARRY THE SIDES SWAPPED, SO A REVERSED RUN   *
005760* AND ITS REVERSAL OFFSET EACH OTHER HERE AS IN THE LEDGER.      *
005770*----------------------------------------------------------------*
005780 3000-TOTAL-MONTH-POSTINGS.
005790     IF WS-RUN-CNT = ZERO
005800         GO TO 3000-EXIT
005810     END-IF.
005820
005830     MOVE ZERO        TO WS-CURRENT-RUN-ID.
005840     MOVE ZERO        TO WS-RUN-CUR.
005850     MOVE 'N'         TO WS-BROWSE-DONE-SW.
005860     MOVE LOW-VALUES  TO GC-CONTROL-KEY.
005870     MOVE 'P'         TO GC-RECORD-TYPE.
005880     START GLCTL-FILE KEY NOT < GC-CONTROL-KEY
005890         INVALID KEY
005900         MOVE 'Y' TO WS-BROWSE-DONE-SW
005910     END-START.
005920
005930     PERFORM 3100-TOTAL-ONE-COPY
005940         THRU 3100-EXIT
005950         UNTIL WS-BROWSE-DONE.
005960
005970 3000-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------*
006010* 3100-TOTAL-ONE-COPY                                            *
006020*----------------------------------------------------------------*
006030 3100-TOTAL-ONE-COPY.
006040     READ GLCTL-FILE NEXT RECORD
006050         AT END
006060         MOVE 'Y' TO WS-BROWSE-DONE-SW
006070         GO TO 3100-EXIT
006080     END-READ.
006090
006100     IF NOT GC-RUN-POSTING
006110         MOVE 'Y' TO WS-BROWSE-DONE-SW
006120         GO TO 3100-EXIT
006130     END-IF.
006140
006150     ADD 1 TO WS-COPIES-READ-CNT.
006160
006170     IF GC-RUN-ID NOT = WS-CURRENT-RUN-ID
006180         MOVE GC-RUN-ID TO WS-CURRENT-RUN-ID
006190         MOVE 'N'       TO WS-RUN-LISTED-SW
006200         PERFORM 3110-FIND-RUN
006210             THRU 3110-EXIT
006220             VARYING WS-RUN-IX FROM 1 BY 1
006230             UNTIL WS-RUN-IX > WS-RUN-CNT
006240                 OR WS-RUN-LISTED
006250     END-IF.
006260
006270     IF NOT WS-RUN-LISTED
006280         GO TO 3100-EXIT
006290     END-IF.
006300     IF WS-RT-STATUS (WS-RUN-CUR) = 'N'
006310         GO TO 3100-EXIT
006320     END-IF.
006330
006340     MOVE GC-POSTING-IMAGE TO WS-POSTING-COPY.
006350     IF WS-PC-DATE < WS-PERIOD-FIRST-DATE
006360             OR WS-PC-DATE > WS-PERIOD-LAST-DATE
006370         GO TO 3100-EXIT
006380     END-IF.
006390
006400     ADD 1                  TO WS-COPIES-IN-MONTH-CNT.
006410     ADD WS-PC-TRANS-COUNT  TO WS-MONTH-TRANS-CNT.
006420     IF WS-PC-DRCR-SIDE = 'C'
006430         ADD WS-PC-TOTAL-AMOUNT TO WS-MONTH-CREDIT-AMOUNT
006440     ELSE
006450         ADD WS-PC-TOTAL-AMOUNT TO WS-MONTH-DEBIT-AMOUNT
006460     END-IF.
006470
006480     MOVE ZERO TO WS-ACCT-CUR.
006490     PERFORM 3120-FIND-ACCOUNT
006500         THRU 3120-EXIT
006510         VARYING WS-ACCT-IX FROM 1 BY 1
006520         UNTIL WS-ACCT-IX > WS-ACCT-CNT
006530             OR WS-ACCT-CUR > ZERO.
006540
006550     IF WS-ACCT-CUR = ZERO
006560         IF WS-ACCT-CNT NOT < WS-ACCT-MAX
006570             ADD 1 TO WS-ACCT-UNLISTED-CNT
006580             GO TO 3100-EXIT
006590         END-IF
006600         ADD 1 TO WS-ACCT-CNT
006610         MOVE WS-ACCT-CNT       TO WS-ACCT-CUR
006620         MOVE WS-PC-GL-ACCOUNT  TO WS-AT-ACCOUNT (WS-ACCT-CUR)
006630         MOVE WS-PC-DRCR-SIDE   TO WS-AT-DRCR (WS-ACCT-CUR)
006640         MOVE ZERO              TO WS-AT-POSTING-CNT (WS-ACCT-CUR)
006650         MOVE ZERO              TO WS-AT-TRANS-CNT (WS-ACCT-CUR)
006660         MOVE ZERO              TO WS-AT-AMOUNT (WS-ACCT-CUR)
006670     END-IF.
006680
006690     ADD 1                  TO WS-AT-POSTING-CNT (WS-ACCT-CUR).
006700     ADD WS-PC-TRANS-COUNT  TO WS-AT-TRANS-CNT (WS-ACCT-CUR).
006710     ADD WS-PC-TOTAL-AMOUNT TO WS-AT-AMOUNT (WS-ACCT-CUR).
006720
006730 3100-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------*
006770* 3110-FIND-RUN                                                  *
006780*----------------------------------------------------------------*
006790 3110-FIND-RUN.
006800     IF WS-RT-RUN-ID (WS-RUN-IX) = WS-CURRENT-RUN-ID
006810         MOVE 'Y'       TO WS-RUN-LISTED-SW
006820         MOVE WS-RUN-IX TO WS-RUN-CUR
006830     END-IF.
006840
006850 3110-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------*
006890* 3120-FIND-ACCOUNT                                              *
006900*----------------------------------------------------------------*
006910 3120-FIND-ACCOUNT.
006920     IF WS-AT-ACCOUNT (WS-ACCT-IX) = WS-PC-GL-ACCOUNT
006930             AND WS-AT-DRCR (WS-ACCT-IX) = WS-PC-DRCR-SIDE
006940         MOVE WS-ACCT-IX TO WS-ACCT-CUR
006950     END-IF.
006960
006970 3120-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------*
007010* 4000-CLOSE-PERIOD                                              *
007020* WRITES THE CLOSED-PERIOD ROW THAT LOCKS THE MONTH.             *
007030*----------------------------------------------------------------*
007040 4000-CLOSE-PERIOD.
007050     IF WS-ALREADY-CLOSED
007060         GO TO 4000-EXIT
007070     END-IF.
007080
007090     MOVE SPACES         TO CALC-GLCTL-REC.
007100     MOVE 'C'            TO GC-RECORD-TYPE.
007110     MOVE WS-PARM-PERIOD TO GC-PERIOD.
007120     MOVE WS-PARM-SUPV   TO GC-CLOSED-BY.
007130     MOVE WS-RUN-DATE    TO GC-CLOSED-DATE.
007140     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
007150     MOVE WS-RUN-TIME-HHMMSS TO GC-CLOSED-TIME.
007160
007170     WRITE CALC-GLCTL-REC
007180         INVALID KEY
007190         CONTINUE
007200     END-WRITE.
007210     IF WS-GLCTL-FILE-STATUS NOT = '00'
007220         DISPLAY "Cannot record period close - status "
007230             WS-GLCTL-FILE-STATUS
007240         MOVE 'Y' TO WS-FILE-ERROR-SW
007250         MOVE "*** CLOSE NOT RECORDED ***" TO WS-PARM-NOTE
007260     END-IF.
007270
007280 4000-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------*
007320* 7000-PRINT-PAGE-HEADINGS                                       *
007330*----------------------------------------------------------------*
007340 7000-PRINT-PAGE-HEADINGS.
007350     ADD 1 TO WS-PAGE-CNT.
007360
007370     MOVE WS-RUN-DATE    TO WS-H1-DATE.
007380     MOVE WS-PAGE-CNT    TO WS-H1-PAGE.
007390     MOVE WS-PARM-PERIOD TO WS-H2-PERIOD.
007400     MOVE WS-PARM-SUPV   TO WS-H2-SUPV.
007410     MOVE WS-PARM-NOTE   TO WS-H2-NOTE.
007420
007430     WRITE REPORT-LINE FROM WS-HEADING-1.
007440     WRITE REPORT-LINE FROM WS-HEADING-2.
007450     MOVE SPACES TO REPORT-LINE.
007460     WRITE REPORT-LINE.
007470
007480     MOVE 3 TO WS-LINE-CNT.
007490
007500 7000-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------*
007540* 8000-PRINT-TOTALS-SECTION                                      *
007550* THE MONTH'S POSTED AMOUNTS BY ACCOUNT AND SIDE, THEN THE       *
007560* MONTH'S TOTALS AND THE OUTCOME OF THE CLOSE.                   *
007570*----------------------------------------------------------------*
007580 8000-PRINT-TOTALS-SECTION.
007590     IF WS-LINE-CNT > WS-LINES-PER-PAGE - 6
007600         PERFORM 7000-PRINT-PAGE-HEADINGS
007610             THRU 7000-EXIT
007620     END-IF.
007630
007640     MOVE SPACES TO REPORT-LINE.
007650     WRITE REPORT-LINE.
007660     MOVE "  ---- PERIOD POSTINGS BY GL ACCOUNT ----"
007670         TO REPORT-LINE.
007680     WRITE REPORT-LINE.
007690     WRITE REPORT-LINE FROM WS-ACCT-HEADING.
007700     ADD 3 TO WS-LINE-CNT.
007710
007720     PERFORM 8100-PRINT-ONE-ACCOUNT
007730         THRU 8100-EXIT
007740         VARYING WS-ACCT-IX FROM 1 BY 1
007750         UNTIL WS-ACCT-IX > WS-ACCT-CNT.
007760
007770     IF WS-ACCT-UNLISTED-CNT > ZERO
007780         MOVE "POSTINGS ON UNLISTED ACCOUNTS" TO WS-TL-LABEL
007790         MOVE WS-ACCT-UNLISTED-CNT TO WS-TL-COUNT
007800         MOVE ZERO                 TO WS-TL-AMOUNT
007810         WRITE REPORT-LINE FROM WS-TOTAL-LINE
007820     END-IF.
007830
007840     MOVE SPACES TO REPORT-LINE.
007850     WRITE REPORT-LINE.
007860
007870     MOVE "POSTING RUNS COVERING PERIOD" TO WS-TL-LABEL.
007880     MOVE WS-RUNS-LISTED-CNT         TO WS-TL-COUNT.
007890     MOVE ZERO                       TO WS-TL-AMOUNT.
007900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
007910
007920     MOVE "TRANSACTIONS POSTED"      TO WS-TL-LABEL.
007930     MOVE WS-MONTH-TRANS-CNT         TO WS-TL-COUNT.
007940     MOVE ZERO                       TO WS-TL-AMOUNT.
007950     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
007960
007970     MOVE "DEBIT SIDE POSTINGS"      TO WS-TL-LABEL.
007980     MOVE ZERO                       TO WS-TL-COUNT.
007990     MOVE WS-MONTH-DEBIT-AMOUNT      TO WS-TL-AMOUNT.
008000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
008010
008020     MOVE "CREDIT SIDE POSTINGS"     TO WS-TL-LABEL.
008030     MOVE ZERO                       TO WS-TL-COUNT.
008040     MOVE WS-MONTH-CREDIT-AMOUNT     TO WS-TL-AMOUNT.
008050     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
008060
008070     MOVE SPACES TO REPORT-LINE.
008080     WRITE REPORT-LINE.
008090     EVALUATE TRUE
008100         WHEN WS-FILE-ERROR
008110             MOVE "  *** CLOSE NOT RECORDED - RERUN ***"
008120                 TO REPORT-LINE
008130         WHEN WS-ALREADY-CLOSED
008140             MOVE "  PERIOD WAS ALREADY CLOSED - NOTHING CHANGED"
008150                 TO REPORT-LINE
008160         WHEN OTHER
008170             MOVE "  PERIOD CLOSED - NO FURTHER POSTING OR "
008180                 TO REPORT-LINE
008190             MOVE "REVERSAL INTO IT" TO REPORT-LINE(42:16)
008200     END-EVALUATE.
008210     WRITE REPORT-LINE.
008220
008230 8000-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------------*
008270* 8100-PRINT-ONE-ACCOUNT                                         *
008280*----------------------------------------------------------------*
008290 8100-PRINT-ONE-ACCOUNT.
008300     IF WS-LINE-CNT > WS-LINES-PER-PAGE
008310         PERFORM 7000-PRINT-PAGE-HEADINGS
008320             THRU 7000-EXIT
008330         WRITE REPORT-LINE FROM WS-ACCT-HEADING
008340         ADD 1 TO WS-LINE-CNT
008350     END-IF.
008360
008370     MOVE WS-AT-ACCOUNT (WS-ACCT-IX)     TO WS-AL-ACCOUNT.
008380     MOVE WS-AT-DRCR (WS-ACCT-IX)        TO WS-AL-DRCR.
008390     MOVE WS-AT-POSTING-CNT (WS-ACCT-IX) TO WS-AL-POSTING-CNT.
008400     MOVE WS-AT-TRANS-CNT (WS-ACCT-IX)   TO WS-AL-TRANS-CNT.
008410     MOVE WS-AT-AMOUNT (WS-ACCT-IX)      TO WS-AL-AMOUNT.
008420     WRITE REPORT-LINE FROM WS-ACCT-LINE.
008430     ADD 1 TO WS-LINE-CNT.
008440
008450 8100-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------------*
008490* 9000-TERMINATE                                                 *
008500*----------------------------------------------------------------*
008510 9000-TERMINATE.
008520     IF WS-GLCTL-FILE-STATUS NOT = SPACES
008530             AND WS-GLCTL-FILE-STATUS NOT = '35'
008540         CLOSE GLCTL-FILE
008550     END-IF.
008560
008570     IF WS-REPORT-FILE-STATUS = '00'
008580         CLOSE REPORT-FILE
008590     END-IF.
008600
008610     DISPLAY "GL period close complete - " WS-PARM-NOTE.
008620
008630*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 MONTH
008640*    CLOSED, 04 ALREADY CLOSED, 08 BAD CARD, MONTH NOT ENDED OR
008650*    SUPERVISOR NOT AUTHORIZED, 12 FILE ERROR.
008660     EVALUATE TRUE
008670         WHEN WS-FILE-ERROR
008680             MOVE 12 TO RETURN-CODE
008690         WHEN WS-PARM-ERROR
008700             MOVE 8 TO RETURN-CODE
008710         WHEN WS-ALREADY-CLOSED
008720             MOVE 4 TO RETURN-CODE
008730         WHEN OTHER
008740             MOVE 0 TO RETURN-CODE
008750     END-EVALUATE.
008760
008770 9000-EXIT.
008780     EXIT.
