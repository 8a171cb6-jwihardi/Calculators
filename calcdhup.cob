000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCDHUP.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* DAILY ACTIVITY HISTORY ROLL-UP.  READS THE AUDIT TRAIL         *
000100* (AUDITLOG), SORTS IT BY DATE, SOURCE SYSTEM, OPERATOR AND      *
000110* OPERATION, AND WRITES ONE ROW PER COMBINATION TO THE KEYED     *
000120* DAILY ACTIVITY HISTORY (DAYHIST, SEE CALCDAYH) WITH THE        *
000130* CALCULATION COUNT, THE REJECT COUNT, AND THE SUMMED, LOWEST    *
000140* AND HIGHEST SIGNED TOTAL OF THE GOOD RESULTS.  EVERY DATE      *
000150* FOUND ON THE INPUT HAS ITS EXISTING ROWS DELETED FIRST AND IS  *
000160* REBUILT WHOLE, SO A RERUN - OR A DAY THAT WAS STILL RUNNING    *
000170* WHEN IT WAS LAST ROLLED UP - SIMPLY COMES OUT RIGHT.  A DATE   *
000180* NOT ON THE INPUT IS NEVER TOUCHED.  RUN EACH NIGHT AS A STEP   *
000190* OF THE BATCH WINDOW (CALCBWIN), IT ROLLS UP THE LAST 7 DAYS    *
000200* TO TODAY.                                                      *
000210*                                                                *
000220* THE SAME PROGRAM DOES THE ONE-TIME LOAD OF PAST DAYS: WITH AN  *
000230* "INPUT=AUDARCHV" CARD IT READS THE ARCHIVED AUDIT GENERATIONS  *
000240* (AUDARCHV - CONCATENATED BY THE JCL, OR ONE GENERATION PER     *
000250* RUN) INSTEAD OF THE LIVE TRAIL, ALL DATES UNLESS LIMITED BY    *
000260* CARD.  THE PURGE CUTS WHOLE DAYS, SO A DATE IS NEVER SPLIT     *
000270* BETWEEN THE ARCHIVE AND THE LIVE TRAIL.                        *
000280*                                                                *
000290* PARAMETER CARDS (DHUPPARM, OPTIONAL):                          *
000300*   FROM=YYYYMMDD     FIRST DATE TO ROLL UP                      *
000310*   TO=YYYYMMDD       LAST DATE TO ROLL UP (DEFAULT TODAY)       *
000320*   INPUT=AUDARCHV    LOAD FROM THE ARCHIVE, NOT THE LIVE TRAIL  *
000330*                                                                *
000340* RETURN CODES FOR JOBSTREAM BRANCHING:                          *
000350*   00 - HISTORY UPDATED (OR NO ACTIVITY IN THE RANGE)           *
000360*   04 - NO AUDIT INPUT FOUND, A BAD CARD WAS IGNORED, OR A      *
000370*        SUMMED TOTAL OVERFLOWED AND WAS LEFT SHORT              *
000380*   12 - FILE ERROR                                              *
000390*----------------------------------------------------------------*
000400* MODIFICATION HISTORY                                           *
000410*----------------------------------------------------------------*
000420* DATE       INITIALS  DESCRIPTION                               *
000422* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000424* 2026-10-15 JAW       EVERY EXECUTION NOW WRITES START AND END  *
000426*                      RECORDS TO THE COMMON RUN-HISTORY LOG     *
000428*                      (RUNLOG), SO THE BATCH-WINDOW DRIVER CAN  *
000430*                      CROSS-REFERENCE ITS RUN ID.               *
000440*----------------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000530
000540     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000570
000580     SELECT DAYHIST-FILE ASSIGN TO "DAYHIST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS DH-HIST-KEY
000620         FILE STATUS IS WS-DAYHIST-FILE-STATUS.
000630
000640     SELECT SORTED-FILE ASSIGN TO "DHUPSORT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SORTED-FILE-STATUS.
000670
000680     SELECT PARM-FILE ASSIGN TO "DHUPPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000694         FILE STATUS IS WS-PARM-FILE-STATUS.
000698
000702     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000706         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000714
000720     SELECT SORT-FILE ASSIGN TO "SORTWORK".
000730
000740 DATA DIVISION.
000750
000760 FILE SECTION.
000770 FD  AUDIT-FILE.
000780 01  AUDIT-REC                   PIC X(120).
000790
000800 FD  ARCHIVE-FILE.
000810 01  ARCHIVE-REC                 PIC X(120).
000820
000830 FD  DAYHIST-FILE.
000840     COPY CALCDAYH.
000850
000860 FD  SORTED-FILE
000870     RECORDING MODE IS F.
000880 01  SORTED-REC.
000890     05  SO-HIST-KEY.
000900         10  SO-DATE             PIC 9(08).
000910         10  SO-SOURCE-SYSTEM    PIC X(08).
000920         10  SO-OPERATOR-ID      PIC X(08).
000930         10  SO-OPERATION        PIC X(01).
000940     05  SO-STATUS-CODE          PIC X(01).
000950     05  SO-TOTAL                PIC S9(10)V9(10).
000960     05  FILLER                  PIC X(04).
000970
000980 FD  PARM-FILE.
000985 01  PARM-REC                    PIC X(80).
000990
000995 FD  RUNLOG-FILE.
001000     COPY CALCRLOG.
001005
001010 SD  SORT-FILE.
001020 01  SORT-REC.
001030     05  SR-DATE                 PIC 9(08).
001040     05  SR-SOURCE-SYSTEM        PIC X(08).
001050     05  SR-OPERATOR-ID          PIC X(08).
001060     05  SR-OPERATION            PIC X(01).
001070     05  SR-STATUS-CODE          PIC X(01).
001080     05  SR-TOTAL                PIC S9(10)V9(10).
001090     05  FILLER                  PIC X(04).
001100
001110 WORKING-STORAGE SECTION.
001120
001130 01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
001140 01  WS-ARCHIVE-FILE-STATUS      PIC X(02) VALUE SPACES.
001150 01  WS-DAYHIST-FILE-STATUS      PIC X(02) VALUE SPACES.
001160 01  WS-SORTED-FILE-STATUS       PIC X(02) VALUE SPACES.
001165 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
001170 01  WS-RUNLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
001180
001190 77  WS-INPUT-EOF-SW             PIC X VALUE 'N'.
001200     88  WS-INPUT-EOF            VALUE 'Y'.
001210
001220 77  WS-SORTED-EOF-SW            PIC X VALUE 'N'.
001230     88  WS-SORTED-EOF           VALUE 'Y'.
001240
001250 77  WS-PARM-EOF-SW              PIC X VALUE 'N'.
001260     88  WS-PARM-EOF             VALUE 'Y'.
001270
001280 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
001290     88  WS-FILE-ERROR           VALUE 'Y'.
001300
001310 77  WS-WARNING-SW               PIC X VALUE 'N'.
001320     88  WS-WARNING              VALUE 'Y'.
001330
001340 77  WS-INPUT-FOUND-SW           PIC X VALUE 'N'.
001350     88  WS-INPUT-FOUND          VALUE 'Y'.
001360
001370 77  WS-ARCHIVE-INPUT-SW         PIC X VALUE 'N'.
001380     88  WS-ARCHIVE-INPUT        VALUE 'Y'.
001390
001400 77  WS-DAYHIST-OPEN-SW          PIC X VALUE 'N'.
001410     88  WS-DAYHIST-OPEN         VALUE 'Y'.
001420
001430 77  WS-FIRST-RECORD-SW          PIC X VALUE 'Y'.
001440     88  WS-FIRST-RECORD         VALUE 'Y'.
001450
001460 77  WS-CLEAR-DONE-SW            PIC X VALUE 'N'.
001470     88  WS-CLEAR-DONE           VALUE 'Y'.
001480
001490 77  WS-GOOD-SEEN-SW             PIC X VALUE 'N'.
001500     88  WS-GOOD-SEEN            VALUE 'Y'.
001510
001520 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
001530 77  WS-INPUT-NAME               PIC X(08) VALUE "AUDITLOG".
001540
001550 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001560 01  WS-RUN-TIME-OF-DAY.
001570     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001572     05  FILLER                  PIC 9(02).
001574
001576*----------------------------------------------------------------*
001578* RUN-HISTORY LOG WORKING STORAGE - START STAMP HELD FOR THE    *
001580* RUN SO THE END RECORD CARRIES THE SAME PAIRING KEY.           *
001582*----------------------------------------------------------------*
001584 01  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
001586 01  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
001588 01  WS-RUN-ID.
001590     05  WS-RUN-ID-DATE          PIC 9(08) VALUE ZERO.
001592     05  WS-RUN-ID-TIME          PIC 9(08) VALUE ZERO.
001594 01  WS-RUN-ID-NUM REDEFINES WS-RUN-ID
001596                                 PIC 9(16).
001598
001600*----------------------------------------------------------------*
001610* DATES TO ROLL UP - THE LAST 7 DAYS TO TODAY UNLESS A CARD SAYS *
001620* OTHERWISE; THE ARCHIVE LOAD TAKES EVERY DATE BY DEFAULT.       *
001630*----------------------------------------------------------------*
001640 77  WS-LOOKBACK-DAYS            PIC 9(03) COMP VALUE 7.
001650 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001660 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
001670 01  WS-CARD-FROM-DATE           PIC 9(08) VALUE ZERO.
001680 01  WS-CARD-TO-DATE             PIC 9(08) VALUE ZERO.
001690 01  WS-DATE-INT                 PIC 9(08) COMP VALUE ZERO.
001700
001710*----------------------------------------------------------------*
001720* THE HISTORY ROW BEING BUILT AND THE DATE BEING REPLACED        *
001730*----------------------------------------------------------------*
001740 01  WS-CUR-KEY.
001750     05  WS-CUR-DATE             PIC 9(08).
001760     05  WS-CUR-SOURCE-SYSTEM    PIC X(08).
001770     05  WS-CUR-OPERATOR-ID      PIC X(08).
001780     05  WS-CUR-OPERATION        PIC X(01).
001790
001800 01  WS-CLEAR-DATE               PIC 9(08) VALUE ZERO.
001810
001820 01  WS-ROW-TRANS-CNT            PIC 9(09) VALUE ZERO.
001830 01  WS-ROW-REJECT-CNT           PIC 9(09) VALUE ZERO.
001840 01  WS-ROW-TOTAL                PIC S9(13)V9(10) VALUE ZERO.
001850 01  WS-ROW-MIN-TOTAL            PIC S9(10)V9(10) VALUE ZERO.
001860 01  WS-ROW-MAX-TOTAL            PIC S9(10)V9(10) VALUE ZERO.
001870
001880 01  WS-ROLLUP-COUNTERS.
001890     05  WS-READ-CNT             PIC 9(09) COMP VALUE ZERO.
001900     05  WS-UNREADABLE-CNT       PIC 9(09) COMP VALUE ZERO.
001910     05  WS-OUTSIDE-CNT          PIC 9(09) COMP VALUE ZERO.
001920     05  WS-SELECTED-CNT         PIC 9(09) COMP VALUE ZERO.
001930     05  WS-DATES-CNT            PIC 9(07) COMP VALUE ZERO.
001940     05  WS-DELETED-CNT          PIC 9(07) COMP VALUE ZERO.
001950     05  WS-WRITTEN-CNT          PIC 9(07) COMP VALUE ZERO.
001960     05  WS-OVERFLOW-CNT         PIC 9(07) COMP VALUE ZERO.
001970
001980*    AUDIT LINE AS READ FROM THE LIVE TRAIL OR THE ARCHIVE
001990     COPY CALCAUDT.
002000
002010 PROCEDURE DIVISION.
002020
002030*----------------------------------------------------------------*
002040* 0000-MAINLINE                                                  *
002050*----------------------------------------------------------------*
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE
002075         THRU 1000-EXIT.
002080
002085     PERFORM 9500-WRITE-RUNLOG-START
002090         THRU 9500-EXIT.
002095
002100     IF WS-INPUT-FOUND AND NOT WS-FILE-ERROR
002110         SORT SORT-FILE
002120             ON ASCENDING KEY SR-DATE
002130                              SR-SOURCE-SYSTEM
002140                              SR-OPERATOR-ID
002150                              SR-OPERATION
002160             INPUT PROCEDURE IS 1500-RELEASE-AUDIT
002170                 THRU 1500-EXIT
002180             GIVING SORTED-FILE
002190
002200         PERFORM 2000-PROCESS-SORTED-FILE
002210             THRU 2000-EXIT
002220     END-IF.
002230
002235     PERFORM 9000-TERMINATE
002240         THRU 9000-EXIT.
002245
002250     PERFORM 9600-WRITE-RUNLOG-END
002255         THRU 9600-EXIT.
002260
002265     GOBACK.
002280
002290 0000-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------*
002330* 1000-INITIALIZE                                                *
002340* READS THE CARDS, SETS THE DATE RANGE, CONFIRMS THE AUDIT INPUT *
002350* EXISTS AND OPENS THE HISTORY FILE, CREATING IT ON THE FIRST    *
002360* RUN.  NO OPERATOR PROMPTS - THE JOB IS SCHEDULED.              *
002370*----------------------------------------------------------------*
002380 1000-INITIALIZE.
002390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002400     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
002410
002420     PERFORM 1100-READ-PARM-CARDS
002430         THRU 1100-EXIT.
002440
002450     IF WS-ARCHIVE-INPUT
002460         MOVE "AUDARCHV" TO WS-INPUT-NAME
002470         MOVE ZERO TO WS-FROM-DATE
002480     ELSE
002490         COMPUTE WS-DATE-INT =
002500             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
002510             - WS-LOOKBACK-DAYS
002520         COMPUTE WS-FROM-DATE =
002530             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
002540     END-IF.
002550     MOVE WS-RUN-DATE TO WS-TO-DATE.
002560
002570     IF WS-CARD-FROM-DATE NOT = ZERO
002580         MOVE WS-CARD-FROM-DATE TO WS-FROM-DATE
002590     END-IF.
002600     IF WS-CARD-TO-DATE NOT = ZERO
002610         MOVE WS-CARD-TO-DATE TO WS-TO-DATE
002620     END-IF.
002630
002640     DISPLAY "CALCDHUP - daily activity history from "
002650         WS-INPUT-NAME " for " WS-FROM-DATE " - " WS-TO-DATE
002660         " (" WS-PARM-NOTE ").".
002670
002680     IF WS-ARCHIVE-INPUT
002690         OPEN INPUT ARCHIVE-FILE
002700         MOVE WS-ARCHIVE-FILE-STATUS TO WS-AUDIT-FILE-STATUS
002710     ELSE
002720         OPEN INPUT AUDIT-FILE
002730     END-IF.
002740     IF WS-AUDIT-FILE-STATUS = '35'
002750         DISPLAY "Audit input " WS-INPUT-NAME
002760             " not found - nothing to roll up."
002770         MOVE 'Y' TO WS-WARNING-SW
002780         GO TO 1000-EXIT
002790     END-IF.
002800     IF WS-AUDIT-FILE-STATUS NOT = '00'
002810         DISPLAY "Cannot open audit input " WS-INPUT-NAME
002820             " - status " WS-AUDIT-FILE-STATUS
002830         MOVE 'Y' TO WS-FILE-ERROR-SW
002840         GO TO 1000-EXIT
002850     END-IF.
002860     IF WS-ARCHIVE-INPUT
002870         CLOSE ARCHIVE-FILE
002880     ELSE
002890         CLOSE AUDIT-FILE
002900     END-IF.
002910     MOVE 'Y' TO WS-INPUT-FOUND-SW.
002920
002930*    THE HISTORY FILE IS CREATED ON THE FIRST RUN.
002940     OPEN I-O DAYHIST-FILE.
002950     IF WS-DAYHIST-FILE-STATUS = '35'
002960         OPEN OUTPUT DAYHIST-FILE
002970         IF WS-DAYHIST-FILE-STATUS = '00'
002980             CLOSE DAYHIST-FILE
002990             OPEN I-O DAYHIST-FILE
003000         END-IF
003010     END-IF.
003020     IF WS-DAYHIST-FILE-STATUS NOT = '00'
003030         DISPLAY "Cannot open activity history file - status "
003040             WS-DAYHIST-FILE-STATUS
003050         MOVE 'Y' TO WS-FILE-ERROR-SW
003060         GO TO 1000-EXIT
003070     END-IF.
003080     MOVE 'Y' TO WS-DAYHIST-OPEN-SW.
003090
003100 1000-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------*
003140* 1100-READ-PARM-CARDS                                           *
003150* READS THE OPTIONAL CARDS - "FROM=YYYYMMDD", "TO=YYYYMMDD" AND  *
003160* "INPUT=AUDARCHV".  A MISSING FILE TAKES THE DEFAULTS; A BAD    *
003170* CARD IS IGNORED AND THE RUN ENDS RC 04.                        *
003180*----------------------------------------------------------------*
003190 1100-READ-PARM-CARDS.
003200     OPEN INPUT PARM-FILE.
003210
003220     IF WS-PARM-FILE-STATUS = '35'
003230         MOVE "NO PARM CARDS - DEFAULT RANGE" TO WS-PARM-NOTE
003240         GO TO 1100-EXIT
003250     END-IF.
003260
003270     IF WS-PARM-FILE-STATUS NOT = '00'
003280         MOVE "PARM FILE UNREADABLE - DEFAULT RANGE"
003290             TO WS-PARM-NOTE
003300         MOVE 'Y' TO WS-WARNING-SW
003310         GO TO 1100-EXIT
003320     END-IF.
003330
003340     MOVE "RANGE FROM PARM CARDS" TO WS-PARM-NOTE.
003350
003360     PERFORM 1110-READ-ONE-PARM-CARD
003370         THRU 1110-EXIT
003380         UNTIL WS-PARM-EOF.
003390
003400     CLOSE PARM-FILE.
003410
003420 1100-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460* 1110-READ-ONE-PARM-CARD                                        *
003470*----------------------------------------------------------------*
003480 1110-READ-ONE-PARM-CARD.
003490     READ PARM-FILE
003500         AT END
003510         MOVE 'Y' TO WS-PARM-EOF-SW
003520         GO TO 1110-EXIT
003530     END-READ.
003540
003550     IF PARM-REC = SPACES OR PARM-REC(1:1) = '*'
003560         GO TO 1110-EXIT
003570     END-IF.
003580
003590     EVALUATE TRUE
003600         WHEN PARM-REC(1:5) = "FROM="
003610                 AND PARM-REC(6:8) IS NUMERIC
003620             MOVE PARM-REC(6:8) TO WS-CARD-FROM-DATE
003630         WHEN PARM-REC(1:3) = "TO="
003640                 AND PARM-REC(4:8) IS NUMERIC
003650             MOVE PARM-REC(4:8) TO WS-CARD-TO-DATE
003660         WHEN PARM-REC(1:14) = "INPUT=AUDARCHV"
003670             MOVE 'Y' TO WS-ARCHIVE-INPUT-SW
003680         WHEN OTHER
003690             DISPLAY "Unrecognized parameter card ignored: "
003700                 PARM-REC(1:40)
003710             MOVE 'Y' TO WS-WARNING-SW
003720     END-EVALUATE.
003730
003740 1110-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------*
003780* 1500-RELEASE-AUDIT                                             *
003790* SORT INPUT PROCEDURE - RELEASES EACH AUDIT LINE DATED IN THE   *
003800* RANGE, FROM THE LIVE TRAIL OR THE ARCHIVE.                     *
003810*----------------------------------------------------------------*
003820 1500-RELEASE-AUDIT.
003830     IF WS-ARCHIVE-INPUT
003840         OPEN INPUT ARCHIVE-FILE
003850         MOVE WS-ARCHIVE-FILE-STATUS TO WS-AUDIT-FILE-STATUS
003860     ELSE
003870         OPEN INPUT AUDIT-FILE
003880     END-IF.
003890     IF WS-AUDIT-FILE-STATUS NOT = '00'
003900         DISPLAY "Cannot reopen audit input " WS-INPUT-NAME
003910             " - status " WS-AUDIT-FILE-STATUS
003920         MOVE 'Y' TO WS-FILE-ERROR-SW
003930         GO TO 1500-EXIT
003940     END-IF.
003950
003960     IF WS-ARCHIVE-INPUT
003970         PERFORM 1520-READ-ONE-ARCHIVE
003980             THRU 1520-EXIT
003990             UNTIL WS-INPUT-EOF
004000         CLOSE ARCHIVE-FILE
004010     ELSE
004020         PERFORM 1510-READ-ONE-AUDIT
004030             THRU 1510-EXIT
004040             UNTIL WS-INPUT-EOF
004050         CLOSE AUDIT-FILE
004060     END-IF.
004070
004080 1500-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------*
004120* 1510-READ-ONE-AUDIT                                            *
004130*----------------------------------------------------------------*
004140 1510-READ-ONE-AUDIT.
004150     MOVE SPACES TO AUDIT-REC.
004160     READ AUDIT-FILE INTO CALC-AUDIT-REC
004170         AT END
004180         MOVE 'Y' TO WS-INPUT-EOF-SW
004190         GO TO 1510-EXIT
004200     END-READ.
004210
004220     PERFORM 1530-RELEASE-ONE-LINE
004230         THRU 1530-EXIT.
004240
004250 1510-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------*
004290* 1520-READ-ONE-ARCHIVE                                          *
004300*----------------------------------------------------------------*
004310 1520-READ-ONE-ARCHIVE.
004320     MOVE SPACES TO ARCHIVE-REC.
004330     READ ARCHIVE-FILE INTO CALC-AUDIT-REC
004340         AT END
004350         MOVE 'Y' TO WS-INPUT-EOF-SW
004360         GO TO 1520-EXIT
004370     END-READ.
004380
004390     PERFORM 1530-RELEASE-ONE-LINE
004400         THRU 1530-EXIT.
004410
004420 1520-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------*
004460* 1530-RELEASE-ONE-LINE                                          *
004470* A LINE WITH NO READABLE DATE IS COUNTED AND DROPPED, AS IS ONE *
004480* DATED OUTSIDE THE RANGE.  THE OPERATION CODE IS UPSHIFTED SO   *
004490* AN OLDER LOWERCASE 'r' FALLS IN THE SAME ROW AS 'R'.  A FAILED *
004500* CALCULATION CARRIES NO TOTAL.                                  *
004510*----------------------------------------------------------------*
004520 1530-RELEASE-ONE-LINE.
004530     ADD 1 TO WS-READ-CNT.
004540
004550     IF AU-DATE IS NOT NUMERIC
004560         ADD 1 TO WS-UNREADABLE-CNT
004570         GO TO 1530-EXIT
004580     END-IF.
004590
004600     IF AU-DATE < WS-FROM-DATE
004610             OR AU-DATE > WS-TO-DATE
004620         ADD 1 TO WS-OUTSIDE-CNT
004630         GO TO 1530-EXIT
004640     END-IF.
004650
004660     MOVE AU-DATE          TO SR-DATE.
004670     MOVE AU-SOURCE-SYSTEM TO SR-SOURCE-SYSTEM.
004680     MOVE AU-OPERATOR-ID   TO SR-OPERATOR-ID.
004690     MOVE AU-OPERATION     TO SR-OPERATION.
004700     INSPECT SR-OPERATION CONVERTING "r" TO "R".
004710
004720     IF AU-REJECTED
004730         MOVE '1'  TO SR-STATUS-CODE
004740         MOVE ZERO TO SR-TOTAL
004750     ELSE
004760         MOVE '0'  TO SR-STATUS-CODE
004770         COMPUTE SR-TOTAL = FUNCTION NUMVAL(AU-TOTAL)
004780     END-IF.
004790
004800     RELEASE SORT-REC.
004810     ADD 1 TO WS-SELECTED-CNT.
004820
004830 1530-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------*
004870* 2000-PROCESS-SORTED-FILE                                       *
004880* READS THE SORTED AUDIT LINES AND ROLLS EACH INTO THE CURRENT   *
004890* HISTORY ROW, WRITING THE ROW AT EACH CHANGE OF KEY.  THE FIRST *
004900* LINE OF EACH DATE CLEARS THAT DATE'S OLD ROWS.                 *
004910*----------------------------------------------------------------*
004920 2000-PROCESS-SORTED-FILE.
004930     IF WS-FILE-ERROR
004940         GO TO 2000-EXIT
004950     END-IF.
004960
004970     OPEN INPUT SORTED-FILE.
004980     IF WS-SORTED-FILE-STATUS NOT = '00'
004990         DISPLAY "Cannot open sorted work file - status "
005000             WS-SORTED-FILE-STATUS
005010         MOVE 'Y' TO WS-FILE-ERROR-SW
005020         GO TO 2000-EXIT
005030     END-IF.
005040
005050     PERFORM 2100-READ-SORTED-RECORD
005060         THRU 2100-EXIT.
005070
005080     PERFORM 2200-PROCESS-ONE-RECORD
005090         THRU 2200-EXIT
005100         UNTIL WS-SORTED-EOF
005110             OR WS-FILE-ERROR.
005120
005130     IF NOT WS-FIRST-RECORD AND NOT WS-FILE-ERROR
005140         PERFORM 3000-WRITE-HISTORY-ROW
005150             THRU 3000-EXIT
005160     END-IF.
005170
005180     CLOSE SORTED-FILE.
005190
005200 2000-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------*
005240* 2100-READ-SORTED-RECORD                                        *
005250*----------------------------------------------------------------*
005260 2100-READ-SORTED-RECORD.
005270     READ SORTED-FILE
005280         AT END
005290         MOVE 'Y' TO WS-SORTED-EOF-SW
005300     END-READ.
005310
005320 2100-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------*
005360* 2200-PROCESS-ONE-RECORD                                        *
005370*----------------------------------------------------------------*
005380 2200-PROCESS-ONE-RECORD.
005390     IF WS-FIRST-RECORD
005400         MOVE 'N' TO WS-FIRST-RECORD-SW
005410         PERFORM 2300-START-NEW-ROW
005420             THRU 2300-EXIT
005430     ELSE
005440         IF SO-HIST-KEY NOT = WS-CUR-KEY
005450             PERFORM 3000-WRITE-HISTORY-ROW
005460                 THRU 3000-EXIT
005470             PERFORM 2300-START-NEW-ROW
005480                 THRU 2300-EXIT
005490         END-IF
005500     END-IF.
005510
005520     PERFORM 2400-ADD-TO-ROW
005530         THRU 2400-EXIT.
005540
005550     PERFORM 2100-READ-SORTED-RECORD
005560         THRU 2100-EXIT.
005570
005580 2200-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------*
005620* 2300-START-NEW-ROW                                             *
005630* TAKES THE KEY OF THE SORTED LINE JUST READ AND CLEARS THE ROW  *
005640* TOTALS.  A NEW DATE FIRST HAS ITS OLD HISTORY ROWS REMOVED.    *
005650*----------------------------------------------------------------*
005660 2300-START-NEW-ROW.
005670     IF SO-DATE NOT = WS-CLEAR-DATE
005680         MOVE SO-DATE TO WS-CLEAR-DATE
005690         PERFORM 2500-CLEAR-ONE-DATE
005700             THRU 2500-EXIT
005710     END-IF.
005720
005730     MOVE SO-HIST-KEY TO WS-CUR-KEY.
005740     MOVE ZERO TO WS-ROW-TRANS-CNT.
005750     MOVE ZERO TO WS-ROW-REJECT-CNT.
005760     MOVE ZERO TO WS-ROW-TOTAL.
005770     MOVE ZERO TO WS-ROW-MIN-TOTAL.
005780     MOVE ZERO TO WS-ROW-MAX-TOTAL.
005790     MOVE 'N'  TO WS-GOOD-SEEN-SW.
005800
005810 2300-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------*
005850* 2400-ADD-TO-ROW                                                *
005860* COUNTS THE LINE; A REJECT STOPS THERE, A GOOD RESULT ALSO GOES *
005870* INTO THE SUM AND THE LOWEST AND HIGHEST TOTALS.  A SUM THAT    *
005880* WOULD OVERFLOW IS LEFT AS IT WAS AND REPORTED.                 *
005890*----------------------------------------------------------------*
005900 2400-ADD-TO-ROW.
005910     ADD 1 TO WS-ROW-TRANS-CNT.
005920
005930     IF SO-STATUS-CODE = '1'
005940         ADD 1 TO WS-ROW-REJECT-CNT
005950         GO TO 2400-EXIT
005960     END-IF.
005970
005980     IF NOT WS-GOOD-SEEN
005990         MOVE SO-TOTAL TO WS-ROW-MIN-TOTAL
006000         MOVE SO-TOTAL TO WS-ROW-MAX-TOTAL
006010         MOVE 'Y' TO WS-GOOD-SEEN-SW
006020     END-IF.
006030     IF SO-TOTAL < WS-ROW-MIN-TOTAL
006040         MOVE SO-TOTAL TO WS-ROW-MIN-TOTAL
006050     END-IF.
006060     IF SO-TOTAL > WS-ROW-MAX-TOTAL
006070         MOVE SO-TOTAL TO WS-ROW-MAX-TOTAL
006080     END-IF.
006090
006100     ADD SO-TOTAL TO WS-ROW-TOTAL
006110         ON SIZE ERROR
006120             ADD 1 TO WS-OVERFLOW-CNT
006130             MOVE 'Y' TO WS-WARNING-SW
006140             DISPLAY "Summed total overflow on " SO-DATE " "
006150                 SO-SOURCE-SYSTEM " " SO-OPERATOR-ID " '"
006160                 SO-OPERATION "' - line left out of the sum."
006170     END-ADD.
006180
006190 2400-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------*
006230* 2500-CLEAR-ONE-DATE                                            *
006240* DELETES EVERY HISTORY ROW ALREADY ON FILE FOR WS-CLEAR-DATE SO *
006250* THE DATE IS REBUILT WHOLE FROM THE LINES NOW BEING ROLLED UP.  *
006260*----------------------------------------------------------------*
006270 2500-CLEAR-ONE-DATE.
006280     ADD 1 TO WS-DATES-CNT.
006290     MOVE 'N' TO WS-CLEAR-DONE-SW.
006300
006310     MOVE LOW-VALUES    TO DH-HIST-KEY.
006320     MOVE WS-CLEAR-DATE TO DH-ACTIVITY-DATE.
006330     START DAYHIST-FILE
006340         KEY IS NOT LESS THAN DH-HIST-KEY
006350         INVALID KEY
006360             GO TO 2500-EXIT
006370     END-START.
006380
006390     PERFORM 2510-DELETE-ONE-ROW
006400         THRU 2510-EXIT
006410         UNTIL WS-CLEAR-DONE.
006420
006430 2500-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------*
006470* 2510-DELETE-ONE-ROW                                            *
006480*----------------------------------------------------------------*
006490 2510-DELETE-ONE-ROW.
006500     READ DAYHIST-FILE NEXT RECORD
006510         AT END
006520             MOVE 'Y' TO WS-CLEAR-DONE-SW
006530             GO TO 2510-EXIT
006540     END-READ.
006550
006560     IF DH-ACTIVITY-DATE NOT = WS-CLEAR-DATE
006570         MOVE 'Y' TO WS-CLEAR-DONE-SW
006580         GO TO 2510-EXIT
006590     END-IF.
006600
006610     DELETE DAYHIST-FILE RECORD
006620         INVALID KEY
006630             DISPLAY "Activity history delete failed - status "
006640                 WS-DAYHIST-FILE-STATUS
006650             MOVE 'Y' TO WS-FILE-ERROR-SW
006660             MOVE 'Y' TO WS-CLEAR-DONE-SW
006670             GO TO 2510-EXIT
006680     END-DELETE.
006690     ADD 1 TO WS-DELETED-CNT.
006700
006710 2510-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------*
006750* 3000-WRITE-HISTORY-ROW                                         *
006760* ONE DATE / SOURCE / OPERATOR / OPERATION IS COMPLETE - WRITE   *
006770* ITS HISTORY ROW.                                               *
006780*----------------------------------------------------------------*
006790 3000-WRITE-HISTORY-ROW.
006800     MOVE SPACES             TO CALC-DAYHIST-REC.
006810     MOVE WS-CUR-KEY         TO DH-HIST-KEY.
006820     MOVE WS-ROW-TRANS-CNT   TO DH-TRANS-CNT.
006830     MOVE WS-ROW-REJECT-CNT  TO DH-REJECT-CNT.
006840     MOVE WS-ROW-TOTAL       TO DH-TOTAL-AMOUNT.
006850     MOVE WS-ROW-MIN-TOTAL   TO DH-MIN-TOTAL.
006860     MOVE WS-ROW-MAX-TOTAL   TO DH-MAX-TOTAL.
006870     MOVE WS-INPUT-NAME      TO DH-BUILT-FROM.
006880     MOVE WS-RUN-DATE        TO DH-BUILT-DATE.
006890     MOVE WS-RUN-TIME-HHMMSS TO DH-BUILT-TIME.
006900
006910     WRITE CALC-DAYHIST-REC
006920         INVALID KEY
006930             DISPLAY "Activity history write failed - status "
006940                 WS-DAYHIST-FILE-STATUS
006950             MOVE 'Y' TO WS-FILE-ERROR-SW
006960             GO TO 3000-EXIT
006970     END-WRITE.
006980     ADD 1 TO WS-WRITTEN-CNT.
006990
007000 3000-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------*
007040* 9000-TERMINATE                                                 *
007050*----------------------------------------------------------------*
007060 9000-TERMINATE.
007070     IF WS-DAYHIST-OPEN
007080         CLOSE DAYHIST-FILE
007090     END-IF.
007100
007110     DISPLAY "Daily activity history roll-up complete.".
007120     DISPLAY "Audit lines read:      " WS-READ-CNT.
007130     DISPLAY "Lines rolled up:       " WS-SELECTED-CNT.
007140     DISPLAY "Outside date range:    " WS-OUTSIDE-CNT.
007150     DISPLAY "Unreadable lines:      " WS-UNREADABLE-CNT.
007160     DISPLAY "Dates rebuilt:         " WS-DATES-CNT.
007170     DISPLAY "Old rows replaced:     " WS-DELETED-CNT.
007180     DISPLAY "History rows written:  " WS-WRITTEN-CNT.
007190     IF WS-OVERFLOW-CNT > ZERO
007200         DISPLAY "Sum overflows:         " WS-OVERFLOW-CNT
007210     END-IF.
007220
007230*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 CLEAN,
007240*    04 NO AUDIT INPUT, BAD CARD OR SUM OVERFLOW, 12 FILE ERROR.
007250     EVALUATE TRUE
007260         WHEN WS-FILE-ERROR
007270             MOVE 12 TO RETURN-CODE
007280         WHEN WS-WARNING
007290             MOVE 4 TO RETURN-CODE
007300         WHEN OTHER
007310             MOVE 0 TO RETURN-CODE
007320     END-EVALUATE.
007330
007340 9000-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------*
007380* 9500-WRITE-RUNLOG-START                                        *
007390* APPENDS THE RUN'S START RECORD TO THE COMMON RUN-HISTORY LOG.  *
007400* THE LOG IS OPENED AND CLOSED AROUND EACH WRITE SO THE START    *
007410* RECORD SURVIVES AN ABEND AND THE OPERATIONS STATUS REPORT     *
007420* (CALCRNRP) CAN FLAG THE RUN AS NEVER HAVING ENDED.  A LOG     *
007430* FAILURE IS REPORTED BUT NEVER STOPS THE RUN ITSELF.           *
007440*----------------------------------------------------------------*
007450 9500-WRITE-RUNLOG-START.
007460     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
007470     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
007480     MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-START-TIME.
007490     MOVE WS-RUN-START-DATE  TO WS-RUN-ID-DATE.
007500     MOVE WS-RUN-TIME-OF-DAY TO WS-RUN-ID-TIME.
007510
007520     OPEN EXTEND RUNLOG-FILE.
007530     IF WS-RUNLOG-FILE-STATUS = '35'
007540         OPEN OUTPUT RUNLOG-FILE
007550     END-IF.
007560     IF WS-RUNLOG-FILE-STATUS NOT = '00'
007570         DISPLAY "Cannot open run log - status "
007580             WS-RUNLOG-FILE-STATUS
007590         GO TO 9500-EXIT
007600     END-IF.
007610
007620     MOVE "CALCDHUP"          TO RL-PROGRAM-ID.
007630     MOVE 'S'                 TO RL-RECORD-TYPE.
007640     MOVE SPACES              TO RL-OPERATOR-ID.
007650     MOVE SPACE               TO RL-RUN-MODE.
007660     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
007670     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
007680     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
007690     MOVE ZERO                TO RL-END-DATE.
007700     MOVE ZERO                TO RL-END-TIME.
007710     MOVE ZERO                TO RL-READ-CNT.
007720     MOVE ZERO                TO RL-WRITTEN-CNT.
007730     MOVE ZERO                TO RL-REJECT-CNT.
007740     MOVE ZERO                TO RL-RETURN-CODE.
007750
007760     WRITE CALC-RUNLOG-REC.
007770     CLOSE RUNLOG-FILE.
007780
007790 9500-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------*
007830* 9600-WRITE-RUNLOG-END                                          *
007840* APPENDS THE RUN'S END RECORD - SAME PROGRAM AND START STAMP    *
007850* AS THE START RECORD SO THE PAIR CAN BE MATCHED - CARRYING THE  *
007860* COUNTS AND THE FINAL RETURN CODE THE SCHEDULER WILL SEE.       *
007870* UNREADABLE AUDIT LINES RIDE IN THE REJECT COUNT.               *
007880*----------------------------------------------------------------*
007890 9600-WRITE-RUNLOG-END.
007900     OPEN EXTEND RUNLOG-FILE.
007910     IF WS-RUNLOG-FILE-STATUS = '35'
007920         OPEN OUTPUT RUNLOG-FILE
007930     END-IF.
007940     IF WS-RUNLOG-FILE-STATUS NOT = '00'
007950         DISPLAY "Cannot open run log - status "
007960             WS-RUNLOG-FILE-STATUS
007970         GO TO 9600-EXIT
007980     END-IF.
007990
008000     MOVE "CALCDHUP"          TO RL-PROGRAM-ID.
008010     MOVE 'E'                 TO RL-RECORD-TYPE.
008020     MOVE SPACES              TO RL-OPERATOR-ID.
008030     MOVE SPACE               TO RL-RUN-MODE.
008040     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
008050     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
008060     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
008070     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
008080     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
008090     MOVE WS-RUN-TIME-HHMMSS  TO RL-END-TIME.
008100     MOVE WS-READ-CNT         TO RL-READ-CNT.
008110     MOVE WS-WRITTEN-CNT      TO RL-WRITTEN-CNT.
008120     MOVE WS-UNREADABLE-CNT   TO RL-REJECT-CNT.
008130     MOVE RETURN-CODE         TO RL-RETURN-CODE.
008140
008150     WRITE CALC-RUNLOG-REC.
008160     CLOSE RUNLOG-FILE.
008170
008180 9600-EXIT.
008190     EXIT.
