000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCSECR.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* DAILY SECURITY VIOLATIONS REPORT FOR THE ACCESS REVIEW.  READS *
000100* THE SIGN-ON SECURITY LOG (SECLOG) AND LISTS EVERY EVENT FOR    *
000110* THE REPORT DATE - FAILED SIGN-ONS, LOCKOUTS, SUPERVISOR        *
000120* UNLOCKS AND PIN RESETS, AND PINS SET OR CHANGED AT SIGN-ON -   *
000130* THEN SUMMARIZES THE DAY BY EVENT TYPE AND BY OPERATOR ID, AND  *
000140* CLOSES WITH EVERY OPERATOR STILL LOCKED ON THE OPERATOR MASTER *
000150* (OPERMAST).  THE REPORT DATE IS TODAY, OR THE "DATE=YYYYMMDD"  *
000160* CARD ON THE OPTIONAL PARAMETER FILE (SECRPARM) FOR A RERUN.    *
000170* OUTPUT IS SECRPT.  RUNS UNATTENDED.                            *
000180*----------------------------------------------------------------*
000190* MODIFICATION HISTORY                                           *
000200*----------------------------------------------------------------*
000210* DATE       INITIALS  DESCRIPTION                               *
000220* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000230*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000320
000330     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS OM-OPERATOR-ID
000370         FILE STATUS IS WS-OPER-FILE-STATUS.
000380
000390     SELECT PARM-FILE ASSIGN TO "SECRPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.
000420
000430     SELECT REPORT-FILE ASSIGN TO "SECRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-REPORT-FILE-STATUS.
000460
000470 DATA DIVISION.
000480
000490 FILE SECTION.
000500 FD  SECLOG-FILE.
000510     COPY CALCSECL.
000520
000530 FD  OPERATOR-FILE.
000540     COPY CALCOPER.
000550
000560 FD  PARM-FILE.
000570 01  PARM-REC                    PIC X(80).
000580
000590 FD  REPORT-FILE.
000600 01  REPORT-LINE                 PIC X(132).
000610
000620 WORKING-STORAGE SECTION.
000630
000640 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000650 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
000660 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
000670 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000680
000690 77  WS-SECLOG-EOF-SW            PIC X VALUE 'N'.
000700     88  WS-SECLOG-EOF           VALUE 'Y'.
000710
000720 77  WS-OPER-EOF-SW              PIC X VALUE 'N'.
000730     88  WS-OPER-EOF             VALUE 'Y'.
000740
000750 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000760     88  WS-FILE-ERROR           VALUE 'Y'.
000770
000780 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
000790
000800 01  WS-REPORT-DATE              PIC 9(08) VALUE ZERO.
000810
000820*----------------------------------------------------------------*
000830* EVENT COUNTERS FOR THE REPORT DATE                             *
000840*----------------------------------------------------------------*
000850 01  WS-REPORT-COUNTERS.
000860     05  WS-READ-CNT             PIC 9(07) COMP VALUE ZERO.
000870     05  WS-DAY-CNT              PIC 9(07) COMP VALUE ZERO.
000880     05  WS-FAILED-CNT           PIC 9(07) COMP VALUE ZERO.
000890     05  WS-LOCKOUT-CNT          PIC 9(07) COMP VALUE ZERO.
000900     05  WS-UNLOCK-CNT           PIC 9(07) COMP VALUE ZERO.
000910     05  WS-RESET-CNT            PIC 9(07) COMP VALUE ZERO.
000920     05  WS-CHANGED-CNT          PIC 9(07) COMP VALUE ZERO.
000930     05  WS-ENROLLED-CNT         PIC 9(07) COMP VALUE ZERO.
000940     05  WS-PARM-ENTRY-CNT       PIC 9(07) COMP VALUE ZERO.
000950     05  WS-LOCKED-NOW-CNT       PIC 9(07) COMP VALUE ZERO.
000960
000970*----------------------------------------------------------------*
000980* PER-OPERATOR TOTALS FOR THE DAY.  IDS ARE ENTERED IN THE ORDER *
000990* FIRST SEEN; AN ID THAT IS NOT ON FILE (A MIS-KEYED OR PROBING  *
001000* ATTEMPT) IS KEPT JUST THE SAME.  PAST 200 IDS THE REST ARE     *
001010* COUNTED IN THE EVENT TOTALS ONLY.                              *
001020*----------------------------------------------------------------*
001030 01  WS-OPER-TABLE.
001040     05  WS-OT-ENTRY OCCURS 200 TIMES.
001050         10  WS-OT-OPERATOR-ID   PIC X(08).
001060         10  WS-OT-FAILED-CNT    PIC 9(05) COMP.
001070         10  WS-OT-LOCKOUT-CNT   PIC 9(05) COMP.
001080         10  WS-OT-ADMIN-CNT     PIC 9(05) COMP.
001090
001100 77  WS-OT-USED                  PIC 9(03) COMP VALUE ZERO.
001110 77  WS-OT-MAX                   PIC 9(03) COMP VALUE 200.
001120 77  WS-OT-IX                    PIC 9(03) COMP VALUE ZERO.
001130 77  WS-OT-FOUND-IX              PIC 9(03) COMP VALUE ZERO.
001140 77  WS-OT-OVERFLOW-CNT          PIC 9(07) COMP VALUE ZERO.
001150
001160*----------------------------------------------------------------*
001170* REPORT PAGINATION AND LINE LAYOUTS                             *
001180*----------------------------------------------------------------*
001190 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
001200 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
001210 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001220
001230 01  WS-HEADING-1.
001240     05  FILLER                  PIC X(42) VALUE
001250         "CALCSECR      SECURITY VIOLATIONS REPORT".
001260     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001270     05  WS-H1-DATE              PIC 9(08).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001300     05  WS-H1-PAGE              PIC ZZZZ9.
001310     05  FILLER                  PIC X(59) VALUE SPACES.
001320
001330 01  WS-EVENT-HEADING.
001340     05  FILLER                  PIC X(08) VALUE "  TIME".
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  FILLER                  PIC X(10) VALUE "PROGRAM".
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(14) VALUE "EVENT".
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FILLER                  PIC X(08) VALUE "OPERATOR".
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  FILLER                  PIC X(08) VALUE "BY".
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  FILLER                  PIC X(20) VALUE "REASON".
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  FILLER                  PIC X(04) VALUE "FAIL".
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  FILLER                  PIC X(07) VALUE "ENTRY".
001490     05  FILLER                  PIC X(39) VALUE SPACES.
001500
001510 01  WS-EVENT-LINE.
001520     05  WS-EL-TIME              PIC 99B99B99.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  WS-EL-PROGRAM           PIC X(10).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  WS-EL-EVENT             PIC X(14).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-EL-OPERATOR          PIC X(08).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-EL-BY                PIC X(08).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-EL-REASON            PIC X(20).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-EL-FAILED            PIC Z9.
001650     05  FILLER                  PIC X(04) VALUE SPACES.
001660     05  WS-EL-ENTRY             PIC X(07).
001670     05  FILLER                  PIC X(39) VALUE SPACES.
001680
001690 01  WS-OPER-HEADING.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  FILLER                  PIC X(08) VALUE "OPERATOR".
001720     05  FILLER                  PIC X(04) VALUE SPACES.
001730     05  FILLER                  PIC X(07) VALUE " FAILED".
001740     05  FILLER                  PIC X(03) VALUE SPACES.
001750     05  FILLER                  PIC X(08) VALUE "LOCKOUTS".
001760     05  FILLER                  PIC X(03) VALUE SPACES.
001770     05  FILLER                  PIC X(14) VALUE "UNLOCKS/RESETS".
001780     05  FILLER                  PIC X(83) VALUE SPACES.
001790
001800 01  WS-OPER-LINE.
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  WS-OL-OPERATOR          PIC X(08).
001830     05  FILLER                  PIC X(04) VALUE SPACES.
001840     05  WS-OL-FAILED            PIC ZZ,ZZ9.
001850     05  FILLER                  PIC X(05) VALUE SPACES.
001860     05  WS-OL-LOCKOUTS          PIC ZZ,ZZ9.
001870     05  FILLER                  PIC X(11) VALUE SPACES.
001880     05  WS-OL-ADMIN             PIC ZZ,ZZ9.
001890     05  FILLER                  PIC X(84) VALUE SPACES.
001900
001910 01  WS-LOCKED-HEADING.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  FILLER                  PIC X(08) VALUE "OPERATOR".
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  FILLER                  PIC X(20) VALUE "NAME".
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  FILLER                  PIC X(05) VALUE "LEVEL".
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  FILLER                  PIC X(04) VALUE "FAIL".
002000     05  FILLER                  PIC X(87) VALUE SPACES.
002010
002020 01  WS-LOCKED-LINE.
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  WS-LL-OPERATOR          PIC X(08).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  WS-LL-NAME              PIC X(20).
002070     05  FILLER                  PIC X(04) VALUE SPACES.
002080     05  WS-LL-LEVEL             PIC 9(01).
002090     05  FILLER                  PIC X(05) VALUE SPACES.
002100     05  WS-LL-FAILED            PIC Z9.
002110     05  FILLER                  PIC X(88) VALUE SPACES.
002120
002130 01  WS-COUNT-LINE.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WS-CL-LABEL             PIC X(28).
002160     05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
002170     05  FILLER                  PIC X(93) VALUE SPACES.
002180
002190 PROCEDURE DIVISION.
002200
002210*----------------------------------------------------------------*
002220* 0000-MAINLINE                                                  *
002230*----------------------------------------------------------------*
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE
002260         THRU 1000-EXIT.
002270
002280     PERFORM 2000-PROCESS-LOG-RECORD
002290         THRU 2000-EXIT
002300         UNTIL WS-SECLOG-EOF.
002310
002320     PERFORM 8000-PRINT-SUMMARY-SECTION
002330         THRU 8000-EXIT.
002340
002350     PERFORM 8500-PRINT-LOCKED-OPERATORS
002360         THRU 8500-EXIT.
002370
002380     PERFORM 9000-TERMINATE
002390         THRU 9000-EXIT.
002400
002410     STOP RUN.
002420
002430 0000-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------------*
002470* 1000-INITIALIZE                                                *
002480* RESOLVES THE REPORT DATE, OPENS THE LOG AND REPORT FILES AND   *
002490* PRIMES THE FIRST READ.  NO OPERATOR PROMPTS - THE JOB IS       *
002500* SCHEDULED DAILY.                                               *
002510*----------------------------------------------------------------*
002520 1000-INITIALIZE.
002530     PERFORM 1100-READ-PARM-CARD
002540         THRU 1100-EXIT.
002550
002560     IF WS-REPORT-DATE = ZERO
002570         ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
002580     END-IF.
002590
002600     DISPLAY "CALCSECR - security violations for "
002610         WS-REPORT-DATE " (" WS-PARM-NOTE ").".
002620
002630     OPEN OUTPUT REPORT-FILE.
002640     IF WS-REPORT-FILE-STATUS NOT = '00'
002650         DISPLAY "Cannot open security report - status "
002660             WS-REPORT-FILE-STATUS
002670         MOVE 'Y' TO WS-FILE-ERROR-SW
002680         MOVE 'Y' TO WS-SECLOG-EOF-SW
002690         GO TO 1000-EXIT
002700     END-IF.
002710
002720     OPEN INPUT SECLOG-FILE.
002730     IF WS-SECLOG-FILE-STATUS = '35'
002740         DISPLAY "Security log not found - no events logged."
002750         MOVE 'Y' TO WS-SECLOG-EOF-SW
002760         GO TO 1000-EXIT
002770     END-IF.
002780     IF WS-SECLOG-FILE-STATUS NOT = '00'
002790         DISPLAY "Cannot open security log - status "
002800             WS-SECLOG-FILE-STATUS
002810         MOVE 'Y' TO WS-FILE-ERROR-SW
002820         MOVE 'Y' TO WS-SECLOG-EOF-SW
002830         GO TO 1000-EXIT
002840     END-IF.
002850
002860     PERFORM 2100-READ-LOG-RECORD
002870         THRU 2100-EXIT.
002880
002890 1000-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------*
002930* 1100-READ-PARM-CARD                                            *
002940* READS THE OPTIONAL REPORT-DATE PARAMETER CARD FOR A RERUN.     *
002950* THE CARD IS "DATE=YYYYMMDD".  A MISSING FILE OR A CARD THAT    *
002960* DOES NOT PARSE FALLS BACK TO TODAY.                            *
002970*----------------------------------------------------------------*
002980 1100-READ-PARM-CARD.
002990     OPEN INPUT PARM-FILE.
003000
003010     IF WS-PARM-FILE-STATUS = '35'
003020         MOVE "NO PARM CARD - TODAY" TO WS-PARM-NOTE
003030         GO TO 1100-EXIT
003040     END-IF.
003050
003060     READ PARM-FILE
003070         AT END
003080         MOVE "EMPTY PARM CARD - TODAY" TO WS-PARM-NOTE
003090         CLOSE PARM-FILE
003100         GO TO 1100-EXIT
003110     END-READ.
003120
003130     IF PARM-REC(1:5) = "DATE="
003140             AND PARM-REC(6:8) IS NUMERIC
003150         MOVE PARM-REC(6:8) TO WS-REPORT-DATE
003160         MOVE "DATE FROM PARM CARD" TO WS-PARM-NOTE
003170     ELSE
003180         MOVE "BAD PARM CARD - TODAY" TO WS-PARM-NOTE
003190     END-IF.
003200
003210     CLOSE PARM-FILE.
003220
003230 1100-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------*
003270* 2000-PROCESS-LOG-RECORD                                        *
003280* LISTS ONE EVENT FOR THE REPORT DATE AND ROLLS IT INTO THE      *
003290* EVENT AND PER-OPERATOR TOTALS.  OTHER DAYS ARE SKIPPED.        *
003300*----------------------------------------------------------------*
003310 2000-PROCESS-LOG-RECORD.
003320     IF SL-LOG-DATE NOT = WS-REPORT-DATE
003330         GO TO 2000-NEXT
003340     END-IF.
003350
003360     ADD 1 TO WS-DAY-CNT.
003370
003380     EVALUATE TRUE
003390         WHEN SL-SIGNON-FAILED
003400             ADD 1 TO WS-FAILED-CNT
003410             MOVE "SIGN-ON FAILED" TO WS-EL-EVENT
003420         WHEN SL-LOCKOUT
003430             ADD 1 TO WS-LOCKOUT-CNT
003440             MOVE "LOCKED OUT"     TO WS-EL-EVENT
003450         WHEN SL-UNLOCK
003460             ADD 1 TO WS-UNLOCK-CNT
003470             MOVE "UNLOCKED"       TO WS-EL-EVENT
003480         WHEN SL-PIN-RESET
003490             ADD 1 TO WS-RESET-CNT
003500             MOVE "PIN ISSUED"     TO WS-EL-EVENT
003510         WHEN SL-PIN-CHANGED
003520             ADD 1 TO WS-CHANGED-CNT
003530             MOVE "PIN CHANGED"    TO WS-EL-EVENT
003540         WHEN SL-PIN-ENROLLED
003550             ADD 1 TO WS-ENROLLED-CNT
003560             MOVE "PIN SET"        TO WS-EL-EVENT
003570         WHEN OTHER
003580             MOVE "UNKNOWN EVENT"  TO WS-EL-EVENT
003590     END-EVALUATE.
003600
003610     IF SL-PARM-ENTRY
003620         ADD 1 TO WS-PARM-ENTRY-CNT
003630         MOVE "PARM"    TO WS-EL-ENTRY
003640     ELSE
003650         MOVE "CONSOLE" TO WS-EL-ENTRY
003660     END-IF.
003670
003680     PERFORM 2200-ACCUMULATE-OPERATOR
003690         THRU 2200-EXIT.
003700
003710     PERFORM 3000-PRINT-EVENT-LINE
003720         THRU 3000-EXIT.
003730
003740 2000-NEXT.
003750     PERFORM 2100-READ-LOG-RECORD
003760         THRU 2100-EXIT.
003770
003780 2000-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------*
003820* 2100-READ-LOG-RECORD                                           *
003830*----------------------------------------------------------------*
003840 2100-READ-LOG-RECORD.
003850     READ SECLOG-FILE
003860         AT END
003870         MOVE 'Y' TO WS-SECLOG-EOF-SW
003880         GO TO 2100-EXIT
003890     END-READ.
003900
003910     ADD 1 TO WS-READ-CNT.
003920
003930 2100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------*
003970* 2200-ACCUMULATE-OPERATOR                                       *
003980* FINDS (OR ADDS) THE EVENT'S OPERATOR IN THE DAY'S TABLE AND    *
003990* COUNTS THE EVENT AGAINST IT.  SUPERVISOR ACTIONS (UNLOCK, PIN  *
004000* ISSUED) ARE COUNTED AGAINST THE OPERATOR ACTED ON.             *
004010*----------------------------------------------------------------*
004020 2200-ACCUMULATE-OPERATOR.
004030     IF NOT SL-SIGNON-FAILED AND NOT SL-LOCKOUT
004040             AND NOT SL-UNLOCK AND NOT SL-PIN-RESET
004050         GO TO 2200-EXIT
004060     END-IF.
004070
004080     MOVE ZERO TO WS-OT-FOUND-IX.
004090     PERFORM 2210-SEARCH-OPERATOR
004100         THRU 2210-EXIT
004110         VARYING WS-OT-IX FROM 1 BY 1
004120         UNTIL WS-OT-IX > WS-OT-USED
004130             OR WS-OT-FOUND-IX > ZERO.
004140
004150     IF WS-OT-FOUND-IX = ZERO
004160         IF WS-OT-USED NOT < WS-OT-MAX
004170             ADD 1 TO WS-OT-OVERFLOW-CNT
004180             GO TO 2200-EXIT
004190         END-IF
004200         ADD 1 TO WS-OT-USED
004210         MOVE WS-OT-USED     TO WS-OT-FOUND-IX
004220         MOVE SL-OPERATOR-ID TO WS-OT-OPERATOR-ID (WS-OT-USED)
004230         MOVE ZERO TO WS-OT-FAILED-CNT (WS-OT-USED)
004240         MOVE ZERO TO WS-OT-LOCKOUT-CNT (WS-OT-USED)
004250         MOVE ZERO TO WS-OT-ADMIN-CNT (WS-OT-USED)
004260     END-IF.
004270
004280     EVALUATE TRUE
004290         WHEN SL-SIGNON-FAILED
004300             ADD 1 TO WS-OT-FAILED-CNT (WS-OT-FOUND-IX)
004310         WHEN SL-LOCKOUT
004320             ADD 1 TO WS-OT-LOCKOUT-CNT (WS-OT-FOUND-IX)
004330         WHEN OTHER
004340             ADD 1 TO WS-OT-ADMIN-CNT (WS-OT-FOUND-IX)
004350     END-EVALUATE.
004360
004370 2200-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------*
004410* 2210-SEARCH-OPERATOR                                           *
004420*----------------------------------------------------------------*
004430 2210-SEARCH-OPERATOR.
004440     IF WS-OT-OPERATOR-ID (WS-OT-IX) = SL-OPERATOR-ID
004450         MOVE WS-OT-IX TO WS-OT-FOUND-IX
004460     END-IF.
004470
004480 2210-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------*
004520* 3000-PRINT-EVENT-LINE                                          *
004530*----------------------------------------------------------------*
004540 3000-PRINT-EVENT-LINE.
004550     IF WS-LINE-CNT > WS-LINES-PER-PAGE
004560         PERFORM 7000-PRINT-PAGE-HEADINGS
004570             THRU 7000-EXIT
004580         WRITE REPORT-LINE FROM WS-EVENT-HEADING
004590         MOVE SPACES TO REPORT-LINE
004600         WRITE REPORT-LINE
004610         ADD 2 TO WS-LINE-CNT
004620     END-IF.
004630
004640     MOVE SL-LOG-TIME       TO WS-EL-TIME.
004650     MOVE SL-PROGRAM-ID     TO WS-EL-PROGRAM.
004660     MOVE SL-OPERATOR-ID    TO WS-EL-OPERATOR.
004670     MOVE SL-BY-OPERATOR-ID TO WS-EL-BY.
004680     MOVE SL-REASON         TO WS-EL-REASON.
004690     IF SL-FAILED-CNT IS NUMERIC
004700         MOVE SL-FAILED-CNT TO WS-EL-FAILED
004710     ELSE
004720         MOVE ZERO          TO WS-EL-FAILED
004730     END-IF.
004740
004750     WRITE REPORT-LINE FROM WS-EVENT-LINE.
004760     ADD 1 TO WS-LINE-CNT.
004770
004780 3000-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820* 7000-PRINT-PAGE-HEADINGS                                       *
004830*----------------------------------------------------------------*
004840 7000-PRINT-PAGE-HEADINGS.
004850     ADD 1 TO WS-PAGE-CNT.
004860
004870     MOVE WS-REPORT-DATE TO WS-H1-DATE.
004880     MOVE WS-PAGE-CNT    TO WS-H1-PAGE.
004890
004900     WRITE REPORT-LINE FROM WS-HEADING-1.
004910     MOVE SPACES TO REPORT-LINE.
004920     WRITE REPORT-LINE.
004930
004940     MOVE 2 TO WS-LINE-CNT.
004950
004960 7000-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------*
005000* 8000-PRINT-SUMMARY-SECTION                                     *
005010* PRINTS THE DAY'S EVENT COUNTS AND THE PER-OPERATOR BREAKDOWN   *
005020* ON A NEW PAGE.                                                 *
005030*----------------------------------------------------------------*
005040 8000-PRINT-SUMMARY-SECTION.
005050     IF WS-REPORT-FILE-STATUS NOT = '00'
005060         GO TO 8000-EXIT
005070     END-IF.
005080
005090     MOVE 99 TO WS-LINE-CNT.
005100     PERFORM 7000-PRINT-PAGE-HEADINGS
005110         THRU 7000-EXIT.
005120
005130     MOVE SPACES TO REPORT-LINE.
005140     MOVE "  ---- SECURITY EVENTS FOR THE DAY ----"
005150         TO REPORT-LINE.
005160     WRITE REPORT-LINE.
005170     MOVE SPACES TO REPORT-LINE.
005180     WRITE REPORT-LINE.
005190
005200     MOVE "LOG RECORDS READ"         TO WS-CL-LABEL.
005210     MOVE WS-READ-CNT                TO WS-CL-COUNT.
005220     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005230
005240     MOVE "EVENTS ON REPORT DATE"    TO WS-CL-LABEL.
005250     MOVE WS-DAY-CNT                 TO WS-CL-COUNT.
005260     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005270
005280     MOVE "FAILED SIGN-ONS"          TO WS-CL-LABEL.
005290     MOVE WS-FAILED-CNT              TO WS-CL-COUNT.
005300     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005310
005320     MOVE "LOCKOUTS"                 TO WS-CL-LABEL.
005330     MOVE WS-LOCKOUT-CNT             TO WS-CL-COUNT.
005340     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005350
005360     MOVE "SUPERVISOR UNLOCKS"       TO WS-CL-LABEL.
005370     MOVE WS-UNLOCK-CNT              TO WS-CL-COUNT.
005380     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005390
005400     MOVE "PINS ISSUED BY SUPERVISOR" TO WS-CL-LABEL.
005410     MOVE WS-RESET-CNT               TO WS-CL-COUNT.
005420     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005430
005440     MOVE "PINS CHANGED AT SIGN-ON"  TO WS-CL-LABEL.
005450     MOVE WS-CHANGED-CNT             TO WS-CL-COUNT.
005460     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005470
005480     MOVE "FIRST PINS SET AT SIGN-ON" TO WS-CL-LABEL.
005490     MOVE WS-ENROLLED-CNT            TO WS-CL-COUNT.
005500     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005510
005520     MOVE "EVENTS FROM PARM CARDS"   TO WS-CL-LABEL.
005530     MOVE WS-PARM-ENTRY-CNT          TO WS-CL-COUNT.
005540     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005550
005560     MOVE 15 TO WS-LINE-CNT.
005570
005580     IF WS-OT-USED = ZERO
005590         GO TO 8000-EXIT
005600     END-IF.
005610
005620     MOVE SPACES TO REPORT-LINE.
005630     WRITE REPORT-LINE.
005640     MOVE "  ---- VIOLATIONS AND SUPERVISOR ACTIONS BY OPERATOR"
005650         TO REPORT-LINE.
005660     WRITE REPORT-LINE.
005670     MOVE SPACES TO REPORT-LINE.
005680     WRITE REPORT-LINE.
005690     WRITE REPORT-LINE FROM WS-OPER-HEADING.
005700     ADD 4 TO WS-LINE-CNT.
005710
005720     PERFORM 8100-PRINT-OPERATOR-ROW
005730         THRU 8100-EXIT
005740         VARYING WS-OT-IX FROM 1 BY 1
005750         UNTIL WS-OT-IX > WS-OT-USED.
005760
005770     IF WS-OT-OVERFLOW-CNT > ZERO
005780         MOVE "EVENTS OVER TABLE LIMIT"  TO WS-CL-LABEL
005790         MOVE WS-OT-OVERFLOW-CNT         TO WS-CL-COUNT
005800         WRITE REPORT-LINE FROM WS-COUNT-LINE
005810     END-IF.
005820
005830 8000-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------*
005870* 8100-PRINT-OPERATOR-ROW                                        *
005880*----------------------------------------------------------------*
005890 8100-PRINT-OPERATOR-ROW.
005900     IF WS-LINE-CNT > WS-LINES-PER-PAGE
005910         PERFORM 7000-PRINT-PAGE-HEADINGS
005920             THRU 7000-EXIT
005930         WRITE REPORT-LINE FROM WS-OPER-HEADING
005940         ADD 1 TO WS-LINE-CNT
005950     END-IF.
005960
005970     MOVE WS-OT-OPERATOR-ID (WS-OT-IX) TO WS-OL-OPERATOR.
005980     MOVE WS-OT-FAILED-CNT (WS-OT-IX)  TO WS-OL-FAILED.
005990     MOVE WS-OT-LOCKOUT-CNT (WS-OT-IX) TO WS-OL-LOCKOUTS.
006000     MOVE WS-OT-ADMIN-CNT (WS-OT-IX)   TO WS-OL-ADMIN.
006010     WRITE REPORT-LINE FROM WS-OPER-LINE.
006020     ADD 1 TO WS-LINE-CNT.
006030
006040 8100-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------*
006080* 8500-PRINT-LOCKED-OPERATORS                                    *
006090* BROWSES THE OPERATOR MASTER AND LISTS EVERY OPERATOR STILL     *
006100* LOCKED, HOWEVER LONG AGO THE LOCKOUT HAPPENED.                 *
006110*----------------------------------------------------------------*
006120 8500-PRINT-LOCKED-OPERATORS.
006130     IF WS-REPORT-FILE-STATUS NOT = '00'
006140         GO TO 8500-EXIT
006150     END-IF.
006160
006170     OPEN INPUT OPERATOR-FILE.
006180     IF WS-OPER-FILE-STATUS = '35'
006190         GO TO 8500-EXIT
006200     END-IF.
006210     IF WS-OPER-FILE-STATUS NOT = '00'
006220         DISPLAY "Cannot open operator master - status "
006230             WS-OPER-FILE-STATUS
006240         MOVE 'Y' TO WS-FILE-ERROR-SW
006250         GO TO 8500-EXIT
006260     END-IF.
006270
006280     MOVE SPACES TO REPORT-LINE.
006290     WRITE REPORT-LINE.
006300     MOVE "  ---- OPERATORS CURRENTLY LOCKED ----"
006310         TO REPORT-LINE.
006320     WRITE REPORT-LINE.
006330     MOVE SPACES TO REPORT-LINE.
006340     WRITE REPORT-LINE.
006350     WRITE REPORT-LINE FROM WS-LOCKED-HEADING.
006360     ADD 4 TO WS-LINE-CNT.
006370
006380     PERFORM 8510-CHECK-ONE-OPERATOR
006390         THRU 8510-EXIT
006400         UNTIL WS-OPER-EOF.
006410
006420     MOVE SPACES TO REPORT-LINE.
006430     WRITE REPORT-LINE.
006440     MOVE "OPERATORS LOCKED"         TO WS-CL-LABEL.
006450     MOVE WS-LOCKED-NOW-CNT          TO WS-CL-COUNT.
006460     WRITE REPORT-LINE FROM WS-COUNT-LINE.
006470
006480     CLOSE OPERATOR-FILE.
006490
006500 8500-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------------*
006540* 8510-CHECK-ONE-OPERATOR                                        *
006550*----------------------------------------------------------------*
006560 8510-CHECK-ONE-OPERATOR.
006570     READ OPERATOR-FILE
006580         AT END
006590         MOVE 'Y' TO WS-OPER-EOF-SW
006600         GO TO 8510-EXIT
006610     END-READ.
006620
006630     IF NOT OM-LOCKED
006640         GO TO 8510-EXIT
006650     END-IF.
006660
006670     ADD 1 TO WS-LOCKED-NOW-CNT.
006680
006690     IF WS-LINE-CNT > WS-LINES-PER-PAGE
006700         PERFORM 7000-PRINT-PAGE-HEADINGS
006710             THRU 7000-EXIT
006720         WRITE REPORT-LINE FROM WS-LOCKED-HEADING
006730         ADD 1 TO WS-LINE-CNT
006740     END-IF.
006750
006760     MOVE OM-OPERATOR-ID       TO WS-LL-OPERATOR.
006770     MOVE OM-OPERATOR-NAME     TO WS-LL-NAME.
006780     MOVE OM-AUTH-LEVEL        TO WS-LL-LEVEL.
006790     MOVE OM-FAILED-SIGNON-CNT TO WS-LL-FAILED.
006800     WRITE REPORT-LINE FROM WS-LOCKED-LINE.
006810     ADD 1 TO WS-LINE-CNT.
006820
006830 8510-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------*
006870* 9000-TERMINATE                                                 *
006880*----------------------------------------------------------------*
006890 9000-TERMINATE.
006900     IF WS-SECLOG-FILE-STATUS = '00'
006910             OR WS-SECLOG-FILE-STATUS = '10'
006920         CLOSE SECLOG-FILE
006930     END-IF.
006940
006950     IF WS-REPORT-FILE-STATUS = '00'
006960         CLOSE REPORT-FILE
006970     END-IF.
006980
006990     DISPLAY "Security violations report complete.".
007000     DISPLAY "Log records read:  " WS-READ-CNT.
007010     DISPLAY "Events for date:   " WS-DAY-CNT.
007020     DISPLAY "Failed sign-ons:   " WS-FAILED-CNT.
007030     DISPLAY "Lockouts:          " WS-LOCKOUT-CNT.
007040     DISPLAY "Operators locked:  " WS-LOCKED-NOW-CNT.
007050
007060*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 CLEAN,
007070*    04 VIOLATIONS FOR THE ACCESS REVIEW TO FOLLOW UP, 12 FILE
007080*    ERROR.
007090     EVALUATE TRUE
007100         WHEN WS-FILE-ERROR
007110             MOVE 12 TO RETURN-CODE
007120         WHEN WS-FAILED-CNT > ZERO
007130             OR WS-LOCKOUT-CNT > ZERO
007140             MOVE 4 TO RETURN-CODE
007150         WHEN OTHER
007160             MOVE 0 TO RETURN-CODE
007170     END-EVALUATE.
007180
007190 9000-EXIT.
007200     EXIT.
