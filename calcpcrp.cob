000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCPCRP.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* PENDING TABLE CHANGES REPORT.  READS THE PENDING-CHANGE FILE   *
000100* (PENDCHG) THAT HOLDS EVERY RATE TABLE AND GL MAPPING CHANGE    *
000110* UNDER DUAL CONTROL AND PRODUCES A REPORT (PENDCHRP) IN TWO     *
000120* PARTS: CHANGES STILL AWAITING A SECOND SUPERVISOR'S APPROVAL,  *
000130* AGED IN DAYS FROM ENTRY WITH THEIR BEFORE AND AFTER IMAGES,    *
000140* AND CHANGES THAT WERE REJECTED OR COULD NOT BE APPLIED, WITH   *
000150* THE CHECKER AND THE REASON.  APPROVED CHANGES ARE COUNTED      *
000160* ONLY.  RUNS UNATTENDED.                                        *
000170*----------------------------------------------------------------*
000180* MODIFICATION HISTORY                                           *
000190*----------------------------------------------------------------*
000200* DATE       INITIALS  DESCRIPTION                               *
000210* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000220*----------------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PENDCHG-FILE ASSIGN TO "PENDCHG"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS PC-CHANGE-KEY
000320         FILE STATUS IS WS-PEND-FILE-STATUS.
000330
000340     SELECT REPORT-FILE ASSIGN TO "PENDCHRP"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-REPORT-FILE-STATUS.
000370
000380 DATA DIVISION.
000390
000400 FILE SECTION.
000410 FD  PENDCHG-FILE.
000420     COPY CALCPEND.
000430
000440 FD  REPORT-FILE.
000450 01  REPORT-LINE                 PIC X(132).
000460
000470 WORKING-STORAGE SECTION.
000480
000490 01  WS-PEND-FILE-STATUS         PIC X(02) VALUE SPACES.
000500 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000510
000520 77  WS-PEND-EOF-SW              PIC X VALUE 'N'.
000530     88  WS-PEND-EOF             VALUE 'Y'.
000540
000550 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000560     88  WS-FILE-ERROR           VALUE 'Y'.
000570
000580 77  WS-NO-PEND-FILE-SW          PIC X VALUE 'N'.
000590     88  WS-NO-PEND-FILE         VALUE 'Y'.
000600
000610*    WHICH PART OF THE REPORT THE CURRENT PASS IS PRINTING.
000620 77  WS-PASS-SW                  PIC X VALUE 'P'.
000630     88  WS-PASS-PENDING         VALUE 'P'.
000640     88  WS-PASS-DECIDED         VALUE 'D'.
000650
000660 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
000670 01  WS-AGE-DAYS                 PIC S9(07) COMP VALUE ZERO.
000680
000690*----------------------------------------------------------------*
000700* COUNTERS                                                       *
000710*----------------------------------------------------------------*
000720 01  WS-REPORT-COUNTERS.
000730     05  WS-READ-CNT             PIC 9(07) COMP VALUE ZERO.
000740     05  WS-PENDING-CNT          PIC 9(07) COMP VALUE ZERO.
000750     05  WS-PENDING-RATE-CNT     PIC 9(07) COMP VALUE ZERO.
000760     05  WS-PENDING-MAP-CNT      PIC 9(07) COMP VALUE ZERO.
000770     05  WS-APPROVED-CNT         PIC 9(07) COMP VALUE ZERO.
000780     05  WS-REJECTED-CNT         PIC 9(07) COMP VALUE ZERO.
000790     05  WS-NOT-APPLIED-CNT      PIC 9(07) COMP VALUE ZERO.
000800     05  WS-OLDEST-AGE           PIC 9(07) COMP VALUE ZERO.
000810
000820*----------------------------------------------------------------*
000830* ROW KEY AND IMAGE TEXT - ONE VIEW FOR A RATE ROW, ONE FOR A    *
000840* GL MAPPING ENTRY.                                              *
000850*----------------------------------------------------------------*
000860 01  WS-KEY-TEXT                 PIC X(17).
000870 01  WS-KEY-RATE REDEFINES WS-KEY-TEXT.
000880     05  WS-KR-RATE-NAME         PIC X(08).
000890     05  FILLER                  PIC X(01).
000900     05  WS-KR-EFFECTIVE-DATE    PIC 9(08).
000910 01  WS-KEY-MAP REDEFINES WS-KEY-TEXT.
000920     05  WS-KM-OPERATION         PIC X(01).
000930     05  FILLER                  PIC X(02).
000940     05  WS-KM-OPERATOR-ID       PIC X(08).
000950     05  FILLER                  PIC X(06).
000960
000970 01  WS-IMAGE-TEXT               PIC X(26).
000980 01  WS-IMAGE-RATE REDEFINES WS-IMAGE-TEXT.
000990     05  WS-IR-STATUS-CODE       PIC X(01).
001000     05  FILLER                  PIC X(01).
001010     05  WS-IR-RATE-VALUE        PIC -(10)9.9(10).
001020     05  FILLER                  PIC X(02).
001030 01  WS-IMAGE-MAP REDEFINES WS-IMAGE-TEXT.
001040     05  WS-IM-GL-ACCOUNT        PIC X(08).
001050     05  FILLER                  PIC X(01).
001060     05  WS-IM-COST-CENTER       PIC X(06).
001070     05  FILLER                  PIC X(01).
001080     05  WS-IM-DRCR-SIDE         PIC X(01).
001090     05  FILLER                  PIC X(01).
001100     05  WS-IM-STATUS-CODE       PIC X(01).
001110     05  FILLER                  PIC X(07).
001120
001130*----------------------------------------------------------------*
001140* REPORT PAGINATION AND LINE LAYOUTS                             *
001150*----------------------------------------------------------------*
001160 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
001170 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
001180 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001190
001200 01  WS-HEADING-1.
001210     05  FILLER                  PIC X(42) VALUE
001220         "CALCPCRP      PENDING TABLE CHANGES REPORT".
001230     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001240     05  WS-H1-DATE              PIC 9(08).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001270     05  WS-H1-PAGE              PIC ZZZZ9.
001280     05  FILLER                  PIC X(59) VALUE SPACES.
001290
001300 01  WS-PENDING-TITLE            PIC X(132) VALUE
001310     "  ---- CHANGES AWAITING APPROVAL ----".
001320
001330 01  WS-DECIDED-TITLE            PIC X(132) VALUE
001340     "  ---- CHANGES REJECTED OR NOT APPLIED ----".
001350
001360 01  WS-PENDING-HEADING.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(05) VALUE "TABLE".
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FILLER                  PIC X(10) VALUE "ACTION".
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  FILLER                  PIC X(17) VALUE "ROW".
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  FILLER                  PIC X(08) VALUE "MAKER".
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  FILLER                  PIC X(08) VALUE "ENTERED".
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  FILLER                  PIC X(04) VALUE " AGE".
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  FILLER                  PIC X(26) VALUE "BEFORE".
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  FILLER                  PIC X(26) VALUE "AFTER".
001530     05  FILLER                  PIC X(12) VALUE SPACES.
001540
001550 01  WS-PENDING-LINE.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  WS-PL-TABLE             PIC X(05).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  WS-PL-ACTION            PIC X(10).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  WS-PL-ROW               PIC X(17).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  WS-PL-MAKER             PIC X(08).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  WS-PL-ENTRY-DATE        PIC 9(08).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  WS-PL-AGE               PIC ZZZ9.
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  WS-PL-BEFORE            PIC X(26).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  WS-PL-AFTER             PIC X(26).
001720     05  FILLER                  PIC X(12) VALUE SPACES.
001730
001740 01  WS-DECIDED-HEADING.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(05) VALUE "TABLE".
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  FILLER                  PIC X(10) VALUE "ACTION".
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  FILLER                  PIC X(17) VALUE "ROW".
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  FILLER                  PIC X(08) VALUE "MAKER".
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  FILLER                  PIC X(08) VALUE "CHECKER".
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  FILLER                  PIC X(08) VALUE "DECIDED".
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  FILLER                  PIC X(11) VALUE "OUTCOME".
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  FILLER                  PIC X(30) VALUE "REASON".
001910     05  FILLER                  PIC X(19) VALUE SPACES.
001920
001930 01  WS-DECIDED-LINE.
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  WS-DL-TABLE             PIC X(05).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  WS-DL-ACTION            PIC X(10).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  WS-DL-ROW               PIC X(17).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  WS-DL-MAKER             PIC X(08).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  WS-DL-CHECKER           PIC X(08).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  WS-DL-DECISION-DATE     PIC 9(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-DL-OUTCOME           PIC X(11).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-DL-REASON            PIC X(30).
002100     05  FILLER                  PIC X(19) VALUE SPACES.
002110
002120 01  WS-COUNT-LINE.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  WS-CL-LABEL             PIC X(28).
002150     05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
002160     05  FILLER                  PIC X(93) VALUE SPACES.
002170
002180 PROCEDURE DIVISION.
002190
002200*----------------------------------------------------------------*
002210* 0000-MAINLINE                                                  *
002220*----------------------------------------------------------------*
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE
002250         THRU 1000-EXIT.
002260
002270     PERFORM 2000-LIST-ONE-PASS
002280         THRU 2000-EXIT.
002290
002300     MOVE 'D' TO WS-PASS-SW.
002310     PERFORM 2000-LIST-ONE-PASS
002320         THRU 2000-EXIT.
002330
002340     PERFORM 8000-PRINT-SUMMARY-SECTION
002350         THRU 8000-EXIT.
002360
002370     PERFORM 9000-TERMINATE
002380         THRU 9000-EXIT.
002390
002400     STOP RUN.
002410
002420 0000-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------*
002460* 1000-INITIALIZE                                                *
002470* OPENS THE REPORT AND PICKS UP THE RUN DATE.  NO OPERATOR       *
002480* PROMPTS - THE JOB IS SCHEDULED DAILY.  A MISSING PENDING-      *
002490* CHANGE FILE MEANS NO CHANGE HAS EVER BEEN KEYED - THE REPORT   *
002500* IS STILL PRODUCED, SHOWING NOTHING OUTSTANDING.                *
002510*----------------------------------------------------------------*
002520 1000-INITIALIZE.
002530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002540
002550     OPEN OUTPUT REPORT-FILE.
002560     IF WS-REPORT-FILE-STATUS NOT = '00'
002570         DISPLAY "Cannot open pending changes report - status "
002580             WS-REPORT-FILE-STATUS
002590         MOVE 'Y' TO WS-FILE-ERROR-SW
002600         GO TO 1000-EXIT
002610     END-IF.
002620
002630     OPEN INPUT PENDCHG-FILE.
002640     IF WS-PEND-FILE-STATUS = '35'
002650         DISPLAY "Pending-change file not found - no changes "
002660             "keyed."
002670         MOVE 'Y' TO WS-NO-PEND-FILE-SW
002680         GO TO 1000-EXIT
002690     END-IF.
002700     IF WS-PEND-FILE-STATUS NOT = '00'
002710         DISPLAY "Cannot open pending-change file - status "
002720             WS-PEND-FILE-STATUS
002730         MOVE 'Y' TO WS-FILE-ERROR-SW
002740         GO TO 1000-EXIT
002750     END-IF.
002760     CLOSE PENDCHG-FILE.
002770
002780 1000-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------*
002820* 2000-LIST-ONE-PASS                                             *
002830* ONE FULL READ OF THE PENDING-CHANGE FILE.  THE FIRST PASS      *
002840* LISTS CHANGES AWAITING APPROVAL, THE SECOND LISTS CHANGES      *
002850* REJECTED OR NOT APPLIED; EACH PART STARTS ON A NEW PAGE.       *
002860*----------------------------------------------------------------*
002870 2000-LIST-ONE-PASS.
002880     IF WS-FILE-ERROR
002890         GO TO 2000-EXIT
002900     END-IF.
002910
002920     MOVE 99 TO WS-LINE-CNT.
002930     PERFORM 3000-PRINT-SECTION-HEADING
002940         THRU 3000-EXIT.
002950
002960     IF WS-NO-PEND-FILE
002970         GO TO 2000-EXIT
002980     END-IF.
002990
003000     OPEN INPUT PENDCHG-FILE.
003010     IF WS-PEND-FILE-STATUS NOT = '00'
003020         DISPLAY "Cannot open pending-change file - status "
003030             WS-PEND-FILE-STATUS
003040         MOVE 'Y' TO WS-FILE-ERROR-SW
003050         GO TO 2000-EXIT
003060     END-IF.
003070
003080     MOVE 'N' TO WS-PEND-EOF-SW.
003090     PERFORM 2100-PROCESS-PENDCHG-RECORD
003100         THRU 2100-EXIT
003110         UNTIL WS-PEND-EOF.
003120
003130     CLOSE PENDCHG-FILE.
003140
003150 2000-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------*
003190* 2100-PROCESS-PENDCHG-RECORD                                    *
003200*----------------------------------------------------------------*
003210 2100-PROCESS-PENDCHG-RECORD.
003220     READ PENDCHG-FILE
003230         AT END
003240         MOVE 'Y' TO WS-PEND-EOF-SW
003250         GO TO 2100-EXIT
003260     END-READ.
003270
003280     IF WS-PASS-PENDING
003290         ADD 1 TO WS-READ-CNT
003300         PERFORM 2200-COUNT-CHANGE
003310             THRU 2200-EXIT
003320         IF PC-PENDING
003330             PERFORM 4000-PRINT-PENDING-LINE
003340                 THRU 4000-EXIT
003350         END-IF
003360     ELSE
003370         IF PC-REJECTED OR PC-NOT-APPLIED
003380             PERFORM 5000-PRINT-DECIDED-LINE
003390                 THRU 5000-EXIT
003400         END-IF
003410     END-IF.
003420
003430 2100-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------*
003470* 2200-COUNT-CHANGE                                              *
003480*----------------------------------------------------------------*
003490 2200-COUNT-CHANGE.
003500     EVALUATE TRUE
003510         WHEN PC-PENDING
003520             ADD 1 TO WS-PENDING-CNT
003530             IF PC-RATE-TABLE
003540                 ADD 1 TO WS-PENDING-RATE-CNT
003550             ELSE
003560                 ADD 1 TO WS-PENDING-MAP-CNT
003570             END-IF
003580         WHEN PC-APPROVED
003590             ADD 1 TO WS-APPROVED-CNT
003600         WHEN PC-REJECTED
003610             ADD 1 TO WS-REJECTED-CNT
003620         WHEN PC-NOT-APPLIED
003630             ADD 1 TO WS-NOT-APPLIED-CNT
003640     END-EVALUATE.
003650
003660 2200-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------*
003700* 3000-PRINT-SECTION-HEADING                                     *
003710*----------------------------------------------------------------*
003720 3000-PRINT-SECTION-HEADING.
003730     PERFORM 7000-PRINT-PAGE-HEADINGS
003740         THRU 7000-EXIT.
003750
003760     IF WS-PASS-PENDING
003770         WRITE REPORT-LINE FROM WS-PENDING-TITLE
003780         MOVE SPACES TO REPORT-LINE
003790         WRITE REPORT-LINE
003800         WRITE REPORT-LINE FROM WS-PENDING-HEADING
003810     ELSE
003820         WRITE REPORT-LINE FROM WS-DECIDED-TITLE
003830         MOVE SPACES TO REPORT-LINE
003840         WRITE REPORT-LINE
003850         WRITE REPORT-LINE FROM WS-DECIDED-HEADING
003860     END-IF.
003870
003880     ADD 3 TO WS-LINE-CNT.
003890
003900 3000-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------*
003940* 3100-FORMAT-ROW-KEY                                            *
003950* BUILDS THE TABLE NAME, ACTION AND ROW KEY TEXT SHARED BY BOTH  *
003960* PARTS OF THE REPORT.                                           *
003970*----------------------------------------------------------------*
003980 3100-FORMAT-ROW-KEY.
003990     MOVE SPACES TO WS-KEY-TEXT.
004000     IF PC-RATE-TABLE
004010         MOVE PC-AR-RATE-NAME      TO WS-KR-RATE-NAME
004020         MOVE PC-AR-EFFECTIVE-DATE TO WS-KR-EFFECTIVE-DATE
004030     ELSE
004040         MOVE PC-AG-OPERATION      TO WS-KM-OPERATION
004050         MOVE PC-AG-OPERATOR-ID    TO WS-KM-OPERATOR-ID
004060     END-IF.
004070
004080     IF PC-RATE-TABLE
004090         MOVE "RATE"  TO WS-PL-TABLE
004100     ELSE
004110         MOVE "GLMAP" TO WS-PL-TABLE
004120     END-IF.
004130
004140     EVALUATE TRUE
004150         WHEN PC-ACTION-ADD
004160             MOVE "ADD"        TO WS-PL-ACTION
004170         WHEN PC-ACTION-CHANGE
004180             MOVE "CHANGE"     TO WS-PL-ACTION
004190         WHEN PC-ACTION-DEACTIVATE
004200             MOVE "DEACTIVATE" TO WS-PL-ACTION
004210         WHEN OTHER
004220             MOVE "UNKNOWN"    TO WS-PL-ACTION
004230     END-EVALUATE.
004240
004250 3100-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------*
004290* 4000-PRINT-PENDING-LINE                                        *
004300*----------------------------------------------------------------*
004310 4000-PRINT-PENDING-LINE.
004320     IF WS-LINE-CNT > WS-LINES-PER-PAGE
004330         PERFORM 3000-PRINT-SECTION-HEADING
004340             THRU 3000-EXIT
004350     END-IF.
004360
004370     PERFORM 3100-FORMAT-ROW-KEY
004380         THRU 3100-EXIT.
004390     MOVE WS-KEY-TEXT   TO WS-PL-ROW.
004400     MOVE PC-MAKER-ID   TO WS-PL-MAKER.
004410     MOVE PC-ENTRY-DATE TO WS-PL-ENTRY-DATE.
004420
004430     MOVE ZERO TO WS-AGE-DAYS.
004440     IF PC-ENTRY-DATE IS NUMERIC AND PC-ENTRY-DATE > ZERO
004450         COMPUTE WS-AGE-DAYS =
004460             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
004470             - FUNCTION INTEGER-OF-DATE(PC-ENTRY-DATE)
004480     END-IF.
004490     IF WS-AGE-DAYS < ZERO
004500         MOVE ZERO TO WS-AGE-DAYS
004510     END-IF.
004520     MOVE WS-AGE-DAYS TO WS-PL-AGE.
004530     IF WS-AGE-DAYS > WS-OLDEST-AGE
004540         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
004550     END-IF.
004560
004570     MOVE SPACES TO WS-IMAGE-TEXT.
004580     IF PC-BEFORE-IMAGE = SPACES
004590         MOVE "(NONE)" TO WS-IMAGE-TEXT
004600     ELSE
004610         IF PC-RATE-TABLE
004620             MOVE PC-BR-STATUS-CODE TO WS-IR-STATUS-CODE
004630             MOVE PC-BR-RATE-VALUE  TO WS-IR-RATE-VALUE
004640         ELSE
004650             MOVE PC-BG-GL-ACCOUNT  TO WS-IM-GL-ACCOUNT
004660             MOVE PC-BG-COST-CENTER TO WS-IM-COST-CENTER
004670             MOVE PC-BG-DRCR-SIDE   TO WS-IM-DRCR-SIDE
004680             MOVE PC-BG-STATUS-CODE TO WS-IM-STATUS-CODE
004690         END-IF
004700     END-IF.
004710     MOVE WS-IMAGE-TEXT TO WS-PL-BEFORE.
004720
004730     MOVE SPACES TO WS-IMAGE-TEXT.
004740     IF PC-RATE-TABLE
004750         MOVE PC-AR-STATUS-CODE TO WS-IR-STATUS-CODE
004760         MOVE PC-AR-RATE-VALUE  TO WS-IR-RATE-VALUE
004770     ELSE
004780         MOVE PC-AG-GL-ACCOUNT  TO WS-IM-GL-ACCOUNT
004790         MOVE PC-AG-COST-CENTER TO WS-IM-COST-CENTER
004800         MOVE PC-AG-DRCR-SIDE   TO WS-IM-DRCR-SIDE
004810         MOVE PC-AG-STATUS-CODE TO WS-IM-STATUS-CODE
004820     END-IF.
004830     MOVE WS-IMAGE-TEXT TO WS-PL-AFTER.
004840
004850     WRITE REPORT-LINE FROM WS-PENDING-LINE.
004860     ADD 1 TO WS-LINE-CNT.
004870
004880 4000-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------*
004920* 5000-PRINT-DECIDED-LINE                                        *
004930*----------------------------------------------------------------*
004940 5000-PRINT-DECIDED-LINE.
004950     IF WS-LINE-CNT > WS-LINES-PER-PAGE
004960         PERFORM 3000-PRINT-SECTION-HEADING
004970             THRU 3000-EXIT
004980     END-IF.
004990
005000     PERFORM 3100-FORMAT-ROW-KEY
005010         THRU 3100-EXIT.
005020     MOVE WS-PL-TABLE        TO WS-DL-TABLE.
005030     MOVE WS-PL-ACTION       TO WS-DL-ACTION.
005040     MOVE WS-KEY-TEXT        TO WS-DL-ROW.
005050     MOVE PC-MAKER-ID        TO WS-DL-MAKER.
005060     MOVE PC-CHECKER-ID      TO WS-DL-CHECKER.
005070     MOVE PC-DECISION-DATE   TO WS-DL-DECISION-DATE.
005080     MOVE PC-DECISION-REASON TO WS-DL-REASON.
005090     IF PC-REJECTED
005100         MOVE "REJECTED"    TO WS-DL-OUTCOME
005110     ELSE
005120         MOVE "NOT APPLIED" TO WS-DL-OUTCOME
005130     END-IF.
005140
005150     WRITE REPORT-LINE FROM WS-DECIDED-LINE.
005160     ADD 1 TO WS-LINE-CNT.
005170
005180 5000-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------*
005220* 7000-PRINT-PAGE-HEADINGS                                       *
005230*----------------------------------------------------------------*
005240 7000-PRINT-PAGE-HEADINGS.
005250     ADD 1 TO WS-PAGE-CNT.
005260
005270     MOVE WS-CURRENT-DATE TO WS-H1-DATE.
005280     MOVE WS-PAGE-CNT     TO WS-H1-PAGE.
005290
005300     WRITE REPORT-LINE FROM WS-HEADING-1.
005310     MOVE SPACES TO REPORT-LINE.
005320     WRITE REPORT-LINE.
005330
005340     MOVE 2 TO WS-LINE-CNT.
005350
005360 7000-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------*
005400* 8000-PRINT-SUMMARY-SECTION                                     *
005410*----------------------------------------------------------------*
005420 8000-PRINT-SUMMARY-SECTION.
005430     IF WS-REPORT-FILE-STATUS NOT = '00'
005440         GO TO 8000-EXIT
005450     END-IF.
005460
005470     MOVE SPACES TO REPORT-LINE.
005480     WRITE REPORT-LINE.
005490     MOVE "  ---- PENDING-CHANGE FILE SUMMARY ----"
005500         TO REPORT-LINE.
005510     WRITE REPORT-LINE.
005520     MOVE SPACES TO REPORT-LINE.
005530     WRITE REPORT-LINE.
005540
005550     MOVE "CHANGES ON FILE"          TO WS-CL-LABEL.
005560     MOVE WS-READ-CNT                TO WS-CL-COUNT.
005570     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005580
005590     MOVE "AWAITING APPROVAL"        TO WS-CL-LABEL.
005600     MOVE WS-PENDING-CNT             TO WS-CL-COUNT.
005610     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005620
005630     MOVE "  RATE TABLE"             TO WS-CL-LABEL.
005640     MOVE WS-PENDING-RATE-CNT        TO WS-CL-COUNT.
005650     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005660
005670     MOVE "  GL MAPPING"             TO WS-CL-LABEL.
005680     MOVE WS-PENDING-MAP-CNT         TO WS-CL-COUNT.
005690     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005700
005710     MOVE "OLDEST PENDING (DAYS)"    TO WS-CL-LABEL.
005720     MOVE WS-OLDEST-AGE              TO WS-CL-COUNT.
005730     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005740
005750     MOVE "APPROVED AND APPLIED"     TO WS-CL-LABEL.
005760     MOVE WS-APPROVED-CNT            TO WS-CL-COUNT.
005770     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005780
005790     MOVE "REJECTED"                 TO WS-CL-LABEL.
005800     MOVE WS-REJECTED-CNT            TO WS-CL-COUNT.
005810     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005820
005830     MOVE "APPROVED BUT NOT APPLIED" TO WS-CL-LABEL.
005840     MOVE WS-NOT-APPLIED-CNT         TO WS-CL-COUNT.
005850     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005860
005870 8000-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------*
005910* 9000-TERMINATE                                                 *
005920*----------------------------------------------------------------*
005930 9000-TERMINATE.
005940     IF WS-REPORT-FILE-STATUS = '00'
005950         CLOSE REPORT-FILE
005960     END-IF.
005970
005980     DISPLAY "Pending table changes report complete.".
005990     DISPLAY "Changes on file:    " WS-READ-CNT.
006000     DISPLAY "Awaiting approval:  " WS-PENDING-CNT.
006010     DISPLAY "Rejected:           " WS-REJECTED-CNT.
006020     DISPLAY "Not applied:        " WS-NOT-APPLIED-CNT.
006030
006040*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 NOTHING
006050*    WAITING, 04 CHANGES AWAITING A SECOND SUPERVISOR, 12 FILE
006060*    ERROR.
006070     EVALUATE TRUE
006080         WHEN WS-FILE-ERROR
006090             MOVE 12 TO RETURN-CODE
006100         WHEN WS-PENDING-CNT > ZERO
006110             MOVE 4 TO RETURN-CODE
006120         WHEN OTHER
006130             MOVE 0 TO RETURN-CODE
006140     END-EVALUATE.
006150
006160 9000-EXIT.
006170     EXIT.
