000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCBWIN.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* NIGHTLY BATCH-WINDOW DRIVER.  READS THE JOB-STREAM DEFINITION  *
000100* (JOBSTRM, ONE CARD PER STEP - SEE CALCJOBS) AND CALLS EACH     *
000110* STEP'S PROGRAM IN CARD ORDER, CHECKING ITS RETURN CODE         *
000120* AGAINST THE STEP'S ALLOWED CODES.  A STEP ENDING ON ANY OTHER  *
000130* CODE EITHER STOPS THE CHAIN OR ONLY WARNS, AS ITS CARD SAYS.   *
000140* A STEP WITH A HOLD-IF STEP IS NOT RUN WHEN THAT STEP ENDED     *
000150* NONZERO - CALCGLRP IS ALWAYS HELD BY A NONZERO CALCRECN, SO    *
000160* AN UNRECONCILED NIGHT NEVER REACHES THE LEDGER.  EACH STEP'S   *
000170* START, END AND RETURN CODE ARE KEPT ON THE KEYED STEP-STATUS   *
000175* FILE (STEPSTAT, SEE CALCSTEP) AS THEY HAPPEN.  WHILE A WINDOW  *
000180* IS OPEN - ANY STEP FAILED, HELD OR NEVER FINISHED - A RERUN    *
000185* PICKS UP AT THE FIRST SUCH STEP AND RUNS ONLY WHAT IS NOT YET  *
000190* COMPLETE OR WARNED; A HELD STEP REPEATS THE STEP THAT HELD IT  *
000195* FIRST.  ONCE NO STEP IS FAILED, HELD OR UNFINISHED THE WINDOW  *
000200* CLOSES.                                                        *
000230* PRINTS THE BATCH-WINDOW COMPLETION REPORT (BWINRPT)            *
000240* WITH EACH STEP'S STATUS, RETURN CODE, START, END AND ELAPSED   *
000250* TIME, AND THE RUN ID OF ITS RUN-HISTORY LOG (RUNLOG) RECORDS.  *
000260* EACH STEP PROGRAM READS ITS OWN FILES AND PARAMETER CARDS AS   *
000270* WHEN RUN ON ITS OWN - THE BATCH RUN NEEDS ITS CALCPARM CARDS.  *
000280* RUNS UNATTENDED.  RC 00 WINDOW COMPLETE, 04 A STEP WARNED OR   *
000290* WAS HELD, 08 THE CHAIN STOPPED ON A FAILED STEP, 12 THE        *
000300* DEFINITION OR STEP-STATUS FILE IS UNUSABLE (NOTHING RUN).      *
000310*----------------------------------------------------------------*
000320* MODIFICATION HISTORY                                           *
000330*----------------------------------------------------------------*
000340* DATE       INITIALS  DESCRIPTION                               *
000350* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000352* 2026-10-15 JAW       A STEP THAT ENDED ON A WARNING COUNTS AS  *
000354*                      FINISHED ON A RESTART AND IS NOT CALLED   *
000356*                      AGAIN UNLESS IT HELD A LATER STEP.        *
000360*----------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT JOBSTRM-FILE ASSIGN TO "JOBSTRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-JOBSTRM-FILE-STATUS.
000450
000460     SELECT STEPSTAT-FILE ASSIGN TO "STEPSTAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SS-STEP-NO
000500         FILE STATUS IS WS-STEPSTAT-FILE-STATUS.
000510
000520     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000550
000560     SELECT REPORT-FILE ASSIGN TO "BWINRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-FILE-STATUS.
000590
000600 DATA DIVISION.
000610
000620 FILE SECTION.
000630 FD  JOBSTRM-FILE.
000640     COPY CALCJOBS.
000650
000660 FD  STEPSTAT-FILE.
000670     COPY CALCSTEP.
000680
000690 FD  RUNLOG-FILE.
000700     COPY CALCRLOG.
000710
000720 FD  REPORT-FILE.
000730 01  REPORT-LINE                 PIC X(132).
000740
000750 WORKING-STORAGE SECTION.
000760
000770 01  WS-JOBSTRM-FILE-STATUS      PIC X(02) VALUE SPACES.
000780 01  WS-STEPSTAT-FILE-STATUS     PIC X(02) VALUE SPACES.
000790 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
000800
000810 77  WS-JOBSTRM-EOF-SW           PIC X VALUE 'N'.
000820     88  WS-JOBSTRM-EOF          VALUE 'Y'.
000830
000840 77  WS-RUNLOG-EOF-SW            PIC X VALUE 'N'.
000850     88  WS-RUNLOG-EOF           VALUE 'Y'.
000860
000870 77  WS-DEFINITION-ERROR-SW      PIC X VALUE 'N'.
000880     88  WS-DEFINITION-ERROR     VALUE 'Y'.
000890
000900 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
000910     88  WS-FILE-ERROR           VALUE 'Y'.
000920
000930 77  WS-STEPSTAT-OPEN-SW         PIC X VALUE 'N'.
000940     88  WS-STEPSTAT-OPEN        VALUE 'Y'.
000950
000960 77  WS-CHAIN-STOPPED-SW         PIC X VALUE 'N'.
000970     88  WS-CHAIN-STOPPED        VALUE 'Y'.
000980
000990 77  WS-WINDOW-DONE-SW           PIC X VALUE 'N'.
001000     88  WS-WINDOW-DONE          VALUE 'Y'.
001010
001020 77  WS-CALL-FAILED-SW           PIC X VALUE 'N'.
001030     88  WS-CALL-FAILED          VALUE 'Y'.
001040
001050 77  WS-RC-ALLOWED-SW            PIC X VALUE 'N'.
001060     88  WS-RC-ALLOWED           VALUE 'Y'.
001070
001080 77  WS-STEP-FOUND-SW            PIC X VALUE 'N'.
001090     88  WS-STEP-FOUND           VALUE 'Y'.
001100
001110*----------------------------------------------------------------*
001120* STEP TABLE - THE JOB-STREAM DEFINITION AS LOADED, WITH EACH    *
001130* STEP'S STATUS FOR THIS WINDOW.  THE HOLD-IF STEP IS RESOLVED   *
001140* TO ITS TABLE INDEX (ZERO = NONE).                              *
001150*----------------------------------------------------------------*
001160 77  WS-STEP-MAX                 PIC 9(03) COMP VALUE 20.
001170 77  WS-STEP-CNT                 PIC 9(03) COMP VALUE ZERO.
001180 77  WS-STEP-IX                  PIC 9(03) COMP VALUE ZERO.
001190 77  WS-STEP-IX2                 PIC 9(03) COMP VALUE ZERO.
001200 77  WS-RC-IX                    PIC 9(03) COMP VALUE ZERO.
001210 77  WS-HOLD-IX                  PIC 9(03) COMP VALUE ZERO.
001220 77  WS-CARD-CNT                 PIC 9(05) COMP VALUE ZERO.
001230
001240 01  WS-STEP-TABLE.
001250     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001260         10  WS-SE-STEP-NAME     PIC X(08).
001270         10  WS-SE-PROGRAM-ID    PIC X(10).
001280         10  WS-SE-ALLOWED-RCS.
001290             15  WS-SE-ALLOWED-RC PIC X(02) OCCURS 5 TIMES.
001300         10  WS-SE-FAIL-ACTION   PIC X(01).
001310         10  WS-SE-HOLD-IF-STEP  PIC X(08).
001320         10  WS-SE-HOLD-IX       PIC 9(03) COMP.
001330         10  WS-SE-STATUS        PIC X(01).
001340         10  WS-SE-RETURN-CODE   PIC 9(02).
001350         10  WS-SE-START-DATE    PIC 9(08).
001360         10  WS-SE-START-TIME    PIC 9(08).
001370         10  WS-SE-END-DATE      PIC 9(08).
001380         10  WS-SE-END-TIME      PIC 9(08).
001390         10  WS-SE-ELAPSED-HSEC  PIC 9(09).
001400         10  WS-SE-ATTEMPT-CNT   PIC 9(02).
001410         10  WS-SE-RUNLOG-RUN-ID PIC 9(16).
001420         10  WS-SE-DRIVER-RUN-ID PIC 9(16).
001430
001440*----------------------------------------------------------------*
001450* WINDOW                                                         *
001460*----------------------------------------------------------------*
001470 01  WS-WINDOW-ID                PIC 9(16) VALUE ZERO.
001480 01  WS-RESTART-CNT              PIC 9(03) VALUE ZERO.
001490 01  WS-RESTART-STEP             PIC 9(03) COMP VALUE ZERO.
001500
001510 01  WS-WINDOW-COUNTERS.
001520     05  WS-RAN-CNT              PIC 9(03) COMP VALUE ZERO.
001530     05  WS-COMPLETE-CNT         PIC 9(03) COMP VALUE ZERO.
001540     05  WS-WARNED-CNT           PIC 9(03) COMP VALUE ZERO.
001550     05  WS-FAILED-CNT           PIC 9(03) COMP VALUE ZERO.
001560     05  WS-HELD-CNT             PIC 9(03) COMP VALUE ZERO.
001570     05  WS-NOT-RUN-CNT          PIC 9(03) COMP VALUE ZERO.
001580
001590*----------------------------------------------------------------*
001600* STEP CALL AND TIMING                                           *
001610*----------------------------------------------------------------*
001620 01  WS-CALL-PROGRAM             PIC X(10) VALUE SPACES.
001630 01  WS-STEP-RC                  PIC 9(02) VALUE ZERO.
001640 01  WS-STEP-RC-X REDEFINES WS-STEP-RC
001650                                 PIC X(02).
001660 01  WS-CALL-RC                  PIC S9(04) COMP VALUE ZERO.
001670
001680 01  WS-TIME-OF-DAY.
001690     05  WS-TIME-HHMMSS          PIC 9(06).
001700     05  FILLER                  PIC 9(02).
001710 01  WS-TIME-OF-DAY-NUM REDEFINES WS-TIME-OF-DAY
001720                                 PIC 9(08).
001730 01  WS-TIME-PARTS REDEFINES WS-TIME-OF-DAY.
001740     05  WS-TP-HH                PIC 9(02).
001750     05  WS-TP-MM                PIC 9(02).
001760     05  WS-TP-SS                PIC 9(02).
001770     05  WS-TP-CC                PIC 9(02).
001780 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001790
001800 01  WS-START-HSEC               PIC 9(09) VALUE ZERO.
001810 01  WS-END-HSEC                 PIC 9(09) VALUE ZERO.
001820 01  WS-DAY-DIFF                 PIC S9(05) COMP VALUE ZERO.
001830 01  WS-ELAPSED-HSEC             PIC 9(09) VALUE ZERO.
001840 01  WS-TOTAL-ELAPSED-HSEC       PIC 9(09) VALUE ZERO.
001850
001860*    ELAPSED TIME AS HOURS, MINUTES, SECONDS AND HUNDREDTHS
001870 01  WS-ELAPSED-WORK             PIC 9(09) VALUE ZERO.
001880 01  WS-ELAPSED-HOURS            PIC 9(05) VALUE ZERO.
001890 01  WS-ELAPSED-DISPLAY.
001900     05  WS-ED-HOURS             PIC ZZ9.
001910     05  FILLER                  PIC X(01) VALUE ':'.
001920     05  WS-ED-MINUTES           PIC 9(02).
001930     05  FILLER                  PIC X(01) VALUE ':'.
001940     05  WS-ED-SECONDS           PIC 9(02).
001950     05  FILLER                  PIC X(01) VALUE '.'.
001960     05  WS-ED-HSEC              PIC 9(02).
001970
001980*----------------------------------------------------------------*
001990* RUN-HISTORY LOG WORKING STORAGE - START STAMP HELD FOR THE     *
002000* RUN SO THE END RECORD CARRIES THE SAME PAIRING KEY.  THE RUN   *
002010* ID OF THE EXECUTION THAT OPENS A WINDOW IS THE WINDOW'S ID.    *
002020*----------------------------------------------------------------*
002030 01  WS-RUNLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
002040 01  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
002050 01  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
002060 01  WS-RUN-TIME-OF-DAY.
002070     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
002080     05  FILLER                  PIC 9(02).
002090 01  WS-RUN-ID.
002100     05  WS-RUN-ID-DATE          PIC 9(08) VALUE ZERO.
002110     05  WS-RUN-ID-TIME          PIC 9(08) VALUE ZERO.
002120 01  WS-RUN-ID-NUM REDEFINES WS-RUN-ID
002130                                 PIC 9(16).
002140
002150*    A RUN ID EDITED AS YYYYMMDD-HHMMSSCC
002160 01  WS-FMT-RUN-ID               PIC 9(16) VALUE ZERO.
002170 01  WS-FMT-RUN-PARTS REDEFINES WS-FMT-RUN-ID.
002180     05  WS-FR-DATE              PIC 9(08).
002190     05  WS-FR-TIME              PIC 9(08).
002200 01  WS-RUN-ID-DISPLAY.
002210     05  WS-RD-DATE              PIC 9(08).
002220     05  FILLER                  PIC X(01) VALUE '-'.
002230     05  WS-RD-TIME              PIC 9(08).
002240
002250*----------------------------------------------------------------*
002260* REPORT PAGINATION AND LINE LAYOUTS                             *
002270*----------------------------------------------------------------*
002280 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
002290 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
002300 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002310
002320 01  WS-HEADING-1.
002330     05  FILLER                  PIC X(46) VALUE
002340         "CALCBWIN      BATCH WINDOW COMPLETION REPORT".
002350     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002360     05  WS-H1-DATE              PIC 9(08).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  FILLER                  PIC X(06) VALUE "PAGE: ".
002390     05  WS-H1-PAGE              PIC ZZZZ9.
002400     05  FILLER                  PIC X(55) VALUE SPACES.
002410
002420 01  WS-HEADING-2.
002430     05  FILLER                  PIC X(11) VALUE "WINDOW ID: ".
002440     05  WS-H2-WINDOW-ID         PIC X(17).
002450     05  FILLER                  PIC X(03) VALUE SPACES.
002460     05  FILLER                  PIC X(10) VALUE "THIS RUN: ".
002470     05  WS-H2-RUN-ID            PIC X(17).
002480     05  FILLER                  PIC X(03) VALUE SPACES.
002490     05  FILLER                  PIC X(10) VALUE "RESTARTS: ".
002500     05  WS-H2-RESTARTS          PIC ZZ9.
002510     05  FILLER                  PIC X(58) VALUE SPACES.
002520
002530 01  WS-HEADING-3.
002540     05  FILLER                  PIC X(04) VALUE "STEP".
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  FILLER                  PIC X(08) VALUE "NAME".
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  FILLER                  PIC X(10) VALUE "PROGRAM".
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  FILLER                  PIC X(10) VALUE "STATUS".
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  FILLER                  PIC X(02) VALUE "RC".
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  FILLER                  PIC X(10) VALUE "ALLOWED".
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  FILLER                  PIC X(01) VALUE "A".
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  FILLER                  PIC X(17) VALUE "START".
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  FILLER                  PIC X(17) VALUE "END".
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  FILLER                  PIC X(12) VALUE "     ELAPSED".
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  FILLER                  PIC X(02) VALUE "TR".
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  FILLER                  PIC X(17) VALUE "RUNLOG RUN ID".
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  FILLER                  PIC X(05) VALUE "NOTE".
002790     05  FILLER                  PIC X(05) VALUE SPACES.
002800
002810 01  WS-DETAIL-LINE.
002820     05  WS-DT-STEP-NO           PIC 9(03).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  WS-DT-STEP-NAME         PIC X(08).
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  WS-DT-PROGRAM           PIC X(10).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  WS-DT-STATUS            PIC X(10).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  WS-DT-RC                PIC X(02).
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  WS-DT-ALLOWED           PIC X(10).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  WS-DT-ACTION            PIC X(01).
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  WS-DT-START             PIC X(17).
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  WS-DT-END               PIC X(17).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  WS-DT-ELAPSED           PIC X(12).
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  WS-DT-ATTEMPTS          PIC Z9.
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  WS-DT-RUNLOG-ID         PIC X(17).
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  WS-DT-NOTE              PIC X(10).
003070
003080 01  WS-MESSAGE-LINE.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  WS-ML-TEXT              PIC X(90).
003110     05  FILLER                  PIC X(40) VALUE SPACES.
003120
003130 01  WS-COUNT-LINE.
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  WS-CL-LABEL             PIC X(28).
003160     05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
003170     05  FILLER                  PIC X(93) VALUE SPACES.
003180
003190 01  WS-ELAPSED-LINE.
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  FILLER                  PIC X(28) VALUE
003220         "ELAPSED THIS EXECUTION".
003230     05  WS-EL-ELAPSED           PIC X(12).
003240     05  FILLER                  PIC X(90) VALUE SPACES.
003250
003260 PROCEDURE DIVISION.
003270
003280*----------------------------------------------------------------*
003290* 0000-MAINLINE                                                  *
003300*----------------------------------------------------------------*
003310 0000-MAINLINE.
003320     PERFORM 9500-WRITE-RUNLOG-START
003330         THRU 9500-EXIT.
003340
003350     PERFORM 1000-INITIALIZE
003360         THRU 1000-EXIT.
003370
003380     IF NOT WS-DEFINITION-ERROR AND NOT WS-FILE-ERROR
003390         PERFORM 2000-RUN-ONE-STEP
003400             THRU 2000-EXIT
003410             VARYING WS-STEP-IX FROM 1 BY 1
003420             UNTIL WS-STEP-IX > WS-STEP-CNT
003430         PERFORM 3000-CLOSE-WINDOW
003440             THRU 3000-EXIT
003450     END-IF.
003460
003470     PERFORM 8000-PRINT-COMPLETION-REPORT
003480         THRU 8000-EXIT.
003490
003500     PERFORM 9000-TERMINATE
003510         THRU 9000-EXIT.
003520
003530     PERFORM 9600-WRITE-RUNLOG-END
003540         THRU 9600-EXIT.
003550
003560     STOP RUN.
003570
003580 0000-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------*
003620* 1000-INITIALIZE                                                *
003630* LOADS THE JOB-STREAM DEFINITION, THEN OPENS A NEW WINDOW ON    *
003640* THE STEP-STATUS FILE OR PICKS UP THE ONE STILL OPEN.  NO       *
003650* OPERATOR PROMPTS - THE JOB IS SCHEDULED.                       *
003660*----------------------------------------------------------------*
003670 1000-INITIALIZE.
003680     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003690
003700     OPEN OUTPUT REPORT-FILE.
003710     IF WS-REPORT-FILE-STATUS NOT = '00'
003720         DISPLAY "Cannot open batch window report - status "
003730             WS-REPORT-FILE-STATUS
003740     END-IF.
003750
003760     PERFORM 1100-LOAD-JOB-STREAM
003770         THRU 1100-EXIT.
003780     IF WS-DEFINITION-ERROR
003790         GO TO 1000-EXIT
003800     END-IF.
003810
003820     OPEN I-O STEPSTAT-FILE.
003830     IF WS-STEPSTAT-FILE-STATUS = '35'
003840         OPEN OUTPUT STEPSTAT-FILE
003850         CLOSE STEPSTAT-FILE
003860         OPEN I-O STEPSTAT-FILE
003870     END-IF.
003880     IF WS-STEPSTAT-FILE-STATUS NOT = '00'
003890         DISPLAY "Cannot open step-status file - status "
003900             WS-STEPSTAT-FILE-STATUS " - nothing run."
003910         MOVE 'Y' TO WS-FILE-ERROR-SW
003920         GO TO 1000-EXIT
003930     END-IF.
003940     MOVE 'Y' TO WS-STEPSTAT-OPEN-SW.
003950
003960     MOVE ZERO TO SS-STEP-NO.
003970     READ STEPSTAT-FILE
003980         INVALID KEY
003990         PERFORM 1400-OPEN-NEW-WINDOW
004000             THRU 1400-EXIT
004010         GO TO 1000-EXIT
004020     END-READ.
004030
004040     IF SS-WINDOW-COMPLETE
004050         PERFORM 1400-OPEN-NEW-WINDOW
004060             THRU 1400-EXIT
004070     ELSE
004080         PERFORM 1300-RESUME-OPEN-WINDOW
004090             THRU 1300-EXIT
004100     END-IF.
004110
004120 1000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------*
004160* 1100-LOAD-JOB-STREAM                                           *
004170* EVERY CARD IS CHECKED BEFORE ANYTHING RUNS - A STEP NAME AND   *
004180* PROGRAM, NUMERIC ALLOWED CODES, AN ACTION OF 'S' OR 'W', AND   *
004190* A HOLD-IF STEP NAMING AN EARLIER STEP.  ANY BAD CARD, NO       *
004200* STEPS, OR MORE STEPS THAN THE TABLE HOLDS, AND NOTHING RUNS.   *
004210*----------------------------------------------------------------*
004220 1100-LOAD-JOB-STREAM.
004230     OPEN INPUT JOBSTRM-FILE.
004240     IF WS-JOBSTRM-FILE-STATUS NOT = '00'
004250         DISPLAY "Cannot open job-stream definition - status "
004260             WS-JOBSTRM-FILE-STATUS " - nothing run."
004270         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
004280         GO TO 1100-EXIT
004290     END-IF.
004300
004310     PERFORM 1110-LOAD-ONE-CARD
004320         THRU 1110-EXIT
004330         UNTIL WS-JOBSTRM-EOF.
004340
004350     CLOSE JOBSTRM-FILE.
004360
004370     IF WS-STEP-CNT = ZERO
004380         DISPLAY "Job-stream definition has no steps - "
004390             "nothing run."
004400         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
004410     END-IF.
004420
004430 1100-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------*
004470* 1110-LOAD-ONE-CARD                                             *
004480*----------------------------------------------------------------*
004490 1110-LOAD-ONE-CARD.
004500     MOVE SPACES TO CALC-JOBSTEP-CARD.
004510     READ JOBSTRM-FILE
004520         AT END
004530         MOVE 'Y' TO WS-JOBSTRM-EOF-SW
004540         GO TO 1110-EXIT
004550     END-READ.
004560
004570     ADD 1 TO WS-CARD-CNT.
004580     IF JS-COMMENT-CARD OR CALC-JOBSTEP-CARD = SPACES
004590         GO TO 1110-EXIT
004600     END-IF.
004610
004620     IF WS-STEP-CNT NOT < WS-STEP-MAX
004630         DISPLAY "Job-stream definition card " WS-CARD-CNT
004640             " - more than " WS-STEP-MAX " steps."
004650         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
004660         GO TO 1110-EXIT
004670     END-IF.
004680
004690     IF JS-STEP-NAME = SPACES OR JS-PROGRAM-ID = SPACES
004700         DISPLAY "Job-stream definition card " WS-CARD-CNT
004710             " - step name and program are required."
004720         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
004730         GO TO 1110-EXIT
004740     END-IF.
004750
004760     IF NOT JS-STOP-ON-FAIL AND NOT JS-WARN-ON-FAIL
004770         DISPLAY "Job-stream definition card " WS-CARD-CNT
004780             " - failure action must be S or W."
004790         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
004800         GO TO 1110-EXIT
004810     END-IF.
004820
004830     MOVE 'Y' TO WS-RC-ALLOWED-SW.
004840     PERFORM 1120-CHECK-ONE-ALLOWED-RC
004850         THRU 1120-EXIT
004860         VARYING WS-RC-IX FROM 1 BY 1
004870         UNTIL WS-RC-IX > 5.
004880     IF NOT WS-RC-ALLOWED
004890         DISPLAY "Job-stream definition card " WS-CARD-CNT
004900             " - allowed return codes must be two digits each."
004910         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
004920         GO TO 1110-EXIT
004930     END-IF.
004940
004950     MOVE 'N' TO WS-STEP-FOUND-SW.
004960     PERFORM 1130-CHECK-DUPLICATE-NAME
004970         THRU 1130-EXIT
004980         VARYING WS-STEP-IX2 FROM 1 BY 1
004990         UNTIL WS-STEP-IX2 > WS-STEP-CNT.
005000     IF WS-STEP-FOUND
005010         DISPLAY "Job-stream definition card " WS-CARD-CNT
005020             " - step name " JS-STEP-NAME " used twice."
005030         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
005040         GO TO 1110-EXIT
005050     END-IF.
005060
005070     ADD 1 TO WS-STEP-CNT.
005080     MOVE WS-STEP-CNT TO WS-STEP-IX.
005090     MOVE JS-STEP-NAME    TO WS-SE-STEP-NAME (WS-STEP-IX).
005100     MOVE JS-PROGRAM-ID   TO WS-SE-PROGRAM-ID (WS-STEP-IX).
005110     MOVE JS-ALLOWED-RCS  TO WS-SE-ALLOWED-RCS (WS-STEP-IX).
005120     MOVE JS-FAIL-ACTION  TO WS-SE-FAIL-ACTION (WS-STEP-IX).
005130     MOVE JS-HOLD-IF-STEP TO WS-SE-HOLD-IF-STEP (WS-STEP-IX).
005140     MOVE ZERO            TO WS-SE-HOLD-IX (WS-STEP-IX).
005150
005160*    THE POSTING RUN NEVER GOES AHEAD OF AN UNBALANCED
005170*    RECONCILIATION, WHETHER OR NOT ITS CARD SAYS SO.
005180     IF JS-HOLD-IF-STEP = SPACES
005190             AND JS-PROGRAM-ID = "CALCGLRP"
005200         PERFORM 1150-DEFAULT-GLRP-HOLD
005210             THRU 1150-EXIT
005220     END-IF.
005230
005240     IF WS-SE-HOLD-IF-STEP (WS-STEP-IX) NOT = SPACES
005250         PERFORM 1140-RESOLVE-HOLD-STEP
005260             THRU 1140-EXIT
005270     END-IF.
005280
005290 1110-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------*
005330* 1120-CHECK-ONE-ALLOWED-RC                                      *
005340*----------------------------------------------------------------*
005350 1120-CHECK-ONE-ALLOWED-RC.
005360     IF JS-ALLOWED-RC (WS-RC-IX) NOT = SPACES
005370             AND JS-ALLOWED-RC (WS-RC-IX) IS NOT NUMERIC
005380         MOVE 'N' TO WS-RC-ALLOWED-SW
005390     END-IF.
005400
005410 1120-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------*
005450* 1130-CHECK-DUPLICATE-NAME                                      *
005460*----------------------------------------------------------------*
005470 1130-CHECK-DUPLICATE-NAME.
005480     IF WS-SE-STEP-NAME (WS-STEP-IX2) = JS-STEP-NAME
005490         MOVE 'Y' TO WS-STEP-FOUND-SW
005500     END-IF.
005510
005520 1130-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 1140-RESOLVE-HOLD-STEP                                         *
005570* THE HOLD-IF STEP MUST BE AN EARLIER STEP IN THE STREAM.        *
005580*----------------------------------------------------------------*
005590 1140-RESOLVE-HOLD-STEP.
005600     PERFORM 1141-MATCH-HOLD-STEP
005610         THRU 1141-EXIT
005620         VARYING WS-STEP-IX2 FROM 1 BY 1
005630         UNTIL WS-STEP-IX2 NOT < WS-STEP-IX
005640             OR WS-SE-HOLD-IX (WS-STEP-IX) > ZERO.
005650
005660     IF WS-SE-HOLD-IX (WS-STEP-IX) = ZERO
005670         DISPLAY "Job-stream definition card " WS-CARD-CNT
005680             " - hold-if step "
005690             WS-SE-HOLD-IF-STEP (WS-STEP-IX)
005700             " is not an earlier step."
005710         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
005720     END-IF.
005730
005740 1140-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------*
005780* 1141-MATCH-HOLD-STEP                                           *
005790*----------------------------------------------------------------*
005800 1141-MATCH-HOLD-STEP.
005810     IF WS-SE-STEP-NAME (WS-STEP-IX2)
005820             = WS-SE-HOLD-IF-STEP (WS-STEP-IX)
005830         MOVE WS-STEP-IX2 TO WS-SE-HOLD-IX (WS-STEP-IX)
005840     END-IF.
005850
005860 1141-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------*
005900* 1150-DEFAULT-GLRP-HOLD                                         *
005910* A CALCGLRP STEP WITH NO HOLD-IF STEP IS HELD BY THE LATEST     *
005920* EARLIER CALCRECN STEP, IF THE STREAM HAS ONE.                  *
005930*----------------------------------------------------------------*
005940 1150-DEFAULT-GLRP-HOLD.
005950     PERFORM 1151-FIND-RECN-STEP
005960         THRU 1151-EXIT
005970         VARYING WS-STEP-IX2 FROM 1 BY 1
005980         UNTIL WS-STEP-IX2 NOT < WS-STEP-IX.
005990
006000 1150-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------*
006040* 1151-FIND-RECN-STEP                                            *
006050*----------------------------------------------------------------*
006060 1151-FIND-RECN-STEP.
006070     IF WS-SE-PROGRAM-ID (WS-STEP-IX2) = "CALCRECN"
006080         MOVE WS-SE-STEP-NAME (WS-STEP-IX2)
006090             TO WS-SE-HOLD-IF-STEP (WS-STEP-IX)
006100     END-IF.
006110
006120 1151-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------*
006160* 1300-RESUME-OPEN-WINDOW                                        *
006170* THE LAST WINDOW NEVER COMPLETED.  ITS STEPS MUST STILL MATCH   *
006180* THE DEFINITION CARD FOR CARD, OR THE RERUN IS REFUSED - A      *
006190* CHANGED STREAM CANNOT BE RESTARTED SAFELY.  EACH STEP'S        *
006200* STATUS IS LOADED; A HELD STEP SENDS ITS HOLD-IF STEP BACK TO   *
006210* PENDING SO THAT STEP IS REPEATED FIRST.                        *
006220*----------------------------------------------------------------*
006230 1300-RESUME-OPEN-WINDOW.
006240     MOVE SS-WINDOW-ID   TO WS-WINDOW-ID.
006250     MOVE SS-RESTART-CNT TO WS-RESTART-CNT.
006260
006270     IF SS-STEP-CNT NOT = WS-STEP-CNT
006280         DISPLAY "Job-stream definition changed while window "
006290             "is open - " SS-STEP-CNT " steps on file, "
006300             WS-STEP-CNT " defined - nothing run."
006310         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
006320         GO TO 1300-EXIT
006330     END-IF.
006340
006350     PERFORM 1310-LOAD-ONE-STEP-STATUS
006360         THRU 1310-EXIT
006370         VARYING WS-STEP-IX FROM 1 BY 1
006380         UNTIL WS-STEP-IX > WS-STEP-CNT
006390             OR WS-DEFINITION-ERROR
006400             OR WS-FILE-ERROR.
006410     IF WS-DEFINITION-ERROR OR WS-FILE-ERROR
006420         GO TO 1300-EXIT
006430     END-IF.
006440
006450     PERFORM 1320-REPEAT-HOLDING-STEP
006460         THRU 1320-EXIT
006470         VARYING WS-STEP-IX FROM 1 BY 1
006480         UNTIL WS-STEP-IX > WS-STEP-CNT.
006490
006500     MOVE ZERO TO SS-STEP-NO.
006510     READ STEPSTAT-FILE
006520         INVALID KEY
006530         DISPLAY "Step-status window row lost - nothing run."
006540         MOVE 'Y' TO WS-FILE-ERROR-SW
006550         GO TO 1300-EXIT
006560     END-READ.
006570     ADD 1 TO WS-RESTART-CNT.
006580     MOVE WS-RESTART-CNT TO SS-RESTART-CNT.
006590     MOVE WS-RUN-ID-NUM  TO SS-LAST-RUN-ID.
006600     REWRITE CALC-STEPSTAT-REC
006610         INVALID KEY
006620         MOVE 'Y' TO WS-FILE-ERROR-SW
006630     END-REWRITE.
006640
006650     DISPLAY "Restarting batch window " WS-WINDOW-ID
006660         " - restart " WS-RESTART-CNT.
006670
006680 1300-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------*
006720* 1310-LOAD-ONE-STEP-STATUS                                      *
006730*----------------------------------------------------------------*
006740 1310-LOAD-ONE-STEP-STATUS.
006750     MOVE WS-STEP-IX TO SS-STEP-NO.
006760     READ STEPSTAT-FILE
006770         INVALID KEY
006780         DISPLAY "Step-status row " WS-STEP-IX
006790             " missing - nothing run."
006800         MOVE 'Y' TO WS-FILE-ERROR-SW
006810         GO TO 1310-EXIT
006820     END-READ.
006830
006840     IF SS-STEP-NAME NOT = WS-SE-STEP-NAME (WS-STEP-IX)
006850             OR SS-PROGRAM-ID NOT = WS-SE-PROGRAM-ID (WS-STEP-IX)
006860         DISPLAY "Job-stream definition changed while window "
006870             "is open - step " WS-STEP-IX " was "
006880             SS-STEP-NAME " " SS-PROGRAM-ID " - nothing run."
006890         MOVE 'Y' TO WS-DEFINITION-ERROR-SW
006900         GO TO 1310-EXIT
006910     END-IF.
006920
006930     MOVE SS-STEP-STATUS   TO WS-SE-STATUS (WS-STEP-IX).
006940     MOVE SS-RETURN-CODE   TO WS-SE-RETURN-CODE (WS-STEP-IX).
006950     MOVE SS-START-DATE    TO WS-SE-START-DATE (WS-STEP-IX).
006960     MOVE SS-START-TIME    TO WS-SE-START-TIME (WS-STEP-IX).
006970     MOVE SS-END-DATE      TO WS-SE-END-DATE (WS-STEP-IX).
006980     MOVE SS-END-TIME      TO WS-SE-END-TIME (WS-STEP-IX).
006990     MOVE SS-ELAPSED-HSEC  TO WS-SE-ELAPSED-HSEC (WS-STEP-IX).
007000     MOVE SS-ATTEMPT-CNT   TO WS-SE-ATTEMPT-CNT (WS-STEP-IX).
007010     MOVE SS-RUNLOG-RUN-ID TO WS-SE-RUNLOG-RUN-ID (WS-STEP-IX).
007020     MOVE SS-DRIVER-RUN-ID TO WS-SE-DRIVER-RUN-ID (WS-STEP-IX).
007030
007040 1310-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------*
007080* 1320-REPEAT-HOLDING-STEP                                       *
007085* A STEP HELD LAST TIME IS RELEASED ONLY BY A CLEAN RERUN OF     *
007090* THE STEP THAT HELD IT, SO THAT STEP RUNS AGAIN EVEN IF IT HAD  *
007095* COMPLETED OR ONLY WARNED.  OTHERWISE THE FIRST STEP NEITHER    *
007100* COMPLETE NOR WARNED IS WHERE THE RESTART PICKS UP.             *
007120*----------------------------------------------------------------*
007130 1320-REPEAT-HOLDING-STEP.
007140     MOVE WS-SE-HOLD-IX (WS-STEP-IX) TO WS-HOLD-IX.
007150     IF WS-SE-STATUS (WS-STEP-IX) = 'H'
007160             AND WS-HOLD-IX > ZERO
007165         IF WS-SE-STATUS (WS-HOLD-IX) = 'C'
007170                 OR WS-SE-STATUS (WS-HOLD-IX) = 'W'
007180             MOVE 'P' TO WS-SE-STATUS (WS-HOLD-IX)
007190         END-IF
007200         IF WS-RESTART-STEP = ZERO
007210                 OR WS-HOLD-IX < WS-RESTART-STEP
007220             MOVE WS-HOLD-IX TO WS-RESTART-STEP
007230         END-IF
007240     END-IF.
007250
007255     IF WS-SE-STATUS (WS-STEP-IX) NOT = 'C'
007260             AND WS-SE-STATUS (WS-STEP-IX) NOT = 'W'
007265             AND WS-RESTART-STEP = ZERO
007280         MOVE WS-STEP-IX TO WS-RESTART-STEP
007290     END-IF.
007300
007310 1320-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------*
007350* 1400-OPEN-NEW-WINDOW                                           *
007360* WRITES THE WINDOW ROW UNDER THIS EXECUTION'S RUN ID AND ONE    *
007370* PENDING ROW PER STEP, REPLACING WHATEVER THE LAST WINDOW LEFT  *
007380* (ROWS PAST THE LAST STEP ARE DELETED).                         *
007390*----------------------------------------------------------------*
007400 1400-OPEN-NEW-WINDOW.
007410     MOVE WS-RUN-ID-NUM TO WS-WINDOW-ID.
007420     MOVE ZERO          TO WS-RESTART-CNT.
007430     MOVE 1             TO WS-RESTART-STEP.
007440
007450     MOVE SPACES         TO CALC-STEPSTAT-REC.
007460     MOVE ZERO           TO SS-STEP-NO.
007470     MOVE WS-WINDOW-ID   TO SS-WINDOW-ID.
007480     MOVE 'A'            TO SS-WINDOW-STATUS.
007490     MOVE WS-STEP-CNT    TO SS-STEP-CNT.
007500     MOVE ZERO           TO SS-RESTART-CNT.
007510     MOVE WS-RUN-ID-NUM  TO SS-LAST-RUN-ID.
007520     MOVE ZERO           TO SS-WINDOW-END-DATE.
007530     MOVE ZERO           TO SS-WINDOW-END-TIME.
007540     PERFORM 7100-PUT-STEPSTAT-ROW
007550         THRU 7100-EXIT.
007560
007570     PERFORM 1410-OPEN-ONE-STEP
007580         THRU 1410-EXIT
007590         VARYING WS-STEP-IX FROM 1 BY 1
007600         UNTIL WS-STEP-IX > WS-STEP-CNT.
007610
007620     PERFORM 1420-DELETE-OLD-STEP
007630         THRU 1420-EXIT
007640         VARYING WS-STEP-IX FROM WS-STEP-CNT BY 1
007650         UNTIL WS-STEP-IX NOT < WS-STEP-MAX.
007660
007670     DISPLAY "Opening batch window " WS-WINDOW-ID
007680         " - " WS-STEP-CNT " steps.".
007690
007700 1400-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------------*
007740* 1410-OPEN-ONE-STEP                                             *
007750*----------------------------------------------------------------*
007760 1410-OPEN-ONE-STEP.
007770     MOVE 'P'  TO WS-SE-STATUS (WS-STEP-IX).
007780     MOVE ZERO TO WS-SE-RETURN-CODE (WS-STEP-IX).
007790     MOVE ZERO TO WS-SE-START-DATE (WS-STEP-IX).
007800     MOVE ZERO TO WS-SE-START-TIME (WS-STEP-IX).
007810     MOVE ZERO TO WS-SE-END-DATE (WS-STEP-IX).
007820     MOVE ZERO TO WS-SE-END-TIME (WS-STEP-IX).
007830     MOVE ZERO TO WS-SE-ELAPSED-HSEC (WS-STEP-IX).
007840     MOVE ZERO TO WS-SE-ATTEMPT-CNT (WS-STEP-IX).
007850     MOVE ZERO TO WS-SE-RUNLOG-RUN-ID (WS-STEP-IX).
007860     MOVE ZERO TO WS-SE-DRIVER-RUN-ID (WS-STEP-IX).
007870
007880     PERFORM 7000-SAVE-STEP-STATUS
007890         THRU 7000-EXIT.
007900
007910 1410-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------*
007950* 1420-DELETE-OLD-STEP                                           *
007960*----------------------------------------------------------------*
007970 1420-DELETE-OLD-STEP.
007980     COMPUTE SS-STEP-NO = WS-STEP-IX + 1.
007990     DELETE STEPSTAT-FILE RECORD
008000         INVALID KEY
008010         CONTINUE
008020     END-DELETE.
008030
008040 1420-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------*
008080* 2000-RUN-ONE-STEP                                              *
008085* A STEP ALREADY COMPLETE IN THIS WINDOW, OR ENDED ON A WARNING, *
008090* IS LEFT ALONE - ITS WORK IS DONE AND A SECOND CALL WOULD DO IT *
008095* AGAIN.  ONCE THE CHAIN HAS STOPPED NOTHING FURTHER RUNS.  A    *
008100* STEP WHOSE HOLD-IF STEP DID NOT END CLEAN AT RC 00 IS HELD AND *
008105* THE CHAIN GOES ON.  OTHERWISE THE STEP IS MARKED RUNNING ON    *
008110* THE STATUS FILE BEFORE IT IS CALLED, SO A STEP THE DRIVER      *
008115* NEVER SAW END IS RUN AGAIN ON THE RERUN.                       *
008150*----------------------------------------------------------------*
008160 2000-RUN-ONE-STEP.
008165     IF WS-SE-STATUS (WS-STEP-IX) = 'C'
008170             OR WS-SE-STATUS (WS-STEP-IX) = 'W'
008175             OR WS-CHAIN-STOPPED
008190         GO TO 2000-EXIT
008200     END-IF.
008210
008220     MOVE WS-SE-HOLD-IX (WS-STEP-IX) TO WS-HOLD-IX.
008230     IF WS-HOLD-IX > ZERO
008240         IF WS-SE-STATUS (WS-HOLD-IX) NOT = 'C'
008250                 OR WS-SE-RETURN-CODE (WS-HOLD-IX) NOT = ZERO
008260             PERFORM 2200-HOLD-STEP
008270                 THRU 2200-EXIT
008280             GO TO 2000-EXIT
008290         END-IF
008300     END-IF.
008310
008320     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008330     ACCEPT WS-TIME-OF-DAY FROM TIME.
008340     MOVE 'R'                TO WS-SE-STATUS (WS-STEP-IX).
008350     MOVE ZERO               TO WS-SE-RETURN-CODE (WS-STEP-IX).
008360     MOVE WS-CURRENT-DATE    TO WS-SE-START-DATE (WS-STEP-IX).
008370     MOVE WS-TIME-OF-DAY-NUM TO WS-SE-START-TIME (WS-STEP-IX).
008380     MOVE ZERO               TO WS-SE-END-DATE (WS-STEP-IX).
008390     MOVE ZERO               TO WS-SE-END-TIME (WS-STEP-IX).
008400     MOVE ZERO               TO WS-SE-ELAPSED-HSEC (WS-STEP-IX).
008410     MOVE ZERO               TO WS-SE-RUNLOG-RUN-ID (WS-STEP-IX).
008420     MOVE WS-RUN-ID-NUM      TO WS-SE-DRIVER-RUN-ID (WS-STEP-IX).
008430     ADD 1 TO WS-SE-ATTEMPT-CNT (WS-STEP-IX).
008440     PERFORM 7000-SAVE-STEP-STATUS
008450         THRU 7000-EXIT.
008460
008470     MOVE WS-SE-PROGRAM-ID (WS-STEP-IX) TO WS-CALL-PROGRAM.
008480     DISPLAY "Step " WS-STEP-IX " " WS-SE-STEP-NAME (WS-STEP-IX)
008490         " starting " WS-CALL-PROGRAM.
008500     ADD 1 TO WS-RAN-CNT.
008510
008520     MOVE 'N'  TO WS-CALL-FAILED-SW.
008530     MOVE ZERO TO RETURN-CODE.
008540     CALL WS-CALL-PROGRAM
008550         ON EXCEPTION
008560         MOVE 'Y' TO WS-CALL-FAILED-SW
008570     END-CALL.
008580     MOVE RETURN-CODE TO WS-CALL-RC.
008590     MOVE ZERO TO RETURN-CODE.
008600     IF WS-CALL-FAILED
008610         DISPLAY "Step " WS-STEP-IX " program "
008620             WS-CALL-PROGRAM " could not be loaded."
008630         MOVE 12 TO WS-CALL-RC
008640     ELSE
008650         CANCEL WS-CALL-PROGRAM
008660     END-IF.
008670
008680     IF WS-CALL-RC < ZERO OR WS-CALL-RC > 99
008690         MOVE 99 TO WS-STEP-RC
008700     ELSE
008710         MOVE WS-CALL-RC TO WS-STEP-RC
008720     END-IF.
008730
008740     PERFORM 2100-END-STEP
008750         THRU 2100-EXIT.
008760
008770 2000-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------------*
008810* 2100-END-STEP                                                  *
008820* STAMPS THE END AND ELAPSED TIME, FINDS THE STEP'S OWN RUNLOG   *
008830* RECORDS, AND JUDGES THE RETURN CODE AGAINST THE ALLOWED ONES   *
008840* (NONE GIVEN MEANS 00 ONLY).  A STOPPING FAILURE ENDS THE       *
008850* CHAIN.                                                         *
008860*----------------------------------------------------------------*
008870 2100-END-STEP.
008880     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008890     ACCEPT WS-TIME-OF-DAY FROM TIME.
008900     MOVE WS-STEP-RC         TO WS-SE-RETURN-CODE (WS-STEP-IX).
008910     MOVE WS-CURRENT-DATE    TO WS-SE-END-DATE (WS-STEP-IX).
008920     MOVE WS-TIME-OF-DAY-NUM TO WS-SE-END-TIME (WS-STEP-IX).
008930
008940     PERFORM 2110-COMPUTE-ELAPSED
008950         THRU 2110-EXIT.
008960     MOVE WS-ELAPSED-HSEC TO WS-SE-ELAPSED-HSEC (WS-STEP-IX).
008970     ADD WS-ELAPSED-HSEC  TO WS-TOTAL-ELAPSED-HSEC.
008980
008990     PERFORM 2300-FIND-RUNLOG-RUN
009000         THRU 2300-EXIT.
009010
009020     MOVE 'N' TO WS-RC-ALLOWED-SW.
009030     IF WS-SE-ALLOWED-RCS (WS-STEP-IX) = SPACES
009040         IF WS-STEP-RC = ZERO
009050             MOVE 'Y' TO WS-RC-ALLOWED-SW
009060         END-IF
009070     ELSE
009080         PERFORM 2120-CHECK-ALLOWED-RC
009090             THRU 2120-EXIT
009100             VARYING WS-RC-IX FROM 1 BY 1
009110             UNTIL WS-RC-IX > 5 OR WS-RC-ALLOWED
009120     END-IF.
009130
009140     EVALUATE TRUE
009150         WHEN WS-RC-ALLOWED
009160             MOVE 'C' TO WS-SE-STATUS (WS-STEP-IX)
009170             DISPLAY "Step " WS-STEP-IX " "
009180                 WS-SE-STEP-NAME (WS-STEP-IX)
009190                 " complete - RC " WS-STEP-RC
009200         WHEN WS-SE-FAIL-ACTION (WS-STEP-IX) = 'W'
009210             MOVE 'W' TO WS-SE-STATUS (WS-STEP-IX)
009220             DISPLAY "Step " WS-STEP-IX " "
009230                 WS-SE-STEP-NAME (WS-STEP-IX)
009240                 " ended RC " WS-STEP-RC
009250                 " - not allowed, warning only."
009260         WHEN OTHER
009270             MOVE 'F' TO WS-SE-STATUS (WS-STEP-IX)
009280             MOVE 'Y' TO WS-CHAIN-STOPPED-SW
009290             DISPLAY "Step " WS-STEP-IX " "
009300                 WS-SE-STEP-NAME (WS-STEP-IX)
009310                 " ended RC " WS-STEP-RC
009320                 " - not allowed, batch window stopped."
009330     END-EVALUATE.
009340
009350     PERFORM 7000-SAVE-STEP-STATUS
009360         THRU 7000-EXIT.
009370
009380 2100-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------*
009420* 2110-COMPUTE-ELAPSED                                           *
009430* ELAPSED HUNDREDTHS FROM THE STEP'S START TO ITS END, ACROSS    *
009440* MIDNIGHT IF NEED BE.                                           *
009450*----------------------------------------------------------------*
009460 2110-COMPUTE-ELAPSED.
009470     MOVE WS-SE-START-TIME (WS-STEP-IX) TO WS-TIME-OF-DAY-NUM.
009480     COMPUTE WS-START-HSEC = WS-TP-HH * 360000
009490         + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC.
009500     MOVE WS-SE-END-TIME (WS-STEP-IX) TO WS-TIME-OF-DAY-NUM.
009510     COMPUTE WS-END-HSEC = WS-TP-HH * 360000
009520         + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC.
009530
009540     COMPUTE WS-DAY-DIFF =
009550         FUNCTION INTEGER-OF-DATE(WS-SE-END-DATE (WS-STEP-IX))
009560         - FUNCTION INTEGER-OF-DATE(
009570               WS-SE-START-DATE (WS-STEP-IX)).
009580     IF WS-DAY-DIFF < ZERO
009590         MOVE ZERO TO WS-DAY-DIFF
009600     END-IF.
009610
009620     COMPUTE WS-END-HSEC = WS-END-HSEC
009630         + WS-DAY-DIFF * 8640000.
009640     IF WS-END-HSEC < WS-START-HSEC
009650         MOVE ZERO TO WS-ELAPSED-HSEC
009660     ELSE
009670         COMPUTE WS-ELAPSED-HSEC = WS-END-HSEC - WS-START-HSEC
009680     END-IF.
009690
009700 2110-EXIT.
009710     EXIT.
009720
009730*----------------------------------------------------------------*
009740* 2120-CHECK-ALLOWED-RC                                          *
009750*----------------------------------------------------------------*
009760 2120-CHECK-ALLOWED-RC.
009770     IF WS-SE-ALLOWED-RC (WS-STEP-IX, WS-RC-IX) = WS-STEP-RC-X
009780         MOVE 'Y' TO WS-RC-ALLOWED-SW
009790     END-IF.
009800
009810 2120-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------*
009850* 2200-HOLD-STEP                                                 *
009860*----------------------------------------------------------------*
009870 2200-HOLD-STEP.
009880     MOVE 'H'  TO WS-SE-STATUS (WS-STEP-IX).
009890     MOVE ZERO TO WS-SE-RETURN-CODE (WS-STEP-IX).
009900     MOVE ZERO TO WS-SE-START-DATE (WS-STEP-IX).
009910     MOVE ZERO TO WS-SE-START-TIME (WS-STEP-IX).
009920     MOVE ZERO TO WS-SE-END-DATE (WS-STEP-IX).
009930     MOVE ZERO TO WS-SE-END-TIME (WS-STEP-IX).
009940     MOVE ZERO TO WS-SE-ELAPSED-HSEC (WS-STEP-IX).
009950     MOVE ZERO TO WS-SE-RUNLOG-RUN-ID (WS-STEP-IX).
009960     MOVE WS-RUN-ID-NUM TO WS-SE-DRIVER-RUN-ID (WS-STEP-IX).
009970     PERFORM 7000-SAVE-STEP-STATUS
009980         THRU 7000-EXIT.
009990
010000     DISPLAY "Step " WS-STEP-IX " " WS-SE-STEP-NAME (WS-STEP-IX)
010010         " held - step " WS-SE-HOLD-IF-STEP (WS-STEP-IX)
010020         " did not end RC 00.".
010030
010040 2200-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------*
010080* 2300-FIND-RUNLOG-RUN                                           *
010090* THE STEP'S RUNLOG START RECORD IS THE FIRST ONE FOR ITS        *
010100* PROGRAM STAMPED AT OR AFTER THE SECOND THE STEP WAS CALLED.    *
010110* ITS RUN ID IS KEPT AS THE CROSS-REFERENCE; A PROGRAM THAT      *
010120* WRITES NO RUNLOG RECORDS LEAVES IT ZERO.                       *
010130*----------------------------------------------------------------*
010140 2300-FIND-RUNLOG-RUN.
010150     OPEN INPUT RUNLOG-FILE.
010160     IF WS-RUNLOG-FILE-STATUS NOT = '00'
010170         GO TO 2300-EXIT
010180     END-IF.
010190
010200     MOVE WS-SE-START-TIME (WS-STEP-IX) TO WS-TIME-OF-DAY-NUM.
010210     MOVE 'N' TO WS-RUNLOG-EOF-SW.
010220     PERFORM 2310-CHECK-ONE-RUNLOG
010230         THRU 2310-EXIT
010240         UNTIL WS-RUNLOG-EOF.
010250
010260     CLOSE RUNLOG-FILE.
010270
010280 2300-EXIT.
010290     EXIT.
010300
010310*----------------------------------------------------------------*
010320* 2310-CHECK-ONE-RUNLOG                                          *
010330*----------------------------------------------------------------*
010340 2310-CHECK-ONE-RUNLOG.
010350     READ RUNLOG-FILE
010360         AT END
010370         MOVE 'Y' TO WS-RUNLOG-EOF-SW
010380         GO TO 2310-EXIT
010390     END-READ.
010400
010410     IF NOT RL-START-REC
010420             OR RL-PROGRAM-ID NOT = WS-SE-PROGRAM-ID (WS-STEP-IX)
010430             OR RL-RUN-ID IS NOT NUMERIC
010440         GO TO 2310-EXIT
010450     END-IF.
010460
010470     IF RL-START-DATE < WS-SE-START-DATE (WS-STEP-IX)
010480         GO TO 2310-EXIT
010490     END-IF.
010500     IF RL-START-DATE = WS-SE-START-DATE (WS-STEP-IX)
010510             AND RL-START-TIME < WS-TIME-HHMMSS
010520         GO TO 2310-EXIT
010530     END-IF.
010540
010550     MOVE RL-RUN-ID TO WS-SE-RUNLOG-RUN-ID (WS-STEP-IX).
010560     MOVE 'Y' TO WS-RUNLOG-EOF-SW.
010570
010580 2310-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------------*
010620* 3000-CLOSE-WINDOW                                              *
010630* COUNTS THE STEPS BY STATUS.  WITH EVERY STEP COMPLETE OR ONLY  *
010640* WARNED THE WINDOW IS MARKED COMPLETE AND THE NEXT EXECUTION    *
010650* OPENS A NEW ONE; OTHERWISE IT STAYS OPEN FOR THE RERUN.        *
010660*----------------------------------------------------------------*
010670 3000-CLOSE-WINDOW.
010680     MOVE ZERO TO WS-RESTART-STEP.
010690     PERFORM 3100-COUNT-ONE-STEP
010700         THRU 3100-EXIT
010710         VARYING WS-STEP-IX FROM 1 BY 1
010720         UNTIL WS-STEP-IX > WS-STEP-CNT.
010730
010740     MOVE ZERO TO SS-STEP-NO.
010750     READ STEPSTAT-FILE
010760         INVALID KEY
010770         DISPLAY "Step-status window row lost."
010780         MOVE 'Y' TO WS-FILE-ERROR-SW
010790         GO TO 3000-EXIT
010800     END-READ.
010810
010820     IF WS-COMPLETE-CNT + WS-WARNED-CNT = WS-STEP-CNT
010830         MOVE 'Y' TO WS-WINDOW-DONE-SW
010840         MOVE 'C' TO SS-WINDOW-STATUS
010850         ACCEPT SS-WINDOW-END-DATE FROM DATE YYYYMMDD
010860         ACCEPT WS-TIME-OF-DAY FROM TIME
010870         MOVE WS-TIME-OF-DAY-NUM TO SS-WINDOW-END-TIME
010880     ELSE
010890         MOVE 'A' TO SS-WINDOW-STATUS
010900     END-IF.
010910     MOVE WS-RUN-ID-NUM TO SS-LAST-RUN-ID.
010920     REWRITE CALC-STEPSTAT-REC
010930         INVALID KEY
010940         DISPLAY "Cannot rewrite step-status window row."
010950         MOVE 'Y' TO WS-FILE-ERROR-SW
010960     END-REWRITE.
010970
010980 3000-EXIT.
010990     EXIT.
011000
011010*----------------------------------------------------------------*
011020* 3100-COUNT-ONE-STEP                                            *
011030*----------------------------------------------------------------*
011040 3100-COUNT-ONE-STEP.
011050     EVALUATE WS-SE-STATUS (WS-STEP-IX)
011060         WHEN 'C'
011070             ADD 1 TO WS-COMPLETE-CNT
011080         WHEN 'W'
011090             ADD 1 TO WS-WARNED-CNT
011100         WHEN 'F'
011110             ADD 1 TO WS-FAILED-CNT
011120         WHEN 'H'
011130             ADD 1 TO WS-HELD-CNT
011140         WHEN OTHER
011150             ADD 1 TO WS-NOT-RUN-CNT
011160     END-EVALUATE.
011170
011175     IF WS-SE-STATUS (WS-STEP-IX) NOT = 'C'
011180             AND WS-SE-STATUS (WS-STEP-IX) NOT = 'W'
011185             AND WS-RESTART-STEP = ZERO
011200         MOVE WS-STEP-IX TO WS-RESTART-STEP
011210     END-IF.
011220     IF WS-SE-STATUS (WS-STEP-IX) = 'H'
011230         MOVE WS-SE-HOLD-IX (WS-STEP-IX) TO WS-HOLD-IX
011240         IF WS-HOLD-IX > ZERO AND WS-HOLD-IX < WS-RESTART-STEP
011250             MOVE WS-HOLD-IX TO WS-RESTART-STEP
011260         END-IF
011270     END-IF.
011280
011290 3100-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------*
011330* 7000-SAVE-STEP-STATUS                                          *
011340* WRITES THE CURRENT STEP'S TABLE ENTRY TO ITS STATUS ROW.       *
011350*----------------------------------------------------------------*
011360 7000-SAVE-STEP-STATUS.
011370     MOVE SPACES TO CALC-STEPSTAT-REC.
011380     MOVE WS-STEP-IX                     TO SS-STEP-NO.
011390     MOVE WS-SE-STEP-NAME (WS-STEP-IX)   TO SS-STEP-NAME.
011400     MOVE WS-SE-PROGRAM-ID (WS-STEP-IX)  TO SS-PROGRAM-ID.
011410     MOVE WS-SE-STATUS (WS-STEP-IX)      TO SS-STEP-STATUS.
011420     MOVE WS-SE-RETURN-CODE (WS-STEP-IX) TO SS-RETURN-CODE.
011430     MOVE WS-SE-START-DATE (WS-STEP-IX)  TO SS-START-DATE.
011440     MOVE WS-SE-START-TIME (WS-STEP-IX)  TO SS-START-TIME.
011450     MOVE WS-SE-END-DATE (WS-STEP-IX)    TO SS-END-DATE.
011460     MOVE WS-SE-END-TIME (WS-STEP-IX)    TO SS-END-TIME.
011470     MOVE WS-SE-ELAPSED-HSEC (WS-STEP-IX) TO SS-ELAPSED-HSEC.
011480     MOVE WS-SE-ATTEMPT-CNT (WS-STEP-IX) TO SS-ATTEMPT-CNT.
011490     MOVE WS-SE-RUNLOG-RUN-ID (WS-STEP-IX)
011500                                         TO SS-RUNLOG-RUN-ID.
011510     MOVE WS-SE-DRIVER-RUN-ID (WS-STEP-IX)
011520                                         TO SS-DRIVER-RUN-ID.
011530     PERFORM 7100-PUT-STEPSTAT-ROW
011540         THRU 7100-EXIT.
011550
011560 7000-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------------*
011600* 7100-PUT-STEPSTAT-ROW                                          *
011610* REWRITES THE ROW, OR WRITES IT WHEN NOT YET ON FILE.  A ROW    *
011620* THAT CANNOT BE SAVED STOPS THE CHAIN - A RERUN WOULD NOT KNOW  *
011630* WHERE TO PICK UP.                                              *
011640*----------------------------------------------------------------*
011650 7100-PUT-STEPSTAT-ROW.
011660     REWRITE CALC-STEPSTAT-REC
011670         INVALID KEY
011680         WRITE CALC-STEPSTAT-REC
011690             INVALID KEY
011700             DISPLAY "Cannot save step-status row " SS-STEP-NO
011710                 " - status " WS-STEPSTAT-FILE-STATUS
011720             MOVE 'Y' TO WS-FILE-ERROR-SW
011730             MOVE 'Y' TO WS-CHAIN-STOPPED-SW
011740         END-WRITE
011750     END-REWRITE.
011760
011770 7100-EXIT.
011780     EXIT.
011790
011800*----------------------------------------------------------------*
011810* 7200-FORMAT-RUN-ID                                             *
011820* EDITS WS-FMT-RUN-ID AS YYYYMMDD-HHMMSSCC.                      *
011830*----------------------------------------------------------------*
011840 7200-FORMAT-RUN-ID.
011850     MOVE WS-FR-DATE TO WS-RD-DATE.
011860     MOVE WS-FR-TIME TO WS-RD-TIME.
011870
011880 7200-EXIT.
011890     EXIT.
011900
011910*----------------------------------------------------------------*
011920* 7300-FORMAT-ELAPSED                                            *
011930* EDITS WS-ELAPSED-WORK (HUNDREDTHS) AS HHH:MM:SS.CC.            *
011940*----------------------------------------------------------------*
011950 7300-FORMAT-ELAPSED.
011960     DIVIDE WS-ELAPSED-WORK BY 360000
011970         GIVING WS-ELAPSED-HOURS
011980         REMAINDER WS-ELAPSED-WORK.
011990     IF WS-ELAPSED-HOURS > 999
012000         MOVE 999 TO WS-ED-HOURS
012010     ELSE
012020         MOVE WS-ELAPSED-HOURS TO WS-ED-HOURS
012030     END-IF.
012040     DIVIDE WS-ELAPSED-WORK BY 6000
012050         GIVING WS-ED-MINUTES
012060         REMAINDER WS-ELAPSED-WORK.
012070     DIVIDE WS-ELAPSED-WORK BY 100
012080         GIVING WS-ED-SECONDS
012090         REMAINDER WS-ELAPSED-WORK.
012100     MOVE WS-ELAPSED-WORK TO WS-ED-HSEC.
012110
012120 7300-EXIT.
012130     EXIT.
012140
012150*----------------------------------------------------------------*
012160* 7400-PRINT-PAGE-HEADINGS                                       *
012170*----------------------------------------------------------------*
012180 7400-PRINT-PAGE-HEADINGS.
012190     ADD 1 TO WS-PAGE-CNT.
012200     MOVE WS-CURRENT-DATE TO WS-H1-DATE.
012210     MOVE WS-PAGE-CNT     TO WS-H1-PAGE.
012220     MOVE WS-WINDOW-ID    TO WS-FMT-RUN-ID.
012230     PERFORM 7200-FORMAT-RUN-ID
012240         THRU 7200-EXIT.
012250     MOVE WS-RUN-ID-DISPLAY TO WS-H2-WINDOW-ID.
012260     MOVE WS-RUN-ID-NUM   TO WS-FMT-RUN-ID.
012270     PERFORM 7200-FORMAT-RUN-ID
012280         THRU 7200-EXIT.
012290     MOVE WS-RUN-ID-DISPLAY TO WS-H2-RUN-ID.
012300     MOVE WS-RESTART-CNT  TO WS-H2-RESTARTS.
012310
012320     IF WS-PAGE-CNT > 1
012330         MOVE SPACES TO REPORT-LINE
012340         WRITE REPORT-LINE AFTER ADVANCING PAGE
012350     END-IF.
012360     WRITE REPORT-LINE FROM WS-HEADING-1.
012370     WRITE REPORT-LINE FROM WS-HEADING-2.
012380     MOVE SPACES TO REPORT-LINE.
012390     WRITE REPORT-LINE.
012400     WRITE REPORT-LINE FROM WS-HEADING-3.
012410     MOVE SPACES TO REPORT-LINE.
012420     WRITE REPORT-LINE.
012430     MOVE 5 TO WS-LINE-CNT.
012440
012450 7400-EXIT.
012460     EXIT.
012470
012480*----------------------------------------------------------------*
012490* 8000-PRINT-COMPLETION-REPORT                                   *
012500* ONE LINE PER STEP IN STREAM ORDER, THEN THE WINDOW'S OUTCOME   *
012510* AND WHERE A RERUN WILL PICK UP.                                *
012520*----------------------------------------------------------------*
012530 8000-PRINT-COMPLETION-REPORT.
012540     IF WS-REPORT-FILE-STATUS NOT = '00'
012550         GO TO 8000-EXIT
012560     END-IF.
012570
012580     PERFORM 7400-PRINT-PAGE-HEADINGS
012590         THRU 7400-EXIT.
012600
012610     IF WS-DEFINITION-ERROR OR WS-FILE-ERROR
012620         MOVE "JOB-STREAM DEFINITION OR STEP-STATUS FILE UNUSABLE"
012630             TO WS-ML-TEXT
012640         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
012650         MOVE "- SEE THE JOB LOG.  NO STEP WAS RUN FROM THE FIRST"
012660             TO WS-ML-TEXT
012670         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
012680         MOVE "  ERROR ON." TO WS-ML-TEXT
012690         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
012700         IF WS-STEP-CNT = ZERO OR WS-DEFINITION-ERROR
012710             GO TO 8000-EXIT
012720         END-IF
012730     END-IF.
012740
012750     PERFORM 8100-PRINT-ONE-STEP
012760         THRU 8100-EXIT
012770         VARYING WS-STEP-IX FROM 1 BY 1
012780         UNTIL WS-STEP-IX > WS-STEP-CNT.
012790
012800     PERFORM 8200-PRINT-WINDOW-TOTALS
012810         THRU 8200-EXIT.
012820
012830 8000-EXIT.
012840     EXIT.
012850
012860*----------------------------------------------------------------*
012870* 8100-PRINT-ONE-STEP                                            *
012880* A STEP COMPLETED BY AN EARLIER EXECUTION OF THE WINDOW IS      *
012890* NOTED 'PRIOR RUN'.                                             *
012900*----------------------------------------------------------------*
012910 8100-PRINT-ONE-STEP.
012920     IF WS-LINE-CNT > WS-LINES-PER-PAGE
012930         PERFORM 7400-PRINT-PAGE-HEADINGS
012940             THRU 7400-EXIT
012950     END-IF.
012960
012970     MOVE SPACES TO WS-DT-START.
012980     MOVE SPACES TO WS-DT-END.
012990     MOVE SPACES TO WS-DT-ELAPSED.
013000     MOVE SPACES TO WS-DT-RC.
013010     MOVE SPACES TO WS-DT-RUNLOG-ID.
013020     MOVE SPACES TO WS-DT-NOTE.
013030
013040     MOVE WS-STEP-IX                      TO WS-DT-STEP-NO.
013050     MOVE WS-SE-STEP-NAME (WS-STEP-IX)    TO WS-DT-STEP-NAME.
013060     MOVE WS-SE-PROGRAM-ID (WS-STEP-IX)   TO WS-DT-PROGRAM.
013070     MOVE WS-SE-ALLOWED-RCS (WS-STEP-IX)  TO WS-DT-ALLOWED.
013080     IF WS-SE-ALLOWED-RCS (WS-STEP-IX) = SPACES
013090         MOVE "00"                        TO WS-DT-ALLOWED
013100     END-IF.
013110     MOVE WS-SE-FAIL-ACTION (WS-STEP-IX)  TO WS-DT-ACTION.
013120     MOVE WS-SE-ATTEMPT-CNT (WS-STEP-IX)  TO WS-DT-ATTEMPTS.
013130
013140     EVALUATE WS-SE-STATUS (WS-STEP-IX)
013150         WHEN 'C'
013160             MOVE "COMPLETE"   TO WS-DT-STATUS
013170         WHEN 'W'
013180             MOVE "WARNING"    TO WS-DT-STATUS
013190         WHEN 'F'
013200             MOVE "FAILED"     TO WS-DT-STATUS
013210         WHEN 'H'
013220             MOVE "HELD"       TO WS-DT-STATUS
013230             MOVE WS-SE-HOLD-IF-STEP (WS-STEP-IX)
013240                              TO WS-DT-NOTE
013250         WHEN 'R'
013260             MOVE "NO END"     TO WS-DT-STATUS
013270         WHEN OTHER
013280             MOVE "NOT RUN"    TO WS-DT-STATUS
013290     END-EVALUATE.
013300
013310     IF WS-SE-START-DATE (WS-STEP-IX) > ZERO
013320         MOVE WS-SE-START-DATE (WS-STEP-IX) TO WS-FR-DATE
013330         MOVE WS-SE-START-TIME (WS-STEP-IX) TO WS-FR-TIME
013340         PERFORM 7200-FORMAT-RUN-ID
013350             THRU 7200-EXIT
013360         MOVE WS-RUN-ID-DISPLAY TO WS-DT-START
013370     END-IF.
013380
013390     IF WS-SE-END-DATE (WS-STEP-IX) > ZERO
013400         MOVE WS-SE-END-DATE (WS-STEP-IX) TO WS-FR-DATE
013410         MOVE WS-SE-END-TIME (WS-STEP-IX) TO WS-FR-TIME
013420         PERFORM 7200-FORMAT-RUN-ID
013430             THRU 7200-EXIT
013440         MOVE WS-RUN-ID-DISPLAY TO WS-DT-END
013450         MOVE WS-SE-RETURN-CODE (WS-STEP-IX) TO WS-DT-RC
013460         MOVE WS-SE-ELAPSED-HSEC (WS-STEP-IX)
013470             TO WS-ELAPSED-WORK
013480         PERFORM 7300-FORMAT-ELAPSED
013490             THRU 7300-EXIT
013500         MOVE WS-ELAPSED-DISPLAY TO WS-DT-ELAPSED
013510         IF WS-SE-RUNLOG-RUN-ID (WS-STEP-IX) > ZERO
013520             MOVE WS-SE-RUNLOG-RUN-ID (WS-STEP-IX)
013530                 TO WS-FMT-RUN-ID
013540             PERFORM 7200-FORMAT-RUN-ID
013550                 THRU 7200-EXIT
013560             MOVE WS-RUN-ID-DISPLAY TO WS-DT-RUNLOG-ID
013570         ELSE
013580             MOVE "NONE" TO WS-DT-RUNLOG-ID
013590         END-IF
013600     END-IF.
013610
013620     IF WS-SE-STATUS (WS-STEP-IX) = 'C'
013630             AND WS-SE-DRIVER-RUN-ID (WS-STEP-IX)
013640                 NOT = WS-RUN-ID-NUM
013650         MOVE "PRIOR RUN" TO WS-DT-NOTE
013660     END-IF.
013670
013680     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
013690     ADD 1 TO WS-LINE-CNT.
013700
013710 8100-EXIT.
013720     EXIT.
013730
013740*----------------------------------------------------------------*
013750* 8200-PRINT-WINDOW-TOTALS                                       *
013760*----------------------------------------------------------------*
013770 8200-PRINT-WINDOW-TOTALS.
013780     MOVE SPACES TO REPORT-LINE.
013790     WRITE REPORT-LINE.
013800
013810     IF WS-WINDOW-DONE
013820         IF WS-WARNED-CNT = ZERO
013830             MOVE "BATCH WINDOW COMPLETE" TO WS-ML-TEXT
013840         ELSE
013850             MOVE "BATCH WINDOW COMPLETE WITH WARNINGS"
013860                 TO WS-ML-TEXT
013870         END-IF
013880     ELSE
013890         MOVE "BATCH WINDOW INCOMPLETE - RERUN PICKS UP AT STEP"
013900             TO WS-ML-TEXT
013910         IF WS-RESTART-STEP > ZERO
013920             MOVE WS-RESTART-STEP TO WS-DT-STEP-NO
013930             MOVE WS-DT-STEP-NO TO WS-ML-TEXT (50:3)
013940             MOVE WS-SE-STEP-NAME (WS-RESTART-STEP)
013950                 TO WS-ML-TEXT (54:8)
013960         END-IF
013970     END-IF.
013980     WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
013990
014000     MOVE SPACES TO REPORT-LINE.
014010     WRITE REPORT-LINE.
014020
014030     MOVE "STEPS IN STREAM" TO WS-CL-LABEL.
014040     MOVE WS-STEP-CNT       TO WS-CL-COUNT.
014050     WRITE REPORT-LINE FROM WS-COUNT-LINE.
014060     MOVE "STEPS RUN THIS EXECUTION" TO WS-CL-LABEL.
014070     MOVE WS-RAN-CNT        TO WS-CL-COUNT.
014080     WRITE REPORT-LINE FROM WS-COUNT-LINE.
014090     MOVE "STEPS COMPLETE" TO WS-CL-LABEL.
014100     MOVE WS-COMPLETE-CNT   TO WS-CL-COUNT.
014110     WRITE REPORT-LINE FROM WS-COUNT-LINE.
014120     MOVE "STEPS WARNED"   TO WS-CL-LABEL.
014130     MOVE WS-WARNED-CNT     TO WS-CL-COUNT.
014140     WRITE REPORT-LINE FROM WS-COUNT-LINE.
014150     MOVE "STEPS FAILED"   TO WS-CL-LABEL.
014160     MOVE WS-FAILED-CNT     TO WS-CL-COUNT.
014170     WRITE REPORT-LINE FROM WS-COUNT-LINE.
014180     MOVE "STEPS HELD"     TO WS-CL-LABEL.
014190     MOVE WS-HELD-CNT       TO WS-CL-COUNT.
014200     WRITE REPORT-LINE FROM WS-COUNT-LINE.
014210     MOVE "STEPS NOT RUN"  TO WS-CL-LABEL.
014220     MOVE WS-NOT-RUN-CNT    TO WS-CL-COUNT.
014230     WRITE REPORT-LINE FROM WS-COUNT-LINE.
014240
014250     MOVE WS-TOTAL-ELAPSED-HSEC TO WS-ELAPSED-WORK.
014260     PERFORM 7300-FORMAT-ELAPSED
014270         THRU 7300-EXIT.
014280     MOVE WS-ELAPSED-DISPLAY TO WS-EL-ELAPSED.
014290     WRITE REPORT-LINE FROM WS-ELAPSED-LINE.
014300
014310 8200-EXIT.
014320     EXIT.
014330
014340*----------------------------------------------------------------*
014350* 9000-TERMINATE                                                 *
014360*----------------------------------------------------------------*
014370 9000-TERMINATE.
014380     IF WS-STEPSTAT-OPEN
014390         CLOSE STEPSTAT-FILE
014400     END-IF.
014410     IF WS-REPORT-FILE-STATUS = '00'
014420         CLOSE REPORT-FILE
014430     END-IF.
014440
014450     EVALUATE TRUE
014460         WHEN WS-DEFINITION-ERROR
014470             MOVE 12 TO RETURN-CODE
014480         WHEN WS-FILE-ERROR
014490             MOVE 12 TO RETURN-CODE
014500         WHEN WS-CHAIN-STOPPED
014510             MOVE 8 TO RETURN-CODE
014520         WHEN WS-COMPLETE-CNT NOT = WS-STEP-CNT
014530             MOVE 4 TO RETURN-CODE
014540         WHEN OTHER
014550             MOVE 0 TO RETURN-CODE
014560     END-EVALUATE.
014570
014580 9000-EXIT.
014590     EXIT.
014600
014610*----------------------------------------------------------------*
014620* 9500-WRITE-RUNLOG-START                                        *
014630* APPENDS THE RUN'S START RECORD TO THE COMMON RUN-HISTORY LOG.  *
014640* THE LOG IS OPENED AND CLOSED AROUND EACH WRITE SO THE STEP     *
014650* PROGRAMS CAN APPEND THEIR OWN RECORDS IN BETWEEN.  A LOG       *
014660* FAILURE IS REPORTED BUT NEVER STOPS THE RUN ITSELF.            *
014670*----------------------------------------------------------------*
014680 9500-WRITE-RUNLOG-START.
014690     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
014700     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
014710     MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-START-TIME.
014720     MOVE WS-RUN-START-DATE  TO WS-RUN-ID-DATE.
014730     MOVE WS-RUN-TIME-OF-DAY TO WS-RUN-ID-TIME.
014740
014750     OPEN EXTEND RUNLOG-FILE.
014760     IF WS-RUNLOG-FILE-STATUS = '35'
014770         OPEN OUTPUT RUNLOG-FILE
014780     END-IF.
014790     IF WS-RUNLOG-FILE-STATUS NOT = '00'
014800         DISPLAY "Cannot open run log - status "
014810             WS-RUNLOG-FILE-STATUS
014820         GO TO 9500-EXIT
014830     END-IF.
014840
014850     MOVE "CALCBWIN"          TO RL-PROGRAM-ID.
014860     MOVE 'S'                 TO RL-RECORD-TYPE.
014870     MOVE SPACES              TO RL-OPERATOR-ID.
014880     MOVE SPACE               TO RL-RUN-MODE.
014890     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
014900     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
014910     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
014920     MOVE ZERO                TO RL-END-DATE.
014930     MOVE ZERO                TO RL-END-TIME.
014940     MOVE ZERO                TO RL-READ-CNT.
014950     MOVE ZERO                TO RL-WRITTEN-CNT.
014960     MOVE ZERO                TO RL-REJECT-CNT.
014970     MOVE ZERO                TO RL-RETURN-CODE.
014980
014990     WRITE CALC-RUNLOG-REC.
015000     CLOSE RUNLOG-FILE.
015010
015020 9500-EXIT.
015030     EXIT.
015040
015050*----------------------------------------------------------------*
015060* 9600-WRITE-RUNLOG-END                                          *
015070* APPENDS THE RUN'S END RECORD - SAME PROGRAM AND START STAMP    *
015080* AS THE START RECORD SO THE PAIR CAN BE MATCHED.  THE COUNTS    *
015090* ARE THE STEPS IN THE STREAM, THE STEPS RUN THIS EXECUTION AND  *
015100* THE STEPS THAT FAILED, WARNED OR WERE HELD.                    *
015110*----------------------------------------------------------------*
015120 9600-WRITE-RUNLOG-END.
015130     OPEN EXTEND RUNLOG-FILE.
015140     IF WS-RUNLOG-FILE-STATUS = '35'
015150         OPEN OUTPUT RUNLOG-FILE
015160     END-IF.
015170     IF WS-RUNLOG-FILE-STATUS NOT = '00'
015180         DISPLAY "Cannot open run log - status "
015190             WS-RUNLOG-FILE-STATUS
015200         GO TO 9600-EXIT
015210     END-IF.
015220
015230     MOVE "CALCBWIN"          TO RL-PROGRAM-ID.
015240     MOVE 'E'                 TO RL-RECORD-TYPE.
015250     MOVE SPACES              TO RL-OPERATOR-ID.
015260     MOVE SPACE               TO RL-RUN-MODE.
015270     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
015280     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
015290     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
015300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
015310     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
015320     MOVE WS-RUN-TIME-HHMMSS  TO RL-END-TIME.
015330     MOVE WS-STEP-CNT         TO RL-READ-CNT.
015340     MOVE WS-RAN-CNT          TO RL-WRITTEN-CNT.
015350     COMPUTE RL-REJECT-CNT = WS-FAILED-CNT + WS-WARNED-CNT
015360         + WS-HELD-CNT.
015370     MOVE RETURN-CODE         TO RL-RETURN-CODE.
015380
015390     WRITE CALC-RUNLOG-REC.
015400     CLOSE RUNLOG-FILE.
015410
015420 9600-EXIT.
015430     EXIT.
