000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCRPRC.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* RETROACTIVE RATE CHANGE RE-PRICING RUN.  WHEN A RATE TABLE     *
000100* ROW IS ADDED OR CORRECTED WITH AN EFFECTIVE DATE IN THE PAST,  *
000110* DETAILS ALREADY PROCESSED UNDER THE OLD VALUE MUST BE PUT      *
000120* RIGHT.  THE RUN TAKES THE RATE NAME AND THE NEW ROW'S          *
000130* EFFECTIVE DATE FROM ITS PARAMETER CARD (RPRCPARM), BROWSES     *
000140* THE PROCESSED-TRANSACTION HISTORY (TRANHIST) FOR GOOD DETAILS  *
000150* THAT NAMED THE RATE AND WERE RESOLVED AS OF THAT DATE OR       *
000160* LATER, RE-RESOLVES THE RATE AGAINST RATETABL AS IT STANDS NOW  *
000170* AND RECOMPUTES THE TOTAL.  A LATER DETAIL IN THE SAME CONTROL  *
000180* SET THAT CHAINED FROM A RE-PRICED TOTAL THROUGH A 'P' OPERAND  *
000190* IS RE-PRICED WITH IT.  FOR EVERY TOTAL THAT MOVES IT PRINTS    *
000200* THE OLD AND NEW FIGURES ON THE RE-PRICING REPORT (RPRCRPT)     *
000210* AND WRITES ONE CORRECTING DETAIL TO A BALANCED ADJUSTMENT      *
000220* TRANSACTION FILE (ADJTRANS) - HEADER FROM SOURCE SYSTEM        *
000230* 'REPRICE', DETAILS, AND A TRAILER WITH THE DETAIL COUNT AND    *
000240* HASH TOTALS - READY TO GO THROUGH CALCEDIT AND THE CALCULATOR  *
000250* BATCH RUN LIKE ANY FEEDER FILE.  EACH CORRECTING DETAIL KEEPS  *
000260* THE ORIGINAL OPERATION, SO IT MAPS TO THE SAME GL ACCOUNT,     *
000270* WITH THE DIFFERENCE AS NUM1 AND THE OPERATION'S IDENTITY       *
000280* VALUE AS NUM2, SO ITS TOTAL IS EXACTLY THE DIFFERENCE.  THE    *
000290* HISTORY RECORD IS REWRITTEN WITH THE RE-PRICED FIGURES SO A    *
000300* SECOND RUN FOR THE SAME CHANGE FINDS NOTHING LEFT TO ADJUST.   *
000301*                                                                *
000302* A RESULT HELD OVER ITS LIMIT IS FILED ON THE HISTORY BUT NOT   *
000303* POSTED UNTIL A SUPERVISOR RELEASES IT.  WHEN THE BATCH RUN     *
000304* CLEARS A CANCELLED HOLD IT MARKS THE HISTORY ROW REJECTED      *
000305* UNDER REASON 07, SO IT IS PASSED OVER HERE LIKE ANY REJECTED   *
000306* DETAIL.  AN AFFECTED DETAIL STILL ON THE HOLD QUEUE (HOLDFILE) *
000307* AWAITING A DECISION, OR CANCELLED BUT NOT YET CLEARED, IS      *
000308* LISTED AS AN EXCEPTION AND LEFT FOR A LATER RUN.               *
000309*                                                                *
000310* ONLY ONE RE-PRICING IS MADE PER RUN DATE.  A RUN IS REFUSED    *
000311* WHEN THE RECEIPT REGISTER (RCPTREG) ALREADY HOLDS THE DATE'S   *
000312* 'REPRICE' SET, OR WHEN THE ADJUSTMENT FILE ON HAND IS FOR THE  *
000313* DATE OR HAS NOT BEEN TAKEN IN YET.  TRIAL RUNS ARE NOT CHECKED.*
000314*                                                                *
000320* PARAMETER CARD:                                                *
000330*   COLS  1-13  RATE=NNNNNNNN    RATE NAME                       *
000340*   COLS 15-27  DATE=YYYYMMDD    NEW ROW'S EFFECTIVE DATE        *
000350*   COLS 29-33  TRIAL            OPTIONAL - REPORT ONLY, NO      *
000360*                                ADJUSTMENTS, HISTORY UNTOUCHED  *
000370*                                                                *
000380* RETURN CODES FOR JOBSTREAM BRANCHING:                          *
000390*   00 - ADJUSTMENTS WRITTEN, EVERY AFFECTED DETAIL RE-PRICED    *
000400*   04 - NOTHING TO ADJUST, OR SOME DETAILS COULD NOT BE         *
000410*        RE-PRICED (LISTED ON THE REPORT)                        *
000415*   08 - PARAMETER CARD MISSING OR BAD, NO SUCH RATE ROW, OR     *
000420*        REFUSED AS A SECOND RE-PRICING FOR THE DATE             *
000430*   12 - FILE ERROR                                              *
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY                                           *
000460*----------------------------------------------------------------*
000470* DATE       INITIALS  DESCRIPTION                               *
000472* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000474* 2026-10-15 JAW       PASSES OVER CANCELLED HOLDS AND LISTS     *
000476*                      ITEMS STILL ON THE HOLD QUEUE AS          *
000478*                      EXCEPTIONS.  REFUSES A SECOND RE-PRICING  *
000480*                      FOR THE SAME DATE, OR ONE THAT WOULD      *
000482*                      OVERWRITE A FILE NOT YET TAKEN IN (RC 08).*
000484*                      ADJUSTMENT FILE WRITES ARE CHECKED.       *
000490*----------------------------------------------------------------*
000500
000510 ENVIRONMENT DIVISION.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS TH-HIST-KEY
000590         FILE STATUS IS WS-THIST-FILE-STATUS.
000600
000610     SELECT RATE-FILE ASSIGN TO "RATETABL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS RT-RATE-KEY
000650         FILE STATUS IS WS-RATE-FILE-STATUS.
000660
000670     SELECT ADJUST-FILE ASSIGN TO "ADJTRANS"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ADJUST-FILE-STATUS.
000700
000710     SELECT REPORT-FILE ASSIGN TO "RPRCRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-FILE-STATUS.
000740
000750     SELECT PARM-FILE ASSIGN TO "RPRCPARM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000761         FILE STATUS IS WS-PARM-FILE-STATUS.
000762
000763     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000764         ORGANIZATION IS INDEXED
000765         ACCESS MODE IS DYNAMIC
000766         RECORD KEY IS HQ-HOLD-KEY
000767         FILE STATUS IS WS-HOLD-FILE-STATUS.
000768
000769     SELECT RECEIPT-FILE ASSIGN TO "RCPTREG"
000770         ORGANIZATION IS INDEXED
000771         ACCESS MODE IS DYNAMIC
000772         RECORD KEY IS RC-RECEIPT-KEY
000773         FILE STATUS IS WS-RCPT-FILE-STATUS.
000780
000790 DATA DIVISION.
000800
000810 FILE SECTION.
000820 FD  TRANHIST-FILE.
000830     COPY CALCTHST.
000840
000850 FD  RATE-FILE.
000860     COPY CALCRATE.
000870
000880 FD  ADJUST-FILE
000890     RECORDING MODE IS F.
000900     COPY CALCTRAN.
000910
000920 FD  REPORT-FILE.
000930 01  REPORT-LINE                 PIC X(132).
000940
000950 FD  PARM-FILE.
000952 01  PARM-REC                    PIC X(80).
000954
000956 FD  HOLD-FILE.
000958     COPY CALCHOLD.
000960
000962 FD  RECEIPT-FILE.
000964     COPY CALCRCPT.
000970
000980 WORKING-STORAGE SECTION.
000990
001000 01  WS-THIST-FILE-STATUS        PIC X(02) VALUE SPACES.
001010 01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
001020 01  WS-ADJUST-FILE-STATUS       PIC X(02) VALUE SPACES.
001030 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
001035 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
001040 01  WS-HOLD-FILE-STATUS         PIC X(02) VALUE SPACES.
001045 01  WS-RCPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001050
001060 77  WS-HIST-EOF-SW              PIC X VALUE 'N'.
001070     88  WS-HIST-EOF             VALUE 'Y'.
001080
001090 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
001100     88  WS-FILE-ERROR           VALUE 'Y'.
001110
001120 77  WS-PARM-ERROR-SW            PIC X VALUE 'N'.
001130     88  WS-PARM-ERROR           VALUE 'Y'.
001140
001150 77  WS-TRIAL-SW                 PIC X VALUE 'N'.
001160     88  WS-TRIAL-RUN            VALUE 'Y'.
001170
001180 77  WS-AFFECTED-SW              PIC X VALUE 'N'.
001190     88  WS-DETAIL-AFFECTED      VALUE 'Y'.
001192
001194 77  WS-RUN-REFUSED-SW           PIC X VALUE 'N'.
001196     88  WS-RUN-REFUSED          VALUE 'Y'.
001198
001200 77  WS-ADJUST-OPEN-SW           PIC X VALUE 'N'.
001202     88  WS-ADJUST-OPEN          VALUE 'Y'.
001204
001206 77  WS-HOLD-OPEN-SW             PIC X VALUE 'N'.
001208     88  WS-HOLD-OPEN            VALUE 'Y'.
001210
001212 77  WS-RCPT-OPEN-SW             PIC X VALUE 'N'.
001214     88  WS-RCPT-OPEN            VALUE 'Y'.
001216
001218 77  WS-PARM-NOTE                PIC X(40) VALUE SPACES.
001220
001230 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001240
001250*----------------------------------------------------------------*
001260* THE RATE CHANGE BEING RE-PRICED, FROM THE PARAMETER CARD       *
001270*----------------------------------------------------------------*
001280 01  WS-PARM-RATE-NAME           PIC X(08) VALUE SPACES.
001290 01  WS-PARM-EFF-DATE            PIC 9(08) VALUE ZERO.
001300
001310*----------------------------------------------------------------*
001320* RATE LOOKUP WORKING STORAGE - THE SAME HISTORY BROWSE AS THE   *
001330* BATCH RUN: THE LATEST ROW NOT DATED AFTER THE LOOKUP DATE      *
001340* GOVERNS, AND A GOVERNING STATUS 'I' ROW MEANS DEACTIVATED.     *
001350*----------------------------------------------------------------*
001360 77  WS-RATE-FOUND-SW            PIC X VALUE 'N'.
001370     88  WS-RATE-FOUND           VALUE 'Y'.
001380
001390 77  WS-RATE-NAME-SEEN-SW        PIC X VALUE 'N'.
001400     88  WS-RATE-NAME-SEEN       VALUE 'Y'.
001410
001420 77  WS-RATE-BEST-SW             PIC X VALUE 'N'.
001430     88  WS-RATE-BEST            VALUE 'Y'.
001440
001450 77  WS-RATE-BROWSE-DONE-SW      PIC X VALUE 'N'.
001460     88  WS-RATE-BROWSE-DONE     VALUE 'Y'.
001470
001480 01  WS-RATE-LOOKUP-NAME         PIC X(08) VALUE SPACES.
001490 01  WS-RATE-LOOKUP-DATE         PIC 9(08) VALUE ZERO.
001500 01  WS-RATE-BEST-VALUE          PIC S9(10)V9(10) VALUE ZERO.
001510 01  WS-RATE-BEST-STATUS         PIC X(01) VALUE SPACE.
001520 01  WS-RATE-VALUE-OUT           PIC S9(10)V9(10) VALUE ZERO.
001530
001540*----------------------------------------------------------------*
001550* RE-PRICING WORK FIELDS.  THE CHAIN FIELDS CARRY THE RESULT     *
001560* REGISTER THROUGH A CONTROL SET THE WAY THE BATCH RUN DID, SO   *
001570* A 'P' OPERAND FOLLOWING A RE-PRICED TOTAL PICKS UP THE NEW     *
001580* TOTAL.  THE REGISTER IS NOT CARRIED ACROSS CONTROL SETS.       *
001590*----------------------------------------------------------------*
001600 01  WS-NEW-NUM1                 PIC S9(10)V9(10) VALUE ZERO.
001610 01  WS-NEW-NUM2                 PIC S9(10)V9(10) VALUE ZERO.
001620 01  WS-NEW-TOTAL                PIC S9(10)V9(10) VALUE ZERO.
001630 01  WS-DIFFERENCE               PIC S9(10)V9(10) VALUE ZERO.
001640 01  WS-OLD-OPERAND              PIC S9(10)V9(10) VALUE ZERO.
001650 01  WS-NEW-OPERAND              PIC S9(10)V9(10) VALUE ZERO.
001660 77  WS-CALC-QUOTIENT            PIC 9(10).
001670 01  WS-EXCEPTION-TEXT           PIC X(40) VALUE SPACES.
001680
001690*    NUM2 OF A CORRECTING DETAIL - THE VALUE THAT LEAVES NUM1
001700*    UNCHANGED UNDER THE DETAIL'S OPERATION.  A REMAINDER BY A
001710*    DIVISOR LARGER THAN THE DIFFERENCE IS THE DIFFERENCE.
001720 01  WS-IDENTITY-OPERAND         PIC S9(10)V9(10) VALUE ZERO.
001730 01  WS-REMAINDER-DIVISOR        PIC S9(10)V9(10)
001740                                 VALUE 9999999999.9999999999.
001750
001760 77  WS-CHAIN-CHANGED-SW         PIC X VALUE 'N'.
001770     88  WS-CHAIN-CHANGED        VALUE 'Y'.
001780
001790 01  WS-CHAIN-SOURCE             PIC X(08) VALUE SPACES.
001800 01  WS-CHAIN-FILE-DATE          PIC 9(08) VALUE ZERO.
001810 01  WS-CHAIN-TOTAL              PIC S9(10)V9(10) VALUE ZERO.
001820
001830*----------------------------------------------------------------*
001840* COUNTERS AND ADJUSTMENT FILE CONTROL-TOTAL ACCUMULATORS        *
001850*----------------------------------------------------------------*
001860 01  WS-RPRC-COUNTERS.
001870     05  WS-HIST-READ-CNT        PIC 9(07) COMP VALUE ZERO.
001880     05  WS-AFFECTED-CNT         PIC 9(07) COMP VALUE ZERO.
001890     05  WS-REPRICED-CNT         PIC 9(07) COMP VALUE ZERO.
001900     05  WS-UNCHANGED-CNT        PIC 9(07) COMP VALUE ZERO.
001910     05  WS-EXCEPTION-CNT        PIC 9(07) COMP VALUE ZERO.
001920
001930 01  WS-ADJ-SEQ                  PIC 9(06) VALUE ZERO.
001940 01  WS-HASH-NUM1-ACCUM          PIC S9(16)V9(10) VALUE ZERO.
001950 01  WS-HASH-NUM2-ACCUM          PIC S9(16)V9(10) VALUE ZERO.
001960 01  WS-NET-ADJUSTMENT           PIC S9(16)V9(10) VALUE ZERO.
001970
001980*----------------------------------------------------------------*
001990* REPORT PAGINATION AND LINE LAYOUTS                             *
002000*----------------------------------------------------------------*
002010 77  WS-LINE-CNT                 PIC 9(03) COMP VALUE 99.
002020 77  WS-PAGE-CNT                 PIC 9(05) COMP VALUE ZERO.
002030 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002040
002050 01  WS-HEADING-1.
002060     05  FILLER                  PIC X(42) VALUE
002070         "CALCRPRC      RETROACTIVE RE-PRICING".
002080     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002090     05  WS-H1-DATE              PIC 9(08).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  FILLER                  PIC X(06) VALUE "PAGE: ".
002120     05  WS-H1-PAGE              PIC ZZZZ9.
002130     05  FILLER                  PIC X(59) VALUE SPACES.
002140
002150 01  WS-HEADING-2.
002160     05  FILLER                  PIC X(09) VALUE "  RATE: ".
002170     05  WS-H2-RATE-NAME         PIC X(08).
002180     05  FILLER                  PIC X(21) VALUE
002190         "   ROW EFFECTIVE ON: ".
002200     05  WS-H2-EFF-DATE          PIC 9(08).
002210     05  FILLER                  PIC X(03) VALUE SPACES.
002220     05  WS-H2-MODE              PIC X(40).
002230     05  FILLER                  PIC X(43) VALUE SPACES.
002240
002250 01  WS-COLUMN-HEADING.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  FILLER                  PIC X(09) VALUE "SOURCE".
002280     05  FILLER                  PIC X(09) VALUE "FILE DATE".
002290     05  FILLER                  PIC X(08) VALUE "SEQ".
002300     05  FILLER                  PIC X(03) VALUE "OP".
002310     05  FILLER                  PIC X(09) VALUE "RATE DATE".
002320     05  FILLER                  PIC X(19) VALUE
002330         "       OLD OPERAND".
002340     05  FILLER                  PIC X(20) VALUE
002350         "       NEW OPERAND".
002360     05  FILLER                  PIC X(15) VALUE
002370         "     OLD TOTAL".
002380     05  FILLER                  PIC X(15) VALUE
002390         "     NEW TOTAL".
002400     05  FILLER                  PIC X(16) VALUE
002410         "    DIFFERENCE".
002420     05  FILLER                  PIC X(06) VALUE "ADJSEQ".
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440
002450 01  WS-DETAIL-LINE.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  WS-DL-SOURCE            PIC X(08).
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  WS-DL-FILE-DATE         PIC 9(08).
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  WS-DL-SEQ               PIC 9(06).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-DL-OP                PIC X(01).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  WS-DL-RATE-DATE         PIC 9(08).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  WS-DL-OLD-OPERAND       PIC -(10)9.9(6).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  WS-DL-NEW-OPERAND       PIC -(10)9.9(6).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  WS-DL-OLD-TOTAL         PIC -(10)9.99.
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  WS-DL-NEW-TOTAL         PIC -(10)9.99.
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  WS-DL-DIFFERENCE        PIC -(10)9.99.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  WS-DL-ADJ-SEQ           PIC X(06).
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690
002700 01  WS-EXCEPTION-LINE.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  WS-EL-SOURCE            PIC X(08).
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  WS-EL-FILE-DATE         PIC 9(08).
002750     05  FILLER                  PIC X(01) VALUE SPACES.
002760     05  WS-EL-SEQ               PIC 9(06).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  WS-EL-OP                PIC X(01).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  WS-EL-RATE-DATE         PIC 9(08).
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  FILLER                  PIC X(20) VALUE
002830         "*** NOT RE-PRICED - ".
002840     05  WS-EL-TEXT              PIC X(40).
002850     05  FILLER                  PIC X(32) VALUE SPACES.
002860
002870 01  WS-COUNT-LINE.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  WS-CL-LABEL             PIC X(28).
002900     05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
002910     05  FILLER                  PIC X(93) VALUE SPACES.
002920
002930 01  WS-AMOUNT-LINE.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  WS-AL-LABEL             PIC X(28).
002960     05  WS-AL-AMOUNT            PIC -(12)9.9(10).
002970     05  FILLER                  PIC X(78) VALUE SPACES.
002980
002990 PROCEDURE DIVISION.
003000
003010*----------------------------------------------------------------*
003020* 0000-MAINLINE                                                  *
003030*----------------------------------------------------------------*
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE
003060         THRU 1000-EXIT.
003070
003075     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
003080             AND NOT WS-RUN-REFUSED
003090         PERFORM 2000-WRITE-ADJ-HEADER
003100             THRU 2000-EXIT
003110
003120         PERFORM 3000-PROCESS-ONE-HISTORY
003130             THRU 3000-EXIT
003140             UNTIL WS-HIST-EOF
003150
003160         PERFORM 4000-WRITE-ADJ-TRAILER
003170             THRU 4000-EXIT
003180
003190         PERFORM 8000-PRINT-SUMMARY-SECTION
003200             THRU 8000-EXIT
003210     END-IF.
003220
003230     PERFORM 9000-TERMINATE
003240         THRU 9000-EXIT.
003250
003260     STOP RUN.
003270
003280 0000-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------*
003320* 1000-INITIALIZE                                                *
003325* READS THE PARAMETER CARD AND CONFIRMS THE NAMED RATE ROW IS    *
003330* ON THE TABLE, REFUSES A SECOND RE-PRICING FOR THE DATE (1200), *
003335* THEN OPENS THE HISTORY, REPORT, HOLD QUEUE AND (UNLESS THIS    *
003340* IS A TRIAL) ADJUSTMENT FILES AND PRIMES THE HISTORY BROWSE.    *
003345* NO OPERATOR PROMPTS - THE JOB IS SUBMITTED WITH ITS CARD.      *
003350* A MISSING HISTORY FILE MEANS NOTHING HAS BEEN PROCESSED YET -  *
003355* THE RUN STILL PRODUCES AN EMPTY ADJUSTMENT FILE AND REPORT.    *
003390*----------------------------------------------------------------*
003400 1000-INITIALIZE.
003410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003420
003430     PERFORM 1100-READ-PARM-CARD
003440         THRU 1100-EXIT.
003450
003460     DISPLAY "CALCRPRC - re-pricing rate " WS-PARM-RATE-NAME
003470         " from " WS-PARM-EFF-DATE " (" WS-PARM-NOTE ").".
003480
003490     IF WS-PARM-ERROR
003500         GO TO 1000-EXIT
003510     END-IF.
003520
003530     OPEN INPUT RATE-FILE.
003540     IF WS-RATE-FILE-STATUS NOT = '00'
003550         DISPLAY "Cannot open rate table - status "
003560             WS-RATE-FILE-STATUS
003570         MOVE 'Y' TO WS-FILE-ERROR-SW
003580         GO TO 1000-EXIT
003590     END-IF.
003600
003610*    THE CARD MUST NAME A ROW THAT IS ACTUALLY ON THE TABLE -
003620*    A MISTYPED NAME OR DATE WOULD OTHERWISE QUIETLY FIND
003630*    NOTHING TO ADJUST.
003640     MOVE WS-PARM-RATE-NAME TO RT-RATE-NAME.
003650     MOVE WS-PARM-EFF-DATE  TO RT-EFFECTIVE-DATE.
003660     READ RATE-FILE
003670         INVALID KEY
003680         DISPLAY "Rate " WS-PARM-RATE-NAME " has no row "
003690             "effective " WS-PARM-EFF-DATE " - run ended."
003700         MOVE 'Y' TO WS-PARM-ERROR-SW
003710         GO TO 1000-EXIT
003720     END-READ.
003730
003731     IF NOT WS-TRIAL-RUN
003732         PERFORM 1200-CHECK-PRIOR-RUN
003733             THRU 1200-EXIT
003734         IF WS-RUN-REFUSED
003735             GO TO 1000-EXIT
003736         END-IF
003737     END-IF.
003738
003740     OPEN OUTPUT REPORT-FILE.
003750     IF WS-REPORT-FILE-STATUS NOT = '00'
003760         DISPLAY "Cannot open re-pricing report - status "
003770             WS-REPORT-FILE-STATUS
003780         MOVE 'Y' TO WS-FILE-ERROR-SW
003790         GO TO 1000-EXIT
003800     END-IF.
003810
003815     IF NOT WS-TRIAL-RUN
003820         OPEN OUTPUT ADJUST-FILE
003825         IF WS-ADJUST-FILE-STATUS NOT = '00'
003830             DISPLAY "Cannot open adjustment file - status "
003835                 WS-ADJUST-FILE-STATUS
003840             MOVE 'Y' TO WS-FILE-ERROR-SW
003845             GO TO 1000-EXIT
003850         END-IF
003855         MOVE 'Y' TO WS-ADJUST-OPEN-SW
003860     END-IF.
003865
003870*    THE HOLD QUEUE IS OPTIONAL - WITHOUT ONE NOTHING IS HELD.
003875     OPEN INPUT HOLD-FILE.
003880     IF WS-HOLD-FILE-STATUS = '00'
003885         MOVE 'Y' TO WS-HOLD-OPEN-SW
003890     END-IF.
003910
003920     OPEN I-O TRANHIST-FILE.
003930     IF WS-THIST-FILE-STATUS = '35'
003940         DISPLAY "Transaction history not found - nothing "
003950             "to re-price."
003960         MOVE 'Y' TO WS-HIST-EOF-SW
003970         GO TO 1000-EXIT
003980     END-IF.
003990     IF WS-THIST-FILE-STATUS NOT = '00'
004000         DISPLAY "Cannot open transaction history - status "
004010             WS-THIST-FILE-STATUS
004020         MOVE 'Y' TO WS-FILE-ERROR-SW
004030         GO TO 1000-EXIT
004040     END-IF.
004050
004060     MOVE LOW-VALUES TO TH-HIST-KEY.
004070     START TRANHIST-FILE KEY NOT < TH-HIST-KEY
004080         INVALID KEY
004090         MOVE 'Y' TO WS-HIST-EOF-SW
004100         GO TO 1000-EXIT
004110     END-START.
004120
004130     PERFORM 3100-READ-HISTORY
004140         THRU 3100-EXIT.
004150
004160 1000-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 1100-READ-PARM-CARD                                            *
004210* READS THE REQUIRED PARAMETER CARD - "RATE=NNNNNNNN" IN COLUMNS *
004220* 1-13, "DATE=YYYYMMDD" IN COLUMNS 15-27 AND AN OPTIONAL "TRIAL" *
004230* IN COLUMNS 29-33.  THERE IS NO DEFAULT: A MISSING OR BAD CARD  *
004240* ENDS THE RUN WITHOUT TOUCHING ANYTHING.                        *
004250*----------------------------------------------------------------*
004260 1100-READ-PARM-CARD.
004270     OPEN INPUT PARM-FILE.
004280
004290     IF WS-PARM-FILE-STATUS NOT = '00'
004300         MOVE "NO PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004310         MOVE 'Y' TO WS-PARM-ERROR-SW
004320         GO TO 1100-EXIT
004330     END-IF.
004340
004350     READ PARM-FILE
004360         AT END
004370         MOVE "EMPTY PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004380         MOVE 'Y' TO WS-PARM-ERROR-SW
004390         CLOSE PARM-FILE
004400         GO TO 1100-EXIT
004410     END-READ.
004420
004430     CLOSE PARM-FILE.
004440
004450     IF PARM-REC(1:5) NOT = "RATE="
004460             OR PARM-REC(6:8) = SPACES
004470             OR PARM-REC(15:5) NOT = "DATE="
004480             OR PARM-REC(20:8) IS NOT NUMERIC
004490         MOVE "BAD PARM CARD - RUN ENDED" TO WS-PARM-NOTE
004500         MOVE 'Y' TO WS-PARM-ERROR-SW
004510         GO TO 1100-EXIT
004520     END-IF.
004530
004540     MOVE PARM-REC(6:8)  TO WS-PARM-RATE-NAME.
004550     MOVE PARM-REC(20:8) TO WS-PARM-EFF-DATE.
004560
004570     IF PARM-REC(29:5) = "TRIAL"
004580         MOVE 'Y' TO WS-TRIAL-SW
004590         MOVE "TRIAL RUN - NOTHING WRITTEN" TO WS-PARM-NOTE
004600     ELSE
004610         MOVE "ADJUSTMENTS WRITTEN" TO WS-PARM-NOTE
004620     END-IF.
004630
004640 1100-EXIT.
004650     EXIT.
004660
004661*----------------------------------------------------------------*
004662* 1200-CHECK-PRIOR-RUN                                           *
004663* EVERY ADJUSTMENT FILE IS THE SET 'REPRICE' PLUS THE RUN DATE,  *
004664* WITH ITS DETAILS NUMBERED FROM 1, AND THIS RUN REWRITES THE    *
004665* HISTORY IT ADJUSTS BEFORE THE FILE IS TAKEN IN.  A SECOND      *
004666* FILE FOR A DATE ALREADY TAKEN IN WOULD BE REFUSED AS A         *
004667* DUPLICATE SET, AND A NEW FILE WRITTEN OVER ONE NOT YET TAKEN   *
004668* IN WOULD LOSE ITS ADJUSTMENTS - EITHER WAY THE HISTORY WOULD   *
004669* CLAIM ADJUSTMENTS THE LEDGER NEVER GETS.  SO THE RUN IS        *
004670* REFUSED WHEN THE RECEIPT REGISTER ALREADY HOLDS A 'REPRICE'    *
004671* SET FOR THE RUN DATE, OR WHEN THE ADJUSTMENT FILE ON HAND IS   *
004672* FOR THE RUN DATE OR IS NOT ON THE REGISTER YET.  A FILE ON     *
004673* HAND THAT IS NOT TO BE TAKEN IN MUST BE REMOVED FIRST.         *
004674*----------------------------------------------------------------*
004675 1200-CHECK-PRIOR-RUN.
004676     OPEN INPUT RECEIPT-FILE.
004677     IF WS-RCPT-FILE-STATUS = '00'
004678         MOVE 'Y' TO WS-RCPT-OPEN-SW
004679     END-IF.
004680
004681     IF WS-RCPT-OPEN
004682         MOVE "REPRICE"   TO RC-SOURCE-SYSTEM
004683         MOVE WS-RUN-DATE TO RC-FILE-DATE
004684         READ RECEIPT-FILE
004685             INVALID KEY
004686             CONTINUE
004687             NOT INVALID KEY
004688             DISPLAY "A re-pricing file for " WS-RUN-DATE
004689                 " was already taken in - run refused."
004690             MOVE 'Y' TO WS-RUN-REFUSED-SW
004691             GO TO 1200-EXIT
004692         END-READ
004693     END-IF.
004694
004695     OPEN INPUT ADJUST-FILE.
004696     IF WS-ADJUST-FILE-STATUS NOT = '00'
004697         GO TO 1200-EXIT
004698     END-IF.
004699
004700     READ ADJUST-FILE
004701         AT END
004702         CLOSE ADJUST-FILE
004703         GO TO 1200-EXIT
004704     END-READ.
004705     CLOSE ADJUST-FILE.
004706
004707     IF CTH-RECORD-TYPE NOT = 'H'
004708             OR CTH-SOURCE-SYSTEM NOT = "REPRICE"
004709         GO TO 1200-EXIT
004710     END-IF.
004711
004712     IF CTH-FILE-DATE = WS-RUN-DATE
004713         DISPLAY "A re-pricing file for " WS-RUN-DATE
004714             " is already on hand - run refused."
004715         MOVE 'Y' TO WS-RUN-REFUSED-SW
004716         GO TO 1200-EXIT
004717     END-IF.
004718
004719     IF WS-RCPT-OPEN
004720         MOVE "REPRICE"     TO RC-SOURCE-SYSTEM
004721         MOVE CTH-FILE-DATE TO RC-FILE-DATE
004722         READ RECEIPT-FILE
004723             INVALID KEY
004724             CONTINUE
004725             NOT INVALID KEY
004726             GO TO 1200-EXIT
004727         END-READ
004728     END-IF.
004729
004730     DISPLAY "The re-pricing file for " CTH-FILE-DATE
004731         " has not been taken in yet - run refused.".
004732     MOVE 'Y' TO WS-RUN-REFUSED-SW.
004733
004734 1200-EXIT.
004735     EXIT.
004736
004737*----------------------------------------------------------------*
004738* 2000-WRITE-ADJ-HEADER                                          *
004739* THE ADJUSTMENT FILE IS DATED THE RUN DATE AND COMES FROM       *
004740* SOURCE SYSTEM 'REPRICE', SO THE BATCH RUN FILES ITS DETAILS    *
004741* UNDER THAT SOURCE AND THEY ARE NEVER RE-PRICED THEMSELVES.     *
004742* SO THE SEQUENCE NUMBERS UNDER THAT KEY START AT 1 EVERY TIME,  *
004743* ONLY ONE RE-PRICING IS MADE PER DATE - SEE 1200.               *
004744*----------------------------------------------------------------*
004745 2000-WRITE-ADJ-HEADER.
004746     IF WS-TRIAL-RUN
004750         GO TO 2000-EXIT
004760     END-IF.
004770
004780     MOVE SPACES      TO CALC-TRANS-HDR.
004790     MOVE 'H'         TO CTH-RECORD-TYPE.
004800     MOVE WS-RUN-DATE TO CTH-FILE-DATE.
004810     MOVE "REPRICE"   TO CTH-SOURCE-SYSTEM.
004820
004822     WRITE CALC-TRANS-HDR.
004824     IF WS-ADJUST-FILE-STATUS NOT = '00'
004826         DISPLAY "Adjustment header write failed - status "
004828             WS-ADJUST-FILE-STATUS
004830         MOVE 'Y' TO WS-FILE-ERROR-SW
004832         MOVE 'Y' TO WS-HIST-EOF-SW
004834     END-IF.
004840
004850 2000-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------*
004890* 3000-PROCESS-ONE-HISTORY                                       *
004900* A CHANGE OF SOURCE SYSTEM OR FILE DATE STARTS A NEW CONTROL    *
004910* SET, WHICH CLEARS THE RESULT REGISTER CHAIN.                   *
004920*----------------------------------------------------------------*
004930 3000-PROCESS-ONE-HISTORY.
004940     IF TH-SOURCE-SYSTEM NOT = WS-CHAIN-SOURCE
004950             OR TH-FILE-DATE NOT = WS-CHAIN-FILE-DATE
004960         MOVE TH-SOURCE-SYSTEM TO WS-CHAIN-SOURCE
004970         MOVE TH-FILE-DATE     TO WS-CHAIN-FILE-DATE
004980         MOVE ZERO             TO WS-CHAIN-TOTAL
004990         MOVE 'N'              TO WS-CHAIN-CHANGED-SW
005000     END-IF.
005010
005020     PERFORM 3200-REPRICE-ONE-DETAIL
005030         THRU 3200-EXIT.
005040
005050     PERFORM 3100-READ-HISTORY
005060         THRU 3100-EXIT.
005070
005080 3000-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------*
005120* 3100-READ-HISTORY                                              *
005130*----------------------------------------------------------------*
005140 3100-READ-HISTORY.
005150     READ TRANHIST-FILE NEXT RECORD
005160         AT END
005170         MOVE 'Y' TO WS-HIST-EOF-SW
005180         GO TO 3100-EXIT
005190     END-READ.
005200
005210     ADD 1 TO WS-HIST-READ-CNT.
005220
005230 3100-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------*
005270* 3200-REPRICE-ONE-DETAIL                                        *
005280* A GOOD DETAIL IS AFFECTED WHEN AN OPERAND NAMED THE RATE AND   *
005290* WAS RESOLVED AS OF THE NEW ROW'S EFFECTIVE DATE OR LATER, OR   *
005300* WHEN A 'P' OPERAND CHAINED FROM A TOTAL RE-PRICED JUST BEFORE  *
005305* IT IN THE SAME SET.  REJECTED DETAILS NEVER REACHED THE        *
005310* LEDGER AND DO NOT MOVE THE REGISTER, SO THEY ARE PASSED OVER.  *
005315* A HELD RESULT LATER CANCELLED (REASON 07) IS PASSED OVER TOO,  *
005320* BUT ITS TOTAL DID MOVE THE REGISTER WHEN IT WAS WORKED.        *
005325* AN AFFECTED DETAIL WHOSE TOTAL MOVES IS REPORTED, ADJUSTED AND *
005330* ITS HISTORY REWRITTEN; ONE THAT CANNOT BE RE-PRICED IS LISTED  *
005335* AS AN EXCEPTION AND LEFT AS IT WAS.                            *
005360*----------------------------------------------------------------*
005370 3200-REPRICE-ONE-DETAIL.
005375     IF NOT TH-PROCESSED-OK
005380         IF TH-REASON-CODE = '07'
005385             MOVE TH-TOTAL TO WS-CHAIN-TOTAL
005390             MOVE 'N'      TO WS-CHAIN-CHANGED-SW
005395         END-IF
005400         GO TO 3200-EXIT
005405     END-IF.
005410
005420     MOVE 'N'     TO WS-AFFECTED-SW.
005430     MOVE SPACES  TO WS-EXCEPTION-TEXT.
005440     MOVE TH-NUM1 TO WS-NEW-NUM1.
005450     MOVE TH-NUM2 TO WS-NEW-NUM2.
005460
005470     IF TH-RATE-DATE NOT < WS-PARM-EFF-DATE
005480         IF TH-NUM1-IS-RATE
005490                 AND TH-NUM1-RATE-NAME = WS-PARM-RATE-NAME
005500             MOVE 'Y' TO WS-AFFECTED-SW
005510             PERFORM 3300-LOOKUP-RATE
005520                 THRU 3300-EXIT
005530             IF WS-RATE-FOUND
005540                 MOVE WS-RATE-VALUE-OUT TO WS-NEW-NUM1
005550             END-IF
005560         END-IF
005570         IF TH-NUM2-IS-RATE
005580                 AND TH-NUM2-RATE-NAME = WS-PARM-RATE-NAME
005590             MOVE 'Y' TO WS-AFFECTED-SW
005600             PERFORM 3300-LOOKUP-RATE
005610                 THRU 3300-EXIT
005620             IF WS-RATE-FOUND
005630                 MOVE WS-RATE-VALUE-OUT TO WS-NEW-NUM2
005640             END-IF
005650         END-IF
005660     END-IF.
005670
005680     IF WS-CHAIN-CHANGED
005690         IF TH-NUM1-IS-PRIOR
005700             MOVE 'Y'            TO WS-AFFECTED-SW
005710             MOVE WS-CHAIN-TOTAL TO WS-NEW-NUM1
005720         END-IF
005730         IF TH-NUM2-IS-PRIOR
005740             MOVE 'Y'            TO WS-AFFECTED-SW
005750             MOVE WS-CHAIN-TOTAL TO WS-NEW-NUM2
005760         END-IF
005770     END-IF.
005780
005790     IF NOT WS-DETAIL-AFFECTED
005800         MOVE TH-TOTAL TO WS-CHAIN-TOTAL
005810         MOVE 'N'      TO WS-CHAIN-CHANGED-SW
005820         GO TO 3200-EXIT
005830     END-IF.
005840
005842     ADD 1 TO WS-AFFECTED-CNT.
005844
005846     IF WS-HOLD-OPEN
005848         PERFORM 3500-CHECK-HOLD-QUEUE
005850             THRU 3500-EXIT
005852     END-IF.
005860
005870     IF WS-EXCEPTION-TEXT = SPACES
005880         PERFORM 3400-RECOMPUTE-TOTAL
005890             THRU 3400-EXIT
005900     END-IF.
005910
005920     IF WS-EXCEPTION-TEXT = SPACES
005930         COMPUTE WS-DIFFERENCE = WS-NEW-TOTAL - TH-TOTAL
005940             ON SIZE ERROR
005950                 MOVE "ADJUSTMENT OVERFLOWS" TO WS-EXCEPTION-TEXT
005960         END-COMPUTE
005970     END-IF.
005980
005990     IF WS-EXCEPTION-TEXT NOT = SPACES
006000         ADD 1 TO WS-EXCEPTION-CNT
006010         PERFORM 5100-PRINT-EXCEPTION-LINE
006020             THRU 5100-EXIT
006030         MOVE TH-TOTAL TO WS-CHAIN-TOTAL
006040         MOVE 'N'      TO WS-CHAIN-CHANGED-SW
006050         GO TO 3200-EXIT
006060     END-IF.
006070
006080     IF WS-DIFFERENCE = ZERO
006090         ADD 1 TO WS-UNCHANGED-CNT
006100         MOVE TH-TOTAL TO WS-CHAIN-TOTAL
006110         MOVE 'N'      TO WS-CHAIN-CHANGED-SW
006120         GO TO 3200-EXIT
006130     END-IF.
006140
006150     ADD 1 TO WS-REPRICED-CNT.
006160     ADD WS-DIFFERENCE TO WS-NET-ADJUSTMENT.
006170
006180*    THE OPERAND SHOWN IS THE ONE THAT MOVED - THE RATE, OR FOR
006190*    A CHAINED DETAIL THE PRIOR TOTAL IT PICKED UP.
006200     IF WS-NEW-NUM1 NOT = TH-NUM1
006210         MOVE TH-NUM1     TO WS-OLD-OPERAND
006220         MOVE WS-NEW-NUM1 TO WS-NEW-OPERAND
006230     ELSE
006240         MOVE TH-NUM2     TO WS-OLD-OPERAND
006250         MOVE WS-NEW-NUM2 TO WS-NEW-OPERAND
006260     END-IF.
006270
006275     IF NOT WS-TRIAL-RUN
006280         PERFORM 4100-WRITE-ADJ-DETAIL
006285             THRU 4100-EXIT
006290         IF WS-FILE-ERROR
006295             SUBTRACT 1 FROM WS-REPRICED-CNT
006300             SUBTRACT WS-DIFFERENCE FROM WS-NET-ADJUSTMENT
006305             GO TO 3200-EXIT
006310         END-IF
006315     END-IF.
006320
006330     PERFORM 5000-PRINT-DETAIL-LINE
006340         THRU 5000-EXIT.
006350
006360     IF NOT WS-TRIAL-RUN
006370         PERFORM 4200-UPDATE-HISTORY
006380             THRU 4200-EXIT
006390     END-IF.
006400
006410     MOVE WS-NEW-TOTAL TO WS-CHAIN-TOTAL.
006420     MOVE 'Y'          TO WS-CHAIN-CHANGED-SW.
006430
006440 3200-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------*
006480* 3300-LOOKUP-RATE                                               *
006490* RE-RESOLVES THE RATE AS OF THE DATE THE DETAIL WAS ORIGINALLY  *
006500* RESOLVED AS OF, AGAINST THE TABLE AS IT STANDS NOW.  BROWSES   *
006510* THE RATE'S ROWS IN KEY ORDER AND KEEPS THE LATEST ONE WHOSE    *
006520* EFFECTIVE DATE IS NOT AFTER THE LOOKUP DATE.                   *
006530*----------------------------------------------------------------*
006540 3300-LOOKUP-RATE.
006550     MOVE 'N' TO WS-RATE-FOUND-SW.
006560     MOVE 'N' TO WS-RATE-NAME-SEEN-SW.
006570     MOVE 'N' TO WS-RATE-BEST-SW.
006580     MOVE WS-PARM-RATE-NAME TO WS-RATE-LOOKUP-NAME.
006590     MOVE TH-RATE-DATE      TO WS-RATE-LOOKUP-DATE.
006600
006610     MOVE WS-RATE-LOOKUP-NAME TO RT-RATE-NAME.
006620     MOVE ZERO                TO RT-EFFECTIVE-DATE.
006630     START RATE-FILE KEY NOT < RT-RATE-KEY
006640         INVALID KEY
006650         MOVE "RATE NOT ON TABLE" TO WS-EXCEPTION-TEXT
006660         GO TO 3300-EXIT
006670     END-START.
006680
006690     MOVE 'N' TO WS-RATE-BROWSE-DONE-SW.
006700     PERFORM 3310-READ-NEXT-RATE
006710         THRU 3310-EXIT
006720         UNTIL WS-RATE-BROWSE-DONE.
006730
006740     IF NOT WS-RATE-BEST
006750         IF WS-RATE-NAME-SEEN
006760             MOVE "RATE NOT YET EFFECTIVE" TO WS-EXCEPTION-TEXT
006770         ELSE
006780             MOVE "RATE NOT ON TABLE"      TO WS-EXCEPTION-TEXT
006790         END-IF
006800         GO TO 3300-EXIT
006810     END-IF.
006820
006830     IF WS-RATE-BEST-STATUS = 'I'
006840         MOVE "RATE IS DEACTIVATED" TO WS-EXCEPTION-TEXT
006850         GO TO 3300-EXIT
006860     END-IF.
006870
006880     MOVE WS-RATE-BEST-VALUE TO WS-RATE-VALUE-OUT.
006890     MOVE 'Y' TO WS-RATE-FOUND-SW.
006900
006910 3300-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------*
006950* 3310-READ-NEXT-RATE                                            *
006960* ONE STEP OF THE RATE HISTORY BROWSE.  THE BROWSE ENDS AT END   *
006970* OF FILE, AT A CHANGE OF RATE NAME, OR AT THE FIRST ROW DATED   *
006980* PAST THE LOOKUP DATE.                                          *
006990*----------------------------------------------------------------*
007000 3310-READ-NEXT-RATE.
007010     READ RATE-FILE NEXT RECORD
007020         AT END
007030         MOVE 'Y' TO WS-RATE-BROWSE-DONE-SW
007040         GO TO 3310-EXIT
007050     END-READ.
007060
007070     IF RT-RATE-NAME NOT = WS-RATE-LOOKUP-NAME
007080         MOVE 'Y' TO WS-RATE-BROWSE-DONE-SW
007090         GO TO 3310-EXIT
007100     END-IF.
007110
007120     MOVE 'Y' TO WS-RATE-NAME-SEEN-SW.
007130
007140     IF RT-EFFECTIVE-DATE > WS-RATE-LOOKUP-DATE
007150         MOVE 'Y' TO WS-RATE-BROWSE-DONE-SW
007160         GO TO 3310-EXIT
007170     END-IF.
007180
007190     MOVE RT-RATE-VALUE  TO WS-RATE-BEST-VALUE.
007200     MOVE RT-STATUS-CODE TO WS-RATE-BEST-STATUS.
007210     MOVE 'Y' TO WS-RATE-BEST-SW.
007220
007230 3310-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------*
007270* 3400-RECOMPUTE-TOTAL                                           *
007280* THE BATCH RUN'S ARITHMETIC, APPLIED TO THE RE-PRICED OPERANDS. *
007290* A FAILURE LEAVES THE REASON IN WS-EXCEPTION-TEXT.              *
007300*----------------------------------------------------------------*
007310 3400-RECOMPUTE-TOTAL.
007320     EVALUATE TH-OPERATION
007330         WHEN '+'
007340             ADD WS-NEW-NUM1 TO WS-NEW-NUM2
007350                 GIVING WS-NEW-TOTAL ROUNDED
007360                 ON SIZE ERROR
007370                     MOVE "ARITHMETIC OVERFLOW"
007380                         TO WS-EXCEPTION-TEXT
007390             END-ADD
007400         WHEN '-'
007410             SUBTRACT WS-NEW-NUM2 FROM WS-NEW-NUM1
007420                 GIVING WS-NEW-TOTAL ROUNDED
007430                 ON SIZE ERROR
007440                     MOVE "ARITHMETIC OVERFLOW"
007450                         TO WS-EXCEPTION-TEXT
007460             END-SUBTRACT
007470         WHEN '*'
007480             MULTIPLY WS-NEW-NUM1 BY WS-NEW-NUM2
007490                 GIVING WS-NEW-TOTAL ROUNDED
007500                 ON SIZE ERROR
007510                     MOVE "ARITHMETIC OVERFLOW"
007520                         TO WS-EXCEPTION-TEXT
007530             END-MULTIPLY
007540         WHEN '/'
007550             IF WS-NEW-NUM2 = ZERO
007560                 MOVE "ZERO DIVISOR" TO WS-EXCEPTION-TEXT
007570             ELSE
007580             DIVIDE WS-NEW-NUM1 BY WS-NEW-NUM2
007590                 GIVING WS-NEW-TOTAL ROUNDED
007600                 ON SIZE ERROR
007610                     MOVE "ARITHMETIC OVERFLOW"
007620                         TO WS-EXCEPTION-TEXT
007630             END-DIVIDE
007640             END-IF
007650         WHEN '%'
007660             COMPUTE WS-NEW-TOTAL ROUNDED =
007670                     WS-NEW-NUM1 * WS-NEW-NUM2 / 100
007680                 ON SIZE ERROR
007690                     MOVE "ARITHMETIC OVERFLOW"
007700                         TO WS-EXCEPTION-TEXT
007710             END-COMPUTE
007720         WHEN '^'
007730             COMPUTE WS-NEW-TOTAL ROUNDED =
007740                     WS-NEW-NUM1 ** WS-NEW-NUM2
007750                 ON SIZE ERROR
007760                     MOVE "ARITHMETIC OVERFLOW"
007770                         TO WS-EXCEPTION-TEXT
007780             END-COMPUTE
007790         WHEN 'R'
007800             IF WS-NEW-NUM2 = ZERO
007810                 MOVE "ZERO DIVISOR" TO WS-EXCEPTION-TEXT
007820             ELSE
007830             DIVIDE WS-NEW-NUM1 BY WS-NEW-NUM2
007840                 GIVING WS-CALC-QUOTIENT
007850                 REMAINDER WS-NEW-TOTAL
007860                 ON SIZE ERROR
007870                     MOVE "ARITHMETIC OVERFLOW"
007880                         TO WS-EXCEPTION-TEXT
007890             END-DIVIDE
007900             END-IF
007910         WHEN OTHER
007920             MOVE "INVALID OPERATION" TO WS-EXCEPTION-TEXT
007930     END-EVALUATE.
007940
007950 3400-EXIT.
007960     EXIT.
007970
007971*----------------------------------------------------------------*
007972* 3500-CHECK-HOLD-QUEUE                                          *
007973* AN AFFECTED DETAIL WHOSE RESULT IS STILL ON THE HOLD QUEUE     *
007974* AWAITING A DECISION HAS NOT REACHED THE LEDGER AND MAY NEVER   *
007975* DO SO; ONE CANCELLED BUT NOT YET CLEARED BY A BATCH RUN NEVER  *
007976* WILL.  EITHER IS LISTED AS AN EXCEPTION AND LEFT AS IT WAS, SO *
007977* A RUN AFTER THE DECISION PICKS UP AN APPROVED ONE.             *
007978*----------------------------------------------------------------*
007979 3500-CHECK-HOLD-QUEUE.
007980     MOVE TH-HIST-KEY TO HQ-HOLD-KEY.
007981     READ HOLD-FILE
007982         INVALID KEY
007983         GO TO 3500-EXIT
007984     END-READ.
007985
007986     EVALUATE TRUE
007987         WHEN HQ-HELD
007988             MOVE "STILL ON HOLD - AWAITING A DECISION"
007989                 TO WS-EXCEPTION-TEXT
007990         WHEN HQ-CANCELLED
007991         WHEN HQ-REJECTED
007992             MOVE "HOLD CANCELLED - NEVER POSTED"
007993                 TO WS-EXCEPTION-TEXT
007994     END-EVALUATE.
007995
007996 3500-EXIT.
007997     EXIT.
007998
007999*----------------------------------------------------------------*
008000* 4000-WRITE-ADJ-TRAILER                                         *
008001* EMITS THE TRAILER WITH THE COMPUTED DETAIL COUNT AND HASH      *
008010* TOTALS (HIGH-ORDER DIGITS TRUNCATED TO THE TRAILER FIELD       *
008020* WIDTH, THE SAME AS THE BATCH RUN'S VERIFICATION).              *
008030*----------------------------------------------------------------*
008040 4000-WRITE-ADJ-TRAILER.
008050     IF WS-TRIAL-RUN
008060         GO TO 4000-EXIT
008070     END-IF.
008080
008090     MOVE SPACES             TO CALC-TRANS-TLR.
008100     MOVE 'T'                TO CTT-RECORD-TYPE.
008110     MOVE WS-ADJ-SEQ         TO CTT-RECORD-COUNT.
008120     MOVE WS-HASH-NUM1-ACCUM TO CTT-HASH-NUM1.
008130     MOVE WS-HASH-NUM2-ACCUM TO CTT-HASH-NUM2.
008140
008142     WRITE CALC-TRANS-TLR.
008144     IF WS-ADJUST-FILE-STATUS NOT = '00'
008146         DISPLAY "Adjustment trailer write failed - status "
008148             WS-ADJUST-FILE-STATUS
008150         MOVE 'Y' TO WS-FILE-ERROR-SW
008152     END-IF.
008160
008170 4000-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------*
008210* 4100-WRITE-ADJ-DETAIL                                          *
008220* ONE CORRECTING DETAIL - THE ORIGINAL OPERATION, THE DIFFERENCE *
008230* AS A LITERAL NUM1 AND THE OPERATION'S IDENTITY VALUE AS A      *
008240* LITERAL NUM2, VALUE-DATED AS OF THE ORIGINAL RATE DATE.  BOTH  *
008250* OPERANDS ARE LITERALS, SO BOTH GO INTO THE HASH TOTALS.        *
008260*----------------------------------------------------------------*
008270 4100-WRITE-ADJ-DETAIL.
008280     EVALUATE TH-OPERATION
008290         WHEN '*'
008300         WHEN '/'
008310         WHEN '^'
008320             MOVE 1    TO WS-IDENTITY-OPERAND
008330         WHEN '%'
008340             MOVE 100  TO WS-IDENTITY-OPERAND
008350         WHEN 'R'
008360             MOVE WS-REMAINDER-DIVISOR TO WS-IDENTITY-OPERAND
008370         WHEN OTHER
008380             MOVE ZERO TO WS-IDENTITY-OPERAND
008390     END-EVALUATE.
008400
008410     ADD 1 TO WS-ADJ-SEQ.
008420
008430     MOVE SPACES              TO CALC-TRANS-REC.
008440     MOVE 'D'                 TO CT-RECORD-TYPE.
008450     MOVE WS-ADJ-SEQ          TO CT-SEQ-NUMBER.
008460     MOVE TH-OPERATION        TO CT-OPERATION.
008470     MOVE WS-DIFFERENCE       TO CT-NUM1.
008480     MOVE WS-IDENTITY-OPERAND TO CT-NUM2.
008490     MOVE TH-RATE-DATE        TO CT-VALUE-DATE.
008500
008510     ADD WS-DIFFERENCE       TO WS-HASH-NUM1-ACCUM.
008520     ADD WS-IDENTITY-OPERAND TO WS-HASH-NUM2-ACCUM.
008530
008532     WRITE CALC-TRANS-REC.
008533
008534*    A DETAIL THAT CANNOT BE WRITTEN IS TAKEN BACK OUT OF THE
008535*    TRAILER TOTALS AND THE RUN STOPS, SO THE FILE STILL
008536*    BALANCES AND NO FURTHER HISTORY IS REWRITTEN.
008537     IF WS-ADJUST-FILE-STATUS NOT = '00'
008538         DISPLAY "Adjustment detail write failed for "
008539             TH-SOURCE-SYSTEM " " TH-FILE-DATE " seq "
008540             TH-SEQ-NUMBER " - status " WS-ADJUST-FILE-STATUS
008541         SUBTRACT 1 FROM WS-ADJ-SEQ
008542         SUBTRACT WS-DIFFERENCE FROM WS-HASH-NUM1-ACCUM
008543         SUBTRACT WS-IDENTITY-OPERAND FROM WS-HASH-NUM2-ACCUM
008544         MOVE 'Y' TO WS-FILE-ERROR-SW
008545         MOVE 'Y' TO WS-HIST-EOF-SW
008546     END-IF.
008550
008560 4100-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------*
008600* 4200-UPDATE-HISTORY                                            *
008610* REWRITES THE HISTORY RECORD WITH THE RE-PRICED OPERANDS AND    *
008620* TOTAL AND STAMPS THE RE-PRICE DATE, SO THE HISTORY AGREES WITH *
008630* THE LEDGER ONCE THE ADJUSTMENT IS POSTED.                      *
008640*----------------------------------------------------------------*
008650 4200-UPDATE-HISTORY.
008660     MOVE WS-NEW-NUM1  TO TH-NUM1.
008670     MOVE WS-NEW-NUM2  TO TH-NUM2.
008680     MOVE WS-NEW-TOTAL TO TH-TOTAL.
008690     MOVE WS-RUN-DATE  TO TH-REPRICE-DATE.
008700
008710     REWRITE CALC-TRANHIST-REC
008720         INVALID KEY
008730         DISPLAY "History rewrite failed for " TH-SOURCE-SYSTEM
008740             " " TH-FILE-DATE " seq " TH-SEQ-NUMBER
008750             " - status " WS-THIST-FILE-STATUS
008760         MOVE 'Y' TO WS-FILE-ERROR-SW
008770     END-REWRITE.
008780
008790 4200-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------------*
008830* 5000-PRINT-DETAIL-LINE                                         *
008840*----------------------------------------------------------------*
008850 5000-PRINT-DETAIL-LINE.
008860     IF WS-LINE-CNT > WS-LINES-PER-PAGE
008870         PERFORM 7000-PRINT-PAGE-HEADINGS
008880             THRU 7000-EXIT
008890     END-IF.
008900
008910     MOVE TH-SOURCE-SYSTEM TO WS-DL-SOURCE.
008920     MOVE TH-FILE-DATE     TO WS-DL-FILE-DATE.
008930     MOVE TH-SEQ-NUMBER    TO WS-DL-SEQ.
008940     MOVE TH-OPERATION     TO WS-DL-OP.
008950     MOVE TH-RATE-DATE     TO WS-DL-RATE-DATE.
008960     MOVE WS-OLD-OPERAND   TO WS-DL-OLD-OPERAND.
008970     MOVE WS-NEW-OPERAND   TO WS-DL-NEW-OPERAND.
008980     MOVE TH-TOTAL         TO WS-DL-OLD-TOTAL.
008990     MOVE WS-NEW-TOTAL     TO WS-DL-NEW-TOTAL.
009000     MOVE WS-DIFFERENCE    TO WS-DL-DIFFERENCE.
009010     IF WS-TRIAL-RUN
009020         MOVE SPACES       TO WS-DL-ADJ-SEQ
009030     ELSE
009040         MOVE WS-ADJ-SEQ   TO WS-DL-ADJ-SEQ
009050     END-IF.
009060
009070     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
009080     ADD 1 TO WS-LINE-CNT.
009090
009100 5000-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------------*
009140* 5100-PRINT-EXCEPTION-LINE                                      *
009150*----------------------------------------------------------------*
009160 5100-PRINT-EXCEPTION-LINE.
009170     IF WS-LINE-CNT > WS-LINES-PER-PAGE
009180         PERFORM 7000-PRINT-PAGE-HEADINGS
009190             THRU 7000-EXIT
009200     END-IF.
009210
009220     MOVE TH-SOURCE-SYSTEM  TO WS-EL-SOURCE.
009230     MOVE TH-FILE-DATE      TO WS-EL-FILE-DATE.
009240     MOVE TH-SEQ-NUMBER     TO WS-EL-SEQ.
009250     MOVE TH-OPERATION      TO WS-EL-OP.
009260     MOVE TH-RATE-DATE      TO WS-EL-RATE-DATE.
009270     MOVE WS-EXCEPTION-TEXT TO WS-EL-TEXT.
009280
009290     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
009300     ADD 1 TO WS-LINE-CNT.
009310
009320 5100-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------------*
009360* 7000-PRINT-PAGE-HEADINGS                                       *
009370*----------------------------------------------------------------*
009380 7000-PRINT-PAGE-HEADINGS.
009390     ADD 1 TO WS-PAGE-CNT.
009400
009410     MOVE WS-RUN-DATE       TO WS-H1-DATE.
009420     MOVE WS-PAGE-CNT       TO WS-H1-PAGE.
009430     MOVE WS-PARM-RATE-NAME TO WS-H2-RATE-NAME.
009440     MOVE WS-PARM-EFF-DATE  TO WS-H2-EFF-DATE.
009450     MOVE WS-PARM-NOTE      TO WS-H2-MODE.
009460
009470     WRITE REPORT-LINE FROM WS-HEADING-1.
009480     WRITE REPORT-LINE FROM WS-HEADING-2.
009490     MOVE SPACES TO REPORT-LINE.
009500     WRITE REPORT-LINE.
009510     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
009520
009530     MOVE 4 TO WS-LINE-CNT.
009540
009550 7000-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------*
009590* 8000-PRINT-SUMMARY-SECTION                                     *
009600*----------------------------------------------------------------*
009610 8000-PRINT-SUMMARY-SECTION.
009620     IF WS-LINE-CNT > WS-LINES-PER-PAGE
009630         PERFORM 7000-PRINT-PAGE-HEADINGS
009640             THRU 7000-EXIT
009650     END-IF.
009660
009670     MOVE SPACES TO REPORT-LINE.
009680     WRITE REPORT-LINE.
009690     MOVE "  ---- RE-PRICING SUMMARY ----" TO REPORT-LINE.
009700     WRITE REPORT-LINE.
009710     MOVE SPACES TO REPORT-LINE.
009720     WRITE REPORT-LINE.
009730
009740     MOVE "HISTORY RECORDS READ"     TO WS-CL-LABEL.
009750     MOVE WS-HIST-READ-CNT           TO WS-CL-COUNT.
009760     WRITE REPORT-LINE FROM WS-COUNT-LINE.
009770
009780     MOVE "DETAILS AFFECTED"         TO WS-CL-LABEL.
009790     MOVE WS-AFFECTED-CNT            TO WS-CL-COUNT.
009800     WRITE REPORT-LINE FROM WS-COUNT-LINE.
009810
009820     MOVE "RE-PRICED - TOTAL MOVED"  TO WS-CL-LABEL.
009830     MOVE WS-REPRICED-CNT            TO WS-CL-COUNT.
009840     WRITE REPORT-LINE FROM WS-COUNT-LINE.
009850
009860     MOVE "RE-PRICED - NO CHANGE"    TO WS-CL-LABEL.
009870     MOVE WS-UNCHANGED-CNT           TO WS-CL-COUNT.
009880     WRITE REPORT-LINE FROM WS-COUNT-LINE.
009890
009900     MOVE "NOT RE-PRICED"            TO WS-CL-LABEL.
009910     MOVE WS-EXCEPTION-CNT           TO WS-CL-COUNT.
009920     WRITE REPORT-LINE FROM WS-COUNT-LINE.
009930
009940     MOVE "ADJUSTMENT DETAILS"       TO WS-CL-LABEL.
009950     MOVE WS-ADJ-SEQ                 TO WS-CL-COUNT.
009960     WRITE REPORT-LINE FROM WS-COUNT-LINE.
009970
009980     MOVE "NET ADJUSTMENT"           TO WS-AL-LABEL.
009990     MOVE WS-NET-ADJUSTMENT          TO WS-AL-AMOUNT.
010000     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
010010
010020 8000-EXIT.
010030     EXIT.
010040
010050*----------------------------------------------------------------*
010060* 9000-TERMINATE                                                 *
010070*----------------------------------------------------------------*
010080 9000-TERMINATE.
010090     IF WS-THIST-FILE-STATUS = '00'
010100             OR WS-THIST-FILE-STATUS = '10'
010110         CLOSE TRANHIST-FILE
010120     END-IF.
010130
010140     IF WS-RATE-FILE-STATUS = '00'
010150             OR WS-RATE-FILE-STATUS = '10'
010160             OR WS-RATE-FILE-STATUS = '23'
010170         CLOSE RATE-FILE
010180     END-IF.
010190
010200     IF WS-ADJUST-OPEN
010210         CLOSE ADJUST-FILE
010220     END-IF.
010230
010235     IF WS-REPORT-FILE-STATUS = '00'
010240         CLOSE REPORT-FILE
010245     END-IF.
010250
010255     IF WS-HOLD-OPEN
010260         CLOSE HOLD-FILE
010265     END-IF.
010270
010272     IF WS-RCPT-OPEN
010274         CLOSE RECEIPT-FILE
010276     END-IF.
010278
010280     DISPLAY "Retroactive re-pricing complete.".
010290     DISPLAY "History records read:  " WS-HIST-READ-CNT.
010300     DISPLAY "Details affected:      " WS-AFFECTED-CNT.
010310     DISPLAY "Re-priced (moved):     " WS-REPRICED-CNT.
010320     DISPLAY "Not re-priced:         " WS-EXCEPTION-CNT.
010330     DISPLAY "Adjustments written:   " WS-ADJ-SEQ.
010340
010345*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00
010350*    ADJUSTMENTS WRITTEN, 04 NOTHING TO ADJUST OR EXCEPTIONS
010355*    TO REVIEW, 08 BAD PARM CARD, NO SUCH RATE ROW OR A
010360*    RE-PRICING FILE ALREADY MADE FOR THE DATE, 12 FILE ERROR.
010365     EVALUATE TRUE
010370         WHEN WS-FILE-ERROR
010375             MOVE 12 TO RETURN-CODE
010380         WHEN WS-PARM-ERROR
010385             MOVE 8 TO RETURN-CODE
010390         WHEN WS-RUN-REFUSED
010395             MOVE 8 TO RETURN-CODE
010440         WHEN WS-EXCEPTION-CNT > ZERO
010450             MOVE 4 TO RETURN-CODE
010460         WHEN WS-REPRICED-CNT = ZERO
010470             MOVE 4 TO RETURN-CODE
010480         WHEN OTHER
010490             MOVE 0 TO RETURN-CODE
010500     END-EVALUATE.
010510
010520 9000-EXIT.
010530     EXIT.
