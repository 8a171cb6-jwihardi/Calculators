000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCTRCE.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* TRANSACTION TRACE INQUIRY.  FOLLOWS ONE BATCH DETAIL FROM END  *
000100* TO END SO A DISPUTED FIGURE CAN BE RESEARCHED WITHOUT BROWSING *
000110* THE RAW FILES.  THE OPERATOR KEYS EITHER THE RUN ID AND        *
000120* SEQUENCE NUMBER (AS STAMPED ON EVERY RECORD THE BATCH RUN      *
000130* WRITES) OR THE SOURCE SYSTEM, HEADER FILE DATE AND SEQUENCE    *
000140* NUMBER, AND THE INQUIRY SHOWS IN TURN -                        *
000150*   - THE TRANSACTION HISTORY ROW (TRANHIST): THE INPUT IMAGE,   *
000160*     THE RATES NAMED AND THE DATE THEY WERE RESOLVED AS OF,     *
000170*     THE OPERAND VALUES USED AND THE RESULT;                    *
000180*   - EVERY REJECT AND RESUBMIT CYCLE ON THE SUSPENSE FILE       *
000190*     (REJECTFL) AND THE HISTORY ROW OF EACH RESUBMISSION;       *
000200*   - THE HOLD QUEUE ENTRY (HOLDFILE), IF THE RESULT WAS HELD;   *
000210*   - THE RUN-HISTORY LOG RECORDS (RUNLOG) OF EVERY RUN THAT     *
000220*     WORKED THE DETAIL;                                         *
000230*   - THE RESULT RECORD (RESULTFL), THE AUDIT LINE (AUDITLOG,    *
000240*     THEN THE AUDARCHV GENERATION) AND THE GL EXTRACT LINE      *
000250*     (GLEXTFL);                                                 *
000260*   - THE GLPOSTFL GROUP THE RESULT WAS POSTED IN, FROM THE      *
000270*     GL POSTING CONTROL FILE (GLPOSTCT), AND THAT POSTING RUN'S *
000280*     STATUS.                                                    *
000290* RESULTFL AND GLEXTFL HOLD ONLY THE CURRENT CYCLE; A DETAIL NO  *
000300* LONGER ON THEM IS REPORTED AS SUCH AND ITS POSTING GROUP IS    *
000310* FOUND FROM THE HISTORY ROW.  EVERY FILE IS READ ONLY.          *
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY                                           *
000340*----------------------------------------------------------------*
000350* DATE       INITIALS  DESCRIPTION                               *
000360* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000362* 2026-10-15 JAW       AUDIT RECORD GREW 119 TO 120 BYTES WITH   *
000364*                      THE STATUS CODE; A FAILED CALCULATION'S   *
000366*                      AUDIT LINE IS MARKED AS SUCH.             *
000368* 2026-10-15 JAW       A DETAIL FOUND UNDER ITS RESUBMIT ROW NOW *
000370*                      READS AND SHOWS ITS ORIGINAL ROW; THE ROW *
000372*                      FOUND IS NOT LISTED AGAIN WITH THE        *
000374*                      RESUBMISSIONS.                            *
000376*----------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TH-HIST-KEY
000470         FILE STATUS IS WS-THIST-FILE-STATUS.
000480
000490     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HQ-HOLD-KEY
000530         FILE STATUS IS WS-HOLD-FILE-STATUS.
000540
000550     SELECT GLCTL-FILE ASSIGN TO "GLPOSTCT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS GC-CONTROL-KEY
000590         FILE STATUS IS WS-GLCTL-FILE-STATUS.
000600
000610     SELECT REJECT-FILE ASSIGN TO "REJECTFL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REJECT-FILE-STATUS.
000640
000650     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000680
000690     SELECT GLEXTRACT-FILE ASSIGN TO "GLEXTFL"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-GLEXTRACT-FILE-STATUS.
000720
000730     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000760
000770     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000800
000810     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000840
000850 DATA DIVISION.
000860
000870 FILE SECTION.
000880 FD  TRANHIST-FILE.
000890     COPY CALCTHST.
000900
000910 FD  HOLD-FILE.
000920     COPY CALCHOLD.
000930
000940 FD  GLCTL-FILE.
000950     COPY CALCGLCT.
000960
000970 FD  REJECT-FILE
000980     RECORDING MODE IS F.
000990     COPY CALCRJCT.
001000
001010 FD  RESULTS-FILE
001020     RECORDING MODE IS F.
001030     COPY CALCRSLT.
001040
001050 FD  GLEXTRACT-FILE
001060     RECORDING MODE IS F.
001070     COPY CALCGLEX.
001080
001090 FD  AUDIT-FILE.
001100 01  AUDIT-REC                   PIC X(120).
001110
001120 FD  ARCHIVE-FILE.
001130 01  ARCHIVE-REC                 PIC X(120).
001140
001150 FD  RUNLOG-FILE.
001160     COPY CALCRLOG.
001170
001180 WORKING-STORAGE SECTION.
001190
001200 01  WS-THIST-FILE-STATUS        PIC X(02) VALUE SPACES.
001210 01  WS-HOLD-FILE-STATUS         PIC X(02) VALUE SPACES.
001220 01  WS-GLCTL-FILE-STATUS        PIC X(02) VALUE SPACES.
001230 01  WS-REJECT-FILE-STATUS       PIC X(02) VALUE SPACES.
001240 01  WS-RESULTS-FILE-STATUS      PIC X(02) VALUE SPACES.
001250 01  WS-GLEXTRACT-FILE-STATUS    PIC X(02) VALUE SPACES.
001260 01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
001270 01  WS-ARCHIVE-FILE-STATUS      PIC X(02) VALUE SPACES.
001280 01  WS-RUNLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
001290
001300 77  WS-THIST-OPEN-SW            PIC X VALUE 'N'.
001310     88  WS-THIST-OPEN           VALUE 'Y'.
001320
001330 77  WS-HOLD-OPEN-SW             PIC X VALUE 'N'.
001340     88  WS-HOLD-OPEN            VALUE 'Y'.
001350
001360 77  WS-GLCTL-OPEN-SW            PIC X VALUE 'N'.
001370     88  WS-GLCTL-OPEN           VALUE 'Y'.
001380
001390 77  WS-INQUIRY-DONE-SW          PIC X VALUE 'N'.
001400     88  WS-INQUIRY-DONE         VALUE 'Y'.
001410
001420 77  WS-KEY-OK-SW                PIC X VALUE 'N'.
001430     88  WS-KEY-OK               VALUE 'Y'.
001440
001450 77  WS-FILE-EOF-SW              PIC X VALUE 'N'.
001460     88  WS-FILE-EOF             VALUE 'Y'.
001470
001480 77  WS-HIST-FOUND-SW            PIC X VALUE 'N'.
001490     88  WS-HIST-FOUND           VALUE 'Y'.
001500
001510 77  WS-HOLD-FOUND-SW            PIC X VALUE 'N'.
001520     88  WS-HOLD-FOUND           VALUE 'Y'.
001530
001540 77  WS-RUN-MATCH-SW             PIC X VALUE 'N'.
001550     88  WS-RUN-MATCH            VALUE 'Y'.
001560
001570 77  WS-RECORD-MATCH-SW          PIC X VALUE 'N'.
001580     88  WS-RECORD-MATCH         VALUE 'Y'.
001590
001600*----------------------------------------------------------------*
001610* INQUIRY KEY AS KEYED                                           *
001620*----------------------------------------------------------------*
001630 01  WS-INQ-FUNCTION             PIC X(01) VALUE SPACE.
001640 01  WS-INQ-MODE                 PIC X(01) VALUE SPACE.
001650     88  WS-INQ-BY-RUN           VALUE 'R'.
001660     88  WS-INQ-BY-SOURCE        VALUE 'S'.
001670 01  WS-IN-RUN-ID                PIC X(16) VALUE SPACES.
001680 01  WS-IN-SOURCE                PIC X(08) VALUE SPACES.
001690 01  WS-IN-FILE-DATE             PIC X(08) VALUE SPACES.
001700 01  WS-IN-SEQ                   PIC X(06) VALUE SPACES.
001710
001720*----------------------------------------------------------------*
001730* THE DETAIL BEING TRACED - THE SOURCE SYSTEM AND HEADER FILE    *
001740* DATE IT FIRST CAME IN UNDER, ITS SEQUENCE NUMBER, AND THE KEY  *
001750* OF ITS ORIGINAL HISTORY ROW.  THE SOURCE IS BLANK WHEN A RUN   *
001760* ID INQUIRY FINDS NO HISTORY ROW.                               *
001770*----------------------------------------------------------------*
001780 01  WS-TR-RUN-ID                PIC 9(16) VALUE ZERO.
001790 01  WS-TR-SOURCE                PIC X(08) VALUE SPACES.
001800 01  WS-TR-FILE-DATE             PIC 9(08) VALUE ZERO.
001810 01  WS-TR-SEQ                   PIC 9(06) VALUE ZERO.
001820 01  WS-TR-HIST-KEY.
001830     05  WS-TK-SOURCE            PIC X(08) VALUE SPACES.
001840     05  WS-TK-FILE-DATE         PIC 9(08) VALUE ZERO.
001850     05  WS-TK-SEQ               PIC 9(06) VALUE ZERO.
001855 01  WS-SHOWN-HIST-KEY           PIC X(22) VALUE SPACES.
001860 01  WS-HIST-MATCH-CNT           PIC 9(05) COMP VALUE ZERO.
001870
001880*    THE ORIGINAL HISTORY ROW'S OUTCOME, KEPT TO FIND ITS GL
001890*    POSTING GROUP WHEN THE EXTRACT HAS SINCE BEEN CLEARED.
001900 01  WS-ORIG-OK-SW               PIC X VALUE 'N'.
001910     88  WS-ORIG-OK              VALUE 'Y'.
001920 01  WS-ORIG-PROCESS-DATE        PIC 9(08) VALUE ZERO.
001930 01  WS-ORIG-OPERATOR-ID         PIC X(08) VALUE SPACES.
001940 01  WS-ORIG-OPERATION           PIC X(01) VALUE SPACE.
001950
001960*    A RECORD'S TRANSACTION IMAGE, FOR ITS SEQUENCE NUMBER
001970 01  WS-IMAGE-VIEW.
001980     05  FILLER                  PIC X(01).
001990     05  WS-IV-SEQ               PIC 9(06).
002000     05  FILLER                  PIC X(52).
002010
002020*----------------------------------------------------------------*
002030* RUNS THAT WORKED THE DETAIL - EVERY RUN ID FOUND ON ITS        *
002040* HISTORY, SUSPENSE AND HOLD RECORDS.  RESULT, AUDIT AND GL      *
002050* EXTRACT RECORDS CARRY NO FILE DATE, SO ONLY THOSE STAMPED BY   *
002060* ONE OF THESE RUNS BELONG TO THIS DETAIL.                       *
002070*----------------------------------------------------------------*
002080 77  WS-RUN-MAX                  PIC 9(03) COMP VALUE 20.
002090 77  WS-RUN-IX                   PIC 9(03) COMP VALUE ZERO.
002100 01  WS-RUN-TABLE.
002110     05  WS-RUN-CNT              PIC 9(03) COMP VALUE ZERO.
002120     05  WS-RUN-ENTRY OCCURS 20 TIMES.
002130         10  WS-RT-RUN-ID        PIC 9(16).
002140 01  WS-CHECK-RUN-ID             PIC 9(16) VALUE ZERO.
002150
002160*    REJECT DATES SEEN ON THE SUSPENSE FILE - EACH RESUBMISSION
002170*    IS FILED ON THE HISTORY UNDER 'RESUBMIT' AND THAT DATE.
002180 77  WS-RS-MAX                   PIC 9(03) COMP VALUE 20.
002190 77  WS-RS-IX                    PIC 9(03) COMP VALUE ZERO.
002200 01  WS-RESUBMIT-TABLE.
002210     05  WS-RS-CNT               PIC 9(03) COMP VALUE ZERO.
002220     05  WS-RS-ENTRY OCCURS 20 TIMES.
002230         10  WS-RS-DATE          PIC 9(08).
002240 01  WS-RS-FOUND-SW              PIC X VALUE 'N'.
002250     88  WS-RS-FOUND             VALUE 'Y'.
002260
002270*    GL POSTING GROUPS TO LOOK UP - GL DATE, OPERATOR AND
002280*    OPERATION - FROM THE EXTRACT LINES FOUND, ELSE FROM THE
002290*    HISTORY ROWS AND HOLD RELEASE.
002300 77  WS-GRP-MAX                  PIC 9(03) COMP VALUE 10.
002310 77  WS-GRP-IX                   PIC 9(03) COMP VALUE ZERO.
002320 01  WS-GROUP-TABLE.
002330     05  WS-GRP-CNT              PIC 9(03) COMP VALUE ZERO.
002340     05  WS-GRP-ENTRY OCCURS 10 TIMES.
002350         10  WS-GRP-GL-DATE      PIC 9(08).
002360         10  WS-GRP-OPERATOR-ID  PIC X(08).
002370         10  WS-GRP-OPERATION    PIC X(01).
002380 01  WS-HC-CNT                   PIC 9(03) COMP VALUE ZERO.
002390 01  WS-HC-TABLE.
002400     05  WS-HC-ENTRY OCCURS 10 TIMES.
002410         10  WS-HC-GL-DATE       PIC 9(08).
002420         10  WS-HC-OPERATOR-ID   PIC X(08).
002430         10  WS-HC-OPERATION     PIC X(01).
002440 01  WS-ADD-GL-DATE              PIC 9(08) VALUE ZERO.
002450 01  WS-ADD-OPERATOR-ID          PIC X(08) VALUE SPACES.
002460 01  WS-ADD-OPERATION            PIC X(01) VALUE SPACE.
002470
002480*    POSTING RECORD COPY, LAID OUT AS CALC-GLPOST-REC (CALCGLPS)
002490 01  WS-POSTING-COPY.
002500     05  WS-PC-OPERATOR-ID       PIC X(08).
002510     05  WS-PC-DATE              PIC 9(08).
002520     05  WS-PC-OPERATION         PIC X(01).
002530     05  WS-PC-TRANS-COUNT       PIC 9(06).
002540     05  WS-PC-TOTAL-AMOUNT      PIC S9(12)V9(10).
002550     05  WS-PC-GL-ACCOUNT        PIC X(08).
002560     05  WS-PC-COST-CENTER       PIC X(06).
002570     05  WS-PC-DRCR-SIDE         PIC X(01).
002580     05  FILLER                  PIC X(04).
002590
002600 01  WS-POSTED-RUN-ID            PIC 9(16) VALUE ZERO.
002610 01  WS-POSTED-RUN-STATUS        PIC X(12) VALUE SPACES.
002620 01  WS-GROUP-LINE-CNT           PIC 9(05) COMP VALUE ZERO.
002630
002640*    AUDIT LINE AS READ FROM THE LIVE TRAIL OR THE ARCHIVE
002650     COPY CALCAUDT.
002660
002670*----------------------------------------------------------------*
002680* DISPLAY FORMATS                                                *
002690*----------------------------------------------------------------*
002700 01  WS-FMT-RUN-ID               PIC 9(16) VALUE ZERO.
002710 01  WS-FMT-RUN-PARTS REDEFINES WS-FMT-RUN-ID.
002720     05  WS-FR-DATE              PIC 9(08).
002730     05  WS-FR-TIME              PIC 9(08).
002740 01  WS-RUN-ID-DISPLAY.
002750     05  WS-RD-DATE              PIC 9(08).
002760     05  FILLER                  PIC X(01) VALUE '-'.
002770     05  WS-RD-TIME              PIC 9(08).
002780
002790 01  WS-DISP-AMOUNT              PIC -(10)9.9(10).
002800 01  WS-DISP-AMOUNT-2            PIC -(10)9.9(10).
002810 01  WS-DISP-POST-AMOUNT         PIC -(12)9.9(10).
002820 01  WS-DISP-COUNT               PIC ZZZ,ZZ9.
002830 01  WS-FOUND-CNT                PIC 9(05) COMP VALUE ZERO.
002840
002850 PROCEDURE DIVISION.
002860
002870*----------------------------------------------------------------*
002880* 0000-MAINLINE                                                  *
002890*----------------------------------------------------------------*
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE
002920         THRU 1000-EXIT.
002930
002940     PERFORM 2000-ONE-INQUIRY
002950         THRU 2000-EXIT
002960         UNTIL WS-INQUIRY-DONE.
002970
002980     PERFORM 9000-TERMINATE
002990         THRU 9000-EXIT.
003000
003010     STOP RUN.
003020
003030 0000-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------------*
003070* 1000-INITIALIZE                                                *
003080* OPENS THE KEYED FILES FOR THE SESSION.  A KEYED FILE NOT YET   *
003090* CREATED IS SIMPLY SKIPPED BY EVERY INQUIRY; THE SEQUENTIAL     *
003100* FILES ARE OPENED AND CLOSED AROUND EACH SCAN.                  *
003110*----------------------------------------------------------------*
003120 1000-INITIALIZE.
003130     DISPLAY "*********************************".
003140     DISPLAY "CALCULATOR TRANSACTION TRACE".
003150     DISPLAY "*********************************".
003160     DISPLAY " ".
003170
003180     OPEN INPUT TRANHIST-FILE.
003190     IF WS-THIST-FILE-STATUS = '00'
003200         MOVE 'Y' TO WS-THIST-OPEN-SW
003210     ELSE
003220         DISPLAY "Transaction history not available - status "
003230             WS-THIST-FILE-STATUS
003240     END-IF.
003250
003260     OPEN INPUT HOLD-FILE.
003270     IF WS-HOLD-FILE-STATUS = '00'
003280         MOVE 'Y' TO WS-HOLD-OPEN-SW
003290     END-IF.
003300
003310     OPEN INPUT GLCTL-FILE.
003320     IF WS-GLCTL-FILE-STATUS = '00'
003330         MOVE 'Y' TO WS-GLCTL-OPEN-SW
003340     END-IF.
003350
003360 1000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------*
003400* 2000-ONE-INQUIRY                                               *
003410*----------------------------------------------------------------*
003420 2000-ONE-INQUIRY.
003430     DISPLAY " ".
003440     DISPLAY "Trace by (R)un ID and sequence, (S)ource, date "
003450         "and sequence, or (Q)uit: ".
003460     ACCEPT WS-INQ-FUNCTION.
003470
003480     MOVE 'N' TO WS-KEY-OK-SW.
003490     EVALUATE WS-INQ-FUNCTION
003500         WHEN 'R'
003510         WHEN 'r'
003520             MOVE 'R' TO WS-INQ-MODE
003530             PERFORM 2100-ACCEPT-RUN-KEY
003540                 THRU 2100-EXIT
003550         WHEN 'S'
003560         WHEN 's'
003570             MOVE 'S' TO WS-INQ-MODE
003580             PERFORM 2200-ACCEPT-SOURCE-KEY
003590                 THRU 2200-EXIT
003600         WHEN 'Q'
003610         WHEN 'q'
003620             MOVE 'Y' TO WS-INQUIRY-DONE-SW
003630         WHEN OTHER
003640             DISPLAY "Invalid function - use R, S or Q."
003650     END-EVALUATE.
003660
003670     IF WS-KEY-OK
003680         PERFORM 3000-TRACE-TRANSACTION
003690             THRU 3000-EXIT
003700     END-IF.
003710
003720 2000-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760* 2100-ACCEPT-RUN-KEY                                            *
003770* THE RUN ID IS THE 16 DIGITS PRINTED BY THE RUN-HISTORY REPORT  *
003780* AND STAMPED ON THE RUN'S RECORDS - START DATE, TIME AND        *
003790* HUNDREDTHS.                                                    *
003800*----------------------------------------------------------------*
003810 2100-ACCEPT-RUN-KEY.
003820     DISPLAY "Run ID (YYYYMMDDHHMMSSCC): ".
003830     ACCEPT WS-IN-RUN-ID.
003840     IF WS-IN-RUN-ID IS NOT NUMERIC
003850         DISPLAY "Run ID must be 16 digits."
003860         GO TO 2100-EXIT
003870     END-IF.
003880
003890     DISPLAY "Sequence number (6 digits): ".
003900     ACCEPT WS-IN-SEQ.
003910     IF WS-IN-SEQ IS NOT NUMERIC
003920         DISPLAY "Sequence number must be 6 digits."
003930         GO TO 2100-EXIT
003940     END-IF.
003950
003960     MOVE WS-IN-RUN-ID TO WS-TR-RUN-ID.
003970     MOVE WS-IN-SEQ    TO WS-TR-SEQ.
003980     MOVE SPACES       TO WS-TR-SOURCE.
003990     MOVE ZERO         TO WS-TR-FILE-DATE.
004000     MOVE 'Y'          TO WS-KEY-OK-SW.
004010
004020 2100-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------*
004060* 2200-ACCEPT-SOURCE-KEY                                         *
004070*----------------------------------------------------------------*
004080 2200-ACCEPT-SOURCE-KEY.
004090     DISPLAY "Source system: ".
004100     ACCEPT WS-IN-SOURCE.
004110     IF WS-IN-SOURCE = SPACES
004120         DISPLAY "Source system is required."
004130         GO TO 2200-EXIT
004140     END-IF.
004150
004160     DISPLAY "Header file date (YYYYMMDD): ".
004170     ACCEPT WS-IN-FILE-DATE.
004180     IF WS-IN-FILE-DATE IS NOT NUMERIC
004190         DISPLAY "File date must be 8 digits."
004200         GO TO 2200-EXIT
004210     END-IF.
004220
004230     DISPLAY "Sequence number (6 digits): ".
004240     ACCEPT WS-IN-SEQ.
004250     IF WS-IN-SEQ IS NOT NUMERIC
004260         DISPLAY "Sequence number must be 6 digits."
004270         GO TO 2200-EXIT
004280     END-IF.
004290
004300     MOVE ZERO            TO WS-TR-RUN-ID.
004310     MOVE WS-IN-SOURCE    TO WS-TR-SOURCE.
004320     MOVE WS-IN-FILE-DATE TO WS-TR-FILE-DATE.
004330     MOVE WS-IN-SEQ       TO WS-TR-SEQ.
004340     MOVE 'Y'             TO WS-KEY-OK-SW.
004350
004360 2200-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------*
004400* 3000-TRACE-TRANSACTION                                         *
004410* FINDS THE DETAIL'S HISTORY ROW, THEN WALKS EVERY FILE IT CAN   *
004420* HAVE REACHED, IN PROCESSING ORDER.                             *
004430*----------------------------------------------------------------*
004440 3000-TRACE-TRANSACTION.
004450     MOVE ZERO   TO WS-RUN-CNT.
004460     MOVE ZERO   TO WS-RS-CNT.
004470     MOVE ZERO   TO WS-GRP-CNT.
004480     MOVE ZERO   TO WS-HC-CNT.
004490     MOVE ZERO   TO WS-HIST-MATCH-CNT.
004500     MOVE 'N'    TO WS-HIST-FOUND-SW.
004510     MOVE 'N'    TO WS-HOLD-FOUND-SW.
004520     MOVE 'N'    TO WS-ORIG-OK-SW.
004530     MOVE SPACES TO WS-TR-HIST-KEY.
004535     MOVE SPACES TO WS-SHOWN-HIST-KEY.
004540
004550     DISPLAY " ".
004560     DISPLAY "=== TRANSACTION HISTORY ===".
004570     IF WS-INQ-BY-SOURCE
004580         PERFORM 3100-FIND-BY-SOURCE
004590             THRU 3100-EXIT
004600     ELSE
004610         MOVE WS-TR-RUN-ID TO WS-CHECK-RUN-ID
004620         PERFORM 5000-ADD-RUN
004630             THRU 5000-EXIT
004640         PERFORM 3200-FIND-BY-RUN
004650             THRU 3200-EXIT
004660     END-IF.
004670
004680     IF NOT WS-HIST-FOUND
004690         DISPLAY "  No history row found."
004700         IF WS-INQ-BY-SOURCE
004710             MOVE WS-TR-SOURCE    TO WS-TK-SOURCE
004720             MOVE WS-TR-FILE-DATE TO WS-TK-FILE-DATE
004730             MOVE WS-TR-SEQ       TO WS-TK-SEQ
004740         END-IF
004750     END-IF.
004760
004761     IF WS-HIST-FOUND
004762             AND WS-SHOWN-HIST-KEY NOT = WS-TR-HIST-KEY
004763         PERFORM 3320-READ-ORIGINAL-ROW
004764             THRU 3320-EXIT
004765     END-IF.
004766
004770     PERFORM 4100-SHOW-REJECTS
004780         THRU 4100-EXIT.
004790
004800     PERFORM 4200-SHOW-RESUBMITS
004810         THRU 4200-EXIT.
004820
004830     PERFORM 4300-SHOW-HOLD
004840         THRU 4300-EXIT.
004850
004860     PERFORM 4400-SHOW-RUNS
004870         THRU 4400-EXIT.
004880
004890     PERFORM 4500-SHOW-RESULTS
004900         THRU 4500-EXIT.
004910
004920     PERFORM 4600-SHOW-AUDIT
004930         THRU 4600-EXIT.
004940
004950     PERFORM 4700-SHOW-GL-EXTRACT
004960         THRU 4700-EXIT.
004970
004980     PERFORM 4800-SHOW-POSTING-GROUPS
004990         THRU 4800-EXIT.
005000
005010     DISPLAY " ".
005020     DISPLAY "=== END OF TRACE ===".
005030
005040 3000-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------*
005080* 3100-FIND-BY-SOURCE                                            *
005090* A DIRECT READ ON THE HISTORY KEY.  A DETAIL RESUBMITTED AFTER  *
005100* A REJECT IS STILL FOUND HERE UNDER ITS ORIGINAL KEY; ITS       *
005110* RESUBMISSIONS ARE FOUND THROUGH THE SUSPENSE FILE.             *
005120*----------------------------------------------------------------*
005130 3100-FIND-BY-SOURCE.
005140     IF NOT WS-THIST-OPEN
005150         GO TO 3100-EXIT
005160     END-IF.
005170
005180     MOVE WS-TR-SOURCE    TO TH-SOURCE-SYSTEM.
005190     MOVE WS-TR-FILE-DATE TO TH-FILE-DATE.
005200     MOVE WS-TR-SEQ       TO TH-SEQ-NUMBER.
005210     READ TRANHIST-FILE
005220         INVALID KEY
005230         GO TO 3100-EXIT
005240     END-READ.
005250
005260     MOVE 'Y' TO WS-HIST-FOUND-SW.
005270     PERFORM 3300-SET-TRACE-FROM-HISTORY
005280         THRU 3300-EXIT.
005290     PERFORM 4000-SHOW-HISTORY
005300         THRU 4000-EXIT.
005310
005320 3100-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------*
005360* 3200-FIND-BY-RUN                                               *
005370* BROWSES THE HISTORY FOR ROWS LAST WORKED BY THE RUN UNDER THE  *
005380* SEQUENCE NUMBER.  A RUN OVER A MULTI-SET FILE CAN HAVE ONE PER *
005390* SOURCE SYSTEM - THE FIRST IS TRACED AND THE OTHERS LISTED.     *
005400*----------------------------------------------------------------*
005410 3200-FIND-BY-RUN.
005420     IF NOT WS-THIST-OPEN
005430         GO TO 3200-EXIT
005440     END-IF.
005450
005460     MOVE LOW-VALUES TO TH-HIST-KEY.
005470     START TRANHIST-FILE KEY NOT < TH-HIST-KEY
005480         INVALID KEY
005490         GO TO 3200-EXIT
005500     END-START.
005510
005520     MOVE 'N' TO WS-FILE-EOF-SW.
005530     PERFORM 3210-BROWSE-ONE-HISTORY
005540         THRU 3210-EXIT
005550         UNTIL WS-FILE-EOF.
005560
005570     IF WS-HIST-MATCH-CNT > 1
005580         DISPLAY "  More than one detail matches - inquire by "
005590             "source, date and sequence for the others."
005600     END-IF.
005610
005620 3200-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------*
005660* 3210-BROWSE-ONE-HISTORY                                        *
005670*----------------------------------------------------------------*
005680 3210-BROWSE-ONE-HISTORY.
005690     READ TRANHIST-FILE NEXT RECORD
005700         AT END
005710         MOVE 'Y' TO WS-FILE-EOF-SW
005720         GO TO 3210-EXIT
005730     END-READ.
005740
005750     IF TH-RUN-ID IS NOT NUMERIC
005760             OR TH-RUN-ID NOT = WS-TR-RUN-ID
005770             OR TH-SEQ-NUMBER NOT = WS-TR-SEQ
005780         GO TO 3210-EXIT
005790     END-IF.
005800
005810     ADD 1 TO WS-HIST-MATCH-CNT.
005820     IF WS-HIST-FOUND
005830         DISPLAY "  Also worked: " TH-SOURCE-SYSTEM " "
005840             TH-FILE-DATE " " TH-SEQ-NUMBER
005850         GO TO 3210-EXIT
005860     END-IF.
005870
005880     MOVE 'Y' TO WS-HIST-FOUND-SW.
005890     PERFORM 3300-SET-TRACE-FROM-HISTORY
005900         THRU 3300-EXIT.
005910     PERFORM 4000-SHOW-HISTORY
005920         THRU 4000-EXIT.
005930
005940 3210-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 3300-SET-TRACE-FROM-HISTORY                                    *
005990* THE HISTORY ROW FOUND FIXES THE DETAIL'S ORIGIN.  A RESUBMIT   *
006000* ROW CARRIES THE SOURCE AND FILE DATE THE DETAIL FIRST CAME IN  *
006010* UNDER; THE ORIGINAL ROW IS THEN READ FOR ITS OUTCOME BY 3320.  *
006020*----------------------------------------------------------------*
006030 3300-SET-TRACE-FROM-HISTORY.
006040     MOVE TH-SEQ-NUMBER TO WS-TR-SEQ.
006050     IF TH-ORIG-SOURCE NOT = SPACES
006060             AND TH-ORIG-FILE-DATE IS NUMERIC
006070         MOVE TH-ORIG-SOURCE    TO WS-TR-SOURCE
006080         MOVE TH-ORIG-FILE-DATE TO WS-TR-FILE-DATE
006090     ELSE
006100         MOVE TH-SOURCE-SYSTEM  TO WS-TR-SOURCE
006110         MOVE TH-FILE-DATE      TO WS-TR-FILE-DATE
006120     END-IF.
006130
006140     MOVE WS-TR-SOURCE    TO WS-TK-SOURCE.
006150     MOVE WS-TR-FILE-DATE TO WS-TK-FILE-DATE.
006160     MOVE WS-TR-SEQ       TO WS-TK-SEQ.
006170
006180     IF TH-RUN-ID IS NUMERIC
006190         MOVE TH-RUN-ID TO WS-CHECK-RUN-ID
006200         PERFORM 5000-ADD-RUN
006210             THRU 5000-EXIT
006220     END-IF.
006230
006240     IF TH-HIST-KEY = WS-TR-HIST-KEY
006250         PERFORM 3310-NOTE-ORIGINAL-OUTCOME
006260             THRU 3310-EXIT
006270     END-IF.
006280
006284     MOVE TH-HIST-KEY TO WS-SHOWN-HIST-KEY.
006288
006290 3300-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------*
006330* 3310-NOTE-ORIGINAL-OUTCOME                                     *
006340*----------------------------------------------------------------*
006350 3310-NOTE-ORIGINAL-OUTCOME.
006360     IF TH-PROCESSED-OK
006370         MOVE 'Y'            TO WS-ORIG-OK-SW
006380         MOVE TH-PROCESS-DATE TO WS-ORIG-PROCESS-DATE
006390         MOVE TH-OPERATOR-ID TO WS-ORIG-OPERATOR-ID
006400         MOVE TH-OPERATION   TO WS-ORIG-OPERATION
006410     END-IF.
006420
006430 3310-EXIT.
006440     EXIT.
006441
006442*----------------------------------------------------------------*
006443* 3320-READ-ORIGINAL-ROW                                         *
006444* WHEN THE DETAIL WAS FOUND UNDER A RESUBMIT ROW, ITS ORIGINAL   *
006445* ROW IS READ FOR ITS OUTCOME AND THE RUN THAT WORKED IT.  THIS  *
006446* IS DONE ONCE THE FIND IS OVER SO THE RUN BROWSE IS NOT MOVED.  *
006447*----------------------------------------------------------------*
006448 3320-READ-ORIGINAL-ROW.
006449     MOVE WS-TR-HIST-KEY TO TH-HIST-KEY.
006450     READ TRANHIST-FILE
006451         INVALID KEY
006452         DISPLAY "  Original row " WS-TK-SOURCE " "
006453             WS-TK-FILE-DATE " not on history."
006454         GO TO 3320-EXIT
006455     END-READ.
006456
006457     DISPLAY " ".
006458     DISPLAY "  Original row:".
006459     PERFORM 4000-SHOW-HISTORY
006460         THRU 4000-EXIT.
006461
006462     PERFORM 3310-NOTE-ORIGINAL-OUTCOME
006463         THRU 3310-EXIT.
006464
006465     IF TH-RUN-ID IS NUMERIC
006466         MOVE TH-RUN-ID TO WS-CHECK-RUN-ID
006467         PERFORM 5000-ADD-RUN
006468             THRU 5000-EXIT
006469     END-IF.
006470
006471 3320-EXIT.
006472     EXIT.
006473
006474*----------------------------------------------------------------*
006475* 4000-SHOW-HISTORY                                              *
006480* DISPLAYS THE HISTORY ROW JUST READ - INPUT IMAGE, RESOLVED     *
006490* RATES, OPERAND VALUES AND RESULT.                              *
006500*----------------------------------------------------------------*
006510 4000-SHOW-HISTORY.
006520     DISPLAY "  Filed under:  " TH-SOURCE-SYSTEM " "
006530         TH-FILE-DATE " seq " TH-SEQ-NUMBER.
006540     IF TH-SOURCE-SYSTEM = "RESUBMIT"
006550             AND TH-ORIG-SOURCE NOT = SPACES
006560         DISPLAY "  First came in: " TH-ORIG-SOURCE " "
006570             TH-ORIG-FILE-DATE
006580     END-IF.
006590     DISPLAY "  Input image:  " TH-TRANS-IMAGE.
006600     DISPLAY "  Operation:    " TH-OPERATION
006610         "   value date " TH-VALUE-DATE
006620         "   rates as of " TH-RATE-DATE.
006630
006640     MOVE TH-NUM1 TO WS-DISP-AMOUNT.
006650     EVALUATE TRUE
006660         WHEN TH-NUM1-IS-RATE
006670             DISPLAY "  NUM1:         " WS-DISP-AMOUNT
006680                 "  rate " TH-NUM1-RATE-NAME
006690         WHEN TH-NUM1-IS-PRIOR
006700             DISPLAY "  NUM1:         " WS-DISP-AMOUNT
006710                 "  prior total"
006720         WHEN OTHER
006730             DISPLAY "  NUM1:         " WS-DISP-AMOUNT
006740     END-EVALUATE.
006750
006760     MOVE TH-NUM2 TO WS-DISP-AMOUNT.
006770     EVALUATE TRUE
006780         WHEN TH-NUM2-IS-RATE
006790             DISPLAY "  NUM2:         " WS-DISP-AMOUNT
006800                 "  rate " TH-NUM2-RATE-NAME
006810         WHEN TH-NUM2-IS-PRIOR
006820             DISPLAY "  NUM2:         " WS-DISP-AMOUNT
006830                 "  prior total"
006840         WHEN OTHER
006850             DISPLAY "  NUM2:         " WS-DISP-AMOUNT
006860     END-EVALUATE.
006870
006880     MOVE TH-TOTAL TO WS-DISP-AMOUNT.
006890     IF TH-REJECTED
006900         DISPLAY "  Result:       REJECTED - REASON "
006910             TH-REASON-CODE
006920     ELSE
006930         DISPLAY "  Result:       " WS-DISP-AMOUNT
006940     END-IF.
006950
006960     IF TH-RUN-ID IS NUMERIC
006970         MOVE TH-RUN-ID TO WS-FMT-RUN-ID
006980     ELSE
006990         MOVE ZERO      TO WS-FMT-RUN-ID
007000     END-IF.
007010     PERFORM 7000-FORMAT-RUN-ID
007020         THRU 7000-EXIT.
007030     DISPLAY "  Worked by:    " TH-OPERATOR-ID " on "
007040         TH-PROCESS-DATE " " TH-PROCESS-TIME
007050         "  run " WS-RUN-ID-DISPLAY.
007060     IF TH-REPRICE-DATE IS NUMERIC
007070             AND TH-REPRICE-DATE > ZERO
007080         DISPLAY "  Re-priced:    " TH-REPRICE-DATE
007090     END-IF.
007100
007110 4000-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------*
007150* 4100-SHOW-REJECTS                                              *
007160* EVERY SUSPENSE RECORD FOR THE DETAIL - MATCHED ON THE SOURCE,  *
007170* FILE DATE AND SEQUENCE IT FIRST CAME IN UNDER, OR, WITH NO     *
007180* ORIGIN KNOWN, ON THE RUN AND SEQUENCE.  EACH OPEN ('O') AND    *
007190* CLEARED ('R') RECORD IS ONE STEP IN A REJECT AND RESUBMIT      *
007200* CYCLE.                                                         *
007210*----------------------------------------------------------------*
007220 4100-SHOW-REJECTS.
007230     DISPLAY " ".
007240     DISPLAY "=== REJECT SUSPENSE (REJECTFL) ===".
007250     MOVE ZERO TO WS-FOUND-CNT.
007260
007270     OPEN INPUT REJECT-FILE.
007280     IF WS-REJECT-FILE-STATUS NOT = '00'
007290         DISPLAY "  Suspense file not available - status "
007300             WS-REJECT-FILE-STATUS
007310         GO TO 4100-EXIT
007320     END-IF.
007330
007340     MOVE 'N' TO WS-FILE-EOF-SW.
007350     PERFORM 4110-CHECK-ONE-REJECT
007360         THRU 4110-EXIT
007370         UNTIL WS-FILE-EOF.
007380
007390     CLOSE REJECT-FILE.
007400
007410     IF WS-FOUND-CNT = ZERO
007420         DISPLAY "  None on the current suspense file."
007430     END-IF.
007440
007450 4100-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------*
007490* 4110-CHECK-ONE-REJECT                                          *
007500*----------------------------------------------------------------*
007510 4110-CHECK-ONE-REJECT.
007520     READ REJECT-FILE
007530         AT END
007540         MOVE 'Y' TO WS-FILE-EOF-SW
007550         GO TO 4110-EXIT
007560     END-READ.
007570
007580     MOVE RJ-TRANS-REC TO WS-IMAGE-VIEW.
007590     IF WS-IV-SEQ IS NOT NUMERIC
007600             OR WS-IV-SEQ NOT = WS-TR-SEQ
007610         GO TO 4110-EXIT
007620     END-IF.
007630
007640     IF WS-TR-SOURCE NOT = SPACES
007650         IF RJ-SOURCE-SYSTEM NOT = WS-TR-SOURCE
007660                 OR RJ-FILE-DATE NOT = WS-TR-FILE-DATE
007670             GO TO 4110-EXIT
007680         END-IF
007690     ELSE
007700         IF RJ-RUN-ID IS NOT NUMERIC
007710             GO TO 4110-EXIT
007720         END-IF
007730         MOVE RJ-RUN-ID TO WS-CHECK-RUN-ID
007740         PERFORM 5100-CHECK-RUN
007750             THRU 5100-EXIT
007760         IF NOT WS-RUN-MATCH
007770             GO TO 4110-EXIT
007780         END-IF
007790     END-IF.
007800
007810     ADD 1 TO WS-FOUND-CNT.
007820     MOVE RJ-RUN-ID TO WS-FMT-RUN-ID.
007830     PERFORM 7000-FORMAT-RUN-ID
007840         THRU 7000-EXIT.
007850     IF RJ-RESUBMITTED
007860         DISPLAY "  Rejected " RJ-REJECT-DATE " reason "
007870             RJ-REASON-CODE " - CLEARED ON RESUBMIT BY RUN "
007880             WS-RUN-ID-DISPLAY
007890     ELSE
007900         DISPLAY "  Rejected " RJ-REJECT-DATE " reason "
007910             RJ-REASON-CODE " - OPEN, WRITTEN BY RUN "
007920             WS-RUN-ID-DISPLAY
007930     END-IF.
007940     DISPLAY "    Image: " RJ-TRANS-REC.
007950
007960     MOVE RJ-RUN-ID TO WS-CHECK-RUN-ID.
007970     PERFORM 5000-ADD-RUN
007980         THRU 5000-EXIT.
007990
008000     PERFORM 5300-ADD-RESUBMIT-DATE
008010         THRU 5300-EXIT.
008020
008030 4110-EXIT.
008040     EXIT.
008050
008060*----------------------------------------------------------------*
008070* 4200-SHOW-RESUBMITS                                            *
008080* THE HISTORY ROW OF EACH RESUBMISSION - FILED UNDER 'RESUBMIT'  *
008090* AND THE REJECT DATE - SHOWING WHAT THE CORRECTED DETAIL CAME   *
008100* TO WHEN IT WENT BACK THROUGH.                                  *
008110*----------------------------------------------------------------*
008120 4200-SHOW-RESUBMITS.
008130     IF WS-RS-CNT = ZERO OR NOT WS-THIST-OPEN
008140         GO TO 4200-EXIT
008150     END-IF.
008160
008170     DISPLAY " ".
008180     DISPLAY "=== RESUBMISSIONS ===".
008190     PERFORM 4210-SHOW-ONE-RESUBMIT
008200         THRU 4210-EXIT
008210         VARYING WS-RS-IX FROM 1 BY 1
008220         UNTIL WS-RS-IX > WS-RS-CNT.
008230
008240 4200-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------*
008280* 4210-SHOW-ONE-RESUBMIT                                         *
008285* THE ROW THE DETAIL WAS FOUND UNDER IS NOT SHOWN A SECOND TIME. *
008290*----------------------------------------------------------------*
008300 4210-SHOW-ONE-RESUBMIT.
008310     MOVE "RESUBMIT"            TO TH-SOURCE-SYSTEM.
008320     MOVE WS-RS-DATE (WS-RS-IX) TO TH-FILE-DATE.
008330     MOVE WS-TR-SEQ             TO TH-SEQ-NUMBER.
008340     READ TRANHIST-FILE
008350         INVALID KEY
008360         DISPLAY "  Reject of " WS-RS-DATE (WS-RS-IX)
008370             " not yet resubmitted."
008380         GO TO 4210-EXIT
008390     END-READ.
008400
008410     IF TH-ORIG-SOURCE NOT = SPACES
008420             AND (TH-ORIG-SOURCE NOT = WS-TR-SOURCE
008430             OR TH-ORIG-FILE-DATE NOT = WS-TR-FILE-DATE)
008440         DISPLAY "  Reject of " WS-RS-DATE (WS-RS-IX)
008450             " not yet resubmitted."
008460         GO TO 4210-EXIT
008470     END-IF.
008480
008484     IF TH-HIST-KEY = WS-SHOWN-HIST-KEY
008486         DISPLAY "  Resubmission of " WS-RS-DATE (WS-RS-IX)
008488             " is the row shown above."
008490     ELSE
008492         PERFORM 4000-SHOW-HISTORY
008494             THRU 4000-EXIT
008496     END-IF.
008510
008520     IF TH-RUN-ID IS NUMERIC
008530         MOVE TH-RUN-ID TO WS-CHECK-RUN-ID
008540         PERFORM 5000-ADD-RUN
008550             THRU 5000-EXIT
008560     END-IF.
008570
008580     IF TH-PROCESSED-OK
008590         MOVE TH-PROCESS-DATE TO WS-ADD-GL-DATE
008600         MOVE TH-OPERATOR-ID  TO WS-ADD-OPERATOR-ID
008610         MOVE TH-OPERATION    TO WS-ADD-OPERATION
008620         PERFORM 5210-ADD-HISTORY-GROUP
008630             THRU 5210-EXIT
008640     END-IF.
008650
008660 4210-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------------*
008700* 4300-SHOW-HOLD                                                 *
008710* A RESULT OVER ITS LIMIT WAS HELD UNDER ITS HISTORY KEY.  A     *
008720* RELEASED ITEM WAS EXTRACTED ON ITS CLEARED DATE; A CANCELLED   *
008730* ONE WENT TO SUSPENSE UNDER REASON 07 (SHOWN ABOVE).            *
008740*----------------------------------------------------------------*
008750 4300-SHOW-HOLD.
008760     IF NOT WS-HOLD-OPEN OR WS-TK-SOURCE = SPACES
008770         GO TO 4300-EXIT
008780     END-IF.
008790
008800     MOVE WS-TR-HIST-KEY TO HQ-HOLD-KEY.
008810     READ HOLD-FILE
008820         INVALID KEY
008830         GO TO 4300-EXIT
008840     END-READ.
008850
008860     MOVE 'Y' TO WS-HOLD-FOUND-SW.
008870     DISPLAY " ".
008880     DISPLAY "=== HOLD QUEUE (HOLDFILE) ===".
008890     MOVE HQ-TOTAL TO WS-DISP-AMOUNT.
008900     DISPLAY "  Held " HQ-HELD-DATE " " HQ-HELD-TIME
008910         " total " WS-DISP-AMOUNT " limit set by "
008920         HQ-LIMIT-OPERATOR.
008930     EVALUATE TRUE
008940         WHEN HQ-HELD
008950             DISPLAY "  Status: STILL HELD"
008960         WHEN HQ-APPROVED
008970             DISPLAY "  Status: APPROVED BY " HQ-DECIDED-BY
008980                 " " HQ-DECIDED-DATE " - AWAITING NEXT RUN"
008990         WHEN HQ-CANCELLED
009000             DISPLAY "  Status: CANCELLED BY " HQ-DECIDED-BY
009010                 " " HQ-DECIDED-DATE " - AWAITING NEXT RUN"
009020         WHEN HQ-RELEASED
009030             DISPLAY "  Status: RELEASED BY " HQ-DECIDED-BY
009040                 " - EXTRACTED " HQ-CLEARED-DATE
009050         WHEN HQ-REJECTED
009060             DISPLAY "  Status: CANCELLED BY " HQ-DECIDED-BY
009070                 " - TO SUSPENSE " HQ-CLEARED-DATE
009080     END-EVALUATE.
009090     IF HQ-DECISION-REASON NOT = SPACES
009100         DISPLAY "  Reason: " HQ-DECISION-REASON
009110     END-IF.
009120
009130     IF HQ-HELD-RUN-ID IS NUMERIC
009140         MOVE HQ-HELD-RUN-ID TO WS-CHECK-RUN-ID
009150         PERFORM 5000-ADD-RUN
009160             THRU 5000-EXIT
009170     END-IF.
009180
009190     IF HQ-RELEASED
009200         MOVE HQ-CLEARED-DATE TO WS-ADD-GL-DATE
009210         MOVE HQ-OPERATOR-ID  TO WS-ADD-OPERATOR-ID
009220         MOVE HQ-OPERATION    TO WS-ADD-OPERATION
009230         PERFORM 5210-ADD-HISTORY-GROUP
009240             THRU 5210-EXIT
009250     END-IF.
009260
009270 4300-EXIT.
009280     EXIT.
009290
009300*----------------------------------------------------------------*
009310* 4400-SHOW-RUNS                                                 *
009320* THE RUN-HISTORY LOG RECORDS OF EVERY RUN THAT WORKED THE       *
009330* DETAIL - PROGRAM, OPERATOR, MODE, TIMES AND RETURN CODE.       *
009340*----------------------------------------------------------------*
009350 4400-SHOW-RUNS.
009360     DISPLAY " ".
009370     DISPLAY "=== RUNS (RUNLOG) ===".
009380     MOVE ZERO TO WS-FOUND-CNT.
009390
009400     IF WS-RUN-CNT = ZERO
009410         DISPLAY "  No run identified."
009420         GO TO 4400-EXIT
009430     END-IF.
009440
009450     OPEN INPUT RUNLOG-FILE.
009460     IF WS-RUNLOG-FILE-STATUS NOT = '00'
009470         DISPLAY "  Run log not available - status "
009480             WS-RUNLOG-FILE-STATUS
009490         GO TO 4400-EXIT
009500     END-IF.
009510
009520     MOVE 'N' TO WS-FILE-EOF-SW.
009530     PERFORM 4410-CHECK-ONE-RUNLOG
009540         THRU 4410-EXIT
009550         UNTIL WS-FILE-EOF.
009560
009570     CLOSE RUNLOG-FILE.
009580
009590     IF WS-FOUND-CNT = ZERO
009600         DISPLAY "  None of the runs is on the run log."
009610     END-IF.
009620
009630 4400-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------------*
009670* 4410-CHECK-ONE-RUNLOG                                          *
009680*----------------------------------------------------------------*
009690 4410-CHECK-ONE-RUNLOG.
009700     READ RUNLOG-FILE
009710         AT END
009720         MOVE 'Y' TO WS-FILE-EOF-SW
009730         GO TO 4410-EXIT
009740     END-READ.
009750
009760     IF RL-RUN-ID IS NOT NUMERIC
009770         GO TO 4410-EXIT
009780     END-IF.
009790     MOVE RL-RUN-ID TO WS-CHECK-RUN-ID.
009800     PERFORM 5100-CHECK-RUN
009810         THRU 5100-EXIT.
009820     IF NOT WS-RUN-MATCH
009830         GO TO 4410-EXIT
009840     END-IF.
009850
009860     ADD 1 TO WS-FOUND-CNT.
009870     MOVE RL-RUN-ID TO WS-FMT-RUN-ID.
009880     PERFORM 7000-FORMAT-RUN-ID
009890         THRU 7000-EXIT.
009900     IF RL-END-REC
009910         DISPLAY "  " WS-RUN-ID-DISPLAY " " RL-PROGRAM-ID
009920             " " RL-OPERATOR-ID " mode " RL-RUN-MODE
009930             " ended " RL-END-DATE " " RL-END-TIME
009940             " RC " RL-RETURN-CODE
009950     ELSE
009960         DISPLAY "  " WS-RUN-ID-DISPLAY " " RL-PROGRAM-ID
009970             " " RL-OPERATOR-ID " mode " RL-RUN-MODE
009980             " started"
009990     END-IF.
010000
010010 4410-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------------*
010050* 4500-SHOW-RESULTS                                              *
010060* THE RESULT RECORD ON THE CURRENT RESULTS FILE, WRITTEN BY ONE  *
010070* OF THE DETAIL'S RUNS UNDER ITS SOURCE AND SEQUENCE.            *
010080*----------------------------------------------------------------*
010090 4500-SHOW-RESULTS.
010100     DISPLAY " ".
010110     DISPLAY "=== RESULT (RESULTFL) ===".
010120     MOVE ZERO TO WS-FOUND-CNT.
010130
010140     OPEN INPUT RESULTS-FILE.
010150     IF WS-RESULTS-FILE-STATUS NOT = '00'
010160         DISPLAY "  Results file not available - status "
010170             WS-RESULTS-FILE-STATUS
010180         GO TO 4500-EXIT
010190     END-IF.
010200
010210     MOVE 'N' TO WS-FILE-EOF-SW.
010220     PERFORM 4510-CHECK-ONE-RESULT
010230         THRU 4510-EXIT
010240         UNTIL WS-FILE-EOF.
010250
010260     CLOSE RESULTS-FILE.
010270
010280     IF WS-FOUND-CNT = ZERO
010290         DISPLAY "  Not on the current results file."
010300     END-IF.
010310
010320 4500-EXIT.
010330     EXIT.
010340
010350*----------------------------------------------------------------*
010360* 4510-CHECK-ONE-RESULT                                          *
010370*----------------------------------------------------------------*
010380 4510-CHECK-ONE-RESULT.
010390     READ RESULTS-FILE
010400         AT END
010410         MOVE 'Y' TO WS-FILE-EOF-SW
010420         GO TO 4510-EXIT
010430     END-READ.
010440
010450     IF CR-SEQ-NUMBER NOT = WS-TR-SEQ
010460             OR CR-RUN-ID IS NOT NUMERIC
010470         GO TO 4510-EXIT
010480     END-IF.
010490     IF WS-TR-SOURCE NOT = SPACES
010500             AND CR-SOURCE-SYSTEM NOT = WS-TR-SOURCE
010510         GO TO 4510-EXIT
010520     END-IF.
010530     MOVE CR-RUN-ID TO WS-CHECK-RUN-ID.
010540     PERFORM 5100-CHECK-RUN
010550         THRU 5100-EXIT.
010560     IF NOT WS-RUN-MATCH
010570         GO TO 4510-EXIT
010580     END-IF.
010590
010600     ADD 1 TO WS-FOUND-CNT.
010610     MOVE CR-RUN-ID TO WS-FMT-RUN-ID.
010620     PERFORM 7000-FORMAT-RUN-ID
010630         THRU 7000-EXIT.
010640     MOVE CR-TOTAL TO WS-DISP-AMOUNT.
010650     EVALUATE TRUE
010660         WHEN CR-REJECTED
010670             DISPLAY "  Run " WS-RUN-ID-DISPLAY " op "
010680                 CR-OPERATION " REJECTED"
010690         WHEN CR-HELD
010700             DISPLAY "  Run " WS-RUN-ID-DISPLAY " op "
010710                 CR-OPERATION " " WS-DISP-AMOUNT " HELD"
010720         WHEN OTHER
010730             DISPLAY "  Run " WS-RUN-ID-DISPLAY " op "
010740                 CR-OPERATION " " WS-DISP-AMOUNT " OK"
010750     END-EVALUATE.
010760
010770 4510-EXIT.
010780     EXIT.
010790
010800*----------------------------------------------------------------*
010810* 4600-SHOW-AUDIT                                                *
010820* THE AUDIT LINE - LIVE TRAIL FIRST, THEN THE ARCHIVE GENERATION *
010830* FOR A LINE ALREADY PURGED FROM IT.                             *
010840*----------------------------------------------------------------*
010850 4600-SHOW-AUDIT.
010860     DISPLAY " ".
010870     DISPLAY "=== AUDIT TRAIL (AUDITLOG / AUDARCHV) ===".
010880     MOVE ZERO TO WS-FOUND-CNT.
010890
010900     OPEN INPUT AUDIT-FILE.
010910     IF WS-AUDIT-FILE-STATUS = '00'
010920         MOVE 'N' TO WS-FILE-EOF-SW
010930         PERFORM 4610-CHECK-ONE-AUDIT
010940             THRU 4610-EXIT
010950             UNTIL WS-FILE-EOF
010960         CLOSE AUDIT-FILE
010970     END-IF.
010980
010990     IF WS-FOUND-CNT > ZERO
011000         GO TO 4600-EXIT
011010     END-IF.
011020
011030     OPEN INPUT ARCHIVE-FILE.
011040     IF WS-ARCHIVE-FILE-STATUS = '00'
011050         MOVE 'N' TO WS-FILE-EOF-SW
011060         PERFORM 4620-CHECK-ONE-ARCHIVE
011070             THRU 4620-EXIT
011080             UNTIL WS-FILE-EOF
011090         CLOSE ARCHIVE-FILE
011100     END-IF.
011110
011120     IF WS-FOUND-CNT = ZERO
011130         DISPLAY "  Not on the audit trail or its archive."
011140     END-IF.
011150
011160 4600-EXIT.
011170     EXIT.
011180
011190*----------------------------------------------------------------*
011200* 4610-CHECK-ONE-AUDIT                                           *
011210*----------------------------------------------------------------*
011220 4610-CHECK-ONE-AUDIT.
011230     MOVE SPACES TO AUDIT-REC.
011240     READ AUDIT-FILE INTO CALC-AUDIT-REC
011250         AT END
011260         MOVE 'Y' TO WS-FILE-EOF-SW
011270         GO TO 4610-EXIT
011280     END-READ.
011290
011300     PERFORM 4630-MATCH-AUDIT-LINE
011310         THRU 4630-EXIT.
011320     IF WS-RECORD-MATCH
011330         DISPLAY "  (live trail)"
011340     END-IF.
011350
011360 4610-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------*
011400* 4620-CHECK-ONE-ARCHIVE                                         *
011410*----------------------------------------------------------------*
011420 4620-CHECK-ONE-ARCHIVE.
011430     MOVE SPACES TO ARCHIVE-REC.
011440     READ ARCHIVE-FILE INTO CALC-AUDIT-REC
011450         AT END
011460         MOVE 'Y' TO WS-FILE-EOF-SW
011470         GO TO 4620-EXIT
011480     END-READ.
011490
011500     PERFORM 4630-MATCH-AUDIT-LINE
011510         THRU 4630-EXIT.
011520     IF WS-RECORD-MATCH
011530         DISPLAY "  (archive)"
011540     END-IF.
011550
011560 4620-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------------*
011600* 4630-MATCH-AUDIT-LINE                                          *
011610* A LINE WRITTEN BEFORE THE RUN ID WAS STAMPED, OR INTERACTIVELY,*
011620* CARRIES NO RUN AND NEVER MATCHES.                              *
011630*----------------------------------------------------------------*
011640 4630-MATCH-AUDIT-LINE.
011650     MOVE 'N' TO WS-RECORD-MATCH-SW.
011660     IF AU-RUN-ID IS NOT NUMERIC
011670             OR AU-SEQ-NUMBER IS NOT NUMERIC
011680         GO TO 4630-EXIT
011690     END-IF.
011700     IF AU-RUN-ID = ZERO
011710             OR AU-SEQ-NUMBER NOT = WS-TR-SEQ
011720         GO TO 4630-EXIT
011730     END-IF.
011740     IF WS-TR-SOURCE NOT = SPACES
011750             AND AU-SOURCE-SYSTEM NOT = WS-TR-SOURCE
011760         GO TO 4630-EXIT
011770     END-IF.
011780     MOVE AU-RUN-ID TO WS-CHECK-RUN-ID.
011790     PERFORM 5100-CHECK-RUN
011800         THRU 5100-EXIT.
011810     IF NOT WS-RUN-MATCH
011820         GO TO 4630-EXIT
011830     END-IF.
011840
011850     MOVE 'Y' TO WS-RECORD-MATCH-SW.
011860     ADD 1 TO WS-FOUND-CNT.
011870     MOVE AU-RUN-ID TO WS-FMT-RUN-ID.
011880     PERFORM 7000-FORMAT-RUN-ID
011890         THRU 7000-EXIT.
011900     DISPLAY "  " AU-DATE " " AU-TIME " " AU-OPERATOR-ID
011910         " run " WS-RUN-ID-DISPLAY.
011920     DISPLAY "    " AU-OPERATION " " AU-NUM1 " " AU-NUM2
011930         " = " AU-TOTAL.
011932     IF AU-REJECTED
011934         DISPLAY "    (calculation failed - rejected)"
011936     END-IF.
011940
011950 4630-EXIT.
011960     EXIT.
011970
011980*----------------------------------------------------------------*
011990* 4700-SHOW-GL-EXTRACT                                           *
012000* THE GL EXTRACT LINE ON THE CURRENT EXTRACT - WRITTEN BY ONE OF *
012010* THE DETAIL'S RUNS, OR BY THE LATER RUN THAT RELEASED IT FROM   *
012020* HOLD.  EACH LINE FOUND NAMES THE POSTING GROUP TO LOOK UP.     *
012030*----------------------------------------------------------------*
012040 4700-SHOW-GL-EXTRACT.
012050     DISPLAY " ".
012060     DISPLAY "=== GL EXTRACT (GLEXTFL) ===".
012070     MOVE ZERO TO WS-FOUND-CNT.
012080
012090     OPEN INPUT GLEXTRACT-FILE.
012100     IF WS-GLEXTRACT-FILE-STATUS NOT = '00'
012110         DISPLAY "  GL extract not available - status "
012120             WS-GLEXTRACT-FILE-STATUS
012130     ELSE
012140         MOVE 'N' TO WS-FILE-EOF-SW
012150         PERFORM 4710-CHECK-ONE-GL-LINE
012160             THRU 4710-EXIT
012170             UNTIL WS-FILE-EOF
012180         CLOSE GLEXTRACT-FILE
012190     END-IF.
012200
012210     IF WS-FOUND-CNT = ZERO
012220         DISPLAY "  Not on the current GL extract."
012230         PERFORM 4750-GROUPS-FROM-HISTORY
012240             THRU 4750-EXIT
012250     END-IF.
012260
012270 4700-EXIT.
012280     EXIT.
012290
012300*----------------------------------------------------------------*
012310* 4710-CHECK-ONE-GL-LINE                                         *
012320*----------------------------------------------------------------*
012330 4710-CHECK-ONE-GL-LINE.
012340     READ GLEXTRACT-FILE
012350         AT END
012360         MOVE 'Y' TO WS-FILE-EOF-SW
012370         GO TO 4710-EXIT
012380     END-READ.
012390
012400     IF GL-SEQ-NUMBER IS NOT NUMERIC
012410             OR GL-RUN-ID IS NOT NUMERIC
012420         GO TO 4710-EXIT
012430     END-IF.
012440     IF GL-SEQ-NUMBER NOT = WS-TR-SEQ
012450         GO TO 4710-EXIT
012460     END-IF.
012470     IF WS-TR-SOURCE NOT = SPACES
012480             AND GL-SOURCE-SYSTEM NOT = WS-TR-SOURCE
012490         GO TO 4710-EXIT
012500     END-IF.
012510     MOVE GL-RUN-ID TO WS-CHECK-RUN-ID.
012520     PERFORM 5100-CHECK-RUN
012530         THRU 5100-EXIT.
012540     IF NOT WS-RUN-MATCH
012550         IF NOT GL-RELEASED-FROM-HOLD
012560                 OR NOT WS-HOLD-FOUND
012570             GO TO 4710-EXIT
012580         END-IF
012590     END-IF.
012600
012610     ADD 1 TO WS-FOUND-CNT.
012620     MOVE GL-RUN-ID TO WS-FMT-RUN-ID.
012630     PERFORM 7000-FORMAT-RUN-ID
012640         THRU 7000-EXIT.
012650     MOVE GL-TOTAL TO WS-DISP-AMOUNT.
012660     IF GL-RELEASED-FROM-HOLD
012670         DISPLAY "  GL date " GL-DATE " " GL-OPERATOR-ID " op "
012680             GL-OPERATION " " WS-DISP-AMOUNT
012690             " RELEASED FROM HOLD BY RUN " WS-RUN-ID-DISPLAY
012700     ELSE
012710         DISPLAY "  GL date " GL-DATE " " GL-OPERATOR-ID " op "
012720             GL-OPERATION " " WS-DISP-AMOUNT
012730             " RUN " WS-RUN-ID-DISPLAY
012740     END-IF.
012750
012760     MOVE GL-DATE        TO WS-ADD-GL-DATE.
012770     MOVE GL-OPERATOR-ID TO WS-ADD-OPERATOR-ID.
012780     MOVE GL-OPERATION   TO WS-ADD-OPERATION.
012790     PERFORM 5200-ADD-GROUP
012800         THRU 5200-EXIT.
012810
012820 4710-EXIT.
012830     EXIT.
012840
012850*----------------------------------------------------------------*
012860* 4750-GROUPS-FROM-HISTORY                                       *
012870* THE EXTRACT IS CLEARED ONCE POSTED, SO THE POSTING GROUPS ARE  *
012880* TAKEN FROM THE HISTORY INSTEAD - THE ORIGINAL ROW IF IT WENT   *
012890* THROUGH CLEAN AND WAS NOT HELD, EACH CLEAN RESUBMISSION, AND A *
012900* HOLD RELEASE.  THE GL DATE IS THE DATE THE DETAIL WAS WORKED.  *
012910*----------------------------------------------------------------*
012920 4750-GROUPS-FROM-HISTORY.
012930     IF WS-ORIG-OK AND NOT WS-HOLD-FOUND
012940         MOVE WS-ORIG-PROCESS-DATE TO WS-ADD-GL-DATE
012950         MOVE WS-ORIG-OPERATOR-ID  TO WS-ADD-OPERATOR-ID
012960         MOVE WS-ORIG-OPERATION    TO WS-ADD-OPERATION
012970         PERFORM 5200-ADD-GROUP
012980             THRU 5200-EXIT
012990     END-IF.
013000
013010     PERFORM 4760-COPY-HISTORY-GROUP
013020         THRU 4760-EXIT
013030         VARYING WS-GRP-IX FROM 1 BY 1
013040         UNTIL WS-GRP-IX > WS-HC-CNT.
013050
013060 4750-EXIT.
013070     EXIT.
013080
013090*----------------------------------------------------------------*
013100* 4760-COPY-HISTORY-GROUP                                        *
013110*----------------------------------------------------------------*
013120 4760-COPY-HISTORY-GROUP.
013130     MOVE WS-HC-GL-DATE (WS-GRP-IX)     TO WS-ADD-GL-DATE.
013140     MOVE WS-HC-OPERATOR-ID (WS-GRP-IX) TO WS-ADD-OPERATOR-ID.
013150     MOVE WS-HC-OPERATION (WS-GRP-IX)   TO WS-ADD-OPERATION.
013160     PERFORM 5200-ADD-GROUP
013170         THRU 5200-EXIT.
013180
013190 4760-EXIT.
013200     EXIT.
013210
013220*----------------------------------------------------------------*
013230* 4800-SHOW-POSTING-GROUPS                                       *
013240* FOR EACH GL DATE, OPERATOR AND OPERATION THE DETAIL WAS        *
013250* EXTRACTED UNDER, THE POSTING RUN THAT CLAIMED THE GL DATE AND  *
013260* ITS GLPOSTFL RECORDS FOR THAT OPERATOR AND OPERATION, FROM THE *
013270* COPIES KEPT ON THE POSTING CONTROL FILE.                       *
013280*----------------------------------------------------------------*
013290 4800-SHOW-POSTING-GROUPS.
013300     DISPLAY " ".
013310     DISPLAY "=== GL POSTING (GLPOSTFL VIA GLPOSTCT) ===".
013320
013330     IF WS-GRP-CNT = ZERO
013340         DISPLAY "  Nothing extracted for this detail."
013350         GO TO 4800-EXIT
013360     END-IF.
013370
013380     IF NOT WS-GLCTL-OPEN
013390         DISPLAY "  Posting control file not available."
013400         GO TO 4800-EXIT
013410     END-IF.
013420
013430     PERFORM 4810-SHOW-ONE-GROUP
013440         THRU 4810-EXIT
013450         VARYING WS-GRP-IX FROM 1 BY 1
013460         UNTIL WS-GRP-IX > WS-GRP-CNT.
013470
013480 4800-EXIT.
013490     EXIT.
013500
013510*----------------------------------------------------------------*
013520* 4810-SHOW-ONE-GROUP                                            *
013530*----------------------------------------------------------------*
013540 4810-SHOW-ONE-GROUP.
013550     MOVE SPACES                      TO CALC-GLCTL-REC.
013560     MOVE 'D'                         TO GC-RECORD-TYPE.
013570     MOVE WS-GRP-GL-DATE (WS-GRP-IX)  TO GC-GL-DATE.
013580     READ GLCTL-FILE
013590         INVALID KEY
013600         DISPLAY "  GL date " WS-GRP-GL-DATE (WS-GRP-IX)
013610             " - NOT YET POSTED"
013620         GO TO 4810-EXIT
013630     END-READ.
013640
013650     MOVE GC-POSTED-BY-RUN TO WS-POSTED-RUN-ID.
013660
013670     MOVE SPACES           TO CALC-GLCTL-REC.
013680     MOVE 'R'              TO GC-RECORD-TYPE.
013690     MOVE WS-POSTED-RUN-ID TO GC-RUN-ID.
013700     MOVE ZERO             TO GC-RUN-SEQ.
013710     READ GLCTL-FILE
013720         INVALID KEY
013730         MOVE "NOT RECORDED" TO WS-POSTED-RUN-STATUS
013740         GO TO 4810-SHOW-HEADER
013750     END-READ.
013760     EVALUATE TRUE
013770         WHEN GC-RUN-POSTED
013780             MOVE "POSTED"     TO WS-POSTED-RUN-STATUS
013790         WHEN GC-RUN-REVERSED
013800             MOVE "REVERSED"   TO WS-POSTED-RUN-STATUS
013810         WHEN OTHER
013820             MOVE "NOT POSTED" TO WS-POSTED-RUN-STATUS
013830     END-EVALUATE.
013840
013850 4810-SHOW-HEADER.
013860     MOVE WS-POSTED-RUN-ID TO WS-FMT-RUN-ID.
013870     PERFORM 7000-FORMAT-RUN-ID
013880         THRU 7000-EXIT.
013890     DISPLAY "  GL date " WS-GRP-GL-DATE (WS-GRP-IX)
013900         " " WS-GRP-OPERATOR-ID (WS-GRP-IX)
013910         " op " WS-GRP-OPERATION (WS-GRP-IX)
013920         " - posting run " WS-RUN-ID-DISPLAY " "
013930         WS-POSTED-RUN-STATUS.
013940
013950     MOVE SPACES           TO CALC-GLCTL-REC.
013960     MOVE 'P'              TO GC-RECORD-TYPE.
013970     MOVE WS-POSTED-RUN-ID TO GC-RUN-ID.
013980     MOVE ZERO             TO GC-RUN-SEQ.
013990     START GLCTL-FILE KEY NOT < GC-CONTROL-KEY
014000         INVALID KEY
014010         DISPLAY "    No posting copies kept for the run."
014020         GO TO 4810-EXIT
014030     END-START.
014040
014050     MOVE ZERO TO WS-GROUP-LINE-CNT.
014060     MOVE 'N'  TO WS-FILE-EOF-SW.
014070     PERFORM 4820-BROWSE-ONE-POSTING
014080         THRU 4820-EXIT
014090         UNTIL WS-FILE-EOF.
014100
014110     IF WS-GROUP-LINE-CNT = ZERO
014120         DISPLAY "    No posting record for this operator and "
014130             "operation."
014140     END-IF.
014150
014160 4810-EXIT.
014170     EXIT.
014180
014190*----------------------------------------------------------------*
014200* 4820-BROWSE-ONE-POSTING                                        *
014210*----------------------------------------------------------------*
014220 4820-BROWSE-ONE-POSTING.
014230     READ GLCTL-FILE NEXT RECORD
014240         AT END
014250         MOVE 'Y' TO WS-FILE-EOF-SW
014260         GO TO 4820-EXIT
014270     END-READ.
014280
014290     MOVE GC-RUN-ID TO WS-FMT-RUN-ID.
014300     IF NOT GC-RUN-POSTING
014310             OR WS-FMT-RUN-ID NOT = WS-POSTED-RUN-ID
014320         MOVE 'Y' TO WS-FILE-EOF-SW
014330         GO TO 4820-EXIT
014340     END-IF.
014350
014360     MOVE GC-POSTING-IMAGE TO WS-POSTING-COPY.
014370     IF WS-PC-DATE NOT = WS-GRP-GL-DATE (WS-GRP-IX)
014380             OR WS-PC-OPERATOR-ID
014390                 NOT = WS-GRP-OPERATOR-ID (WS-GRP-IX)
014400             OR WS-PC-OPERATION
014410                 NOT = WS-GRP-OPERATION (WS-GRP-IX)
014420         GO TO 4820-EXIT
014430     END-IF.
014440
014450     ADD 1 TO WS-GROUP-LINE-CNT.
014460     MOVE WS-PC-TRANS-COUNT  TO WS-DISP-COUNT.
014470     MOVE WS-PC-TOTAL-AMOUNT TO WS-DISP-POST-AMOUNT.
014480     DISPLAY "    Account " WS-PC-GL-ACCOUNT " cost centre "
014490         WS-PC-COST-CENTER " side " WS-PC-DRCR-SIDE
014500         " trans " WS-DISP-COUNT " amount "
014510         WS-DISP-POST-AMOUNT.
014520
014530 4820-EXIT.
014540     EXIT.
014550
014560*----------------------------------------------------------------*
014570* 5000-ADD-RUN                                                   *
014580* ADDS WS-CHECK-RUN-ID TO THE DETAIL'S RUNS UNLESS ALREADY       *
014590* THERE.  A ZERO RUN ID (A RECORD FROM BEFORE RUN IDS) IS        *
014600* IGNORED.                                                       *
014610*----------------------------------------------------------------*
014620 5000-ADD-RUN.
014630     IF WS-CHECK-RUN-ID = ZERO
014640         GO TO 5000-EXIT
014650     END-IF.
014660
014670     PERFORM 5100-CHECK-RUN
014680         THRU 5100-EXIT.
014690     IF WS-RUN-MATCH OR WS-RUN-CNT NOT < WS-RUN-MAX
014700         GO TO 5000-EXIT
014710     END-IF.
014720
014730     ADD 1 TO WS-RUN-CNT.
014740     MOVE WS-CHECK-RUN-ID TO WS-RT-RUN-ID (WS-RUN-CNT).
014750
014760 5000-EXIT.
014770     EXIT.
014780
014790*----------------------------------------------------------------*
014800* 5100-CHECK-RUN                                                 *
014810* SETS WS-RUN-MATCH WHEN WS-CHECK-RUN-ID IS ONE OF THE DETAIL'S  *
014820* RUNS.                                                          *
014830*----------------------------------------------------------------*
014840 5100-CHECK-RUN.
014850     MOVE 'N' TO WS-RUN-MATCH-SW.
014860     PERFORM 5110-CHECK-ONE-RUN
014870         THRU 5110-EXIT
014880         VARYING WS-RUN-IX FROM 1 BY 1
014890         UNTIL WS-RUN-IX > WS-RUN-CNT
014900             OR WS-RUN-MATCH.
014910
014920 5100-EXIT.
014930     EXIT.
014940
014950*----------------------------------------------------------------*
014960* 5110-CHECK-ONE-RUN                                             *
014970*----------------------------------------------------------------*
014980 5110-CHECK-ONE-RUN.
014990     IF WS-RT-RUN-ID (WS-RUN-IX) = WS-CHECK-RUN-ID
015000         MOVE 'Y' TO WS-RUN-MATCH-SW
015010     END-IF.
015020
015030 5110-EXIT.
015040     EXIT.
015050
015060*----------------------------------------------------------------*
015070* 5200-ADD-GROUP                                                 *
015080* ADDS THE WS-ADD- GL DATE, OPERATOR AND OPERATION TO THE        *
015090* POSTING GROUPS TO LOOK UP, UNLESS ALREADY THERE.               *
015100*----------------------------------------------------------------*
015110 5200-ADD-GROUP.
015120     MOVE 'N' TO WS-RECORD-MATCH-SW.
015130     PERFORM 5220-CHECK-ONE-GROUP
015140         THRU 5220-EXIT
015150         VARYING WS-GRP-IX FROM 1 BY 1
015160         UNTIL WS-GRP-IX > WS-GRP-CNT
015170             OR WS-RECORD-MATCH.
015180     IF WS-RECORD-MATCH OR WS-GRP-CNT NOT < WS-GRP-MAX
015190         GO TO 5200-EXIT
015200     END-IF.
015210
015220     ADD 1 TO WS-GRP-CNT.
015230     MOVE WS-ADD-GL-DATE     TO WS-GRP-GL-DATE (WS-GRP-CNT).
015240     MOVE WS-ADD-OPERATOR-ID TO WS-GRP-OPERATOR-ID (WS-GRP-CNT).
015250     MOVE WS-ADD-OPERATION   TO WS-GRP-OPERATION (WS-GRP-CNT).
015260
015270 5200-EXIT.
015280     EXIT.
015290
015300*----------------------------------------------------------------*
015310* 5210-ADD-HISTORY-GROUP                                         *
015320* HOLDS A POSTING GROUP FOUND FROM THE HISTORY OR HOLD QUEUE,    *
015330* USED ONLY WHEN THE DETAIL IS NO LONGER ON THE GL EXTRACT.      *
015340*----------------------------------------------------------------*
015350 5210-ADD-HISTORY-GROUP.
015360     IF WS-HC-CNT NOT < WS-GRP-MAX
015370         GO TO 5210-EXIT
015380     END-IF.
015390
015400     ADD 1 TO WS-HC-CNT.
015410     MOVE WS-ADD-GL-DATE     TO WS-HC-GL-DATE (WS-HC-CNT).
015420     MOVE WS-ADD-OPERATOR-ID TO WS-HC-OPERATOR-ID (WS-HC-CNT).
015430     MOVE WS-ADD-OPERATION   TO WS-HC-OPERATION (WS-HC-CNT).
015440
015450 5210-EXIT.
015460     EXIT.
015470
015480*----------------------------------------------------------------*
015490* 5220-CHECK-ONE-GROUP                                           *
015500*----------------------------------------------------------------*
015510 5220-CHECK-ONE-GROUP.
015520     IF WS-GRP-GL-DATE (WS-GRP-IX) = WS-ADD-GL-DATE
015530             AND WS-GRP-OPERATOR-ID (WS-GRP-IX)
015540                 = WS-ADD-OPERATOR-ID
015550             AND WS-GRP-OPERATION (WS-GRP-IX)
015560                 = WS-ADD-OPERATION
015570         MOVE 'Y' TO WS-RECORD-MATCH-SW
015580     END-IF.
015590
015600 5220-EXIT.
015610     EXIT.
015620
015630*----------------------------------------------------------------*
015640* 5300-ADD-RESUBMIT-DATE                                         *
015650* NOTES THE REJECT DATE OF THE SUSPENSE RECORD JUST READ, ONCE.  *
015660*----------------------------------------------------------------*
015670 5300-ADD-RESUBMIT-DATE.
015680     MOVE 'N' TO WS-RS-FOUND-SW.
015690     PERFORM 5310-CHECK-ONE-DATE
015700         THRU 5310-EXIT
015710         VARYING WS-RS-IX FROM 1 BY 1
015720         UNTIL WS-RS-IX > WS-RS-CNT
015730             OR WS-RS-FOUND.
015740     IF WS-RS-FOUND OR WS-RS-CNT NOT < WS-RS-MAX
015750         GO TO 5300-EXIT
015760     END-IF.
015770
015780     ADD 1 TO WS-RS-CNT.
015790     MOVE RJ-REJECT-DATE TO WS-RS-DATE (WS-RS-CNT).
015800
015810 5300-EXIT.
015820     EXIT.
015830
015840*----------------------------------------------------------------*
015850* 5310-CHECK-ONE-DATE                                            *
015860*----------------------------------------------------------------*
015870 5310-CHECK-ONE-DATE.
015880     IF WS-RS-DATE (WS-RS-IX) = RJ-REJECT-DATE
015890         MOVE 'Y' TO WS-RS-FOUND-SW
015900     END-IF.
015910
015920 5310-EXIT.
015930     EXIT.
015940
015950*----------------------------------------------------------------*
015960* 7000-FORMAT-RUN-ID                                             *
015970* EDITS WS-FMT-RUN-ID AS YYYYMMDD-HHMMSSCC.                      *
015980*----------------------------------------------------------------*
015990 7000-FORMAT-RUN-ID.
016000     MOVE WS-FR-DATE TO WS-RD-DATE.
016010     MOVE WS-FR-TIME TO WS-RD-TIME.
016020
016030 7000-EXIT.
016040     EXIT.
016050
016060*----------------------------------------------------------------*
016070* 9000-TERMINATE                                                 *
016080*----------------------------------------------------------------*
016090 9000-TERMINATE.
016100     IF WS-THIST-OPEN
016110         CLOSE TRANHIST-FILE
016120     END-IF.
016130     IF WS-HOLD-OPEN
016140         CLOSE HOLD-FILE
016150     END-IF.
016160     IF WS-GLCTL-OPEN
016170         CLOSE GLCTL-FILE
016180     END-IF.
016190
016200     DISPLAY "Trace inquiry ended.".
016210     MOVE ZERO TO RETURN-CODE.
016220
016230 9000-EXIT.
016240     EXIT.
