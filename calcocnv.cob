000010 IDENTIFICATION DIVISION.
000020*----------------------------------------------------------------*
000030 PROGRAM-ID.    CALCOCNV.
000040 AUTHOR.        J A WIHARDI.
000050 INSTALLATION.  APPLICATIONS PROGRAMMING.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------*
000090* ONE-TIME OPERATOR MASTER CONVERSION.  THE OPERATOR RECORD GREW *
000100* FROM 40 TO 60 BYTES WHEN SIGN-ON GAINED A PIN - THE SCRAMBLED  *
000110* PIN, THE DATE IT WAS LAST CHANGED AND THE FAILED SIGN-ON       *
000120* COUNT.  THIS JOB UNLOADS THE LIVE MASTER (OLD LAYOUT) TO A     *
000130* SEQUENTIAL WORK FILE IN THE NEW LAYOUT, THEN RELOADS OPERMAST  *
000140* FROM IT.  NO OPERATOR CAN SIGN ON WITHOUT A PIN, SO AN ACTIVE  *
000150* OPERATOR COMES ACROSS LOCKED ('L') UNLESS A PIN CARD ISSUES    *
000160* IT A TEMPORARY PIN.  A CARDED PIN IS STORED SCRAMBLED WITH A   *
000170* ZERO CHANGED DATE, SO THE OPERATOR MUST CHOOSE A NEW ONE AT    *
000180* THE FIRST CONSOLE SIGN-ON.  CARD AT LEAST ONE ACTIVE           *
000190* SUPERVISOR - THE RUN IS REFUSED OTHERWISE, AS NOBODY COULD     *
000200* UNLOCK THE REST - AND THAT SUPERVISOR ISSUES EVERY OTHER       *
000210* OPERATOR A PIN THROUGH OPERATOR MAINTENANCE (THE PIN RESET     *
000220* ALSO UNLOCKS).  AN INACTIVE OPERATOR STAYS INACTIVE WITH NO    *
000230* PIN.  LEVEL AND DEFAULT FORMAT ARE CARRIED OVER UNCHANGED.     *
000240* RUN IT ONCE, BEFORE THE FIRST SESSION ON THE NEW LAYOUT, WITH  *
000250* NO OTHER JOB HOLDING OPERMAST.  RUNS WITH NO OPERATOR PROMPTS. *
000260*                                                                *
000270* A MASTER ALREADY IN THE NEW LAYOUT IS NEVER CONVERTED AGAIN -  *
000280* THAT WOULD WIPE EVERY PIN.  IN THE OLD LAYOUT POSITIONS 32-40  *
000290* ARE ALWAYS BLANK; IN THE NEW ONE THEY HOLD THE SCRAMBLED PIN   *
000300* AND THE FIRST DIGIT OF THE CHANGED DATE.  THAT IS THE FORMAT   *
000310* TEST, AND ONE CONVERTED RECORD STOPS THE RUN UNCHANGED.        *
000320*                                                                *
000330* PIN CARDS (OCNVPARM, OPTIONAL, ONE PER OPERATOR):              *
000340*   COLS  1-13  OPER=XXXXXXXX    OPERATOR TO ISSUE A PIN         *
000350*   COLS 15-26  PIN=NNNNNNNN     TEMPORARY PIN, 4 TO 8 DIGITS    *
000360*                                                                *
000370* RETURN CODES FOR JOBSTREAM BRANCHING:                          *
000380*   00 - MASTER CONVERTED                                        *
000390*   04 - MASTER CONVERTED, BUT A PIN CARD NAMED AN OPERATOR NOT  *
000400*        ON FILE OR NOT ACTIVE                                   *
000410*   08 - BAD PIN CARD, NO ACTIVE SUPERVISOR CARDED, OR READ/     *
000420*        RELOADED MISMATCH - MASTER NOT CHANGED OR SUSPECT       *
000430*   12 - FILE ERROR, OR MASTER ALREADY CONVERTED                 *
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY                                           *
000460*----------------------------------------------------------------*
000470* DATE       INITIALS  DESCRIPTION                               *
000480* 2026-10-15 JAW       ORIGINAL PROGRAM.                         *
000490* 2026-10-15 JAW       A MASTER ALREADY CONVERTED IS REFUSED     *
000500*                      WITH RC 12.  ACTIVE OPERATORS COME ACROSS *
000510*                      LOCKED UNLESS A PIN CARD ISSUES A         *
000520*                      TEMPORARY PIN; AT LEAST ONE SUPERVISOR    *
000530*                      MUST BE CARDED.                           *
000540*----------------------------------------------------------------*
000550
000560 ENVIRONMENT DIVISION.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT OLD-OPER-FILE ASSIGN TO "OPERMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS OOM-OPERATOR-ID
000640         FILE STATUS IS WS-OLD-FILE-STATUS.
000650
000660     SELECT NEW-OPER-FILE ASSIGN TO "OPERMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS OM-OPERATOR-ID
000700         FILE STATUS IS WS-NEW-FILE-STATUS.
000710
000720     SELECT WORK-FILE ASSIGN TO "OPERWORK"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-WORK-FILE-STATUS.
000750
000760     SELECT PARM-FILE ASSIGN TO "OCNVPARM"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PARM-FILE-STATUS.
000790
000800 DATA DIVISION.
000810
000820 FILE SECTION.
000830*----------------------------------------------------------------*
000840* OLD 40-BYTE OPERATOR RECORD - NO PIN FIELDS                    *
000850*----------------------------------------------------------------*
000860 FD  OLD-OPER-FILE.
000870 01  OLD-OPER-REC.
000880     05  OOM-OPERATOR-ID         PIC X(08).
000890     05  OOM-OPERATOR-NAME       PIC X(20).
000900     05  OOM-AUTH-LEVEL          PIC 9(01).
000910     05  OOM-DEFAULT-FORMAT      PIC X(01).
000920     05  OOM-STATUS-CODE         PIC X(01).
000930     05  OOM-UNUSED              PIC X(09).
000940
000950 FD  NEW-OPER-FILE.
000960     COPY CALCOPER.
000970
000980 FD  WORK-FILE
000990     RECORDING MODE IS F.
001000 01  WORK-REC                    PIC X(60).
001010
001020 FD  PARM-FILE.
001030 01  PARM-REC                    PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060
001070 01  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
001080 01  WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
001090 01  WS-WORK-FILE-STATUS         PIC X(02) VALUE SPACES.
001100 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
001110
001120 77  WS-OLD-EOF-SW               PIC X VALUE 'N'.
001130     88  WS-OLD-EOF              VALUE 'Y'.
001140
001150 77  WS-WORK-EOF-SW              PIC X VALUE 'N'.
001160     88  WS-WORK-EOF             VALUE 'Y'.
001170
001180 77  WS-PARM-EOF-SW              PIC X VALUE 'N'.
001190     88  WS-PARM-EOF             VALUE 'Y'.
001200
001210 77  WS-FILE-ERROR-SW            PIC X VALUE 'N'.
001220     88  WS-FILE-ERROR           VALUE 'Y'.
001230
001240 77  WS-PARM-ERROR-SW            PIC X VALUE 'N'.
001250     88  WS-PARM-ERROR           VALUE 'Y'.
001260
001270 77  WS-ALREADY-CONVERTED-SW     PIC X VALUE 'N'.
001280     88  WS-ALREADY-CONVERTED    VALUE 'Y'.
001290
001300 77  WS-FILES-OPEN-SW            PIC X VALUE 'N'.
001310     88  WS-FILES-OPEN           VALUE 'Y'.
001320
001330 01  WS-NEW-OPER-REC.
001340     05  WOM-OPERATOR-ID         PIC X(08).
001350     05  WOM-OPERATOR-NAME       PIC X(20).
001360     05  WOM-AUTH-LEVEL          PIC 9(01).
001370         88  WOM-AUTH-SUPERVISOR VALUE 3.
001380     05  WOM-DEFAULT-FORMAT      PIC X(01).
001390     05  WOM-STATUS-CODE         PIC X(01).
001400         88  WOM-ACTIVE          VALUE 'A'.
001410     05  WOM-PIN-SCRAMBLED       PIC X(08).
001420     05  WOM-PIN-CHANGED-DATE    PIC 9(08).
001430     05  WOM-FAILED-SIGNON-CNT   PIC 9(02).
001440     05  FILLER                  PIC X(11).
001450
001460 01  WS-CONVERT-COUNTERS.
001470     05  WS-READ-CNT             PIC 9(07) VALUE ZERO.
001480     05  WS-RELOADED-CNT         PIC 9(07) VALUE ZERO.
001490     05  WS-PIN-ISSUED-CNT       PIC 9(07) VALUE ZERO.
001500     05  WS-SUPV-ISSUED-CNT      PIC 9(07) VALUE ZERO.
001510     05  WS-LOCKED-CNT           PIC 9(07) VALUE ZERO.
001520     05  WS-CARD-UNUSED-CNT      PIC 9(07) VALUE ZERO.
001530
001540*----------------------------------------------------------------*
001550* TEMPORARY PINS FROM THE PIN CARDS, HELD ONLY IN SCRAMBLED FORM *
001560*----------------------------------------------------------------*
001570 77  WS-CARD-MAX                 PIC 9(04) COMP VALUE 100.
001580 77  WS-CARD-IX                  PIC 9(04) COMP VALUE ZERO.
001590 77  WS-CARD-CUR                 PIC 9(04) COMP VALUE ZERO.
001600 01  WS-CARD-TABLE.
001610     05  WS-CARD-CNT             PIC 9(04) COMP VALUE ZERO.
001620     05  WS-CARD-ENTRY OCCURS 100 TIMES.
001630         10  WS-CT-OPERATOR-ID   PIC X(08).
001640         10  WS-CT-PIN-SCRAMBLED PIC X(08).
001650         10  WS-CT-USED-SW       PIC X(01).
001660             88  WS-CT-USED      VALUE 'Y'.
001670
001680*----------------------------------------------------------------*
001690* PIN SCRAMBLE WORK AREAS - AS IN CALCULATOR                     *
001700*----------------------------------------------------------------*
001710 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
001720     88  WS-PIN-VALID            VALUE 'Y'.
001730
001740 01  WS-PIN-OPERATOR-ID          PIC X(08) VALUE SPACES.
001750 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
001760 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
001770 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
001780 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
001790 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
001800 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
001810 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001820 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
001830 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
001840
001850 PROCEDURE DIVISION.
001860
001870*----------------------------------------------------------------*
001880* 0000-MAINLINE                                                  *
001890*----------------------------------------------------------------*
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE
001920         THRU 1000-EXIT.
001930
001940     PERFORM 2000-UNLOAD-ONE-RECORD
001950         THRU 2000-EXIT
001960         UNTIL WS-OLD-EOF.
001970
001980     PERFORM 3000-RELOAD-LIVE-MASTER
001990         THRU 3000-EXIT.
002000
002010     PERFORM 9000-TERMINATE
002020         THRU 9000-EXIT.
002030
002040     STOP RUN.
002050
002060 0000-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------------*
002100* 1000-INITIALIZE                                                *
002110* LOADS THE PIN CARDS FIRST SO A BAD CARD ENDS THE RUN BEFORE    *
002120* THE MASTER IS OPENED.  A FILE STATUS 39 ON THE OPEN (RECORD    *
002130* LENGTH DOES NOT MATCH THE OLD LAYOUT) MEANS THE MASTER IS      *
002140* ALREADY CONVERTED.                                             *
002150*----------------------------------------------------------------*
002160 1000-INITIALIZE.
002170     DISPLAY "CALCOCNV - operator master PIN conversion.".
002180
002190     PERFORM 1100-LOAD-PIN-CARDS
002200         THRU 1100-EXIT.
002210     IF WS-PARM-ERROR
002220         MOVE 'Y' TO WS-OLD-EOF-SW
002230         GO TO 1000-EXIT
002240     END-IF.
002250
002260     OPEN INPUT OLD-OPER-FILE.
002270     IF WS-OLD-FILE-STATUS = '35'
002280         DISPLAY "Operator master not found - nothing to "
002290             "convert."
002300         MOVE 'Y' TO WS-OLD-EOF-SW
002310         GO TO 1000-EXIT
002320     END-IF.
002330
002340     IF WS-OLD-FILE-STATUS = '39'
002350         DISPLAY "Operator master is already in the PIN "
002360             "layout - nothing converted."
002370         MOVE 'Y' TO WS-ALREADY-CONVERTED-SW
002380         MOVE 'Y' TO WS-OLD-EOF-SW
002390         GO TO 1000-EXIT
002400     END-IF.
002410
002420     IF WS-OLD-FILE-STATUS NOT = '00'
002430         DISPLAY "Cannot open operator master - status "
002440             WS-OLD-FILE-STATUS
002450         MOVE 'Y' TO WS-FILE-ERROR-SW
002460         MOVE 'Y' TO WS-OLD-EOF-SW
002470         GO TO 1000-EXIT
002480     END-IF.
002490
002500     OPEN OUTPUT WORK-FILE.
002510     IF WS-WORK-FILE-STATUS NOT = '00'
002520         DISPLAY "Cannot open work file - status "
002530             WS-WORK-FILE-STATUS
002540         MOVE 'Y' TO WS-FILE-ERROR-SW
002550         MOVE 'Y' TO WS-OLD-EOF-SW
002560         GO TO 1000-EXIT
002570     END-IF.
002580     MOVE 'Y' TO WS-FILES-OPEN-SW.
002590
002600     PERFORM 2100-READ-OLD-RECORD
002610         THRU 2100-EXIT.
002620
002630 1000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------*
002670* 1100-LOAD-PIN-CARDS                                            *
002680* READS THE OPTIONAL PIN CARDS INTO THE CARD TABLE.  EACH PIN IS *
002690* SCRAMBLED AS SOON AS IT IS READ; THE CLEAR PIN IS NOT KEPT.    *
002700* A BAD OR DUPLICATE CARD, OR MORE CARDS THAN THE TABLE HOLDS,   *
002710* ENDS THE RUN WITH THE MASTER UNTOUCHED.                        *
002720*----------------------------------------------------------------*
002730 1100-LOAD-PIN-CARDS.
002740     OPEN INPUT PARM-FILE.
002750     IF WS-PARM-FILE-STATUS NOT = '00'
002760         DISPLAY "No PIN cards - every active operator will be "
002770             "locked."
002780         GO TO 1100-EXIT
002790     END-IF.
002800
002810     PERFORM 1110-LOAD-ONE-CARD
002820         THRU 1110-EXIT
002830         UNTIL WS-PARM-EOF.
002840
002850     CLOSE PARM-FILE.
002860
002870 1100-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------*
002910* 1110-LOAD-ONE-CARD                                             *
002920*----------------------------------------------------------------*
002930 1110-LOAD-ONE-CARD.
002940     MOVE SPACES TO PARM-REC.
002950     READ PARM-FILE
002960         AT END
002970         MOVE 'Y' TO WS-PARM-EOF-SW
002980         GO TO 1110-EXIT
002990     END-READ.
003000
003010     IF PARM-REC = SPACES
003020         GO TO 1110-EXIT
003030     END-IF.
003040
003050     IF PARM-REC(1:5) NOT = "OPER="
003060             OR PARM-REC(6:8) = SPACES
003070             OR PARM-REC(15:4) NOT = "PIN="
003080         DISPLAY "Bad PIN card - " PARM-REC(1:26)
003090         MOVE 'Y' TO WS-PARM-ERROR-SW
003100         MOVE 'Y' TO WS-PARM-EOF-SW
003110         GO TO 1110-EXIT
003120     END-IF.
003130
003140     MOVE PARM-REC(6:8)  TO WS-PIN-OPERATOR-ID.
003150     MOVE PARM-REC(19:8) TO WS-PIN-ENTERED.
003160     PERFORM 1200-SCRAMBLE-PIN
003170         THRU 1200-EXIT.
003180     IF NOT WS-PIN-VALID
003190         DISPLAY "PIN card for " WS-PIN-OPERATOR-ID
003200             " - PIN must be 4 to 8 digits."
003210         MOVE 'Y' TO WS-PARM-ERROR-SW
003220         MOVE 'Y' TO WS-PARM-EOF-SW
003230         GO TO 1110-EXIT
003240     END-IF.
003250
003260     PERFORM 1120-FIND-CARD
003270         THRU 1120-EXIT.
003280     IF WS-CARD-CUR NOT = ZERO
003290         DISPLAY "PIN card for " WS-PIN-OPERATOR-ID
003300             " appears twice."
003310         MOVE 'Y' TO WS-PARM-ERROR-SW
003320         MOVE 'Y' TO WS-PARM-EOF-SW
003330         GO TO 1110-EXIT
003340     END-IF.
003350
003360     IF WS-CARD-CNT NOT < WS-CARD-MAX
003370         DISPLAY "More than " WS-CARD-MAX " PIN cards - "
003380             "issue the rest through operator maintenance."
003390         MOVE 'Y' TO WS-PARM-ERROR-SW
003400         MOVE 'Y' TO WS-PARM-EOF-SW
003410         GO TO 1110-EXIT
003420     END-IF.
003430
003440     ADD 1 TO WS-CARD-CNT.
003450     MOVE WS-PIN-OPERATOR-ID TO WS-CT-OPERATOR-ID (WS-CARD-CNT).
003460     MOVE WS-PIN-SCRAMBLED
003470         TO WS-CT-PIN-SCRAMBLED (WS-CARD-CNT).
003480     MOVE 'N' TO WS-CT-USED-SW (WS-CARD-CNT).
003490
003500 1110-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------*
003540* 1120-FIND-CARD                                                 *
003550* LOOKS UP WS-PIN-OPERATOR-ID IN THE CARD TABLE.  WS-CARD-CUR    *
003560* IS THE ENTRY FOUND, OR ZERO.                                   *
003570*----------------------------------------------------------------*
003580 1120-FIND-CARD.
003590     MOVE ZERO TO WS-CARD-CUR.
003600     PERFORM 1125-CHECK-ONE-CARD
003610         THRU 1125-EXIT
003620         VARYING WS-CARD-IX FROM 1 BY 1
003630         UNTIL WS-CARD-IX > WS-CARD-CNT
003640            OR WS-CARD-CUR NOT = ZERO.
003650
003660 1120-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------*
003700* 1125-CHECK-ONE-CARD                                            *
003710*----------------------------------------------------------------*
003720 1125-CHECK-ONE-CARD.
003730     IF WS-CT-OPERATOR-ID (WS-CARD-IX) = WS-PIN-OPERATOR-ID
003740         MOVE WS-CARD-IX TO WS-CARD-CUR
003750     END-IF.
003760
003770 1125-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------*
003810* 1200-SCRAMBLE-PIN                                              *
003820* THE SAME EDIT AND SCRAMBLE AS CALCULATOR 1250-SCRAMBLE-PIN,    *
003830* SALTED BY WS-PIN-OPERATOR-ID, SO A PIN ISSUED HERE MATCHES     *
003840* THE ONE KEYED AT SIGN-ON.  IT MUST BE CHANGED WITH THAT ONE.   *
003850*----------------------------------------------------------------*
003860 1200-SCRAMBLE-PIN.
003870     MOVE 'N'    TO WS-PIN-VALID-SW.
003880     MOVE SPACES TO WS-PIN-SCRAMBLED.
003890     MOVE ZERO   TO WS-PIN-LENGTH.
003900     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
003910         FOR CHARACTERS BEFORE INITIAL SPACE.
003920
003930     IF WS-PIN-LENGTH < 4
003940         GO TO 1200-EXIT
003950     END-IF.
003960
003970     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
003980         GO TO 1200-EXIT
003990     END-IF.
004000
004010     IF WS-PIN-LENGTH < 8
004020         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
004030             GO TO 1200-EXIT
004040         END-IF
004050     END-IF.
004060
004070     MOVE 'Y' TO WS-PIN-VALID-SW.
004080     COMPUTE WS-PIN-NUMERIC =
004090         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
004100
004110     MOVE ZERO TO WS-PIN-SALT.
004120     PERFORM 1210-ADD-SALT-CHARACTER
004130         THRU 1210-EXIT
004140         VARYING WS-PIN-IX FROM 1 BY 1
004150         UNTIL WS-PIN-IX > 8.
004160
004170     COMPUTE WS-PIN-HASH-WORK =
004180         WS-PIN-NUMERIC * 7919
004190         + WS-PIN-SALT * 104729
004200         + WS-PIN-LENGTH * 15485863.
004210     DIVIDE WS-PIN-HASH-WORK BY 99999989
004220         GIVING WS-PIN-HASH-QUOTIENT
004230         REMAINDER WS-PIN-HASH.
004240
004250     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
004260     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
004270         TO "KQXBMZRDWT".
004280
004290 1200-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------*
004330* 1210-ADD-SALT-CHARACTER                                        *
004340*----------------------------------------------------------------*
004350 1210-ADD-SALT-CHARACTER.
004360     COMPUTE WS-PIN-SALT = WS-PIN-SALT
004370         + FUNCTION ORD(WS-PIN-OPERATOR-ID(WS-PIN-IX:1))
004380         * WS-PIN-IX.
004390
004400 1210-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440* 2000-UNLOAD-ONE-RECORD                                         *
004450* REBUILDS THE OLD RECORD IN THE NEW LAYOUT AND PARKS IT ON THE  *
004460* SEQUENTIAL WORK FILE FOR THE RELOAD PASS.  AN ACTIVE OPERATOR  *
004470* WITH A PIN CARD GETS THE TEMPORARY PIN; ANY OTHER ACTIVE       *
004480* OPERATOR IS LOCKED.  A RECORD ALREADY IN THE NEW LAYOUT STOPS  *
004490* THE UNLOAD.  THE KEY IS UNCHANGED, SO THE WORK FILE STAYS IN   *
004500* KEY ORDER.                                                     *
004510*----------------------------------------------------------------*
004520 2000-UNLOAD-ONE-RECORD.
004530     IF OOM-UNUSED NOT = SPACES
004540         DISPLAY "Operator " OOM-OPERATOR-ID " is already in "
004550             "the PIN layout - nothing converted."
004560         MOVE 'Y' TO WS-ALREADY-CONVERTED-SW
004570         MOVE 'Y' TO WS-OLD-EOF-SW
004580         GO TO 2000-EXIT
004590     END-IF.
004600
004610     MOVE SPACES             TO WS-NEW-OPER-REC.
004620     MOVE OOM-OPERATOR-ID    TO WOM-OPERATOR-ID.
004630     MOVE OOM-OPERATOR-NAME  TO WOM-OPERATOR-NAME.
004640     MOVE OOM-AUTH-LEVEL     TO WOM-AUTH-LEVEL.
004650     MOVE OOM-DEFAULT-FORMAT TO WOM-DEFAULT-FORMAT.
004660     MOVE OOM-STATUS-CODE    TO WOM-STATUS-CODE.
004670     MOVE SPACES             TO WOM-PIN-SCRAMBLED.
004680     MOVE ZERO               TO WOM-PIN-CHANGED-DATE.
004690     MOVE ZERO               TO WOM-FAILED-SIGNON-CNT.
004700
004710     IF WOM-ACTIVE
004720         MOVE OOM-OPERATOR-ID TO WS-PIN-OPERATOR-ID
004730         PERFORM 1120-FIND-CARD
004740             THRU 1120-EXIT
004750         IF WS-CARD-CUR = ZERO
004760             MOVE 'L' TO WOM-STATUS-CODE
004770             ADD 1 TO WS-LOCKED-CNT
004780         ELSE
004790             MOVE WS-CT-PIN-SCRAMBLED (WS-CARD-CUR)
004800                 TO WOM-PIN-SCRAMBLED
004810             MOVE 'Y' TO WS-CT-USED-SW (WS-CARD-CUR)
004820             ADD 1 TO WS-PIN-ISSUED-CNT
004830             IF WOM-AUTH-SUPERVISOR
004840                 ADD 1 TO WS-SUPV-ISSUED-CNT
004850             END-IF
004860         END-IF
004870     END-IF.
004880
004890     WRITE WORK-REC FROM WS-NEW-OPER-REC.
004900     IF WS-WORK-FILE-STATUS NOT = '00'
004910         DISPLAY "Work file write failed - status "
004920             WS-WORK-FILE-STATUS
004930         MOVE 'Y' TO WS-FILE-ERROR-SW
004940         MOVE 'Y' TO WS-OLD-EOF-SW
004950         GO TO 2000-EXIT
004960     END-IF.
004970
004980     PERFORM 2100-READ-OLD-RECORD
004990         THRU 2100-EXIT.
005000
005010 2000-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------*
005050* 2100-READ-OLD-RECORD                                           *
005060*----------------------------------------------------------------*
005070 2100-READ-OLD-RECORD.
005080     READ OLD-OPER-FILE
005090         AT END
005100         MOVE 'Y' TO WS-OLD-EOF-SW
005110         GO TO 2100-EXIT
005120     END-READ.
005130
005140     ADD 1 TO WS-READ-CNT.
005150
005160 2100-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------*
005200* 3000-RELOAD-LIVE-MASTER                                        *
005210* RELOADS OPERMAST IN THE NEW LAYOUT FROM THE WORK FILE.  NOT    *
005220* DONE IF THE UNLOAD FAILED OR FOUND THE MASTER CONVERTED, OR    *
005230* IF NO ACTIVE SUPERVISOR WAS ISSUED A PIN.                      *
005240*----------------------------------------------------------------*
005250 3000-RELOAD-LIVE-MASTER.
005260     IF WS-FILE-ERROR OR WS-PARM-ERROR
005270             OR WS-ALREADY-CONVERTED
005280             OR WS-OLD-FILE-STATUS = '35'
005290         GO TO 3000-EXIT
005300     END-IF.
005310
005320     IF WS-READ-CNT > ZERO AND WS-SUPV-ISSUED-CNT = ZERO
005330         DISPLAY "No active supervisor has a PIN card - "
005340             "nobody could unlock the master; nothing "
005350             "converted."
005360         MOVE 'Y' TO WS-PARM-ERROR-SW
005370         GO TO 3000-EXIT
005380     END-IF.
005390
005400     CLOSE OLD-OPER-FILE.
005410     CLOSE WORK-FILE.
005420     MOVE 'N' TO WS-FILES-OPEN-SW.
005430
005440     OPEN OUTPUT NEW-OPER-FILE.
005450     OPEN INPUT WORK-FILE.
005460
005470     IF WS-NEW-FILE-STATUS NOT = '00'
005480             OR WS-WORK-FILE-STATUS NOT = '00'
005490         DISPLAY "Reload open failed - master status "
005500             WS-NEW-FILE-STATUS " work status "
005510             WS-WORK-FILE-STATUS
005520         MOVE 'Y' TO WS-FILE-ERROR-SW
005530         GO TO 3000-EXIT
005540     END-IF.
005550
005560     PERFORM 3100-RELOAD-ONE-RECORD
005570         THRU 3100-EXIT
005580         UNTIL WS-WORK-EOF.
005590
005600     CLOSE NEW-OPER-FILE.
005610     CLOSE WORK-FILE.
005620
005630 3000-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------*
005670* 3100-RELOAD-ONE-RECORD                                         *
005680*----------------------------------------------------------------*
005690 3100-RELOAD-ONE-RECORD.
005700     READ WORK-FILE
005710         AT END
005720         MOVE 'Y' TO WS-WORK-EOF-SW
005730         GO TO 3100-EXIT
005740     END-READ.
005750
005760     MOVE WORK-REC TO CALC-OPERATOR-REC.
005770     WRITE CALC-OPERATOR-REC
005780         INVALID KEY
005790         DISPLAY "Duplicate key on reload - " OM-OPERATOR-ID
005800         MOVE 'Y' TO WS-FILE-ERROR-SW
005810         GO TO 3100-EXIT
005820     END-WRITE.
005830
005840     ADD 1 TO WS-RELOADED-CNT.
005850
005860 3100-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------*
005900* 8000-LIST-UNUSED-CARDS                                         *
005910* A CARD THAT MATCHED NO ACTIVE OPERATOR ISSUED NOTHING.         *
005920*----------------------------------------------------------------*
005930 8000-LIST-UNUSED-CARDS.
005940     IF NOT WS-CT-USED (WS-CARD-IX)
005950         DISPLAY "PIN card for " WS-CT-OPERATOR-ID (WS-CARD-IX)
005960             " not used - not an active operator on file."
005970         ADD 1 TO WS-CARD-UNUSED-CNT
005980     END-IF.
005990
006000 8000-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------*
006040* 9000-TERMINATE                                                 *
006050*----------------------------------------------------------------*
006060 9000-TERMINATE.
006070     IF WS-FILES-OPEN
006080         CLOSE OLD-OPER-FILE
006090         CLOSE WORK-FILE
006100     END-IF.
006110
006120     IF NOT WS-ALREADY-CONVERTED AND NOT WS-PARM-ERROR
006130         PERFORM 8000-LIST-UNUSED-CARDS
006140             THRU 8000-EXIT
006150             VARYING WS-CARD-IX FROM 1 BY 1
006160             UNTIL WS-CARD-IX > WS-CARD-CNT
006170     END-IF.
006180
006190     DISPLAY "Operator master conversion complete.".
006200     DISPLAY "Records read:     " WS-READ-CNT.
006210     DISPLAY "Records reloaded: " WS-RELOADED-CNT.
006220     DISPLAY "PINs issued:      " WS-PIN-ISSUED-CNT.
006230     DISPLAY "Locked:           " WS-LOCKED-CNT.
006240
006250     IF WS-READ-CNT NOT = WS-RELOADED-CNT
006260             AND NOT WS-FILE-ERROR
006270             AND NOT WS-PARM-ERROR
006280             AND NOT WS-ALREADY-CONVERTED
006290             AND WS-OLD-FILE-STATUS NOT = '35'
006300         DISPLAY "*** READ/RELOADED MISMATCH - MASTER "
006310             "SUSPECT - DO NOT DELETE THE WORK FILE ***"
006320     END-IF.
006330
006340*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00
006350*    CONVERTED, 04 UNUSED PIN CARD, 08 BAD CARD, NO SUPERVISOR
006360*    CARDED OR MISMATCH, 12 FILE ERROR OR ALREADY CONVERTED.
006370     EVALUATE TRUE
006380         WHEN WS-FILE-ERROR
006390             MOVE 12 TO RETURN-CODE
006400         WHEN WS-ALREADY-CONVERTED
006410             MOVE 12 TO RETURN-CODE
006420         WHEN WS-PARM-ERROR
006430             MOVE 8 TO RETURN-CODE
006440         WHEN WS-READ-CNT NOT = WS-RELOADED-CNT
006450             MOVE 8 TO RETURN-CODE
006460         WHEN WS-CARD-UNUSED-CNT > ZERO
006470             MOVE 4 TO RETURN-CODE
006480         WHEN OTHER
006490             MOVE 0 TO RETURN-CODE
006500     END-EVALUATE.
006510
006520 9000-EXIT.
006530     EXIT.
