000190* TRAIL.  RUNS UNATTENDED WITH NO PROMPTS.                      *
000200*                                                               *
000210* THE CHECKS, PER OPERATION CODE AND IN TOTAL:                  *
000215*   AUDIT LINES      = RESULT RECORDS (GOOD, REJECTED, HELD)    *
000220*   GL RECORDS       = GOOD RESULT RECORDS   (EXTRACT ON ONLY)  *
000225*   AUDIT AMOUNTS    = GOOD PLUS HELD RESULT AMOUNTS (FAILED    *
000230*                      LINES AUDIT A ZERO TOTAL)                *
000235*   GL AMOUNTS       = GOOD RESULT AMOUNTS   (EXTRACT ON ONLY)  *
000240* RESULTS HELD FOR SUPERVISOR RELEASE STAY OFF THE GL EXTRACT,  *
000245* AND ITEMS RELEASED FROM AN EARLIER RUN'S HOLD REACH IT WITH   *
000250* NO RESULT RECORD; BOTH ARE LISTED SEPARATELY AS EXPECTED      *
000255* DIFFERENCES.                                                  *
000270*----------------------------------------------------------------*
000280* MODIFICATION HISTORY                                           *
000290*----------------------------------------------------------------*
000300* DATE       INITIALS  DESCRIPTION                               *
000310* 2026-09-02 JAW       ORIGINAL PROGRAM.                         *
000312* 2026-10-15 JAW       RESULTS HELD OVER THEIR LIMIT (STATUS 'H')*
000314*                      AND GL RECORDS RELEASED FROM HOLD ARE     *
000316*                      TALLIED APART AND LISTED AS EXPECTED      *
000318*                      DIFFERENCES, NOT FLAGGED AS DISAGREEMENTS.*
000320* 2026-10-15 JAW       ENDS WITH GOBACK, NOT STOP RUN, SO THE    *
000322*                      BATCH-WINDOW DRIVER (CALCBWIN) CAN CALL IT*
000324*                      AS A STEP; RUN ALONE IT ENDS AS BEFORE.   *
000325* 2026-10-15 JAW       THE HELD-ITEMS SECTION BREAKS TO A NEW    *
000326*                      PAGE WHEN THE CURRENT ONE IS FULL.        *
000327*----------------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350
001140         10  WS-RES-AMT          PIC S9(13)V9(10).
001150         10  WS-GL-CNT           PIC 9(07) COMP.
001160         10  WS-GL-AMT           PIC S9(13)V9(10).
001162         10  WS-RES-HELD-CNT     PIC 9(07) COMP.
001164         10  WS-RES-HELD-AMT     PIC S9(13)V9(10).
001166         10  WS-GL-REL-CNT       PIC 9(07) COMP.
001168         10  WS-GL-REL-AMT       PIC S9(13)V9(10).
001170
001180 01  WS-WORK-TOTAL               PIC S9(12)V9(10) VALUE ZERO.
001190 01  WS-RES-TOTAL-CNT            PIC 9(07) COMP VALUE ZERO.
001195 01  WS-HELD-LINE-CNT            PIC 9(03) COMP VALUE ZERO.
001200
001210 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001220
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-NL-TEXT              PIC X(70).
001950     05  FILLER                  PIC X(60) VALUE SPACES.
001951
001952 01  WS-HELD-HEADING.
001953     05  FILLER                  PIC X(02) VALUE "OP".
001954     05  FILLER                  PIC X(04) VALUE SPACES.
001955     05  FILLER                  PIC X(08) VALUE "HELD CNT".
001956     05  FILLER                  PIC X(15) VALUE SPACES.
001957     05  FILLER                  PIC X(11) VALUE "HELD AMOUNT".
001958     05  FILLER                  PIC X(05) VALUE SPACES.
001959     05  FILLER                  PIC X(08) VALUE "RLSD CNT".
001960     05  FILLER                  PIC X(11) VALUE SPACES.
001961     05  FILLER                  PIC X(15) VALUE
001962         "RELEASED AMOUNT".
001963     05  FILLER                  PIC X(53) VALUE SPACES.
001964
001965 01  WS-HELD-DETAIL.
001966     05  WS-HD-OP                PIC X(01).
001967     05  FILLER                  PIC X(04) VALUE SPACES.
001968     05  WS-HD-HELD-CNT          PIC Z,ZZZ,ZZ9.
001969     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  WS-HD-HELD-AMT          PIC -(13)9.9(10).
001971     05  FILLER                  PIC X(04) VALUE SPACES.
001972     05  WS-HD-REL-CNT           PIC Z,ZZZ,ZZ9.
001973     05  FILLER                  PIC X(01) VALUE SPACE.
001974     05  WS-HD-REL-AMT           PIC -(13)9.9(10).
001975     05  FILLER                  PIC X(53) VALUE SPACES.
001976
001977 PROCEDURE DIVISION.
001980
001990*----------------------------------------------------------------*
002000* 0000-MAINLINE                                                  *
002170     PERFORM 9000-TERMINATE
002180         THRU 9000-EXIT.
002190
002200     GOBACK.
002210
002220 0000-EXIT.
002230     EXIT.
002600     MOVE ZERO TO WS-RES-AMT(WS-OP-SUB).
002610     MOVE ZERO TO WS-GL-CNT(WS-OP-SUB).
002620     MOVE ZERO TO WS-GL-AMT(WS-OP-SUB).
002622     MOVE ZERO TO WS-RES-HELD-CNT(WS-OP-SUB).
002624     MOVE ZERO TO WS-RES-HELD-AMT(WS-OP-SUB).
002626     MOVE ZERO TO WS-GL-REL-CNT(WS-OP-SUB).
002628     MOVE ZERO TO WS-GL-REL-AMT(WS-OP-SUB).
002630
002640 1100-EXIT.
002650     EXIT.
003800     PERFORM 1200-FIND-OP-ENTRY
003810         THRU 1200-EXIT.
003820
003825     EVALUATE CR-STATUS-CODE
003830         WHEN '0'
003835             ADD 1        TO WS-RES-GOOD-CNT(WS-OP-SUB)
003840             ADD CR-TOTAL TO WS-RES-AMT(WS-OP-SUB)
003845         WHEN 'H'
003850             ADD 1        TO WS-RES-HELD-CNT(WS-OP-SUB)
003855             ADD CR-TOTAL TO WS-RES-HELD-AMT(WS-OP-SUB)
003860         WHEN OTHER
003865             ADD 1 TO WS-RES-RJCT-CNT(WS-OP-SUB)
003870     END-EVALUATE.
003890
003900 3100-EXIT.
003910     EXIT.
004330     PERFORM 1200-FIND-OP-ENTRY
004340         THRU 1200-EXIT.
004350
004362     IF GL-RELEASED-FROM-HOLD
004364         ADD 1        TO WS-GL-REL-CNT(WS-OP-SUB)
004366         ADD GL-TOTAL TO WS-GL-REL-AMT(WS-OP-SUB)
004368     ELSE
004370         ADD 1        TO WS-GL-CNT(WS-OP-SUB)
004372         ADD GL-TOTAL TO WS-GL-AMT(WS-OP-SUB)
004374     END-IF.
004380
004390 4100-EXIT.
004400     EXIT.
004750         VARYING WS-OP-SUB FROM 1 BY 1
004760         UNTIL WS-OP-SUB > WS-OP-MAX.
004770
004771     IF WS-LINE-CNT + 5 > WS-LINES-PER-PAGE
004772         PERFORM 7000-PRINT-PAGE-HEADINGS
004773             THRU 7000-EXIT
004774     END-IF.
004775
004776     MOVE SPACES TO REPORT-LINE.
004777     WRITE REPORT-LINE.
004778     MOVE "---- EXPECTED DIFFERENCES - HELD ITEMS ----"
004779         TO WS-NL-TEXT.
004780     WRITE REPORT-LINE FROM WS-NOTE-LINE.
004781     WRITE REPORT-LINE FROM WS-HELD-HEADING.
004782     MOVE SPACES TO REPORT-LINE.
004783     WRITE REPORT-LINE.
004784     ADD 4 TO WS-LINE-CNT.
004785
004786     MOVE ZERO TO WS-HELD-LINE-CNT.
004787     PERFORM 5300-REPORT-ONE-HELD
004788         THRU 5300-EXIT
004789         VARYING WS-OP-SUB FROM 1 BY 1
004790         UNTIL WS-OP-SUB > WS-OP-MAX.
004791
004792     IF WS-HELD-LINE-CNT = ZERO
004793         MOVE "NO HELD OR RELEASED ITEMS" TO WS-NL-TEXT
004794         WRITE REPORT-LINE FROM WS-NOTE-LINE
004795     ELSE
004796         MOVE SPACES TO REPORT-LINE
004797         WRITE REPORT-LINE
004798         MOVE "HELD ITEMS ARE AUDITED BUT NOT EXTRACTED"
004799             TO WS-NL-TEXT
004800         WRITE REPORT-LINE FROM WS-NOTE-LINE
004801         MOVE "UNTIL A SUPERVISOR RELEASES THEM; RELEASED"
004802             TO WS-NL-TEXT
004803         WRITE REPORT-LINE FROM WS-NOTE-LINE
004804         MOVE "ITEMS WERE HELD ON AN EARLIER RUN."
004805             TO WS-NL-TEXT
004806         WRITE REPORT-LINE FROM WS-NOTE-LINE
004807     END-IF.
004808
004809     MOVE SPACES TO REPORT-LINE.
004810     WRITE REPORT-LINE.
004811
004812     IF NOT WS-GLEXT-PRESENT
004820         MOVE "GL EXTRACT NOT PRESENT - EXTRACT LEG NOT CHECKED"
004830             TO WS-NL-TEXT
004840         WRITE REPORT-LINE FROM WS-NOTE-LINE
005190
005200     IF WS-AUD-CNT(WS-OP-SUB) NOT =
005210             WS-RES-GOOD-CNT(WS-OP-SUB)
005215             + WS-RES-RJCT-CNT(WS-OP-SUB)
005220             + WS-RES-HELD-CNT(WS-OP-SUB)
005230         MOVE "*AUDIT VS RESULTS*" TO WS-CD-FLAG
005240         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
005250     END-IF.
005540     MOVE WS-GL-AMT(WS-OP-SUB)  TO WS-AD-GL.
005550     MOVE SPACES                TO WS-AD-FLAG.
005560
005565     IF WS-AUD-AMT(WS-OP-SUB) NOT =
005570             WS-RES-AMT(WS-OP-SUB)
005575             + WS-RES-HELD-AMT(WS-OP-SUB)
005580         MOVE "*AUDIT VS RESULTS*" TO WS-AD-FLAG
005590         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
005600     END-IF.
005710
005720 5200-EXIT.
005730     EXIT.
005731
005732*----------------------------------------------------------------*
005733* 5300-REPORT-ONE-HELD                                           *
005734* A HELD RESULT IS AUDITED AND ON THE RESULTS FILE BUT IS KEPT   *
005735* OFF THE GL EXTRACT UNTIL A SUPERVISOR RELEASES IT; A RELEASED  *
005736* ITEM REACHES THE EXTRACT ON A LATER RUN WITH NO RESULT RECORD  *
005737* OF ITS OWN.  BOTH ARE LISTED HERE AND LEFT OUT OF THE CHECKS.  *
005738* A FULL PAGE STARTS A NEW ONE WITH THE HELD HEADING REPEATED.   *
005739*----------------------------------------------------------------*
005740 5300-REPORT-ONE-HELD.
005741     IF WS-RES-HELD-CNT(WS-OP-SUB) = ZERO
005742             AND WS-GL-REL-CNT(WS-OP-SUB) = ZERO
005743         GO TO 5300-EXIT
005744     END-IF.
005745
005746     MOVE WS-OP-CODE(WS-OP-SUB)      TO WS-HD-OP.
005747     MOVE WS-RES-HELD-CNT(WS-OP-SUB) TO WS-HD-HELD-CNT.
005748     MOVE WS-RES-HELD-AMT(WS-OP-SUB) TO WS-HD-HELD-AMT.
005749     MOVE WS-GL-REL-CNT(WS-OP-SUB)   TO WS-HD-REL-CNT.
005750     MOVE WS-GL-REL-AMT(WS-OP-SUB)   TO WS-HD-REL-AMT.
005751
005752     IF WS-LINE-CNT > WS-LINES-PER-PAGE
005753         PERFORM 7000-PRINT-PAGE-HEADINGS
005754             THRU 7000-EXIT
005755         WRITE REPORT-LINE FROM WS-HELD-HEADING
005756         ADD 1 TO WS-LINE-CNT
005757     END-IF.
005758
005759     WRITE REPORT-LINE FROM WS-HELD-DETAIL.
005760     ADD 1 TO WS-LINE-CNT.
005761     ADD 1 TO WS-HELD-LINE-CNT.
005762
005763 5300-EXIT.
005764     EXIT.
005765
005766*----------------------------------------------------------------*
005767* 7000-PRINT-PAGE-HEADINGS                                       *
005770*----------------------------------------------------------------*
005780 7000-PRINT-PAGE-HEADINGS.
005790     ADD 1 TO WS-PAGE-CNT.
