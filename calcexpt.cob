000286*                      CURSOR COULD STALL OR ATTACH AN OLDER     *
000287*                      RUN'S REASON.  STATUS 'R' RECORDS ARE     *
000288*                      SKIPPED.                                  *
000290* 2026-10-15 JAW       RESULTS HELD OVER THEIR LIMIT (STATUS 'H')*
000292*                      EXPORT WITH STATUS HELD AND NO REASON,    *
000294*                      AND ARE COUNTED APART FROM REJECTS.       *
000296*----------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320
001450     05  WS-EXPORTED-CNT         PIC 9(07) COMP VALUE ZERO.
001460     05  WS-GOOD-CNT             PIC 9(07) COMP VALUE ZERO.
001470     05  WS-REJECTED-CNT         PIC 9(07) COMP VALUE ZERO.
001475     05  WS-HELD-CNT             PIC 9(07) COMP VALUE ZERO.
001480     05  WS-NO-INPUT-CNT         PIC 9(07) COMP VALUE ZERO.
001490
001500 PROCEDURE DIVISION.
003480     MOVE CR-TOTAL TO WS-VALUE-EDITED.
003490     MOVE WS-VALUE-EDITED TO WS-RESULT-TEXT.
003500
003505     EVALUATE CR-STATUS-CODE
003510         WHEN '0'
003515             MOVE "GOOD"     TO WS-STATUS-TEXT
003520             ADD 1 TO WS-GOOD-CNT
003525         WHEN 'H'
003530             MOVE "HELD"     TO WS-STATUS-TEXT
003535             ADD 1 TO WS-HELD-CNT
003540         WHEN OTHER
003545             MOVE "REJECTED" TO WS-STATUS-TEXT
003550             ADD 1 TO WS-REJECTED-CNT
003555     END-EVALUATE.
003560
003565*    A HELD RESULT IS GOOD BUT AWAITING SUPERVISOR RELEASE - IT
003570*    HAS NO REJECT REASON.
003575     MOVE SPACES TO WS-REASON-TEXT.
003580     IF CR-STATUS-CODE NOT = '0' AND CR-STATUS-CODE NOT = 'H'
003585         PERFORM 3900-FIND-REJECT-REASON
003590             THRU 3900-EXIT
003595     END-IF.
003650
003660     IF NOT WS-TRANS-MATCHED
003670         MOVE "NO INPUT" TO WS-OP1-TEXT
005540     DISPLAY "Rows exported:      " WS-EXPORTED-CNT.
005550     DISPLAY "Good results:       " WS-GOOD-CNT.
005560     DISPLAY "Rejected results:   " WS-REJECTED-CNT.
005565     DISPLAY "Held results:       " WS-HELD-CNT.
005570     DISPLAY "No matching input:  " WS-NO-INPUT-CNT.
005580
005590*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - 00 CLEAN,
