000278*                      RECORDS TO THE COMMON RUN-HISTORY LOG     *
000279*                      (RUNLOG) FOR THE OPERATIONS STATUS        *
000281*                      REPORT (CALCRNRP).                        *
000283* 2026-10-15 JAW       BOTH RUN-HISTORY LOG RECORDS NOW CARRY    *
000285*                      THE RUN ID (START DATE, TIME AND          *
000286*                      HUNDREDTHS).                              *
000287*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310
000551 01  WS-RUN-TIME-OF-DAY.
000552     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000553     05  FILLER                  PIC 9(02).
000554 01  WS-RUN-ID.
000555     05  WS-RUN-ID-DATE          PIC 9(08) VALUE ZERO.
000556     05  WS-RUN-ID-TIME          PIC 9(08) VALUE ZERO.
000557 01  WS-RUN-ID-NUM REDEFINES WS-RUN-ID
000558                                 PIC 9(16).
000559
000560 77  WS-AUDIT-EOF-SW             PIC X VALUE 'N'.
000570     88  WS-AUDIT-EOF            VALUE 'Y'.
000580
004990     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
005000     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
005010     MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-START-TIME.
005014     MOVE WS-RUN-START-DATE  TO WS-RUN-ID-DATE.
005018     MOVE WS-RUN-TIME-OF-DAY TO WS-RUN-ID-TIME.
005020
005030     OPEN EXTEND RUNLOG-FILE.
005040     IF WS-RUNLOG-FILE-STATUS = '35'
005160     MOVE SPACE               TO RL-RUN-MODE.
005170     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
005180     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
005185     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
005190     MOVE ZERO                TO RL-END-DATE.
005200     MOVE ZERO                TO RL-END-TIME.
005210     MOVE ZERO                TO RL-READ-CNT.
005530     MOVE SPACE               TO RL-RUN-MODE.
005540     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
005550     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
005555     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
005560     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
005570     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
005580     MOVE WS-RUN-TIME-HHMMSS  TO RL-END-TIME.
