000284*                      RECORDS TO THE COMMON RUN-HISTORY LOG     *
000286*                      (RUNLOG) FOR THE OPERATIONS STATUS        *
000288*                      REPORT (CALCRNRP).                        *
000289* 2026-10-15 JAW       AUDIT RECORD GREW 81 TO 119 BYTES WITH    *
000290*                      THE OPERATOR, RUN ID, SOURCE SYSTEM AND   *
000291*                      SEQUENCE NUMBER; BOTH RUN-HISTORY LOG     *
000292*                      RECORDS NOW CARRY THE RUN ID.             *
000294* 2026-10-15 JAW       AUDIT RECORD GREW 119 TO 120 BYTES WITH   *
000296*                      THE STATUS CODE.                          *
000298*----------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320
000590     COPY CALCAUDT.
000600
000610 FD  ARCHIVE-FILE.
000620 01  ARCHIVE-REC                 PIC X(120).
000630
000640 FD  WORK-FILE.
000650 01  WORK-REC                    PIC X(120).
000660
000670 FD  REPORT-FILE.
000680 01  REPORT-LINE                 PIC X(132).
000991 01  WS-RUN-TIME-OF-DAY.
000992     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000993     05  FILLER                  PIC 9(02).
000994 01  WS-RUN-ID.
000995     05  WS-RUN-ID-DATE          PIC 9(08) VALUE ZERO.
000996     05  WS-RUN-ID-TIME          PIC 9(08) VALUE ZERO.
000997 01  WS-RUN-ID-NUM REDEFINES WS-RUN-ID
000998                                 PIC 9(16).
000999
001000*----------------------------------------------------------------*
001010* PURGE COUNTER WORKING STORAGE                                  *
001020*----------------------------------------------------------------*
005200     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
005210     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
005220     MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-START-TIME.
005224     MOVE WS-RUN-START-DATE  TO WS-RUN-ID-DATE.
005228     MOVE WS-RUN-TIME-OF-DAY TO WS-RUN-ID-TIME.
005230
005240     OPEN EXTEND RUNLOG-FILE.
005250     IF WS-RUNLOG-FILE-STATUS = '35'
005370     MOVE SPACE               TO RL-RUN-MODE.
005380     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
005390     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
005395     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
005400     MOVE ZERO                TO RL-END-DATE.
005410     MOVE ZERO                TO RL-END-TIME.
005420     MOVE ZERO                TO RL-READ-CNT.
005750     MOVE SPACE               TO RL-RUN-MODE.
005760     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
005770     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
005775     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
005780     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
005790     ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
005800     MOVE WS-RUN-TIME-HHMMSS  TO RL-END-TIME.
