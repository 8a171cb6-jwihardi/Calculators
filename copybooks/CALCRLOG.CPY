000120*----------------------------------------------------------------*
000130* DATE       INITIALS  DESCRIPTION                               *
000140* 2026-09-02 JAW       ORIGINAL COPYBOOK - RUN-HISTORY LOG.      *
000141* 2026-10-15 JAW       ADDED RL-RUN-ID - THE RUN'S UNIQUE ID     *
000142*                      (START DATE, TIME AND HUNDREDTHS), ALSO   *
000143*                      STAMPED ON EVERY RESULT, AUDIT, GL        *
000144*                      EXTRACT AND REJECT RECORD THE RUN WRITES. *
000145*                      RECORD GREW 80 TO 96 BYTES; OLDER LINES   *
000146*                      READ WITH A BLANK RUN ID.                 *
000150*----------------------------------------------------------------*
000160 01  CALC-RUNLOG-REC.
000170     05  RL-PROGRAM-ID           PIC X(10).
000280     05  RL-WRITTEN-CNT          PIC 9(07).
000290     05  RL-REJECT-CNT           PIC 9(07).
000300     05  RL-RETURN-CODE          PIC 9(02).
000310     05  RL-RUN-ID               PIC 9(16).
000320     05  FILLER                  PIC X(09).
