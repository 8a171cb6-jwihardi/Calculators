000250*----------------------------------------------------------------*
000260* DATE       INITIALS  DESCRIPTION                               *
000270* 2026-08-22 JAW       ORIGINAL PROGRAM.                         *
000272* 2026-10-15 JAW       AUDIT RECORD GREW 81 TO 119 BYTES WITH    *
000274*                      THE OPERATOR, RUN ID, SOURCE SYSTEM AND   *
000276*                      SEQUENCE NUMBER; A CONVERTED LINE CARRIES *
000278*                      THEM BLANK AND ZERO.                      *
000280* 2026-10-15 JAW       AUDIT RECORD GREW 119 TO 120 BYTES WITH   *
000282*                      THE STATUS CODE; A CONVERTED LINE CARRIES *
000284*                      IT BLANK.                                 *
000286*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310
000430
000440 FILE SECTION.
000450 FD  AUDIT-FILE.
000460 01  AUDIT-REC                   PIC X(120).
000470
000480 FD  WORK-FILE.
000490     COPY CALCAUDT.
001490*----------------------------------------------------------------*
001500 2000-CONVERT-ONE-RECORD.
001510     IF AUDIT-REC(79:3) = SPACES
001512         MOVE SPACES           TO CALC-AUDIT-REC
001514         MOVE ZERO             TO AU-RUN-ID
001516         MOVE ZERO             TO AU-SEQ-NUMBER
001520         MOVE AUDIT-REC(1:78)  TO WS-OLD-AUDIT-REC
001530         MOVE OAU-DATE         TO AU-DATE
001540         MOVE OAU-TIME         TO AU-TIME
