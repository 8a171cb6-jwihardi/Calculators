000190*----------------------------------------------------------------*
000200* DATE       INITIALS  DESCRIPTION                               *
000210* 2026-09-02 JAW       ORIGINAL PROGRAM.                         *
000212* 2026-10-15 JAW       ENDS WITH GOBACK, NOT STOP RUN, SO THE    *
000214*                      BATCH-WINDOW DRIVER (CALCBWIN) CAN CALL IT*
000216*                      AS A STEP; RUN ALONE IT ENDS AS BEFORE.   *
000220*----------------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
001930     PERFORM 9000-TERMINATE
001940         THRU 9000-EXIT.
001950
001960     GOBACK.
001970
001980 0000-EXIT.
001990     EXIT.
