000010*----------------------------------------------------------------*
000020* CALCJOBS                                                       *
000030* CALC-JOBSTEP-CARD - ONE STEP ON THE NIGHTLY BATCH-WINDOW JOB-  *
000040* STREAM DEFINITION (JOBSTRM), READ BY THE BATCH-WINDOW DRIVER   *
000050* (CALCBWIN).  THE STEPS RUN IN CARD ORDER, ONE CARD EACH:       *
000060*   COLS  1- 8  STEP NAME                                        *
000070*   COLS 10-19  PROGRAM CALLED FOR THE STEP                      *
000080*   COLS 21-30  UP TO FIVE ALLOWED RETURN CODES, TWO DIGITS      *
000090*               EACH (ALL BLANK = 00 ONLY)                       *
000100*   COL  32     ON ANY OTHER RC: 'S' STOP THE CHAIN, 'W' WARN    *
000110*               AND GO ON                                        *
000120*   COLS 34-41  HOLD-IF STEP - AN EARLIER STEP WHOSE NONZERO RC  *
000130*               HOLDS THIS ONE (CALCGLRP IS ALWAYS HELD BY       *
000140*               CALCRECN WHEN LEFT BLANK)                        *
000150* A CARD WITH '*' IN COLUMN 1 IS A COMMENT.  THE NIGHTLY CHAIN - *
000160*   SGEN     CALCSGEN   0004      S                              *
000170*   EDIT     CALCEDIT   0004      S                              *
000180*   CALC     CALCULATOR 0004      S                              *
000190*   RECN     CALCRECN   00        W                              *
000200*   GLRP     CALCGLRP   0004      S RECN                         *
000210*   RJRP     CALCRJRP   0004      W                              *
000220*   RNRP     CALCRNRP   0004      W                              *
000225*   DHUP     CALCDHUP   0004      W                              *
000230*----------------------------------------------------------------*
000240* DATE       INITIALS  DESCRIPTION                               *
000250* 2026-10-15 JAW       ORIGINAL COPYBOOK - BATCH-WINDOW JOB      *
000260*                      STREAM DEFINITION.                        *
000264* 2026-10-15 JAW       DHUP DAILY ACTIVITY HISTORY ROLL-UP ADDED *
000268*                      TO THE NIGHTLY CHAIN.                     *
000270*----------------------------------------------------------------*
000280 01  CALC-JOBSTEP-CARD.
000290     05  JS-STEP-NAME            PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  JS-PROGRAM-ID           PIC X(10).
000320     05  FILLER                  PIC X(01).
000330     05  JS-ALLOWED-RCS.
000340         10  JS-ALLOWED-RC       PIC X(02) OCCURS 5 TIMES.
000350     05  FILLER                  PIC X(01).
000360     05  JS-FAIL-ACTION          PIC X(01).
000370         88  JS-STOP-ON-FAIL     VALUE 'S'.
000380         88  JS-WARN-ON-FAIL     VALUE 'W'.
000390     05  FILLER                  PIC X(01).
000400     05  JS-HOLD-IF-STEP         PIC X(08).
000410     05  FILLER                  PIC X(39).
000420 01  CALC-JOBSTEP-COMMENT REDEFINES CALC-JOBSTEP-CARD.
000430     05  JS-CARD-COL-1           PIC X(01).
000440         88  JS-COMMENT-CARD     VALUE '*'.
000450     05  FILLER                  PIC X(79).
