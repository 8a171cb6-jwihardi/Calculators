000010*----------------------------------------------------------------*
000020* CALCSTEP                                                       *
000030* CALC-STEPSTAT-REC - ONE ROW ON THE KEYED BATCH-WINDOW STEP-    *
000040* STATUS FILE (STEPSTAT), WRITTEN BY THE BATCH-WINDOW DRIVER     *
000050* (CALCBWIN) AS EACH STEP STARTS AND ENDS SO A RERUN PICKS UP    *
000060* WHERE THE WINDOW LEFT OFF.  KEYED BY STEP NUMBER (JOB-STREAM   *
000070* CARD ORDER); STEP 000 IS THE WINDOW ITSELF - ITS ID (THE RUN   *
000080* ID OF THE DRIVER EXECUTION THAT OPENED IT), OPEN ('A') OR      *
000090* COMPLETE ('C'), THE STEP COUNT AND THE RESTARTS SO FAR.  STEP  *
000100* STATUS:                                                        *
000110*   'P' - PENDING, NOT YET RUN IN THIS WINDOW                    *
000120*   'R' - STARTED WITH NO END (THE DRIVER ENDED UNDER IT)        *
000130*   'C' - COMPLETED WITH AN ALLOWED RETURN CODE                  *
000140*   'W' - FAILED, WARN ONLY - THE CHAIN WENT ON                  *
000150*   'F' - FAILED - THE CHAIN STOPPED HERE                        *
000160*   'H' - HELD - ITS HOLD-IF STEP ENDED NONZERO                  *
000170* THE RUN ID IS THE STEP PROGRAM'S OWN RUN-HISTORY LOG (RUNLOG)  *
000180* RUN ID, ZERO FOR A PROGRAM THAT WRITES NO RUNLOG RECORDS.      *
000190* TIMES ARE HHMMSS AND HUNDREDTHS; ELAPSED IS IN HUNDREDTHS.     *
000200*----------------------------------------------------------------*
000210* DATE       INITIALS  DESCRIPTION                               *
000220* 2026-10-15 JAW       ORIGINAL COPYBOOK - BATCH-WINDOW STEP     *
000230*                      STATUS.                                   *
000240*----------------------------------------------------------------*
000250 01  CALC-STEPSTAT-REC.
000260     05  SS-STEP-NO              PIC 9(03).
000270         88  SS-WINDOW-ROW       VALUE ZERO.
000280*    STEPS 001 ONWARD
000290     05  SS-STEP-DATA.
000300         10  SS-STEP-NAME        PIC X(08).
000310         10  SS-PROGRAM-ID       PIC X(10).
000320         10  SS-STEP-STATUS      PIC X(01).
000330             88  SS-STEP-PENDING VALUE 'P'.
000340             88  SS-STEP-RUNNING VALUE 'R'.
000350             88  SS-STEP-COMPLETE VALUE 'C'.
000360             88  SS-STEP-WARNED  VALUE 'W'.
000370             88  SS-STEP-FAILED  VALUE 'F'.
000380             88  SS-STEP-HELD    VALUE 'H'.
000390         10  SS-RETURN-CODE      PIC 9(02).
000400         10  SS-START-DATE       PIC 9(08).
000410         10  SS-START-TIME       PIC 9(08).
000420         10  SS-END-DATE         PIC 9(08).
000430         10  SS-END-TIME         PIC 9(08).
000440         10  SS-ELAPSED-HSEC     PIC 9(09).
000450         10  SS-ATTEMPT-CNT      PIC 9(02).
000460         10  SS-RUNLOG-RUN-ID    PIC 9(16).
000470         10  SS-DRIVER-RUN-ID    PIC 9(16).
000480         10  FILLER              PIC X(20).
000490*    STEP 000 - THE WINDOW
000500     05  SS-WINDOW-DATA REDEFINES SS-STEP-DATA.
000510         10  SS-WINDOW-ID        PIC 9(16).
000520         10  SS-WINDOW-STATUS    PIC X(01).
000530             88  SS-WINDOW-OPEN  VALUE 'A'.
000540             88  SS-WINDOW-COMPLETE VALUE 'C'.
000550         10  SS-STEP-CNT         PIC 9(03).
000560         10  SS-RESTART-CNT      PIC 9(03).
000570         10  SS-LAST-RUN-ID      PIC 9(16).
000580         10  SS-WINDOW-END-DATE  PIC 9(08).
000590         10  SS-WINDOW-END-TIME  PIC 9(08).
000600         10  FILLER              PIC X(61).
