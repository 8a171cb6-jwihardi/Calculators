000010*----------------------------------------------------------------*
000020* CALCDAYH                                                       *
000030* CALC-DAYHIST-REC - ONE ROW ON THE KEYED DAILY ACTIVITY HISTORY *
000040* FILE (DAYHIST) FOR EACH DATE, SOURCE SYSTEM, OPERATOR AND      *
000050* OPERATION THAT SAW ANY CALCULATION, ROLLED UP FROM THE AUDIT   *
000060* TRAIL.  THE FILE IS PERMANENT - IT OUTLIVES THE AUDITLOG       *
000070* PURGE AND THE CYCLE-BY-CYCLE GL EXTRACT - AND FEEDS THE        *
000080* 13-MONTH TREND REPORT (CALCTRND).  A BLANK SOURCE SYSTEM IS    *
000090* INTERACTIVE WORK; A BLANK OPERATOR IS AN AUDIT LINE WRITTEN    *
000100* BEFORE THE OPERATOR WAS STAMPED.  THE COUNT INCLUDES REJECTS;  *
000110* THE SUMMED, LOWEST AND HIGHEST SIGNED TOTALS COVER GOOD        *
000120* RESULTS ONLY (ZERO WHEN EVERY CALCULATION FAILED).             *
000130* BUILT BY THE ROLL-UP STEP (CALCDHUP) FROM THE LIVE AUDIT TRAIL *
000140* EACH NIGHT, OR ONCE FROM THE ARCHIVED GENERATIONS (AUDARCHV);  *
000150* EITHER WAY A DATE'S ROWS ARE REPLACED WHOLE, AND THE ROW NAMES *
000160* THE FILE IT WAS BUILT FROM.                                    *
000170*----------------------------------------------------------------*
000180* DATE       INITIALS  DESCRIPTION                               *
000190* 2026-10-15 JAW       ORIGINAL COPYBOOK - DAILY ACTIVITY        *
000200*                      HISTORY.                                  *
000210*----------------------------------------------------------------*
000220 01  CALC-DAYHIST-REC.
000230     05  DH-HIST-KEY.
000240         10  DH-ACTIVITY-DATE    PIC 9(08).
000250         10  DH-SOURCE-SYSTEM    PIC X(08).
000260         10  DH-OPERATOR-ID      PIC X(08).
000270         10  DH-OPERATION        PIC X(01).
000280     05  DH-TRANS-CNT            PIC 9(09).
000290     05  DH-REJECT-CNT           PIC 9(09).
000300     05  DH-TOTAL-AMOUNT         PIC S9(13)V9(10).
000310     05  DH-MIN-TOTAL            PIC S9(10)V9(10).
000320     05  DH-MAX-TOTAL            PIC S9(10)V9(10).
000330     05  DH-BUILT-FROM           PIC X(08).
000340     05  DH-BUILT-DATE           PIC 9(08).
000350     05  DH-BUILT-TIME           PIC 9(06).
000360     05  FILLER                  PIC X(20).
