000010*----------------------------------------------------------------*
000020* CALCHOLD                                                       *
000030* CALC-HOLD-REC - ONE BATCH RESULT ON THE KEYED HOLD QUEUE       *
000040* (HOLDFILE).  A RESULT OVER ITS LIMIT ON THE RESULT LIMITS      *
000050* TABLE (LIMITTBL) IS WRITTEN HERE INSTEAD OF TO THE GL EXTRACT  *
000060* AND CARRIES STATUS 'H' ON THE RESULTS FILE.  A SUPERVISOR      *
000070* REVIEWS THE QUEUE WITH CALCHREL AND APPROVES ('A') OR CANCELS  *
000080* ('C') EACH ITEM; THE OPERATOR WHOSE RUN HELD AN ITEM CANNOT    *
000090* DECIDE IT.  THE NEXT BATCH RUN WRITES AN APPROVED ITEM TO THE  *
000100* GL EXTRACT, FLAGGED AS RELEASED FROM HOLD AND DATED THAT RUN,  *
000110* AND MARKS IT RELEASED ('R'); IT WRITES A CANCELLED ITEM'S      *
000120* ORIGINAL IMAGE TO THE REJECT SUSPENSE FILE UNDER REASON 07 AND *
000130* MARKS IT REJECTED ('J').                                       *
000140* KEYED THE SAME AS THE TRANSACTION HISTORY (TRANHIST) - SOURCE  *
000150* SYSTEM, HEADER FILE DATE AND DETAIL SEQUENCE NUMBER - SO A     *
000160* RERUN OF THE SAME FILE REPLACES RATHER THAN DUPLICATES.        *
000170*----------------------------------------------------------------*
000180* DATE       INITIALS  DESCRIPTION                               *
000190* 2026-10-15 JAW       ORIGINAL COPYBOOK - HIGH-VALUE RESULT     *
000200*                      HOLD QUEUE.                               *
000204* 2026-10-15 JAW       ADDED THE RUN ID OF THE RUN THAT HELD THE *
000208*                      ITEM.  TAKEN FROM FILLER.                 *
000210*----------------------------------------------------------------*
000220 01  CALC-HOLD-REC.
000230     05  HQ-HOLD-KEY.
000240         10  HQ-SOURCE-SYSTEM    PIC X(08).
000250         10  HQ-FILE-DATE        PIC 9(08).
000260         10  HQ-SEQ-NUMBER       PIC 9(06).
000270     05  HQ-STATUS-CODE          PIC X(01).
000280         88  HQ-HELD             VALUE 'H'.
000290         88  HQ-APPROVED         VALUE 'A'.
000300         88  HQ-CANCELLED        VALUE 'C'.
000310         88  HQ-RELEASED         VALUE 'R'.
000320         88  HQ-REJECTED         VALUE 'J'.
000330     05  HQ-OPERATOR-ID          PIC X(08).
000340     05  HQ-GL-DATE              PIC 9(08).
000350     05  HQ-OPERATION            PIC X(01).
000360     05  HQ-NUM1                 PIC S9(10)V9(10).
000370     05  HQ-NUM2                 PIC S9(10)V9(10).
000380     05  HQ-TOTAL                PIC S9(10)V9(10).
000390     05  HQ-LIMIT-AMOUNT         PIC 9(10)V9(02).
000400     05  HQ-LIMIT-OPERATOR       PIC X(08).
000410     05  HQ-HELD-DATE            PIC 9(08).
000420     05  HQ-HELD-TIME            PIC 9(06).
000430     05  HQ-DECIDED-BY           PIC X(08).
000440     05  HQ-DECIDED-DATE         PIC 9(08).
000450     05  HQ-DECIDED-TIME         PIC 9(06).
000460     05  HQ-DECISION-REASON      PIC X(30).
000470     05  HQ-CLEARED-DATE         PIC 9(08).
000480     05  HQ-TRANS-IMAGE          PIC X(59).
000490     05  HQ-HELD-RUN-ID          PIC 9(16).
000500     05  FILLER                  PIC X(14).
