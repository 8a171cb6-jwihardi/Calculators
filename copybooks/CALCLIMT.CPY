000010*----------------------------------------------------------------*
000020* CALCLIMT                                                       *
000030* CALC-LIMIT-REC - ONE ENTRY ON THE KEYED RESULT LIMITS TABLE    *
000040* (LIMITTBL).  GIVES THE LARGEST RESULT, EITHER SIGN, THAT AN    *
000050* OPERATION KEYED BY AN OPERATOR MAY SEND STRAIGHT TO THE GL     *
000060* EXTRACT.  A BATCH RESULT OVER ITS LIMIT IS PUT ON THE HOLD     *
000070* QUEUE (HOLDFILE) INSTEAD, FOR A SUPERVISOR TO RELEASE OR       *
000080* CANCEL.  AN ENTRY WITH OPERATOR ID '*DEFAULT' IS THE           *
000090* DEPARTMENT-LEVEL FALLBACK FOR AN OPERATION WHEN NO ACTIVE      *
000100* OPERATOR-SPECIFIC ENTRY EXISTS, THE SAME AS GLMAPFIL.  A       *
000110* COMBINATION THAT RESOLVES THROUGH NEITHER HAS NO LIMIT.  THE   *
000120* TABLE IS MAINTAINED WITH CALCHREL.                             *
000130*----------------------------------------------------------------*
000140* DATE       INITIALS  DESCRIPTION                               *
000150* 2026-10-15 JAW       ORIGINAL COPYBOOK - RESULT LIMITS FOR     *
000160*                      THE GL EXTRACT HOLD QUEUE.                *
000170*----------------------------------------------------------------*
000180 01  CALC-LIMIT-REC.
000190     05  LM-LIMIT-KEY.
000200         10  LM-OPERATION        PIC X(01).
000210         10  LM-OPERATOR-ID      PIC X(08).
000220     05  LM-LIMIT-AMOUNT         PIC 9(10)V9(02).
000230     05  LM-STATUS-CODE          PIC X(01).
000240         88  LM-ACTIVE           VALUE 'A'.
000250         88  LM-INACTIVE         VALUE 'I'.
000260     05  LM-CHANGED-BY           PIC X(08).
000270     05  LM-CHANGED-DATE         PIC 9(08).
000280     05  FILLER                  PIC X(10).
