000150*        RESULTS ARE NOW SUPPORTED; KEPT FOR OLD REJECTS)       *
000160*   05 - RATE NAME COULD NOT BE RESOLVED                        *
000170*   06 - NO PRIOR TOTAL HELD FOR A 'P' OPERAND                  *
000174*   07 - HELD RESULT CANCELLED BY A SUPERVISOR ON THE HOLD      *
000178*        QUEUE (CALCHREL); REJECT DATE IS THE CANCEL DATE       *
000180*----------------------------------------------------------------*
000190* DATE       INITIALS  DESCRIPTION                               *
000200* 2026-08-22 JAW       ORIGINAL COPYBOOK - REJECT SUSPENSE FILE. *
000230*                      FILES CUT BEFORE THIS CHANGE MUST BE     *
000231*                      DRAINED THROUGH A RESUBMIT RUN BEFORE    *
000232*                      THE FIRST NEW-FORMAT BATCH RUN.          *
000234* 2026-10-15 JAW       REASON 07 - HELD HIGH-VALUE RESULT       *
000236*                      CANCELLED BY A SUPERVISOR (CALCHREL).    *
000237* 2026-10-15 JAW       ADDED THE RUN ID OF THE RUN THAT LAST     *
000238*                      WROTE THE ITEM, AND THE SOURCE SYSTEM AND *
000239*                      HEADER FILE DATE THE DETAIL FIRST CAME IN *
000240*                      UNDER - CARRIED UNCHANGED THROUGH EVERY   *
000241*                      RESUBMIT CYCLE (RECORD GREW 72 TO 104     *
000242*                      BYTES).  REJECT FILES CUT BEFORE THIS     *
000243*                      CHANGE MUST BE DRAINED THROUGH A RESUBMIT *
000244*                      RUN BEFORE THE FIRST NEW-FORMAT BATCH RUN.*
000245*----------------------------------------------------------------*
000246 01  CALC-REJECT-REC.
000250     05  RJ-TRANS-REC            PIC X(59).
000260     05  RJ-REASON-CODE          PIC X(02).
000270         88  RJ-INVALID-OP       VALUE '01'.
000300         88  RJ-NEGATIVE-RESULT  VALUE '04'.
000310         88  RJ-RATE-NOT-FOUND   VALUE '05'.
000320         88  RJ-NO-PRIOR-TOTAL   VALUE '06'.
000321         88  RJ-HOLD-CANCELLED   VALUE '07'.
000322     05  RJ-REJECT-DATE          PIC 9(08).
000324     05  RJ-STATUS-CODE          PIC X(01).
000326         88  RJ-OPEN             VALUE 'O'.
000328         88  RJ-RESUBMITTED      VALUE 'R'.
000338     05  FILLER                  PIC X(02).
000348     05  RJ-RUN-ID               PIC 9(16).
000358     05  RJ-SOURCE-SYSTEM        PIC X(08).
000368     05  RJ-FILE-DATE            PIC 9(08).
