000130*   W - WEEKLY ON FREQ DAY 1-7 (1 = MONDAY)                     *
000140*   M - MONTHLY ON FREQ DAY 1-31 (A DAY PAST MONTH-END FALLS    *
000150*       ON THE LAST DAY OF THE MONTH)                           *
000152* ROLL RULE - FOR A WEEKLY OR MONTHLY INSTRUCTION WHOSE DAY IS  *
000154* NOT A BUSINESS DAY ON THE CALENDAR (CALENDAR):                *
000156*   N - GENERATE ON THE NEXT BUSINESS DAY (SPACE IS THE SAME)   *
000158*   P - GENERATE ON THE PREVIOUS BUSINESS DAY                   *
000160*   S - SKIP THAT OCCURRENCE                                    *
000162* DAILY INSTRUCTIONS RUN ON EACH BUSINESS DAY AND DO NOT ROLL.  *
000164* THE FILE IS MAINTAINED WITH CALCSMNT.                         *
000170*----------------------------------------------------------------*
000180* DATE       INITIALS  DESCRIPTION                               *
000190* 2026-09-02 JAW       ORIGINAL COPYBOOK - STANDING INSTRUCTIONS.*
000192* 2026-10-15 JAW       ROLL RULE ADDED FOR INSTRUCTIONS FALLING  *
000194*                      ON A DAY THE CALENDAR CLOSES.  FILLER     *
000196*                      REDUCED TO 8 BYTES.                       *
000200*----------------------------------------------------------------*
000210 01  CALC-STNDINST-REC.
000220     05  SI-INST-ID              PIC X(08).
000430     05  SI-STATUS-CODE          PIC X(01).
000440         88  SI-ACTIVE           VALUE 'A'.
000450         88  SI-INACTIVE         VALUE 'I'.
000460     05  SI-ROLL-RULE            PIC X(01).
000470         88  SI-ROLL-NEXT        VALUE 'N' SPACE.
000480         88  SI-ROLL-PREVIOUS    VALUE 'P'.
000490         88  SI-ROLL-SKIP        VALUE 'S'.
000500     05  FILLER                  PIC X(08).
