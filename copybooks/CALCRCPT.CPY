000010*----------------------------------------------------------------*
000020* CALCRCPT                                                       *
000030* CALC-RECEIPT-REC - ONE SOURCE-SYSTEM CONTROL SET ON THE KEYED  *
000040* TRANSACTION FILE RECEIPT REGISTER (RCPTREG).  KEYED BY THE     *
000050* HEADER'S SOURCE SYSTEM AND FILE DATE, SO EACH FEEDER FILE CAN  *
000060* BE TAKEN IN ONCE.  CALCEDIT REGISTERS A FILE THAT PASSES ITS   *
000070* CONTROL CHECKS AS EDITED ('E'); THE BATCH RUN MARKS THE SET    *
000080* PROCESSED ('P') WHEN IT CLOSES WITH ITS CONTROL TOTALS AGREED, *
000090* REGISTERING IT THEN IF IT NEVER CAME THROUGH THE EDIT.  BOTH   *
000100* REFUSE A SET ALREADY ON THE REGISTER (CALCEDIT ANY STATUS, THE *
000110* BATCH RUN STATUS 'P') UNLESS A SUPERVISOR OVERRIDE CARD NAMES  *
000120* IT, AND COUNT THE REFUSAL HERE.  THE TRAILER COUNT AND HASH    *
000130* TOTALS ARE THE FILE AS FIRST RECEIVED.  THE SEQUENCE FLAG      *
000140* MARKS A FILE DATE THAT SKIPPED A BUSINESS DAY SINCE THE        *
000150* SOURCE'S LAST FILE ('G') OR ARRIVED AFTER A LATER-DATED ONE    *
000160* ('L').  THE DAILY RECEIPT REPORT IS CALCRCRP.                  *
000170*----------------------------------------------------------------*
000180* DATE       INITIALS  DESCRIPTION                               *
000190* 2026-10-15 JAW       ORIGINAL COPYBOOK - TRANSACTION FILE      *
000200*                      RECEIPT REGISTER.                         *
000210*----------------------------------------------------------------*
000220 01  CALC-RECEIPT-REC.
000230     05  RC-RECEIPT-KEY.
000240         10  RC-SOURCE-SYSTEM    PIC X(08).
000250         10  RC-FILE-DATE        PIC 9(08).
000260     05  RC-STATUS-CODE          PIC X(01).
000270         88  RC-EDITED           VALUE 'E'.
000280         88  RC-PROCESSED        VALUE 'P'.
000290     05  RC-RECORD-COUNT         PIC 9(06).
000300     05  RC-HASH-NUM1            PIC S9(10)V9(10).
000310     05  RC-HASH-NUM2            PIC S9(10)V9(10).
000320     05  RC-RECEIVED-DATE        PIC 9(08).
000330     05  RC-RECEIVED-TIME        PIC 9(06).
000340     05  RC-PROCESSED-CNT        PIC 9(06).
000350     05  RC-RUN-PROGRAM          PIC X(10).
000360     05  RC-RUN-DATE             PIC 9(08).
000370     05  RC-RUN-TIME             PIC 9(06).
000380     05  RC-OPERATOR-ID          PIC X(08).
000390     05  RC-PRIOR-FILE-DATE      PIC 9(08).
000400     05  RC-SEQUENCE-FLAG        PIC X(01).
000410         88  RC-IN-SEQUENCE      VALUE ' '.
000420         88  RC-DATE-GAP         VALUE 'G'.
000430         88  RC-LATE-ARRIVAL     VALUE 'L'.
000440     05  RC-REPROCESS-CNT        PIC 9(02).
000450     05  RC-OVERRIDE-BY          PIC X(08).
000460     05  RC-REFUSED-CNT          PIC 9(04).
000470     05  RC-LAST-REFUSED-DATE    PIC 9(08).
000480     05  RC-LAST-REFUSED-BY      PIC X(10).
000490     05  FILLER                  PIC X(40).
