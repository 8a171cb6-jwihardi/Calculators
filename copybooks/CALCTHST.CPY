000010*----------------------------------------------------------------*
000020* CALCTHST                                                       *
000030* CALC-TRANHIST-REC - ONE PROCESSED BATCH DETAIL ON THE KEYED    *
000040* TRANSACTION HISTORY FILE (TRANHIST).  TRANSFIL AND RESULTFL    *
000050* ARE REBUILT EVERY NIGHT, SO THE BATCH RUN KEEPS ITS OWN        *
000060* PERMANENT RECORD OF EVERY DETAIL IT WORKED - THE ORIGINAL      *
000070* IMAGE, THE RATE NAMES IT NAMED, THE DATE THE RATES WERE        *
000080* RESOLVED AS OF, THE OPERAND VALUES ACTUALLY USED AND THE       *
000090* TOTAL (OR THE REJECT REASON).  KEYED BY THE FEEDING SOURCE     *
000100* SYSTEM, THE HEADER FILE DATE AND THE DETAIL SEQUENCE NUMBER,   *
000110* SO A RERUN OF THE SAME FILE REPLACES RATHER THAN DUPLICATES.   *
000120* DETAILS FED BACK ON A RESUBMIT RUN CARRY NO HEADER AND ARE     *
000130* FILED UNDER SOURCE 'RESUBMIT' AND THEIR ORIGINAL REJECT DATE.  *
000140* THE RETROACTIVE RE-PRICING RUN (CALCRPRC) BROWSES THIS FILE    *
000150* FOR DETAILS THAT USED A RATE AND REWRITES THE OPERAND VALUES   *
000160* AND TOTAL WITH THE RE-PRICED FIGURES, STAMPING THE RE-PRICE    *
000170* DATE, SO THE SAME CHANGE IS NEVER ADJUSTED TWICE.              *
000180*----------------------------------------------------------------*
000190* DATE       INITIALS  DESCRIPTION                               *
000200* 2026-10-15 JAW       ORIGINAL COPYBOOK - PROCESSED TRANSACTION *
000210*                      HISTORY FOR RETROACTIVE RE-PRICING.       *
000211* 2026-10-15 JAW       ADDED THE RUN ID OF THE RUN THAT LAST     *
000212*                      WORKED THE DETAIL AND, FOR A RESUBMIT     *
000213*                      ROW, THE SOURCE SYSTEM AND HEADER FILE    *
000214*                      DATE IT FIRST CAME IN UNDER.  TAKEN FROM  *
000215*                      FILLER - NO CONVERSION NEEDED.            *
000220*----------------------------------------------------------------*
000230 01  CALC-TRANHIST-REC.
000240     05  TH-HIST-KEY.
000250         10  TH-SOURCE-SYSTEM    PIC X(08).
000260         10  TH-FILE-DATE        PIC 9(08).
000270         10  TH-SEQ-NUMBER       PIC 9(06).
000280     05  TH-OPERATION            PIC X(01).
000290     05  TH-NUM1-FLAG            PIC X(01).
000300         88  TH-NUM1-IS-RATE     VALUE 'R'.
000310         88  TH-NUM1-IS-PRIOR    VALUE 'P'.
000320     05  TH-NUM1-RATE-NAME       PIC X(08).
000330     05  TH-NUM2-FLAG            PIC X(01).
000340         88  TH-NUM2-IS-RATE     VALUE 'R'.
000350         88  TH-NUM2-IS-PRIOR    VALUE 'P'.
000360     05  TH-NUM2-RATE-NAME       PIC X(08).
000370     05  TH-VALUE-DATE           PIC 9(08).
000380     05  TH-RATE-DATE            PIC 9(08).
000390     05  TH-NUM1                 PIC S9(10)V9(10).
000400     05  TH-NUM2                 PIC S9(10)V9(10).
000410     05  TH-TOTAL                PIC S9(10)V9(10).
000420     05  TH-STATUS-CODE          PIC X(01).
000430         88  TH-PROCESSED-OK     VALUE '0'.
000440         88  TH-REJECTED         VALUE '1'.
000450     05  TH-REASON-CODE          PIC X(02).
000460     05  TH-OPERATOR-ID          PIC X(08).
000470     05  TH-PROCESS-DATE         PIC 9(08).
000480     05  TH-PROCESS-TIME         PIC 9(06).
000490     05  TH-REPRICE-DATE         PIC 9(08).
000500     05  TH-TRANS-IMAGE          PIC X(59).
000510     05  TH-RUN-ID               PIC 9(16).
000520     05  TH-ORIG-SOURCE          PIC X(08).
000530     05  TH-ORIG-FILE-DATE       PIC 9(08).
000540     05  FILLER                  PIC X(08).
