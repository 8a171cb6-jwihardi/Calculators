000010*----------------------------------------------------------------*
000020* CALCGLCT                                                       *
000030* CALC-GLCTL-REC - ONE ROW ON THE KEYED GL POSTING CONTROL FILE  *
000040* (GLPOSTCT).  THE RECORD TYPE LEADS THE KEY:                    *
000050*   'R' - ONE POSTING RUN, KEYED BY THE RUN ID STAMPED ON ITS    *
000060*         RUN-HISTORY LOG PAIR (START DATE, TIME, HUNDREDTHS),   *
000070*         WITH THE GL-DATE RANGE COVERED, THE RECORD COUNTS,     *
000080*         THE TOTAL POSTED AND THE RUN'S STATUS - POSTED ('P'),  *
000090*         SINCE REVERSED ('V'), ITSELF A REVERSAL ('X') OR OUT   *
000100*         OF BALANCE AND NOT TO BE LOADED ('N').  THE RELATED    *
000110*         RUN IS THE REVERSAL OF A 'V' RUN AND THE RUN REVERSED  *
000120*         BY AN 'X' RUN.                                         *
000122*         THE KEY IS THE RUN ID PLUS A ZERO GC-RUN-SEQ - EVERY   *
000124*         WRITER AND READER MUST BUILD IT THAT WAY.  NO 'A' OR   *
000126*         'P' ROW IS KEPT FOR A RUN WITHOUT ITS 'R' HEADER.      *
000130*   'A' - THE RUN'S GP-TOTAL-AMOUNT SUMMED BY GL ACCOUNT.        *
000140*   'P' - A COPY OF EACH GLPOSTFL RECORD THE RUN WROTE, IN       *
000150*         WRITE ORDER, SO A REVERSAL CAN BE BUILT AFTER          *
000160*         GLPOSTFL ITSELF HAS BEEN REPLACED.                     *
000170*   'D' - ONE GL-DATE ALREADY POSTED AND THE RUN THAT POSTED IT. *
000180*         CALCGLRP REFUSES EXTRACT RECORDS FOR A DATE ON FILE    *
000190*         HERE; REVERSING THE RUN REMOVES ITS DATES.             *
000200*   'C' - ONE CLOSED ACCOUNTING PERIOD (YYYYMM), WRITTEN BY THE  *
000210*         PERIOD-CLOSE STEP (CALCGLCL).  NOTHING DATED IN A      *
000220*         CLOSED PERIOD IS POSTED OR REVERSED.                   *
000230* WRITTEN BY CALCGLRP AND THE REVERSAL RUN (CALCGLRV).           *
000240*----------------------------------------------------------------*
000250* DATE       INITIALS  DESCRIPTION                               *
000260* 2026-10-15 JAW       ORIGINAL COPYBOOK - GL POSTING CONTROL,   *
000270*                      PERIOD CLOSE AND REVERSAL.                *
000272* 2026-10-15 JAW       RUN KEY WIDENED TO THE 16-DIGIT RUN ID    *
000274*                      (HUNDREDTHS ADDED) SO IT MATCHES THE RUN  *
000276*                      ID ON THE RUN-HISTORY LOG AND THE GL      *
000278*                      EXTRACT.  KEY GREW 23 TO 25 BYTES.        *
000280* 2026-10-15 JAW       'R' KEY RULE STATED - RUN ID PLUS A ZERO  *
000282*                      SEQUENCE, FOR WRITERS AND READERS ALIKE.  *
000284*----------------------------------------------------------------*
000290 01  CALC-GLCTL-REC.
000300     05  GC-CONTROL-KEY.
000310         10  GC-RECORD-TYPE      PIC X(01).
000320             88  GC-RUN-HEADER   VALUE 'R'.
000330             88  GC-RUN-ACCOUNT  VALUE 'A'.
000340             88  GC-RUN-POSTING  VALUE 'P'.
000350             88  GC-POSTED-DATE  VALUE 'D'.
000360             88  GC-CLOSED-PERIOD VALUE 'C'.
000370         10  GC-KEY-DATA         PIC X(24).
000380         10  GC-RUN-KEY REDEFINES GC-KEY-DATA.
000390             15  GC-RUN-ID.
000400                 20  GC-RUN-DATE PIC 9(08).
000410                 20  GC-RUN-TIME PIC 9(06).
000415                 20  GC-RUN-HSEC PIC 9(02).
000420             15  GC-RUN-ITEM     PIC X(08).
000430             15  GC-RUN-SEQ REDEFINES GC-RUN-ITEM
000440                                 PIC 9(08).
000450         10  GC-DATE-KEY REDEFINES GC-KEY-DATA.
000460             15  GC-GL-DATE      PIC 9(08).
000470             15  FILLER          PIC X(16).
000480         10  GC-PERIOD-KEY REDEFINES GC-KEY-DATA.
000490             15  GC-PERIOD       PIC 9(06).
000500             15  FILLER          PIC X(18).
000510*    'R' - POSTING RUN
000520     05  GC-RUN-DATA.
000530         10  GC-RUN-STATUS       PIC X(01).
000540             88  GC-RUN-POSTED   VALUE 'P'.
000550             88  GC-RUN-REVERSED VALUE 'V'.
000560             88  GC-RUN-IS-REVERSAL VALUE 'X'.
000570             88  GC-RUN-NOT-POSTED VALUE 'N'.
000580         10  GC-FROM-GL-DATE     PIC 9(08).
000590         10  GC-TO-GL-DATE       PIC 9(08).
000600         10  GC-EXTRACT-CNT      PIC 9(07).
000610         10  GC-REFUSED-CNT      PIC 9(07).
000620         10  GC-POSTING-CNT      PIC 9(07).
000630         10  GC-TRANS-CNT        PIC 9(07).
000640         10  GC-TOTAL-AMOUNT     PIC S9(13)V9(10).
000650         10  GC-RELATED-RUN-ID   PIC 9(16).
000660         10  GC-RELATED-BY       PIC X(08).
000670         10  GC-RELATED-DATE     PIC 9(08).
000680         10  FILLER              PIC X(08).
000690*    'A' - RUN TOTAL BY GL ACCOUNT (GC-RUN-ITEM IS THE ACCOUNT)
000700     05  GC-ACCOUNT-DATA REDEFINES GC-RUN-DATA.
000710         10  GC-ACCT-POSTING-CNT PIC 9(07).
000720         10  GC-ACCT-TRANS-CNT   PIC 9(07).
000730         10  GC-ACCT-AMOUNT      PIC S9(13)V9(10).
000740         10  FILLER              PIC X(71).
000750*    'P' - POSTING RECORD COPY (GC-RUN-SEQ IS THE WRITE ORDER)
000760     05  GC-POSTING-DATA REDEFINES GC-RUN-DATA.
000770         10  GC-POSTING-IMAGE    PIC X(64).
000780         10  FILLER              PIC X(44).
000790*    'D' - GL-DATE POSTED
000800     05  GC-DATE-DATA REDEFINES GC-RUN-DATA.
000810         10  GC-POSTED-BY-RUN    PIC 9(16).
000820         10  FILLER              PIC X(92).
000830*    'C' - CLOSED PERIOD
000840     05  GC-PERIOD-DATA REDEFINES GC-RUN-DATA.
000850         10  GC-CLOSED-BY        PIC X(08).
000860         10  GC-CLOSED-DATE      PIC 9(08).
000870         10  GC-CLOSED-TIME      PIC 9(06).
000880         10  FILLER              PIC X(86).
