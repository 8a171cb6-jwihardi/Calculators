000150*----------------------------------------------------------------*
000160* DATE       INITIALS  DESCRIPTION                               *
000170* 2019-03-14 JAW       ORIGINAL PROGRAM.                         *
000175* 2026-08-08 JAW       ADDED BATCH TRANSACTION MODE - REVAMPED   *
000180*                      PROGRAM INTO STANDARD NUMBERED-PARAGRAPH  *
000185*                      STRUCTURE TO SUPPORT IT.                  *
000190* 2026-08-08 JAW       ADDED ON SIZE ERROR PROTECTION AROUND ALL *
000195*                      ARITHMETIC (INCL. DIVIDE-BY-ZERO).        *
000200* 2026-08-08 JAW       ADDED SESSION AUDIT TRAIL (AUDIT-FILE).   *
000205* 2026-08-08 JAW       ADDED END-OF-RUN SUMMARY REPORT.          *
000210* 2026-08-08 JAW       ADDED INPUT VALIDATION ON OPERATION AND   *
000215*                      OPERANDS WITH RE-PROMPT ON BAD INPUT.     *
000220* 2026-08-08 JAW       ADDED PERCENTAGE-OF (%), EXPONENTIATION   *
000225*                      (^) AND REMAINDER (R) OPERATIONS.         *
000230* 2026-08-08 JAW       ADDED SELECTABLE RESULT DISPLAY FORMATS   *
000235*                      (STANDARD, CURRENCY, RATE).               *
000240* 2026-08-08 JAW       CONVERTED NUM1/NUM2/TOTAL TO COMP-3 FOR   *
000245*                      BATCH PERFORMANCE; ADDED ROUNDED ON ALL   *
000250*                      ARITHMETIC VERBS THAT DERIVE TOTAL.       *
000255* 2026-08-08 JAW       ADDED OPTIONAL GL EXTRACT FILE FOR THE    *
000260*                      DOWNSTREAM GL REPORTING JOB.              *
000265* 2026-08-08 JAW       ADDED CHECKPOINT/RESTART SUPPORT FOR      *
000270*                      BATCH RUNS.                               *
000275* 2026-08-09 JAW       FIXED AUDIT RECORD SHOWING PRIOR TOTAL ON *
000280*                      A FAILED CALCULATION; FIXED CHECKPOINT    *
000285*                      BEING ZEROED ON AN ALL-SKIPPED RESTART    *
000290*                      RUN; REJECTED SIGNED NUM1/NUM2 INPUT;     *
000295*                      ADDED FILE STATUS CHECKING FOR A MISSING  *
000300*                      TRANSACTION FILE.                         *
000305* 2026-08-09 JAW       CLOSED GAP WHERE A TRAILING-SIGNED NUM1/  *
000310*                      NUM2 (E.G. "5-") STILL PASSED VALIDATION; *
000315*                      NOW RE-VALIDATED VIA FUNCTION NUMVAL.     *
000320* 2026-08-22 JAW       FIXED AU-TIME CARRYING THE LOW-ORDER SIX  *
000325*                      DIGITS OF HHMMSSHH INSTEAD OF HHMMSS.     *
000330* 2026-08-22 JAW       ADDED HEADER/TRAILER CONTROL RECORDS ON   *
000335*                      THE TRANSACTION FILE WITH DETAIL COUNT    *
000340*                      AND NUM1/NUM2 HASH-TOTAL VERIFICATION.    *
000345* 2026-08-22 JAW       ADDED NAMED RATE TABLE (RATETABL) LOOKUP  *
000350*                      OPERANDS FOR INTERACTIVE AND BATCH ENTRY  *
000355*                      AND A RATE MAINTENANCE RUN MODE.          *
000360* 2026-08-22 JAW       ADDED RESULT REGISTER SO A CALCULATION    *
000365*                      CAN CHAIN FROM THE PRIOR TOTAL ('=' AT    *
000370*                      THE OPERAND PROMPTS, FLAG 'P' IN BATCH,   *
000375*                      T/C MENU CODES TO SHOW/CLEAR); REGISTER   *
000380*                      IS CARRIED THROUGH THE CHECKPOINT FILE.   *
000385* 2026-08-22 JAW       FAILED BATCH TRANSACTIONS NOW WRITE THE   *
000390*                      ORIGINAL RECORD PLUS A REASON CODE TO A   *
000395*                      REJECT SUSPENSE FILE; ADDED RESUBMIT RUN  *
000400*                      OPTION TO FEED A CORRECTED REJECT FILE    *
000405*                      BACK THROUGH THE BATCH PATH.              *
000410* 2026-08-22 JAW       ADDED OPERATOR MASTER (OPERMAST) SIGN-ON  *
000415*                      WITH AUTHORIZATION LEVELS GATING BATCH,   *
000420*                      GL EXTRACT, RESTART AND THE MAINTENANCE   *
000425*                      MODES, PER-OPERATOR DEFAULT OUTPUT        *
000430*                      FORMAT, AND AN OPERATOR MAINTENANCE MODE. *
000435* 2026-08-22 JAW       ALL START-UP PROMPTS MAY NOW BE SATISFIED *
000440*                      FROM A PARAMETER CARD FILE (CALCPARM) FOR *
000445*                      UNATTENDED SCHEDULED RUNS; PROGRAM ENDS   *
000450*                      WITH RETURN CODE 00/04/08/12 (CLEAN/      *
000455*                      REJECTS/CONTROL FAILURE/FILE-SECURITY     *
000460*                      ERROR) FOR JOBSTREAM BRANCHING.           *
000465* 2026-08-22 JAW       FULL SIGNED-NUMBER SUPPORT - SIGNED       *
000470*                      ENTRY/VALIDATION, SIGNED ARITHMETIC WITH  *
000475*                      NEGATIVE SUBTRACTION RESULTS NOW VALID,   *
000480*                      SIGNED AMOUNTS ON ALL FILES, AND SIGNED   *
000485*                      DISPLAY FORMATS (CR ON CURRENCY).         *
000490* 2026-08-22 JAW       OPERATION CODE NOW UPSHIFTED ONCE AT      *
000495*                      ENTRY (INTERACTIVE AND BATCH) SO 'r'      *
000500*                      NEVER REACHES THE AUDIT TRAIL OR THE GL   *
000505*                      EXTRACT; A DEACTIVATED RATE NOW STAYS     *
000510*                      USABLE UNTIL ITS EFFECTIVE DATE.          *
000515* 2026-08-22 JAW       CKPT-INTERVAL= PARAMETER VALUE NO LONGER  *
000520*                      NEEDS ZERO-PADDING TO SIX DIGITS; A BAD   *
000525*                      VALUE GETS AN ACCURATE DIAGNOSTIC.        *
000530* 2026-09-02 JAW       RATE TABLE NOW KEEPS A DATED HISTORY OF   *
000535*                      VALUES PER RATE NAME (KEY IS NAME PLUS    *
000540*                      EFFECTIVE DATE).  LOOKUPS RESOLVE AS OF   *
000545*                      A VALUE DATE - THE NEW CT-VALUE-DATE ON   *
000550*                      BATCH DETAILS (HEADER FILE DATE WHEN      *
000555*                      ZERO) AND TODAY FOR INTERACTIVE ENTRY.    *
000560*                      RATE MAINTENANCE REWORKED TO ADD, FIX,    *
000565*                      DEACTIVATE AND LIST DATED HISTORY ROWS.   *
000570* 2026-09-02 JAW       REJECT SUSPENSE RECORDS NOW STAMPED WITH  *
000575*                      THE REJECTING RUN'S DATE AND STATUS 'O';  *
000580*                      A RESUBMIT RUN WRITES A STATUS 'R' RECORD *
000585*                      FOR EACH CORRECTED REJECT THAT GOES BACK  *
000590*                      THROUGH CLEANLY, SO THE SUSPENSE FILE     *
000595*                      SHOWS WHAT IS STILL OUTSTANDING (AGING    *
000600*                      REPORT IS CALCRJRP).                      *
000605* 2026-09-02 JAW       BATCH MODE NOW ACCEPTS A CONCATENATED     *
000610*                      TRANSACTION FILE CARRYING SEVERAL HEADER/ *
000615*                      DETAIL/TRAILER SETS (ONE PER SOURCE       *
000620*                      SYSTEM) IN A SINGLE RUN.  EACH SET'S      *
000625*                      COUNT AND HASH TOTALS ARE VERIFIED        *
000630*                      INDEPENDENTLY, PER-SOURCE COUNTS AND      *
000635*                      REJECT TOTALS ARE KEPT, AND A PER-SOURCE  *
000640*                      SECTION PRINTS IN THE END-OF-RUN SUMMARY. *
000645* 2026-09-02 JAW       EVERY EXECUTION NOW WRITES START AND END  *
000650*                      RECORDS TO THE COMMON RUN-HISTORY LOG     *
000655*                      (RUNLOG) - PROGRAM, OPERATOR, MODE,       *
000660*                      TIMESTAMPS, COUNTS AND FINAL RETURN CODE  *
000665*                      - FOR THE OPERATIONS STATUS REPORT        *
000670*                      (CALCRNRP).                               *
000675* 2026-09-02 JAW       A RESTART RUN OVER A MULTI-SET FILE IS    *
000680*                      NOW REFUSED (RC 12) - THE CHECKPOINT      *
000685*                      CARRIES ONLY A SEQUENCE NUMBER AND EACH   *
000690*                      SET NUMBERS ITS DETAILS INDEPENDENTLY;    *
000695*                      A REJECT FAILING AGAIN ON A RESUBMIT RUN  *
000700*                      NOW KEEPS ITS ORIGINAL REJECT DATE SO     *
000705*                      ITS AGE IS NOT RESET EVERY CYCLE.         *
000710* 2026-09-02 JAW       A BATCH RUN NOW EXTENDS THE REJECT        *
000715*                      SUSPENSE FILE INSTEAD OF REWRITING IT,    *
000720*                      SO OPEN ITEMS SURVIVE AND AGE ACROSS      *
000725*                      RUNS; ONLY A RESUBMIT RUN REWRITES THE    *
000730*                      DRAINED FILE.  A RUN ENDING IN A FILE     *
000735*                      ERROR NO LONGER ANNOUNCES COMPLETION.     *
000740* 2026-09-02 JAW       A RESUBMIT RUN NOW CARRIES STATUS 'R'     *
000745*                      SUSPENSE RECORDS FORWARD UNCHANGED        *
000750*                      INSTEAD OF REPROCESSING THEM, SO WORK     *
000755*                      CLEARED BY AN EARLIER RESUBMIT CANNOT     *
000760*                      DOUBLE-POST INTO RESULTS, AUDIT OR GL.    *
000770* 2026-10-15 JAW       SIGN-ON NOW REQUIRES THE OPERATOR'S PIN   *
000780*                      (PIN= CARD WHEN PARAMETER-DRIVEN), HELD   *
000790*                      SCRAMBLED ON THE OPERATOR MASTER.  AN     *
000800*                      EXPIRED PIN MUST BE CHANGED AT THE        *
000810*                      CONSOLE; THREE BAD PINS LOCK THE          *
000820*                      OPERATOR.  OPERATOR MAINTENANCE GAINS     *
000830*                      UNLOCK AND PIN RESET.  FAILED SIGN-ONS,   *
000840*                      LOCKOUTS, UNLOCKS AND PIN CHANGES GO TO   *
000850*                      THE SECURITY LOG (SECLOG) FOR THE DAILY   *
000860*                      VIOLATIONS REPORT (CALCSECR).             *
000870* 2026-10-15 JAW       RATE TABLE ADD, CHANGE AND DEACTIVATE ARE *
000880*                      NOW HELD ON THE PENDING-CHANGE FILE       *
000890*                      (PENDCHG) WITH BEFORE AND AFTER IMAGES    *
000900*                      AND ONLY REACH RATETABL WHEN A SECOND     *
000910*                      SUPERVISOR APPROVES THEM THROUGH THE NEW  *
000920*                      (P)ENDING APPROVALS FUNCTION.             *
000922* 2026-10-15 JAW       BATCH RUN NOW FILES EVERY DETAIL IT WORKS *
000924*                      ON THE KEYED TRANSACTION HISTORY FILE     *
000926*                      (TRANHIST) FOR THE RETROACTIVE RE-PRICING *
000928*                      RUN (CALCRPRC).                           *
000929* 2026-10-15 JAW       EACH SET IS CHECKED AGAINST THE           *
000930*                      TRANSACTION FILE RECEIPT REGISTER         *
000931*                      (RCPTREG); ONE ALREADY PROCESSED IS       *
000932*                      REFUSED (RC 04) UNLESS A SUPERVISOR       *
000933*                      OVERRIDE CARD (RCPTOVRD) NAMES IT.  A     *
000934*                      CLEAN SET IS MARKED PROCESSED AND A FILE  *
000935*                      DATE THAT SKIPS A BUSINESS DAY IS         *
000936*                      FLAGGED.                                  *
000937* 2026-10-15 JAW       A BATCH RESULT OVER ITS LIMIT ON THE      *
000938*                      RESULT LIMITS TABLE (LIMITTBL) IS PUT ON  *
000939*                      THE HOLD QUEUE (HOLDFILE) WITH STATUS 'H' *
000940*                      INSTEAD OF GOING TO THE GL EXTRACT.  EACH *
000941*                      BATCH RUN FIRST SENDS ITEMS A SUPERVISOR  *
000942*                      APPROVED IN CALCHREL TO THE EXTRACT AND   *
000943*                      ITEMS CANCELLED TO THE REJECT FILE.       *
000944* 2026-10-15 JAW       EVERY EXECUTION NOW GETS A RUN ID (START  *
000945*                      DATE, TIME AND HUNDREDTHS) STAMPED ON ITS *
000946*                      RUN-HISTORY LOG PAIR AND ON EVERY RESULT, *
000947*                      AUDIT, GL EXTRACT, REJECT, HISTORY AND    *
000948*                      HOLD RECORD IT WRITES, WITH THE DETAIL'S  *
000949*                      SOURCE SYSTEM AND SEQUENCE NUMBER (AND THE*
000950*                      OPERATOR ON THE AUDIT LINE), FOR THE      *
000951*                      TRANSACTION TRACE INQUIRY (CALCTRCE).  A  *
000952*                      RESUBMITTED DETAIL KEEPS THE SOURCE AND   *
000953*                      FILE DATE IT FIRST CAME IN UNDER.         *
000954* 2026-10-15 JAW       ENDS WITH GOBACK, NOT STOP RUN, SO THE    *
000955*                      BATCH-WINDOW DRIVER (CALCBWIN) CAN CALL IT*
000956*                      AS A STEP; RUN ALONE IT ENDS AS BEFORE.   *
000957* 2026-10-15 JAW       A BATCH RUN ON A DAY THAT IS NOT A        *
000958*                      BUSINESS DAY ON THE BUSINESS-DAY CALENDAR *
000959*                      (CALENDAR) IS REFUSED WITH RC 08 UNLESS A *
000960*                      SUPERVISOR'S CLOSEDDAY CARD ON RCPTOVRD   *
000961*                      NAMES THE RUN DATE.  THE FILE-DATE GAP    *
000962*                      CHECK NOW STEPS OVER CALENDAR HOLIDAYS AS *
000963*                      WELL AS WEEKENDS.                         *
000964* 2026-10-15 JAW       EVERY AUDIT LINE NOW CARRIES A STATUS     *
000965*                      CODE, '1' WHEN THE CALCULATION FAILED,    *
000966*                      FOR THE DAILY ACTIVITY HISTORY.           *
000967* 2026-10-15 JAW       A SPACE PIN NO LONGER ENROLS AT SIGN-ON - *
000968*                      THE OPERATOR IS REFUSED UNTIL A SUPERVISOR*
000969*                      ISSUES ONE.  REPROCESS AND CLOSEDDAY      *
000970*                      OVERRIDE CARDS CARRY THE SUPERVISOR'S PIN,*
000971*                      CHECKED WITH THE SIGN-ON SCRAMBLE; A BAD  *
000972*                      PIN COUNTS TOWARD THE LOCKOUT AND IS      *
000973*                      LOGGED.  A DECIDED HOLD IS MARKED BEFORE  *
000974*                      ITS GL OR REJECT RECORD IS WRITTEN AND IS *
000975*                      BACKED OUT IF THAT WRITE FAILS; A         *
000976*                      CANCELLED HOLD MARKS ITS HISTORY ROW      *
000977*                      REASON 07.  A RESULT HELD AGAIN UNDER A   *
000978*                      KEY ALREADY DECIDED LEAVES THE DECISION   *
000979*                      STANDING AND ENDS THE RUN WITH RC 04.     *
000980* 2026-10-15 JAW       A FAILED RECEIPT REGISTER WRITE OR REWRITE*
000981*                      NOW ENDS THE RUN WITH RC 12.              *
000982*----------------------------------------------------------------*
000983
000984 ENVIRONMENT DIVISION.
000985
000986 INPUT-OUTPUT SECTION.
000987 FILE-CONTROL.
000988     SELECT TRANSACTION-FILE ASSIGN TO "TRANSFIL"
000989         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-TRANS-FILE-STATUS.
000991
000992     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-RESULTS-FILE-STATUS.
001020
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS RT-RATE-KEY
001250         FILE STATUS IS WS-RATE-FILE-STATUS.
001251
001252     SELECT PENDCHG-FILE ASSIGN TO "PENDCHG"
001253         ORGANIZATION IS INDEXED
001254         ACCESS MODE IS DYNAMIC
001255         RECORD KEY IS PC-CHANGE-KEY
001256         FILE STATUS IS WS-PEND-FILE-STATUS.
001257
001258     SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
001259         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS DYNAMIC
001261         RECORD KEY IS TH-HIST-KEY
001262         FILE STATUS IS WS-THIST-FILE-STATUS.
001263
001264     SELECT RECEIPT-FILE ASSIGN TO "RCPTREG"
001265         ORGANIZATION IS INDEXED
001266         ACCESS MODE IS DYNAMIC
001267         RECORD KEY IS RC-RECEIPT-KEY
001268         FILE STATUS IS WS-RCPT-FILE-STATUS.
001269
001270     SELECT OVERRIDE-FILE ASSIGN TO "RCPTOVRD"
001271         ORGANIZATION IS LINE SEQUENTIAL
001272         FILE STATUS IS WS-OVRD-FILE-STATUS.
001273
001274     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
001275         ORGANIZATION IS INDEXED
001276         ACCESS MODE IS RANDOM
001277         RECORD KEY IS BD-CAL-DATE
001278         FILE STATUS IS WS-CAL-FILE-STATUS.
001279
001280     SELECT LIMIT-FILE ASSIGN TO "LIMITTBL"
001281         ORGANIZATION IS INDEXED
001282         ACCESS MODE IS DYNAMIC
001283         RECORD KEY IS LM-LIMIT-KEY
001284         FILE STATUS IS WS-LIMIT-FILE-STATUS.
001285
001286     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
001287         ORGANIZATION IS INDEXED
001288         ACCESS MODE IS DYNAMIC
001289         RECORD KEY IS HQ-HOLD-KEY
001290         FILE STATUS IS WS-HOLD-FILE-STATUS.
001291
001292     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
001293         ORGANIZATION IS INDEXED
001294         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS OM-OPERATOR-ID
001310         FILE STATUS IS WS-OPER-FILE-STATUS.
001320
001356         ORGANIZATION IS LINE SEQUENTIAL
001358         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
001360
001362     SELECT SECLOG-FILE ASSIGN TO "SECLOG"
001364         ORGANIZATION IS LINE SEQUENTIAL
001366         FILE STATUS IS WS-SECLOG-FILE-STATUS.
001368
001370
001380 DATA DIVISION.
001390
001590
001600 FD  RATE-FILE.
001610     COPY CALCRATE.
001612
001614 FD  PENDCHG-FILE.
001616     COPY CALCPEND.
001617
001618 FD  TRANHIST-FILE.
001619     COPY CALCTHST.
001620
001621 FD  RECEIPT-FILE.
001622     COPY CALCRCPT.
001623
001624 FD  LIMIT-FILE.
001625     COPY CALCLIMT.
001626
001627 FD  HOLD-FILE.
001628     COPY CALCHOLD.
001629
001630 FD  OVERRIDE-FILE.
001631 01  OVERRIDE-CARD               PIC X(80).
001632
001633 FD  CALENDAR-FILE.
001634     COPY CALCCALN.
001635
001636 FD  REJECT-FILE
001640     RECORDING MODE IS F.
001650     COPY CALCRJCT.
001660
001714     05  RJIN-STATUS-CODE        PIC X(01).
001715         88  RJIN-OPEN           VALUE 'O'.
001716         88  RJIN-RESUBMITTED    VALUE 'R'.
001718     05  FILLER                  PIC X(02).
001720     05  RJIN-RUN-ID             PIC 9(16).
001722     05  RJIN-SOURCE-SYSTEM      PIC X(08).
001724     05  RJIN-FILE-DATE          PIC 9(08).
001730
001740 FD  OPERATOR-FILE.
001750     COPY CALCOPER.
001782
001784 FD  RUNLOG-FILE.
001786     COPY CALCRLOG.
001787
001788 FD  SECLOG-FILE.
001789     COPY CALCSECL.
001790
001800* where all variables are declared
001810 WORKING-STORAGE SECTION.
002625         10  WS-SRC-OK-CNT       PIC 9(06).
002626         10  WS-SRC-REJECT-CNT   PIC 9(06).
002627         10  WS-SRC-ERROR-SW     PIC X(01).
002629         10  WS-SRC-REFUSED-SW   PIC X(01).
002631
002633*----------------------------------------------------------------*
002635* REJECT SUSPENSE / RESUBMIT WORKING STORAGE                     *
002640*----------------------------------------------------------------*
002650 77  WS-RESUBMIT-SW              PIC X VALUE 'N'.
002660     88  WS-RESUBMIT-ON          VALUE 'Y'.
002710 01  WS-REJECT-REASON            PIC X(02) VALUE SPACES.
002720 01  WS-REJECT-FILE-STATUS       PIC X(02) VALUE SPACES.
002730 01  WS-REJECTIN-FILE-STATUS     PIC X(02) VALUE SPACES.
002731
002732*    PROCESSED-TRANSACTION HISTORY - ONE RECORD PER DETAIL
002733*    WORKED, KEPT FOR THE RETROACTIVE RE-PRICING RUN.
002734 01  WS-THIST-FILE-STATUS        PIC X(02) VALUE SPACES.
002735 77  WS-HIST-WRITTEN-CNT         PIC 9(06) COMP VALUE ZERO.
002736
002737*----------------------------------------------------------------*
002738* RECEIPT REGISTER, SUPERVISOR OVERRIDE AND FILE-DATE SEQUENCE   *
002739* WORKING STORAGE - EACH SET IS CHECKED AGAINST THE REGISTER AS  *
002740* ITS HEADER ARRIVES AND MARKED PROCESSED WHEN IT CLOSES CLEAN.  *
002741*----------------------------------------------------------------*
002742 01  WS-RCPT-FILE-STATUS         PIC X(02) VALUE SPACES.
002743 01  WS-OVRD-FILE-STATUS         PIC X(02) VALUE SPACES.
002744 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
002745
002746 77  WS-RCPT-OPEN-SW             PIC X VALUE 'N'.
002747     88  WS-RCPT-OPEN            VALUE 'Y'.
002748
002749 77  WS-RCPT-ON-FILE-SW          PIC X VALUE 'N'.
002750     88  WS-RCPT-ON-FILE         VALUE 'Y'.
002751
002752 77  WS-SET-REFUSED-SW           PIC X VALUE 'N'.
002753     88  WS-SET-REFUSED          VALUE 'Y'.
002754
002755 77  WS-SET-OVERRIDE-SW          PIC X VALUE 'N'.
002756     88  WS-SET-OVERRIDE         VALUE 'Y'.
002757
002758 77  WS-OVRD-PIN-OK-SW           PIC X VALUE 'N'.
002759     88  WS-OVRD-PIN-OK          VALUE 'Y'.
002760
002761 77  WS-RCPT-BROWSE-DONE-SW      PIC X VALUE 'N'.
002762     88  WS-RCPT-BROWSE-DONE     VALUE 'Y'.
002763
002764 77  WS-LATER-FILE-SW            PIC X VALUE 'N'.
002765     88  WS-LATER-FILE           VALUE 'Y'.
002766
002767 77  WS-OVRD-LOADED-SW           PIC X VALUE 'N'.
002768     88  WS-OVRD-LOADED          VALUE 'Y'.
002769
002770 77  WS-OVRD-EOF-SW              PIC X VALUE 'N'.
002771     88  WS-OVRD-EOF             VALUE 'Y'.
002772
002773 77  WS-OVRD-MATCH-SW            PIC X VALUE 'N'.
002774     88  WS-OVRD-MATCH           VALUE 'Y'.
002775
002776 77  WS-BUS-DAY-FOUND-SW         PIC X VALUE 'N'.
002777     88  WS-BUS-DAY-FOUND        VALUE 'Y'.
002778
002779 77  WS-BUS-DAY-SW               PIC X VALUE 'N'.
002780     88  WS-BUS-DAY              VALUE 'Y'.
002781
002782 77  WS-CAL-OPEN-SW              PIC X VALUE 'N'.
002783     88  WS-CAL-OPEN             VALUE 'Y'.
002784
002785 77  WS-CAL-MISSING-SW           PIC X VALUE 'N'.
002786     88  WS-CAL-MISSING          VALUE 'Y'.
002787
002788 77  WS-RUNDAY-REFUSED-SW        PIC X VALUE 'N'.
002789     88  WS-RUNDAY-REFUSED       VALUE 'Y'.
002790
002791 77  WS-REFUSED-SET-CNT          PIC 9(02) COMP VALUE ZERO.
002792
002793 01  WS-OVERRIDE-BY              PIC X(08) VALUE SPACES.
002794 01  WS-OVERRIDE-PIN             PIC X(08) VALUE SPACES.
002795 01  WS-PRIOR-FILE-DATE          PIC 9(08) VALUE ZERO.
002796 01  WS-PREV-BUS-DATE            PIC 9(08) VALUE ZERO.
002797 01  WS-SEQUENCE-FLAG            PIC X(01) VALUE SPACE.
002798
002799 01  WS-DATE-INT                 PIC 9(07) COMP VALUE ZERO.
002800 01  WS-DOW-WORK                 PIC 9(07) COMP VALUE ZERO.
002801 01  WS-DOW-QUOTIENT             PIC 9(07) COMP VALUE ZERO.
002802 01  WS-BUS-STEP-MAX             PIC 9(02) COMP VALUE 15.
002803 01  WS-BUS-STEP-CNT             PIC 9(02) COMP VALUE ZERO.
002804 01  WS-RUNDAY-OVRD-SUPV         PIC X(08) VALUE SPACES.
002805 01  WS-RUNDAY-OVRD-PIN          PIC X(08) VALUE SPACES.
002806
002807 01  WS-OVRD-MAX                 PIC 9(02) COMP VALUE 10.
002808 01  WS-OVRD-CNT                 PIC 9(02) COMP VALUE ZERO.
002809 01  WS-OVRD-IX                  PIC 9(02) COMP VALUE ZERO.
002810 01  WS-OVRD-TABLE.
002811     05  WS-OVRD-ENTRY OCCURS 10 TIMES.
002812         10  WS-OVRD-SOURCE      PIC X(08).
002813         10  WS-OVRD-DATE        PIC 9(08).
002814         10  WS-OVRD-SUPV        PIC X(08).
002815         10  WS-OVRD-PIN         PIC X(08).
002816
002817 01  WS-HDR-FILE-DATE            PIC 9(08) VALUE ZERO.
002818 01  WS-HDR-SOURCE-SYSTEM        PIC X(08) VALUE SPACES.
002819 01  WS-TLR-RECORD-COUNT         PIC 9(06) VALUE ZERO.
002820 01  WS-TLR-HASH-NUM1            PIC S9(10)V9(10) VALUE ZERO.
002821 01  WS-TLR-HASH-NUM2            PIC S9(10)V9(10) VALUE ZERO.
002822 01  WS-HASH-NUM1-ACCUM          PIC S9(16)V9(10) VALUE ZERO.
002823 01  WS-HASH-NUM2-ACCUM          PIC S9(16)V9(10) VALUE ZERO.
002824 01  WS-HASH-COMPARE             PIC S9(10)V9(10) VALUE ZERO.
002830
002840 01  WS-AUDIT-TIMESTAMP.
002850     05  WS-AUDIT-DATE            PIC 9(08).
002927 01  WS-RUNLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
002928 01  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
002929 01  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
002930*    RUN ID - START DATE, TIME AND HUNDREDTHS - STAMPED ON THE
002931*    LOG PAIR AND ON EVERY RECORD THE RUN WRITES.
002932 01  WS-RUN-ID.
002933     05  WS-RUN-ID-DATE          PIC 9(08) VALUE ZERO.
002934     05  WS-RUN-ID-TIME          PIC 9(08) VALUE ZERO.
002935 01  WS-RUN-ID-NUM REDEFINES WS-RUN-ID
002936                                 PIC 9(16).
002937*    SOURCE SYSTEM, HEADER FILE DATE AND SEQUENCE NUMBER OF THE
002938*    DETAIL BEING WORKED - BLANK AND ZERO FOR INTERACTIVE WORK.
002939 01  WS-TRACE-SOURCE             PIC X(08) VALUE SPACES.
002940 01  WS-TRACE-FILE-DATE          PIC 9(08) VALUE ZERO.
002941 01  WS-TRACE-SEQ                PIC 9(06) VALUE ZERO.
002942
002943*----------------------------------------------------------------*
002950* GL EXTRACT WORKING STORAGE                                     *
002960*----------------------------------------------------------------*
002970 77  WS-GLEXTRACT-SW             PIC X VALUE 'N'.
003010
003020 01  WS-GLEXTRACT-FILE-STATUS    PIC X(02).
003030
003031*    RESULT LIMITS AND HOLD QUEUE - A BATCH RESULT OVER ITS
003032*    LIMIT IS HELD FOR SUPERVISOR RELEASE INSTEAD OF EXTRACTED.
003033 01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
003034 01  WS-HOLD-FILE-STATUS         PIC X(02) VALUE SPACES.
003035
003036 77  WS-LIMIT-OPEN-SW            PIC X VALUE 'N'.
003037     88  WS-LIMIT-OPEN           VALUE 'Y'.
003038
003039 77  WS-RESULT-HELD-SW           PIC X VALUE 'N'.
003040     88  WS-RESULT-HELD          VALUE 'Y'.
003041
003042 77  WS-HOLD-BROWSE-DONE-SW      PIC X VALUE 'N'.
003043     88  WS-HOLD-BROWSE-DONE     VALUE 'Y'.
003044
003045 77  WS-HELD-CNT                 PIC 9(06) COMP VALUE ZERO.
003046 77  WS-HOLD-RELEASED-CNT        PIC 9(06) COMP VALUE ZERO.
003047 77  WS-HOLD-CANCELLED-CNT       PIC 9(06) COMP VALUE ZERO.
003048 77  WS-HOLD-KEPT-CNT            PIC 9(06) COMP VALUE ZERO.
003049 77  WS-DEFAULT-OPERATOR         PIC X(08) VALUE "*DEFAULT".
003050
003051 01  WS-ABS-TOTAL                PIC 9(10)V9(10) COMP-3.
003052 01  WS-HOLD-LIMIT-AMOUNT        PIC 9(10)V9(02) VALUE ZERO.
003053 01  WS-HOLD-LIMIT-OPERATOR      PIC X(08) VALUE SPACES.
003054
003055*    A QUEUED ITEM FOUND ON FILE AGAIN BY A RERUN, AND THE
003056*    HISTORY ROW OF AN ITEM BEING CLEARED.
003057 77  WS-HOLD-ON-FILE-SW          PIC X VALUE 'N'.
003058     88  WS-HOLD-ON-FILE         VALUE 'Y'.
003059
003060 77  WS-HOLD-HIST-FOUND-SW       PIC X VALUE 'N'.
003061     88  WS-HOLD-HIST-FOUND      VALUE 'Y'.
003062
003063 01  WS-HOLD-REC-SAVE            PIC X(283) VALUE SPACES.
003064
003065 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
003066
003067*----------------------------------------------------------------*
003070* OPERATOR SIGN-ON / AUTHORIZATION WORKING STORAGE               *
003080*----------------------------------------------------------------*
003090 77  WS-SIGNON-OK-SW             PIC X VALUE 'N'.
003100     88  WS-SIGNON-OK            VALUE 'Y'.
003110
003112 77  WS-INITIAL-SETUP-SW         PIC X VALUE 'N'.
003114     88  WS-INITIAL-SETUP        VALUE 'Y'.
003116
003120 77  WS-OPER-AUTH-LEVEL          PIC 9(01) VALUE ZERO.
003130     88  WS-AUTH-BATCH-OK        VALUES 2 THRU 3.
003140     88  WS-AUTH-SUPERVISOR      VALUE 3.
003210 01  WS-OMAINT-LEVEL             PIC 9(01) VALUE ZERO.
003220 01  WS-OMAINT-FORMAT            PIC X(01) VALUE SPACE.
003230
003231*----------------------------------------------------------------*
003232* PIN AND SECURITY LOG WORKING STORAGE.  THE LOCKOUT THRESHOLD   *
003233* AND PIN LIFETIME ARE THE AUDIT STANDARD FOR EVERY PROGRAM      *
003234* THAT SIGNS ON AGAINST THE OPERATOR MASTER.  1250-SCRAMBLE-PIN  *
003235* TURNS A KEYED PIN INTO THE FORM HELD ON THE MASTER.            *
003236*----------------------------------------------------------------*
003237 77  WS-PIN-MAX-FAILURES         PIC 9(02) VALUE 3.
003238 77  WS-PIN-EXPIRY-DAYS          PIC 9(03) VALUE 90.
003239
003240 77  WS-PIN-OK-SW                PIC X VALUE 'N'.
003241     88  WS-PIN-OK               VALUE 'Y'.
003242
003243 77  WS-PIN-VALID-SW             PIC X VALUE 'N'.
003244     88  WS-PIN-VALID            VALUE 'Y'.
003245
003246 77  WS-PIN-EXPIRED-SW           PIC X VALUE 'N'.
003247     88  WS-PIN-EXPIRED          VALUE 'Y'.
003248
003249 77  WS-OPER-WAS-LOCKED-SW       PIC X VALUE 'N'.
003250     88  WS-OPER-WAS-LOCKED      VALUE 'Y'.
003251
003252 01  WS-PIN-ENTERED              PIC X(08) VALUE SPACES.
003253 01  WS-PIN-SCRAMBLED            PIC X(08) VALUE SPACES.
003254 01  WS-PIN-NEW-SCRAMBLED        PIC X(08) VALUE SPACES.
003255 01  WS-PIN-LENGTH               PIC 9(02) COMP VALUE ZERO.
003256 01  WS-PIN-IX                   PIC 9(02) COMP VALUE ZERO.
003257 01  WS-PIN-NUMERIC              PIC 9(08) VALUE ZERO.
003258 01  WS-PIN-SALT                 PIC 9(08) COMP VALUE ZERO.
003259 01  WS-PIN-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
003260 01  WS-PIN-HASH-QUOTIENT        PIC 9(15) COMP VALUE ZERO.
003261 01  WS-PIN-HASH                 PIC 9(08) VALUE ZERO.
003262 01  WS-PIN-AGE-DAYS             PIC S9(08) COMP VALUE ZERO.
003263 01  WS-SIGNON-DATE              PIC 9(08) VALUE ZERO.
003264
003265 01  WS-SECLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
003266 01  WS-SEC-EVENT                PIC X(01) VALUE SPACE.
003267 01  WS-SEC-SUBJECT-ID           PIC X(08) VALUE SPACES.
003268 01  WS-SEC-BY-ID                PIC X(08) VALUE SPACES.
003269 01  WS-SEC-REASON               PIC X(20) VALUE SPACES.
003270 01  WS-SEC-FAILED-CNT           PIC 9(02) VALUE ZERO.
003271
003272*----------------------------------------------------------------*
003273* PARAMETER CARD (UNATTENDED EXECUTION) WORKING STORAGE          *
003274* WHEN A CALCPARM FILE IS PRESENT AT START-UP, EVERY CONSOLE    *
003275* PROMPT IS SATISFIED FROM ITS KEYWORD=VALUE CARDS AND THE RUN  *
003280* PROCEEDS WITHOUT AN OPERATOR.  THE PROGRAM ENDS WITH A        *
003290* MEANINGFUL RETURN CODE SO THE SCHEDULER CAN BRANCH:           *
003300*   00 - CLEAN COMPLETION                                       *
003305*   04 - COMPLETED WITH REJECTS, OR A SET REFUSED AS ALREADY    *
003310*        PROCESSED, OR A HELD RESULT WHOSE KEY ALREADY HAD A     *
003315*        SUPERVISOR DECISION ON THE HOLD QUEUE (DECISION KEPT)   *
003320*   08 - CONTROL TOTAL VERIFICATION FAILED                      *
003324*        OR A BATCH RUN REFUSED ON A DAY THAT IS NOT A BUSINESS *
003326*        DAY (NO CLOSEDDAY OVERRIDE CARD WITH A GOOD SUPERVISOR  *
003328*        PIN)                                                    *
003330*   12 - SIGN-ON, AUTHORIZATION, PARM OR FILE ERROR             *
003340*----------------------------------------------------------------*
003350 77  WS-PARM-DRIVEN-SW           PIC X VALUE 'N'.
003490 01  WS-PARM-RESUBMIT            PIC X(01) VALUE SPACE.
003500 01  WS-PARM-RESTART             PIC X(01) VALUE SPACE.
003510 01  WS-PARM-CKPT-INTERVAL       PIC 9(06) VALUE ZERO.
003515 01  WS-PARM-PIN                 PIC X(08) VALUE SPACES.
003520
003530*----------------------------------------------------------------*
003540* BATCH CHECKPOINT/RESTART WORKING STORAGE                       *
004350 01  WS-MAINT-VALUE-IN           PIC X(22) VALUE SPACES.
004360 01  WS-MAINT-EFF-DATE           PIC 9(08) VALUE ZERO.
004370 01  WS-RATE-VALUE-DISPLAY       PIC -(10)9.9(10).
004371
004372*----------------------------------------------------------------*
004373* PENDING-CHANGE (DUAL CONTROL) WORKING STORAGE - A MAINTENANCE  *
004374* FUNCTION BUILDS THE AFTER IMAGE IN THE RATE RECORD AND KEEPS   *
004375* THE ROW AS IT STOOD IN WS-PEND-BEFORE-IMAGE (SPACES WHEN THE   *
004376* ROW DOES NOT EXIST YET).                                       *
004377*----------------------------------------------------------------*
004378 01  WS-PEND-FILE-STATUS         PIC X(02) VALUE SPACES.
004379
004380 77  WS-PEND-BROWSE-DONE-SW      PIC X VALUE 'N'.
004381     88  WS-PEND-BROWSE-DONE     VALUE 'Y'.
004382
004383 77  WS-PEND-ROW-BUSY-SW         PIC X VALUE 'N'.
004384     88  WS-PEND-ROW-BUSY        VALUE 'Y'.
004385
004386 01  WS-PEND-ACTION              PIC X(01) VALUE SPACE.
004387 01  WS-PEND-RESPONSE            PIC X(01) VALUE SPACE.
004388 01  WS-PEND-BEFORE-IMAGE        PIC X(40) VALUE SPACES.
004389 01  WS-PEND-CURRENT-IMAGE       PIC X(40) VALUE SPACES.
004390 01  WS-PEND-ROW-KEY             PIC X(16) VALUE SPACES.
004391 01  WS-PEND-ENTRY-TIME          PIC 9(08) VALUE ZERO.
004392 01  WS-PEND-REVIEWED-CNT        PIC 9(05) COMP VALUE ZERO.
004393
004394 PROCEDURE DIVISION.
004400
004410*----------------------------------------------------------------*
004420* 0000-MAINLINE                                                 *
004490         MOVE 12 TO RETURN-CODE
004495         PERFORM 9600-WRITE-RUNLOG-END
004496             THRU 9600-EXIT
004500         GOBACK
004510     END-IF.
004520
004530     EVALUATE TRUE
004704     PERFORM 9600-WRITE-RUNLOG-END
004706         THRU 9600-EXIT.
004710
004720     GOBACK.
004730
004740 0000-EXIT.
004750     EXIT.
007250 1100-EXIT.
007260     EXIT.
007270
007275*----------------------------------------------------------------*
007280* 1200-OPERATOR-SIGNON                                           *
007285* VALIDATES THE OPERATOR ID AND PIN AGAINST THE OPERATOR MASTER *
007290* AT START-OF-SESSION AND PICKS UP THE OPERATOR'S AUTHORIZATION *
007295* LEVEL AND DEFAULT OUTPUT FORMAT.  THREE FAILED ATTEMPTS END   *
007300* THE SESSION.  THE MASTER IS OPENED FOR UPDATE SO BAD PINS,    *
007305* LOCKOUTS AND PIN CHANGES ARE RECORDED AS THEY HAPPEN.  WHEN   *
007310* NO OPERATOR MASTER EXISTS YET (INITIAL SETUP) THE SESSION IS  *
007315* ALLOWED WITH SUPERVISOR AUTHORITY SO THE FILE CAN BE BUILT    *
007320* THROUGH OPERATOR MAINTENANCE.                                 *
007325*----------------------------------------------------------------*
007330 1200-OPERATOR-SIGNON.
007335     OPEN I-O OPERATOR-FILE.
007390
007400     IF WS-OPER-FILE-STATUS = '35'
007410         DISPLAY "Operator master not on file - initial "
007530         END-IF
007540         MOVE 3 TO WS-OPER-AUTH-LEVEL
007550         MOVE 'Y' TO WS-SIGNON-OK-SW
007555         MOVE 'Y' TO WS-INITIAL-SETUP-SW
007560         GO TO 1200-EXIT
007570     END-IF.
007580
007780     EXIT.
007790
007800*----------------------------------------------------------------*
007805* 1210-SIGNON-ATTEMPT                                            *
007810* ONE SIGN-ON ATTEMPT - OPERATOR ID, THEN STATUS, THEN PIN.     *
007815* EVERY REFUSAL IS WRITTEN TO THE SECURITY LOG.                 *
007820*----------------------------------------------------------------*
007830 1210-SIGNON-ATTEMPT.
007840     ADD 1 TO WS-SIGNON-ATTEMPT.
007950         GO TO 1210-EXIT
007960     END-IF.
007970
007975     MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
007980     READ OPERATOR-FILE
007985         INVALID KEY
007990         DISPLAY "Operator not on file."
007995         MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-REASON
008000         MOVE ZERO TO WS-SEC-FAILED-CNT
008005         PERFORM 1280-LOG-SIGNON-FAILURE
008010             THRU 1280-EXIT
008015         GO TO 1210-EXIT
008020     END-READ.
008040
008042     IF OM-INACTIVE
008044         DISPLAY "Operator is deactivated."
008046         MOVE "OPERATOR INACTIVE" TO WS-SEC-REASON
008048         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
008050         PERFORM 1280-LOG-SIGNON-FAILURE
008052             THRU 1280-EXIT
008054         GO TO 1210-EXIT
008056     END-IF.
008058
008060     IF OM-LOCKED
008062         DISPLAY "Operator is locked - a supervisor must "
008064             "unlock it."
008066         MOVE "OPERATOR LOCKED" TO WS-SEC-REASON
008068         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
008070         PERFORM 1280-LOG-SIGNON-FAILURE
008072             THRU 1280-EXIT
008074         GO TO 1210-EXIT
008076     END-IF.
008078
008080     PERFORM 1230-VERIFY-PIN
008082         THRU 1230-EXIT.
008084     IF NOT WS-PIN-OK
008086         GO TO 1210-EXIT
008088     END-IF.
008090
008100     MOVE OM-AUTH-LEVEL     TO WS-OPER-AUTH-LEVEL.
008110     MOVE OM-DEFAULT-FORMAT TO WS-OPER-DEFAULT-FORMAT.
008290 1220-EXIT.
008300     EXIT.
008310
008311*----------------------------------------------------------------*
008312* 1230-VERIFY-PIN                                                *
008313* CHECKS THE PIN FOR THE OPERATOR JUST READ - FROM THE PIN=     *
008314* CARD WHEN PARAMETER-DRIVEN, OTHERWISE KEYED AT THE CONSOLE.   *
008315* A BAD PIN COUNTS TOWARD THE LOCKOUT.  A GOOD PIN CLEARS THE   *
008316* COUNT; IF IT HAS EXPIRED (OR WAS ISSUED BY A SUPERVISOR) THE  *
008317* OPERATOR MUST CHOOSE A NEW ONE BEFORE THE SESSION GOES ON,    *
008318* WHICH CAN ONLY BE DONE AT THE CONSOLE.  AN OPERATOR WITH NO   *
008319* PIN ON FILE IS REFUSED UNTIL A SUPERVISOR ISSUES ONE.         *
008320*----------------------------------------------------------------*
008321 1230-VERIFY-PIN.
008322     MOVE 'N' TO WS-PIN-OK-SW.
008323     ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
008324
008326     IF OM-PIN-SCRAMBLED = SPACES
008328         DISPLAY "No PIN on file - a supervisor must issue "
008330             "one before you can sign on."
008332         MOVE "NO PIN ON FILE" TO WS-SEC-REASON
008334         MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT
008336         PERFORM 1280-LOG-SIGNON-FAILURE
008338             THRU 1280-EXIT
008340         GO TO 1230-EXIT
008342     END-IF.
008346
008347     IF WS-PARM-DRIVEN
008348         MOVE WS-PARM-PIN TO WS-PIN-ENTERED
008349     ELSE
008350         MOVE SPACES TO WS-PIN-ENTERED
008351         DISPLAY "Enter PIN: "
008352         ACCEPT WS-PIN-ENTERED
008353     END-IF.
008354
008355     PERFORM 1250-SCRAMBLE-PIN
008356         THRU 1250-EXIT.
008357
008358     IF NOT WS-PIN-VALID
008359             OR WS-PIN-SCRAMBLED NOT = OM-PIN-SCRAMBLED
008360         PERFORM 1260-RECORD-BAD-PIN
008361             THRU 1260-EXIT
008362         GO TO 1230-EXIT
008363     END-IF.
008364
008365     MOVE ZERO TO OM-FAILED-SIGNON-CNT.
008366
008367     PERFORM 1270-CHECK-PIN-EXPIRY
008368         THRU 1270-EXIT.
008369
008370     IF NOT WS-PIN-EXPIRED
008371         REWRITE CALC-OPERATOR-REC
008372         MOVE 'Y' TO WS-PIN-OK-SW
008373         GO TO 1230-EXIT
008374     END-IF.
008375
008376     IF WS-PARM-DRIVEN
008377         REWRITE CALC-OPERATOR-REC
008378         DISPLAY "PIN has expired - sign on at the console "
008379             "to change it."
008380         MOVE "PIN EXPIRED" TO WS-SEC-REASON
008381         MOVE ZERO TO WS-SEC-FAILED-CNT
008382         PERFORM 1280-LOG-SIGNON-FAILURE
008383             THRU 1280-EXIT
008384         GO TO 1230-EXIT
008385     END-IF.
008386
008387     DISPLAY "PIN has expired - choose a new PIN now.".
008388     PERFORM 1240-SET-NEW-PIN
008389         THRU 1240-EXIT.
008390
008391     IF WS-PIN-OK
008392         MOVE 'C' TO WS-SEC-EVENT
008393         MOVE "PIN CHANGED AT SIGN-ON" TO WS-SEC-REASON
008394         PERFORM 1285-LOG-PIN-SET
008395             THRU 1285-EXIT
008396     ELSE
008397         REWRITE CALC-OPERATOR-REC
008398         MOVE "EXPIRED PIN UNCHANGED" TO WS-SEC-REASON
008399         MOVE ZERO TO WS-SEC-FAILED-CNT
008400         PERFORM 1280-LOG-SIGNON-FAILURE
008401             THRU 1280-EXIT
008402     END-IF.
008403
008404 1230-EXIT.
008405     EXIT.
008406
008407*----------------------------------------------------------------*
008408* 1240-SET-NEW-PIN                                               *
008409* HAS THE OPERATOR KEY A NEW PIN TWICE AT THE CONSOLE.  IT MUST *
008410* BE 4 TO 8 DIGITS AND DIFFER FROM THE PIN IT REPLACES.  THE    *
008411* NEW PIN RESTARTS THE EXPIRY CLOCK FROM TODAY.                 *
008412*----------------------------------------------------------------*
008413 1240-SET-NEW-PIN.
008414     MOVE 'N' TO WS-PIN-OK-SW.
008415
008416     MOVE SPACES TO WS-PIN-ENTERED.
008417     DISPLAY "New PIN (4 to 8 digits): ".
008418     ACCEPT WS-PIN-ENTERED.
008419
008420     PERFORM 1250-SCRAMBLE-PIN
008421         THRU 1250-EXIT.
008422
008423     IF NOT WS-PIN-VALID
008424         DISPLAY "PIN must be 4 to 8 digits - not changed."
008425         GO TO 1240-EXIT
008426     END-IF.
008427
008428     IF WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
008429         DISPLAY "New PIN must differ from the old one - "
008430             "not changed."
008431         GO TO 1240-EXIT
008432     END-IF.
008433
008434     MOVE WS-PIN-SCRAMBLED TO WS-PIN-NEW-SCRAMBLED.
008435
008436     MOVE SPACES TO WS-PIN-ENTERED.
008437     DISPLAY "Re-enter new PIN: ".
008438     ACCEPT WS-PIN-ENTERED.
008439
008440     PERFORM 1250-SCRAMBLE-PIN
008441         THRU 1250-EXIT.
008442
008443     IF WS-PIN-SCRAMBLED NOT = WS-PIN-NEW-SCRAMBLED
008444         DISPLAY "PINs do not match - not changed."
008445         GO TO 1240-EXIT
008446     END-IF.
008447
008448     MOVE WS-PIN-NEW-SCRAMBLED TO OM-PIN-SCRAMBLED.
008449     MOVE WS-SIGNON-DATE       TO OM-PIN-CHANGED-DATE.
008450     MOVE ZERO                 TO OM-FAILED-SIGNON-CNT.
008451     REWRITE CALC-OPERATOR-REC.
008452
008453     DISPLAY "PIN changed.".
008454     MOVE 'Y' TO WS-PIN-OK-SW.
008455
008456 1240-EXIT.
008457     EXIT.
008458
008459*----------------------------------------------------------------*
008460* 1250-SCRAMBLE-PIN                                              *
008461* EDITS WS-PIN-ENTERED (4 TO 8 DIGITS, LEFT-JUSTIFIED) AND      *
008462* TURNS IT INTO THE FORM HELD ON THE OPERATOR MASTER IN         *
008463* WS-PIN-SCRAMBLED.  THE OPERATOR ID IN OM-OPERATOR-ID SALTS    *
008464* THE RESULT SO TWO OPERATORS WITH THE SAME PIN DO NOT SHARE A  *
008465* STORED VALUE.  EVERY OTHER PROGRAM THAT CHECKS A PIN (CALCGMNT,*
008466* CALCSMNT, CALCCMNT, CALCHREL, CALCEDIT, CALCGLCL, CALCGLRV AND *
008467* CALCOCNV) CARRIES THE SAME ROUTINE - A CHANGE HERE MUST BE     *
008468* MADE IN ALL OF THEM OR NO PIN WILL MATCH.                      *
008469*----------------------------------------------------------------*
008470 1250-SCRAMBLE-PIN.
008471     MOVE 'N'    TO WS-PIN-VALID-SW.
008472     MOVE SPACES TO WS-PIN-SCRAMBLED.
008473     MOVE ZERO   TO WS-PIN-LENGTH.
008474     INSPECT WS-PIN-ENTERED TALLYING WS-PIN-LENGTH
008475         FOR CHARACTERS BEFORE INITIAL SPACE.
008476
008477     IF WS-PIN-LENGTH < 4
008478         GO TO 1250-EXIT
008479     END-IF.
008480
008481     IF WS-PIN-ENTERED(1:WS-PIN-LENGTH) NOT NUMERIC
008482         GO TO 1250-EXIT
008483     END-IF.
008484
008485     IF WS-PIN-LENGTH < 8
008486         IF WS-PIN-ENTERED(WS-PIN-LENGTH + 1:) NOT = SPACES
008487             GO TO 1250-EXIT
008488         END-IF
008489     END-IF.
008490
008491     MOVE 'Y' TO WS-PIN-VALID-SW.
008492     COMPUTE WS-PIN-NUMERIC =
008493         FUNCTION NUMVAL(WS-PIN-ENTERED(1:WS-PIN-LENGTH)).
008494
008495     MOVE ZERO TO WS-PIN-SALT.
008496     PERFORM 1255-ADD-SALT-CHARACTER
008497         THRU 1255-EXIT
008498         VARYING WS-PIN-IX FROM 1 BY 1
008499         UNTIL WS-PIN-IX > 8.
008500
008501     COMPUTE WS-PIN-HASH-WORK =
008502         WS-PIN-NUMERIC * 7919
008503         + WS-PIN-SALT * 104729
008504         + WS-PIN-LENGTH * 15485863.
008505     DIVIDE WS-PIN-HASH-WORK BY 99999989
008506         GIVING WS-PIN-HASH-QUOTIENT
008507         REMAINDER WS-PIN-HASH.
008508
008509     MOVE WS-PIN-HASH TO WS-PIN-SCRAMBLED.
008510     INSPECT WS-PIN-SCRAMBLED CONVERTING "0123456789"
008511         TO "KQXBMZRDWT".
008512
008513 1250-EXIT.
008514     EXIT.
008515
008516*----------------------------------------------------------------*
008517* 1255-ADD-SALT-CHARACTER                                        *
008518*----------------------------------------------------------------*
008519 1255-ADD-SALT-CHARACTER.
008520     COMPUTE WS-PIN-SALT = WS-PIN-SALT
008521         + FUNCTION ORD(OM-OPERATOR-ID(WS-PIN-IX:1))
008522         * WS-PIN-IX.
008523
008524 1255-EXIT.
008525     EXIT.
008526
008527*----------------------------------------------------------------*
008528* 1260-RECORD-BAD-PIN                                            *
008529* COUNTS A BAD PIN AGAINST THE OPERATOR.  REACHING THE LOCKOUT  *
008530* THRESHOLD SETS THE LOCKED STATUS, WHICH ONLY A SUPERVISOR CAN *
008531* CLEAR THROUGH OPERATOR MAINTENANCE.                           *
008532*----------------------------------------------------------------*
008533 1260-RECORD-BAD-PIN.
008534     ADD 1 TO OM-FAILED-SIGNON-CNT.
008535     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
008536
008537     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
008538         REWRITE CALC-OPERATOR-REC
008539         DISPLAY "Invalid PIN."
008540         MOVE "INVALID PIN" TO WS-SEC-REASON
008541         PERFORM 1280-LOG-SIGNON-FAILURE
008542             THRU 1280-EXIT
008543         GO TO 1260-EXIT
008544     END-IF.
008545
008546     MOVE 'L' TO OM-STATUS-CODE.
008547     REWRITE CALC-OPERATOR-REC.
008548     DISPLAY "Invalid PIN - operator is now locked; a "
008549         "supervisor must unlock it.".
008550
008551     MOVE 'L'                TO WS-SEC-EVENT.
008552     MOVE WS-OPERATOR-ID     TO WS-SEC-SUBJECT-ID.
008553     MOVE SPACES             TO WS-SEC-BY-ID.
008554     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
008555     PERFORM 1290-WRITE-SECURITY-LOG
008556         THRU 1290-EXIT.
008557
008558 1260-EXIT.
008559     EXIT.
008560
008561*----------------------------------------------------------------*
008562* 1270-CHECK-PIN-EXPIRY                                          *
008563* A PIN EXPIRES WS-PIN-EXPIRY-DAYS AFTER IT WAS LAST CHANGED.   *
008564* A ZERO CHANGED DATE (SUPERVISOR-ISSUED PIN) OR ONE THAT IS    *
008565* NOT A VALID DATE COUNTS AS EXPIRED.                           *
008566*----------------------------------------------------------------*
008567 1270-CHECK-PIN-EXPIRY.
008568     MOVE 'N' TO WS-PIN-EXPIRED-SW.
008569
008570     IF OM-PIN-CHANGED-DATE NOT NUMERIC
008571             OR OM-PIN-CHANGED-DATE = ZERO
008572         MOVE 'Y' TO WS-PIN-EXPIRED-SW
008573         GO TO 1270-EXIT
008574     END-IF.
008575
008576     COMPUTE WS-PIN-AGE-DAYS =
008577         FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE)
008578         - FUNCTION INTEGER-OF-DATE(OM-PIN-CHANGED-DATE).
008579
008580     IF WS-PIN-AGE-DAYS NOT < WS-PIN-EXPIRY-DAYS
008581         MOVE 'Y' TO WS-PIN-EXPIRED-SW
008582     END-IF.
008583
008584 1270-EXIT.
008585     EXIT.
008586
008587*----------------------------------------------------------------*
008588* 1280-LOG-SIGNON-FAILURE                                        *
008589* LOGS A REFUSED SIGN-ON.  THE CALLER SETS THE REASON AND THE   *
008590* FAILED-PIN COUNT.                                             *
008591*----------------------------------------------------------------*
008592 1280-LOG-SIGNON-FAILURE.
008593     MOVE 'F'            TO WS-SEC-EVENT.
008594     MOVE WS-OPERATOR-ID TO WS-SEC-SUBJECT-ID.
008595     MOVE SPACES         TO WS-SEC-BY-ID.
008596     PERFORM 1290-WRITE-SECURITY-LOG
008597         THRU 1290-EXIT.
008598
008599 1280-EXIT.
008600     EXIT.
008601
008602*----------------------------------------------------------------*
008603* 1285-LOG-PIN-SET                                               *
008604* LOGS A PIN THE OPERATOR SET OR CHANGED AT SIGN-ON.  THE       *
008605* CALLER SETS THE EVENT TYPE AND REASON.                        *
008606*----------------------------------------------------------------*
008607 1285-LOG-PIN-SET.
008608     MOVE WS-OPERATOR-ID TO WS-SEC-SUBJECT-ID.
008609     MOVE SPACES         TO WS-SEC-BY-ID.
008610     MOVE ZERO           TO WS-SEC-FAILED-CNT.
008611     PERFORM 1290-WRITE-SECURITY-LOG
008612         THRU 1290-EXIT.
008613
008614 1285-EXIT.
008615     EXIT.
008616
008617*----------------------------------------------------------------*
008618* 1290-WRITE-SECURITY-LOG                                        *
008619* APPENDS ONE EVENT TO THE SECURITY LOG (SECLOG).  AS WITH THE  *
008620* RUN LOG, A LOG FAILURE IS REPORTED BUT NEVER STOPS THE        *
008621* SESSION.                                                      *
008622*----------------------------------------------------------------*
008623 1290-WRITE-SECURITY-LOG.
008624     OPEN EXTEND SECLOG-FILE.
008625     IF WS-SECLOG-FILE-STATUS = '35'
008626         OPEN OUTPUT SECLOG-FILE
008627     END-IF.
008628     IF WS-SECLOG-FILE-STATUS NOT = '00'
008629         DISPLAY "Cannot open security log - status "
008630             WS-SECLOG-FILE-STATUS
008631         GO TO 1290-EXIT
008632     END-IF.
008633
008634     MOVE SPACES TO CALC-SECLOG-REC.
008635     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
008636     ACCEPT WS-TIME-OF-DAY FROM TIME.
008637     MOVE WS-TIME-HHMMSS      TO SL-LOG-TIME.
008638     MOVE "CALCULATOR"        TO SL-PROGRAM-ID.
008639     MOVE WS-SEC-EVENT        TO SL-EVENT-TYPE.
008640     MOVE WS-SEC-SUBJECT-ID   TO SL-OPERATOR-ID.
008641     MOVE WS-SEC-BY-ID        TO SL-BY-OPERATOR-ID.
008642     MOVE WS-SEC-REASON       TO SL-REASON.
008643     MOVE WS-SEC-FAILED-CNT   TO SL-FAILED-CNT.
008644     IF WS-PARM-DRIVEN
008645         MOVE 'P'             TO SL-ENTRY-MODE
008646     ELSE
008647         MOVE 'C'             TO SL-ENTRY-MODE
008648     END-IF.
008649
008650     WRITE CALC-SECLOG-REC.
008651     CLOSE SECLOG-FILE.
008652
008653 1290-EXIT.
008654     EXIT.
008655
008656*----------------------------------------------------------------*
008657* 1300-READ-PARM-FILE                                            *
008658* READS THE OPTIONAL PARAMETER CARD FILE.  WHEN THE FILE IS     *
008659* PRESENT THE RUN IS PARAMETER-DRIVEN: EVERY CONSOLE PROMPT IS  *
008660* SATISFIED FROM ITS KEYWORD=VALUE CARDS AND NOTHING IS ASKED   *
008661* AT THE CONSOLE.  CARDS: OPERATOR=, PIN=, MODE=, FORMAT=,      *
008662* GLEXTRACT=, RESUBMIT=, RESTART=, AND CKPT-INTERVAL=NNNNNN     *
008663* (1 TO 6 DIGITS, LEADING ZEROES NOT REQUIRED).  CARDS          *
008664* BEGINNING '*' AND BLANK CARDS ARE COMMENTS.  THE PIN= CARD    *
008665* IS CHECKED LIKE A KEYED PIN BUT CANNOT CHANGE AN EXPIRED ONE. *
008666*----------------------------------------------------------------*
008667 1300-READ-PARM-FILE.
008668     OPEN INPUT PARM-FILE.
008669
008670     IF WS-CALCPARM-STATUS = '35'
008671         GO TO 1300-EXIT
008672     END-IF.
008673
008674     IF WS-CALCPARM-STATUS NOT = '00'
008675         DISPLAY "Cannot open parameter file - status "
008676             WS-CALCPARM-STATUS
008677         GO TO 1300-EXIT
008678     END-IF.
008679
008680     MOVE 'Y' TO WS-PARM-DRIVEN-SW.
008681     DISPLAY "Parameter file found - running unattended.".
008682
008683     PERFORM 1310-READ-ONE-PARM-CARD
008684         THRU 1310-EXIT
008685         UNTIL WS-PARM-EOF.
008686
008687     CLOSE PARM-FILE.
008688
008689 1300-EXIT.
008690     EXIT.
008691
008692*----------------------------------------------------------------*
008693* 1310-READ-ONE-PARM-CARD                                        *
008694*----------------------------------------------------------------*
008700 1310-READ-ONE-PARM-CARD.
008710     READ PARM-FILE
008720         AT END
008810     EVALUATE TRUE
008820         WHEN PARM-CARD(1:9) = "OPERATOR="
008830             MOVE PARM-CARD(10:8) TO WS-PARM-OPERATOR
008834         WHEN PARM-CARD(1:4) = "PIN="
008838             MOVE PARM-CARD(5:8) TO WS-PARM-PIN
008840         WHEN PARM-CARD(1:5) = "MODE="
008850             MOVE PARM-CARD(6:1) TO WS-PARM-MODE-VAL
008860         WHEN PARM-CARD(1:7) = "FORMAT="
012401* TRANSACTION, CALCULATE ITS TOTAL AND WRITE A RESULT RECORD.    *
012402*----------------------------------------------------------------*
012403 4000-PROCESS-BATCH.
012404     PERFORM 4010-CHECK-RUN-DAY
012405         THRU 4010-EXIT.
012406     IF WS-RUNDAY-REFUSED
012407         GO TO 4000-EXIT
012408     END-IF.
012409
012410     IF WS-RESUBMIT-ON
012420         OPEN INPUT REJECT-IN-FILE
012430         IF WS-REJECTIN-FILE-STATUS = '35'
012720             OPEN OUTPUT REJECT-FILE
012730         END-IF
012740     END-IF.
012741
012742*    THE HISTORY FILE IS PERMANENT - CREATED ON FIRST USE AND
012743*    ADDED TO BY EVERY RUN.  A RUN THAT CANNOT FILE ITS DETAILS
012744*    IS REFUSED, SO A LATER RE-PRICING NEVER MISSES ANY.
012745     OPEN I-O TRANHIST-FILE.
012746     IF WS-THIST-FILE-STATUS = '35'
012747         OPEN OUTPUT TRANHIST-FILE
012748         CLOSE TRANHIST-FILE
012749         OPEN I-O TRANHIST-FILE
012750     END-IF.
012751     IF WS-THIST-FILE-STATUS NOT = '00'
012752         DISPLAY "Cannot open transaction history - status "
012753             WS-THIST-FILE-STATUS " - ending batch run."
012754         MOVE 'Y' TO WS-FILE-ERROR-SW
012755         CLOSE RESULTS-FILE
012756         CLOSE REJECT-FILE
012757         IF WS-RESUBMIT-ON
012758             CLOSE REJECT-IN-FILE
012759         ELSE
012760             CLOSE TRANSACTION-FILE
012761         END-IF
012762         GO TO 4000-EXIT
012763     END-IF.
012764
012765*    THE RECEIPT REGISTER IS PERMANENT TOO.  A RUN THAT CANNOT
012766*    CHECK ITS SETS AGAINST IT IS REFUSED, SO NO SET IS EVER
012767*    RUN TWICE UNSEEN.  RESUBMIT FILES CARRY NO HEADERS AND
012768*    ARE NOT REGISTERED.
012769     IF NOT WS-RESUBMIT-ON
012770         OPEN I-O RECEIPT-FILE
012771         IF WS-RCPT-FILE-STATUS = '35'
012772             OPEN OUTPUT RECEIPT-FILE
012773             CLOSE RECEIPT-FILE
012774             OPEN I-O RECEIPT-FILE
012775         END-IF
012776         IF WS-RCPT-FILE-STATUS NOT = '00'
012777             DISPLAY "Cannot open receipt register - status "
012778                 WS-RCPT-FILE-STATUS " - ending batch run."
012779             MOVE 'Y' TO WS-FILE-ERROR-SW
012780             CLOSE RESULTS-FILE
012781             CLOSE REJECT-FILE
012782             CLOSE TRANHIST-FILE
012783             CLOSE TRANSACTION-FILE
012784             GO TO 4000-EXIT
012785         END-IF
012786         MOVE 'Y' TO WS-RCPT-OPEN-SW
012787     END-IF.
012788
012789*    THE HOLD QUEUE IS PERMANENT TOO.  A RUN THAT CANNOT REACH
012790*    IT IS REFUSED, SINCE AN OVER-LIMIT RESULT WOULD OTHERWISE
012791*    GO STRAIGHT TO THE GL EXTRACT.  ITEMS DECIDED SINCE THE
012792*    LAST RUN ARE CLEARED BEFORE ANY NEW WORK IS TAKEN ON.
012793     OPEN I-O HOLD-FILE.
012794     IF WS-HOLD-FILE-STATUS = '35'
012795         OPEN OUTPUT HOLD-FILE
012796         CLOSE HOLD-FILE
012797         OPEN I-O HOLD-FILE
012798     END-IF.
012799     IF WS-HOLD-FILE-STATUS NOT = '00'
012800         DISPLAY "Cannot open hold queue - status "
012801             WS-HOLD-FILE-STATUS " - ending batch run."
012802         MOVE 'Y' TO WS-FILE-ERROR-SW
012803         CLOSE RESULTS-FILE
012804         CLOSE REJECT-FILE
012805         CLOSE TRANHIST-FILE
012806         IF WS-RCPT-OPEN
012807             CLOSE RECEIPT-FILE
012808             MOVE 'N' TO WS-RCPT-OPEN-SW
012809         END-IF
012810         IF WS-RESUBMIT-ON
012811             CLOSE REJECT-IN-FILE
012812         ELSE
012813             CLOSE TRANSACTION-FILE
012814         END-IF
012815         GO TO 4000-EXIT
012816     END-IF.
012817
012818     PERFORM 4050-CLEAR-DECIDED-HOLDS
012819         THRU 4050-EXIT.
012820
012821*    NO RESULT LIMITS TABLE MEANS NO LIMITS - NOTHING IS HELD.
012822     OPEN INPUT LIMIT-FILE.
012823     IF WS-LIMIT-FILE-STATUS = '00'
012824         MOVE 'Y' TO WS-LIMIT-OPEN-SW
012825     ELSE
012826         IF WS-GLEXTRACT-ON
012827             DISPLAY "Result limits table not available - "
012828                 "status " WS-LIMIT-FILE-STATUS
012829                 " - no results will be held."
012830         END-IF
012831     END-IF.
012832
012833     MOVE WS-RESTART-SEQ TO WS-LAST-SEQ-PROCESSED.
012834
012835     PERFORM 4100-READ-TRANSACTION
012836         THRU 4100-EXIT.
012837
012838     PERFORM 4200-PROCESS-ONE-TRANSACTION
012839         THRU 4200-EXIT
012840         UNTIL WS-TRANS-EOF.
012841
012850     IF WS-RESUBMIT-ON
012860         DISPLAY "Resubmit run - control totals not applicable."
012870     ELSE
013010     END-IF.
013020     CLOSE RESULTS-FILE.
013030     CLOSE REJECT-FILE.
013035     CLOSE TRANHIST-FILE.
013036     IF WS-RCPT-OPEN
013037         CLOSE RECEIPT-FILE
013038         MOVE 'N' TO WS-RCPT-OPEN-SW
013039     END-IF.
013040     CLOSE HOLD-FILE.
013041     IF WS-LIMIT-OPEN
013042         CLOSE LIMIT-FILE
013043         MOVE 'N' TO WS-LIMIT-OPEN-SW
013044     END-IF.
013045
013050     IF WS-CONTROL-ERROR
013060         DISPLAY "*** BATCH RUN REFUSED - CONTROL TOTAL "
013070             "VERIFICATION FAILED - DO NOT USE RESULTS ***"
013120     DISPLAY "Detail records read:  " WS-TOTAL-DETAIL-CNT.
013130     DISPLAY "Results written:      " WS-TRANS-WRITTEN-CNT.
013140     DISPLAY "Rejects written:      " WS-REJECT-CNT.
013141     DISPLAY "History filed:        " WS-HIST-WRITTEN-CNT.
013142     IF WS-RESUBMIT-ON
013144         DISPLAY "Rejects cleared:      " WS-CLEARED-CNT
013145         DISPLAY "Rejects carried:      " WS-CARRIED-CNT
013146     END-IF.
013147     IF WS-REFUSED-SET-CNT > ZERO
013148         DISPLAY "Sets refused:         " WS-REFUSED-SET-CNT
013149     END-IF.
013150     IF WS-HELD-CNT > ZERO
013151         DISPLAY "Results held:         " WS-HELD-CNT
013152     END-IF.
013153     IF WS-HOLD-RELEASED-CNT > ZERO
013154         DISPLAY "Holds released to GL: " WS-HOLD-RELEASED-CNT
013155     END-IF.
013156     IF WS-HOLD-CANCELLED-CNT > ZERO
013157         DISPLAY "Holds cancelled:      " WS-HOLD-CANCELLED-CNT
013158     END-IF.
013159     IF WS-HOLD-KEPT-CNT > ZERO
013160         DISPLAY "Hold decisions kept:  " WS-HOLD-KEPT-CNT
013161     END-IF.
013162
013163     PERFORM 4400-DISPLAY-SOURCE-SECTIONS
013164         THRU 4400-EXIT.
013165
013166 4000-EXIT.
013170     EXIT.
013171
013172*----------------------------------------------------------------*
013173* 4010-CHECK-RUN-DAY                                             *
013174* A BATCH RUN ON A DAY THE BUSINESS-DAY CALENDAR CLOSES (OR A    *
013175* WEEKEND) IS REFUSED UNLESS THE OVERRIDE FILE (RCPTOVRD) HOLDS  *
013176* A CARD "CLOSEDDAY          DATE=YYYYMMDD SUPV=XXXXXXXX         *
013177* PIN=NNNNNNNN" FOR THE RUN DATE NAMING AN ACTIVE SUPERVISOR,    *
013178* WHOSE PIN IS CHECKED BY 4012.  A REFUSED RUN ENDS WITH RC 08  *
013179* BEFORE ANY FILE IS OPENED.                                     *
013180*----------------------------------------------------------------*
013181 4010-CHECK-RUN-DAY.
013182     MOVE 'N' TO WS-RUNDAY-REFUSED-SW.
013183
013184     COMPUTE WS-DATE-INT =
013185         FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE).
013186     IF WS-DATE-INT = ZERO
013187         GO TO 4010-EXIT
013188     END-IF.
013189
013190     PERFORM 4139-TEST-BUSINESS-DAY
013191         THRU 4139-EXIT.
013192     IF WS-BUS-DAY
013193         GO TO 4010-EXIT
013194     END-IF.
013195
013196     IF NOT WS-OVRD-LOADED
013197         PERFORM 4133-LOAD-OVERRIDE-CARDS
013198             THRU 4133-EXIT
013199     END-IF.
013200
013201     IF WS-RUNDAY-OVRD-SUPV = SPACES
013202         DISPLAY "*** BATCH RUN REFUSED - " WS-RUN-START-DATE
013203             " IS NOT A BUSINESS DAY ***"
013204         DISPLAY "*** A CLOSEDDAY OVERRIDE CARD IS REQUIRED ***"
013205         MOVE 'Y' TO WS-RUNDAY-REFUSED-SW
013206         GO TO 4010-EXIT
013207     END-IF.
013208
013209     OPEN I-O OPERATOR-FILE.
013210     IF WS-OPER-FILE-STATUS NOT = '00'
013211         DISPLAY "Operator master not available - override "
013212             "for " WS-RUNDAY-OVRD-SUPV " not honored."
013213         MOVE 'Y' TO WS-RUNDAY-REFUSED-SW
013214     ELSE
013215         MOVE WS-RUNDAY-OVRD-SUPV TO OM-OPERATOR-ID
013216         READ OPERATOR-FILE
013217             INVALID KEY
013218             MOVE SPACES TO OM-STATUS-CODE
013219             MOVE ZERO   TO OM-AUTH-LEVEL
013220         END-READ
013221         MOVE WS-RUNDAY-OVRD-PIN TO WS-OVERRIDE-PIN
013222         PERFORM 4012-VERIFY-OVERRIDE-PIN
013223             THRU 4012-EXIT
013224         CLOSE OPERATOR-FILE
013225         IF NOT WS-OVRD-PIN-OK
013226             MOVE 'Y' TO WS-RUNDAY-REFUSED-SW
013227         END-IF
013228     END-IF.
013229
013230     IF WS-RUNDAY-REFUSED
013231         DISPLAY "*** BATCH RUN REFUSED - " WS-RUN-START-DATE
013232             " IS NOT A BUSINESS DAY ***"
013233         GO TO 4010-EXIT
013234     END-IF.
013235
013236     DISPLAY "Batch run on closed day " WS-RUN-START-DATE
013237         " authorized by supervisor " WS-RUNDAY-OVRD-SUPV ".".
013238
013239 4010-EXIT.
013240     EXIT.
013241
013242*----------------------------------------------------------------*
013243* 4011-TAKE-CLOSEDDAY-CARD                                       *
013244* KEEPS THE SUPERVISOR NAMED ON A CLOSEDDAY CARD FOR THE RUN     *
013245* DATE; A CARD FOR ANOTHER DATE IS PASSED OVER.                  *
013246*----------------------------------------------------------------*
013247 4011-TAKE-CLOSEDDAY-CARD.
013248     IF OVERRIDE-CARD(20:5) NOT = "DATE="
013249             OR OVERRIDE-CARD(25:8) IS NOT NUMERIC
013250             OR OVERRIDE-CARD(34:5) NOT = "SUPV="
013251             OR OVERRIDE-CARD(39:8) = SPACES
013252             OR OVERRIDE-CARD(48:4) NOT = "PIN="
013253             OR OVERRIDE-CARD(52:8) = SPACES
013254         DISPLAY "Bad override card ignored: "
013255             OVERRIDE-CARD(1:46)
013256         GO TO 4011-EXIT
013257     END-IF.
013258
013259     IF OVERRIDE-CARD(25:8) = WS-RUN-START-DATE
013260         MOVE OVERRIDE-CARD(39:8) TO WS-RUNDAY-OVRD-SUPV
013261         MOVE OVERRIDE-CARD(52:8) TO WS-RUNDAY-OVRD-PIN
013262     END-IF.
013263
013264 4011-EXIT.
013265     EXIT.
013266
013267*----------------------------------------------------------------*
013268* 4012-VERIFY-OVERRIDE-PIN                                       *
013269* CHECKS THE SUPERVISOR JUST READ (OPERATOR MASTER OPEN I-O)     *
013270* AGAINST THE PIN ON THE OVERRIDE CARD IN WS-OVERRIDE-PIN, WITH  *
013271* THE SIGN-ON SCRAMBLE.  AN OPERATOR NOT ON FILE, NOT ACTIVE OR  *
013272* WITHOUT SUPERVISOR AUTHORITY, A LOCKED ONE, OR A BAD PIN IS    *
013273* NOT HONORED.  A BAD PIN COUNTS TOWARD THE SIGN-ON LOCKOUT AND  *
013274* LOCKS THE OPERATOR AT THE LIMIT; A GOOD PIN CLEARS THE COUNT.  *
013275* EVERY REFUSAL GOES TO THE SECURITY LOG.                        *
013276*----------------------------------------------------------------*
013277 4012-VERIFY-OVERRIDE-PIN.
013278     MOVE 'N'            TO WS-OVRD-PIN-OK-SW.
013279     MOVE OM-OPERATOR-ID TO WS-SEC-SUBJECT-ID.
013280     MOVE SPACES         TO WS-SEC-BY-ID.
013281     MOVE 'F'            TO WS-SEC-EVENT.
013282     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
013283
013284     IF WS-OPER-FILE-STATUS NOT = '00'
013285         MOVE ZERO TO WS-SEC-FAILED-CNT
013286     END-IF.
013287
013288     IF OM-LOCKED
013289         DISPLAY "Override card names " OM-OPERATOR-ID
013290             " - operator is locked; not honored."
013291         MOVE "OVERRIDE - LOCKED" TO WS-SEC-REASON
013292         PERFORM 1290-WRITE-SECURITY-LOG
013293             THRU 1290-EXIT
013294         GO TO 4012-EXIT
013295     END-IF.
013296
013297     IF NOT OM-ACTIVE OR NOT OM-AUTH-SUPERVISOR
013298         DISPLAY "Override card names " OM-OPERATOR-ID
013299             " - not an active supervisor; not honored."
013300         MOVE "OVERRIDE - NOT SUPV" TO WS-SEC-REASON
013301         PERFORM 1290-WRITE-SECURITY-LOG
013302             THRU 1290-EXIT
013303         GO TO 4012-EXIT
013304     END-IF.
013305
013306     MOVE WS-OVERRIDE-PIN TO WS-PIN-ENTERED.
013307     PERFORM 1250-SCRAMBLE-PIN
013308         THRU 1250-EXIT.
013309     MOVE SPACES TO WS-PIN-ENTERED.
013310
013311     IF WS-PIN-VALID
013312             AND OM-PIN-SCRAMBLED NOT = SPACES
013313             AND WS-PIN-SCRAMBLED = OM-PIN-SCRAMBLED
013314         IF OM-FAILED-SIGNON-CNT NOT = ZERO
013315             MOVE ZERO TO OM-FAILED-SIGNON-CNT
013316             REWRITE CALC-OPERATOR-REC
013317         END-IF
013318         MOVE 'Y' TO WS-OVRD-PIN-OK-SW
013319         GO TO 4012-EXIT
013320     END-IF.
013321
013322     ADD 1 TO OM-FAILED-SIGNON-CNT.
013323     MOVE OM-FAILED-SIGNON-CNT TO WS-SEC-FAILED-CNT.
013324
013325     IF OM-FAILED-SIGNON-CNT < WS-PIN-MAX-FAILURES
013326         REWRITE CALC-OPERATOR-REC
013327         DISPLAY "Override card for " OM-OPERATOR-ID
013328             " - invalid PIN; not honored."
013329         MOVE "OVERRIDE - BAD PIN" TO WS-SEC-REASON
013330         PERFORM 1290-WRITE-SECURITY-LOG
013331             THRU 1290-EXIT
013332         GO TO 4012-EXIT
013333     END-IF.
013334
013335     MOVE 'L' TO OM-STATUS-CODE.
013336     REWRITE CALC-OPERATOR-REC.
013337     DISPLAY "Override card for " OM-OPERATOR-ID
013338         " - invalid PIN; operator is now locked.".
013339     MOVE 'L'                TO WS-SEC-EVENT.
013340     MOVE "FAILED PIN LIMIT" TO WS-SEC-REASON.
013341     PERFORM 1290-WRITE-SECURITY-LOG
013342         THRU 1290-EXIT.
013343
013344 4012-EXIT.
013345     EXIT.
013346
013347*----------------------------------------------------------------*
013348* 4050-CLEAR-DECIDED-HOLDS                                       *
013349* WORKS THE HOLD QUEUE AT THE START OF EVERY BATCH RUN.  AN      *
013350* ITEM A SUPERVISOR APPROVED GOES TO THE GL EXTRACT, FLAGGED AS  *
013351* RELEASED FROM HOLD AND DATED THIS RUN, AND IS MARKED RELEASED. *
013352* AN ITEM A SUPERVISOR CANCELLED GOES TO THE REJECT SUSPENSE     *
013353* FILE UNDER REASON 07, DATED THE DAY IT WAS CANCELLED, AND IS   *
013354* MARKED REJECTED.  APPROVED ITEMS WAIT FOR A RUN WITH THE GL    *
013355* EXTRACT ON.                                                    *
013356*----------------------------------------------------------------*
013357 4050-CLEAR-DECIDED-HOLDS.
013358     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
013359
013360     MOVE LOW-VALUES TO HQ-HOLD-KEY.
013361     START HOLD-FILE KEY NOT < HQ-HOLD-KEY
013362         INVALID KEY
013363         GO TO 4050-EXIT
013364     END-START.
013365
013366     MOVE 'N' TO WS-HOLD-BROWSE-DONE-SW.
013367     PERFORM 4055-CLEAR-ONE-HOLD
013368         THRU 4055-EXIT
013369         UNTIL WS-HOLD-BROWSE-DONE.
013370
013371 4050-EXIT.
013372     EXIT.
013373
013374*----------------------------------------------------------------*
013375* 4055-CLEAR-ONE-HOLD                                            *
013376* ONE STEP OF THE HOLD QUEUE BROWSE.  ITEMS STILL HELD, AND      *
013377* ITEMS ALREADY RELEASED OR REJECTED, ARE LEFT AS THEY ARE.      *
013378* THE QUEUE IS MARKED FIRST AND THE GL OR SUSPENSE RECORD IS     *
013379* WRITTEN ONLY ONCE THE MARK HAS TAKEN, SO AN ITEM IS NEVER      *
013380* POSTED OR SUSPENDED TWICE; IF THAT WRITE THEN FAILS THE MARK   *
013381* IS TAKEN BACK AND THE ITEM WAITS FOR THE NEXT RUN.  A          *
013382* CANCELLED ITEM'S HISTORY ROW IS MARKED REJECTED UNDER REASON   *
013383* 07 SO A LATER RE-PRICING PASSES IT OVER.                       *
013384*----------------------------------------------------------------*
013385 4055-CLEAR-ONE-HOLD.
013386     READ HOLD-FILE NEXT RECORD
013387         AT END
013388         MOVE 'Y' TO WS-HOLD-BROWSE-DONE-SW
013389         GO TO 4055-EXIT
013390     END-READ.
013391
013392     IF HQ-APPROVED OR HQ-CANCELLED
013393         PERFORM 4056-FIND-HOLD-ORIGIN
013394             THRU 4056-EXIT
013395     END-IF.
013396
013397     IF HQ-APPROVED AND WS-GLEXTRACT-ON
013398         MOVE 'R'            TO HQ-STATUS-CODE
013399         MOVE WS-AUDIT-DATE  TO HQ-CLEARED-DATE
013400         REWRITE CALC-HOLD-REC
013401             INVALID KEY
013402             DISPLAY "Hold " HQ-HOLD-KEY
013403                 " not released - status " WS-HOLD-FILE-STATUS
013404             MOVE 'Y' TO WS-FILE-ERROR-SW
013405             GO TO 4055-EXIT
013406         END-REWRITE
013407         MOVE SPACES         TO CALC-GLEXTRACT-REC
013408         MOVE HQ-OPERATOR-ID TO GL-OPERATOR-ID
013409         MOVE WS-AUDIT-DATE  TO GL-DATE
013410         MOVE HQ-OPERATION   TO GL-OPERATION
013411         MOVE HQ-NUM1        TO GL-NUM1
013412         MOVE HQ-NUM2        TO GL-NUM2
013413         MOVE HQ-TOTAL       TO GL-TOTAL
013414         MOVE 'R'            TO GL-HOLD-FLAG
013415         MOVE WS-RUN-ID-NUM  TO GL-RUN-ID
013416         MOVE WS-TRACE-SOURCE TO GL-SOURCE-SYSTEM
013417         MOVE WS-TRACE-SEQ   TO GL-SEQ-NUMBER
013418         WRITE CALC-GLEXTRACT-REC
013419         IF WS-GLEXTRACT-FILE-STATUS NOT = '00'
013420             DISPLAY "Hold " HQ-HOLD-KEY
013421                 " not released - GL extract status "
013422                 WS-GLEXTRACT-FILE-STATUS
013423             MOVE 'Y' TO WS-FILE-ERROR-SW
013424             MOVE 'A'  TO HQ-STATUS-CODE
013425             MOVE ZERO TO HQ-CLEARED-DATE
013426             REWRITE CALC-HOLD-REC
013427             GO TO 4055-EXIT
013428         END-IF
013429         ADD 1 TO WS-HOLD-RELEASED-CNT
013430         GO TO 4055-EXIT
013431     END-IF.
013432
013433     IF NOT HQ-CANCELLED
013434         GO TO 4055-EXIT
013435     END-IF.
013436
013437     MOVE 'J'             TO HQ-STATUS-CODE.
013438     MOVE WS-AUDIT-DATE   TO HQ-CLEARED-DATE.
013439     REWRITE CALC-HOLD-REC
013440         INVALID KEY
013441         DISPLAY "Hold " HQ-HOLD-KEY
013442             " not rejected - status " WS-HOLD-FILE-STATUS
013443         MOVE 'Y' TO WS-FILE-ERROR-SW
013444         GO TO 4055-EXIT
013445     END-REWRITE.
013446
013447     MOVE HQ-TRANS-IMAGE  TO RJ-TRANS-REC.
013448     MOVE '07'            TO RJ-REASON-CODE.
013449     MOVE HQ-DECIDED-DATE TO RJ-REJECT-DATE.
013450     MOVE 'O'             TO RJ-STATUS-CODE.
013451     MOVE WS-RUN-ID-NUM   TO RJ-RUN-ID.
013452     MOVE WS-TRACE-SOURCE TO RJ-SOURCE-SYSTEM.
013453     MOVE WS-TRACE-FILE-DATE TO RJ-FILE-DATE.
013454     WRITE CALC-REJECT-REC.
013455     IF WS-REJECT-FILE-STATUS NOT = '00'
013456         DISPLAY "Hold " HQ-HOLD-KEY
013457             " not rejected - reject file status "
013458             WS-REJECT-FILE-STATUS
013459         MOVE 'Y' TO WS-FILE-ERROR-SW
013460         MOVE 'C'  TO HQ-STATUS-CODE
013461         MOVE ZERO TO HQ-CLEARED-DATE
013462         REWRITE CALC-HOLD-REC
013463         GO TO 4055-EXIT
013464     END-IF.
013465
013466     ADD 1 TO WS-HOLD-CANCELLED-CNT.
013467
013468     IF WS-HOLD-HIST-FOUND
013469         MOVE '1'  TO TH-STATUS-CODE
013470         MOVE '07' TO TH-REASON-CODE
013471         REWRITE CALC-TRANHIST-REC
013472             INVALID KEY
013473             DISPLAY "Hold " HQ-HOLD-KEY
013474                 ": history not marked - status "
013475                 WS-THIST-FILE-STATUS
013476             MOVE 'Y' TO WS-FILE-ERROR-SW
013477         END-REWRITE
013478     END-IF.
013479
013480 4055-EXIT.
013481     EXIT.
013482
013483*----------------------------------------------------------------*
013484* 4056-FIND-HOLD-ORIGIN                                          *
013485* FINDS THE SOURCE SYSTEM AND HEADER FILE DATE A HELD ITEM FIRST *
013486* CAME IN UNDER, FROM ITS TRANSACTION HISTORY ROW, SO THE GL     *
013487* EXTRACT OR SUSPENSE RECORD WRITTEN FOR IT TRACES BACK TO ITS   *
013488* INPUT.  WITH NO HISTORY ROW THE HOLD KEY ITSELF IS USED.  THE  *
013489* ROW IS LEFT IN THE RECORD AREA FOR 4055 TO MARK.               *
013490*----------------------------------------------------------------*
013491 4056-FIND-HOLD-ORIGIN.
013492     MOVE HQ-SOURCE-SYSTEM TO WS-TRACE-SOURCE.
013493     MOVE HQ-FILE-DATE     TO WS-TRACE-FILE-DATE.
013494     MOVE HQ-SEQ-NUMBER    TO WS-TRACE-SEQ.
013495     MOVE 'N'              TO WS-HOLD-HIST-FOUND-SW.
013496
013497     MOVE HQ-HOLD-KEY TO TH-HIST-KEY.
013498     READ TRANHIST-FILE
013499         INVALID KEY
013500         GO TO 4056-EXIT
013501     END-READ.
013502
013503     MOVE 'Y' TO WS-HOLD-HIST-FOUND-SW.
013504     IF TH-ORIG-SOURCE NOT = SPACES
013505             AND TH-ORIG-FILE-DATE IS NUMERIC
013506         MOVE TH-ORIG-SOURCE    TO WS-TRACE-SOURCE
013507         MOVE TH-ORIG-FILE-DATE TO WS-TRACE-FILE-DATE
013508     END-IF.
013509
013510 4056-EXIT.
013511     EXIT.
013512
013513*----------------------------------------------------------------*
013514* 4100-READ-TRANSACTION                                         *
013515*----------------------------------------------------------------*
013516 4100-READ-TRANSACTION.
013517     MOVE 'Y' TO WS-SKIP-TRANS-SW.
013518
013519     PERFORM 4110-READ-ONE-TRANSACTION
013520         THRU 4110-EXIT
013521         UNTIL WS-TRANS-EOF OR NOT WS-SKIP-TRANS.
013522
013523 4100-EXIT.
013524     EXIT.
013525
013526*----------------------------------------------------------------*
013527* 4110-READ-ONE-TRANSACTION                                      *
013528* READS ONE TRANSACTION RECORD.  HEADER AND TRAILER CONTROL      *
013529* RECORDS ARE CAPTURED FOR CONTROL-TOTAL VERIFICATION AND        *
013530* SKIPPED; DETAIL RECORDS ARE ROLLED INTO THE RUNNING COUNT AND  *
013531* HASH TOTALS AND, WHEN A RESTART IS IN EFFECT, FLAGGED TO BE    *
013532* SKIPPED IF ALREADY PROCESSED BY THE RUN THE CHECKPOINT FILE    *
013533* WAS WRITTEN FROM.                                              *
013534*----------------------------------------------------------------*
013535 4110-READ-ONE-TRANSACTION.
013536     IF WS-RESUBMIT-ON
013537         READ REJECT-IN-FILE
013538             AT END
013539             MOVE 'Y' TO WS-TRANS-EOF-SW
013540             GO TO 4110-EXIT
013541         END-READ
013542*        A RECORD ALREADY CLEARED BY AN EARLIER RESUBMIT RUN IS
013543*        CARRIED FORWARD WITH ITS DISPOSITION INTACT - REWORKING
013544*        IT WOULD DOUBLE-POST THE RESULTS, AUDIT TRAIL AND GL.
013545         IF RJIN-RESUBMITTED
013546             PERFORM 4260-CARRY-CLEARED-REJECT
013547                 THRU 4260-EXIT
013548             GO TO 4110-EXIT
013549         END-IF
013550         MOVE RJIN-TRANS-REC TO CALC-TRANS-REC
013551     ELSE
013552         READ TRANSACTION-FILE
013553             AT END
013554             MOVE 'Y' TO WS-TRANS-EOF-SW
013555             GO TO 4110-EXIT
013556         END-READ
013557     END-IF.
013560
013570     ADD 1 TO WS-TRANS-READ-CNT.
013580     MOVE 'Y' TO WS-SKIP-TRANS-SW.
013830             IF NOT CT-NUM2-IS-RATE AND NOT CT-NUM2-IS-PRIOR
013840                 ADD CT-NUM2 TO WS-HASH-NUM2-ACCUM
013850             END-IF
013855*            A REFUSED SET'S DETAILS STILL COUNT TOWARD ITS
013860*            CONTROL TOTALS BUT ARE NOT RUN.
013865             IF WS-SET-REFUSED
013870                     OR (WS-RESTART-ON
013875                     AND CT-SEQ-NUMBER NOT > WS-RESTART-SEQ)
013880                 MOVE 'Y' TO WS-SKIP-TRANS-SW
013890             ELSE
013900                 MOVE 'N' TO WS-SKIP-TRANS-SW
014021     DISPLAY "Transaction file dated " WS-HDR-FILE-DATE
014022         " from " WS-HDR-SOURCE-SYSTEM.
014023
014024     PERFORM 4130-CHECK-RECEIPT-REGISTER
014025         THRU 4130-EXIT.
014026
014027 4115-EXIT.
014028     EXIT.
014029
014030*----------------------------------------------------------------*
014031* 4120-CLOSE-CONTROL-SET                                         *
014032* VERIFIES THE CONTROL SET JUST ENDED AGAINST ITS OWN TRAILER,   *
014033* MARKS IT PROCESSED ON THE RECEIPT REGISTER, CAPTURES ITS       *
014034* COUNTS FOR THE PER-SOURCE SUMMARY SECTION, AND CLEARS THE      *
014035* PER-SET SWITCHES AND ACCUMULATORS FOR THE NEXT SET.            *
014036*----------------------------------------------------------------*
014037 4120-CLOSE-CONTROL-SET.
014038     PERFORM 4300-VERIFY-CONTROL-TOTALS
014039         THRU 4300-EXIT.
014040
014041     PERFORM 4140-REGISTER-PROCESSED-SET
014042         THRU 4140-EXIT.
014043
014044     IF WS-SET-CNT < WS-SOURCE-MAX
014045         ADD 1 TO WS-SET-CNT
014046         MOVE WS-HDR-SOURCE-SYSTEM
014047             TO WS-SRC-SYSTEM (WS-SET-CNT)
014048         MOVE WS-HDR-FILE-DATE
014049             TO WS-SRC-FILE-DATE (WS-SET-CNT)
014050         MOVE WS-TRANS-DETAIL-CNT
014051             TO WS-SRC-DETAIL-CNT (WS-SET-CNT)
014052         MOVE WS-SET-OK-CNT
014053             TO WS-SRC-OK-CNT (WS-SET-CNT)
014054         MOVE WS-SET-REJECT-CNT
014055             TO WS-SRC-REJECT-CNT (WS-SET-CNT)
014056         MOVE WS-SET-ERROR-SW
014057             TO WS-SRC-ERROR-SW (WS-SET-CNT)
014058         MOVE WS-SET-REFUSED-SW
014059             TO WS-SRC-REFUSED-SW (WS-SET-CNT)
014060     ELSE
014061         DISPLAY "More than " WS-SOURCE-MAX " source sets - "
014062             "summary section not kept for this set."
014063     END-IF.
014064
014065     MOVE 'N'  TO WS-HEADER-SEEN-SW.
014066     MOVE 'N'  TO WS-TRAILER-SEEN-SW.
014067     MOVE 'N'  TO WS-SET-ERROR-SW.
014068     MOVE 'N'  TO WS-SET-REFUSED-SW.
014069     MOVE 'N'  TO WS-SET-OVERRIDE-SW.
014070     MOVE ZERO TO WS-TRANS-DETAIL-CNT.
014071     MOVE ZERO TO WS-SET-OK-CNT.
014072     MOVE ZERO TO WS-SET-REJECT-CNT.
014073     MOVE ZERO TO WS-HASH-NUM1-ACCUM.
014074     MOVE ZERO TO WS-HASH-NUM2-ACCUM.
014075     MOVE ZERO TO WS-TLR-RECORD-COUNT.
014076     MOVE ZERO TO WS-TLR-HASH-NUM1.
014077     MOVE ZERO TO WS-TLR-HASH-NUM2.
014078     MOVE SPACES TO WS-HDR-SOURCE-SYSTEM.
014079     MOVE ZERO TO WS-HDR-FILE-DATE.
014080
014081 4120-EXIT.
014082     EXIT.
014083
014084*----------------------------------------------------------------*
014085* 4130-CHECK-RECEIPT-REGISTER                                    *
014086* A SET WHOSE SOURCE SYSTEM AND FILE DATE ARE ALREADY ON THE     *
014087* RECEIPT REGISTER AS PROCESSED HAS BEEN RUN BEFORE - ITS        *
014088* DETAILS ARE SKIPPED AND THE REFUSAL IS COUNTED ON THE          *
014089* REGISTER, UNLESS A SUPERVISOR OVERRIDE CARD NAMES IT FOR A     *
014090* DELIBERATE REPROCESS.  A RESTART RUN IS FINISHING A SET THAT   *
014091* NEVER CLOSED AND IS NOT CHECKED.  A SET CALCEDIT REGISTERED    *
014092* AS EDITED IS EXPECTED HERE.  A SET THAT IS LET THROUGH HAS     *
014093* ITS DATE CHECKED AGAINST THE SOURCE'S EARLIER FILES.           *
014094*----------------------------------------------------------------*
014095 4130-CHECK-RECEIPT-REGISTER.
014096     MOVE 'N'    TO WS-SET-REFUSED-SW.
014097     MOVE 'N'    TO WS-SET-OVERRIDE-SW.
014098     MOVE SPACES TO WS-OVERRIDE-BY.
014099     MOVE SPACE  TO WS-SEQUENCE-FLAG.
014100     MOVE ZERO   TO WS-PRIOR-FILE-DATE.
014101
014102     IF NOT WS-RCPT-OPEN OR WS-RESTART-ON
014103         GO TO 4130-EXIT
014104     END-IF.
014105
014106     MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
014107     MOVE WS-HDR-FILE-DATE     TO RC-FILE-DATE.
014108     READ RECEIPT-FILE
014109         INVALID KEY
014110         MOVE 'N' TO WS-RCPT-ON-FILE-SW
014111         NOT INVALID KEY
014112         MOVE 'Y' TO WS-RCPT-ON-FILE-SW
014113     END-READ.
014114
014115     IF WS-RCPT-ON-FILE AND RC-PROCESSED
014116         PERFORM 4131-CHECK-OVERRIDE
014117             THRU 4131-EXIT
014118         IF NOT WS-SET-OVERRIDE
014119             DISPLAY "Set from " WS-HDR-SOURCE-SYSTEM
014120                 " dated " WS-HDR-FILE-DATE
014121                 " was processed on " RC-RUN-DATE
014122                 " - refused, details skipped."
014123             ADD 1 TO RC-REFUSED-CNT
014124             MOVE WS-RUN-START-DATE TO RC-LAST-REFUSED-DATE
014125             MOVE "CALCULATOR"      TO RC-LAST-REFUSED-BY
014126             REWRITE CALC-RECEIPT-REC
014127                 INVALID KEY
014128                 DISPLAY "Receipt register rewrite failed - "
014129                     "status " WS-RCPT-FILE-STATUS
014130                 MOVE 'Y' TO WS-FILE-ERROR-SW
014131             END-REWRITE
014132             MOVE 'Y' TO WS-SET-REFUSED-SW
014133             ADD 1 TO WS-REFUSED-SET-CNT
014134             GO TO 4130-EXIT
014135         END-IF
014136         DISPLAY "Reprocess of " WS-HDR-SOURCE-SYSTEM
014137             " dated " WS-HDR-FILE-DATE
014138             " authorized by supervisor " WS-OVERRIDE-BY "."
014139     END-IF.
014140
014141     PERFORM 4135-CHECK-FILE-SEQUENCE
014142         THRU 4135-EXIT.
014143
014144 4130-EXIT.
014145     EXIT.
014146
014147*----------------------------------------------------------------*
014148* 4131-CHECK-OVERRIDE                                            *
014149* LOOKS FOR A SUPERVISOR OVERRIDE CARD NAMING THIS SOURCE AND    *
014150* FILE DATE ON THE OVERRIDE FILE (RCPTOVRD) - THE SAME CARDS     *
014151* CALCEDIT HONORS.  THE CARD IS "REPROCESS=SSSSSSSS              *
014152* DATE=YYYYMMDD SUPV=XXXXXXXX PIN=NNNNNNNN" AND ONLY COUNTS WHEN *
014153* THE NAMED OPERATOR IS AN ACTIVE SUPERVISOR ON THE OPERATOR     *
014154* MASTER AND THE PIN IS THAT SUPERVISOR'S (4012).                *
014155*----------------------------------------------------------------*
014156 4131-CHECK-OVERRIDE.
014157     IF NOT WS-OVRD-LOADED
014158         PERFORM 4133-LOAD-OVERRIDE-CARDS
014159             THRU 4133-EXIT
014160     END-IF.
014161
014162     MOVE 'N' TO WS-OVRD-MATCH-SW.
014163     PERFORM 4132-MATCH-ONE-OVERRIDE
014164         THRU 4132-EXIT
014165         VARYING WS-OVRD-IX FROM 1 BY 1
014166         UNTIL WS-OVRD-IX > WS-OVRD-CNT
014167             OR WS-OVRD-MATCH.
014168
014169     IF NOT WS-OVRD-MATCH
014170         GO TO 4131-EXIT
014171     END-IF.
014172
014173     OPEN I-O OPERATOR-FILE.
014174     IF WS-OPER-FILE-STATUS NOT = '00'
014175         DISPLAY "Operator master not available - override "
014176             "for " WS-OVERRIDE-BY " not honored."
014177         GO TO 4131-EXIT
014178     END-IF.
014179
014180     MOVE WS-OVERRIDE-BY TO OM-OPERATOR-ID.
014181     READ OPERATOR-FILE
014182         INVALID KEY
014183         MOVE SPACES TO OM-STATUS-CODE
014184         MOVE ZERO   TO OM-AUTH-LEVEL
014185     END-READ.
014186     PERFORM 4012-VERIFY-OVERRIDE-PIN
014187         THRU 4012-EXIT.
014188     CLOSE OPERATOR-FILE.
014189
014190     IF WS-OVRD-PIN-OK
014191         MOVE 'Y' TO WS-SET-OVERRIDE-SW
014192     END-IF.
014193
014194 4131-EXIT.
014195     EXIT.
014196
014197*----------------------------------------------------------------*
014198* 4132-MATCH-ONE-OVERRIDE                                        *
014199*----------------------------------------------------------------*
014200 4132-MATCH-ONE-OVERRIDE.
014201     IF WS-OVRD-SOURCE (WS-OVRD-IX) = WS-HDR-SOURCE-SYSTEM
014202             AND WS-OVRD-DATE (WS-OVRD-IX) = WS-HDR-FILE-DATE
014203         MOVE 'Y' TO WS-OVRD-MATCH-SW
014204         MOVE WS-OVRD-SUPV (WS-OVRD-IX) TO WS-OVERRIDE-BY
014205         MOVE WS-OVRD-PIN (WS-OVRD-IX)  TO WS-OVERRIDE-PIN
014206     END-IF.
014207
014208 4132-EXIT.
014209     EXIT.
014210
014211*----------------------------------------------------------------*
014212* 4133-LOAD-OVERRIDE-CARDS                                       *
014213* READS THE OPTIONAL OVERRIDE FILE ONCE.  CARDS BEGINNING '*'    *
014214* AND BLANK CARDS ARE COMMENTS; A CARD THAT DOES NOT PARSE IS    *
014215* REPORTED AND IGNORED.                                          *
014216*----------------------------------------------------------------*
014217 4133-LOAD-OVERRIDE-CARDS.
014218     MOVE 'Y' TO WS-OVRD-LOADED-SW.
014219     MOVE ZERO TO WS-OVRD-CNT.
014220
014221     OPEN INPUT OVERRIDE-FILE.
014222     IF WS-OVRD-FILE-STATUS NOT = '00'
014223         GO TO 4133-EXIT
014224     END-IF.
014225
014226     MOVE 'N' TO WS-OVRD-EOF-SW.
014227     PERFORM 4134-READ-ONE-OVERRIDE-CARD
014228         THRU 4134-EXIT
014229         UNTIL WS-OVRD-EOF.
014230
014231     CLOSE OVERRIDE-FILE.
014232
014233 4133-EXIT.
014234     EXIT.
014235
014236*----------------------------------------------------------------*
014237* 4134-READ-ONE-OVERRIDE-CARD                                    *
014238*----------------------------------------------------------------*
014239 4134-READ-ONE-OVERRIDE-CARD.
014240     READ OVERRIDE-FILE
014241         AT END
014242         MOVE 'Y' TO WS-OVRD-EOF-SW
014243         GO TO 4134-EXIT
014244     END-READ.
014245
014246     IF OVERRIDE-CARD = SPACES OR OVERRIDE-CARD(1:1) = '*'
014247         GO TO 4134-EXIT
014248     END-IF.
014249
014250     IF OVERRIDE-CARD(1:9) = "CLOSEDDAY"
014251         PERFORM 4011-TAKE-CLOSEDDAY-CARD
014252             THRU 4011-EXIT
014253         GO TO 4134-EXIT
014254     END-IF.
014255
014256     IF OVERRIDE-CARD(1:10) NOT = "REPROCESS="
014257             OR OVERRIDE-CARD(20:5) NOT = "DATE="
014258             OR OVERRIDE-CARD(25:8) IS NOT NUMERIC
014259             OR OVERRIDE-CARD(34:5) NOT = "SUPV="
014260             OR OVERRIDE-CARD(39:8) = SPACES
014261             OR OVERRIDE-CARD(48:4) NOT = "PIN="
014262             OR OVERRIDE-CARD(52:8) = SPACES
014263         DISPLAY "Bad override card ignored: "
014264             OVERRIDE-CARD(1:46)
014265         GO TO 4134-EXIT
014266     END-IF.
014267
014268     IF WS-OVRD-CNT NOT < WS-OVRD-MAX
014269         DISPLAY "More than " WS-OVRD-MAX " override cards - "
014270             "card ignored: " OVERRIDE-CARD(1:46)
014271         GO TO 4134-EXIT
014272     END-IF.
014273
014274     ADD 1 TO WS-OVRD-CNT.
014275     MOVE OVERRIDE-CARD(11:8) TO WS-OVRD-SOURCE (WS-OVRD-CNT).
014276     MOVE OVERRIDE-CARD(52:8) TO WS-OVRD-PIN (WS-OVRD-CNT).
014277     MOVE OVERRIDE-CARD(25:8) TO WS-OVRD-DATE (WS-OVRD-CNT).
014278     MOVE OVERRIDE-CARD(39:8) TO WS-OVRD-SUPV (WS-OVRD-CNT).
014279
014280 4134-EXIT.
014281     EXIT.
014282
014283*----------------------------------------------------------------*
014284* 4135-CHECK-FILE-SEQUENCE                                       *
014285* BROWSES THE SOURCE'S OTHER REGISTER ENTRIES FOR THE LATEST     *
014286* FILE DATE BEFORE THIS ONE.  A SET DATED AFTER THE BUSINESS     *
014287* DAY THAT FOLLOWS IT MEANS A BUSINESS DAY'S FILE NEVER CAME     *
014288* ('G'); A SET DATED BEFORE ONE ALREADY REGISTERED ARRIVED OUT   *
014289* OF ORDER ('L').  BOTH ARE FLAGGED, NOT REFUSED.                *
014290*----------------------------------------------------------------*
014291 4135-CHECK-FILE-SEQUENCE.
014292     MOVE 'N' TO WS-LATER-FILE-SW.
014293
014294     MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
014295     MOVE ZERO                 TO RC-FILE-DATE.
014296     START RECEIPT-FILE KEY NOT < RC-RECEIPT-KEY
014297         INVALID KEY
014298         GO TO 4135-EXIT
014299     END-START.
014300
014301     MOVE 'N' TO WS-RCPT-BROWSE-DONE-SW.
014302     PERFORM 4136-READ-NEXT-RECEIPT
014303         THRU 4136-EXIT
014304         UNTIL WS-RCPT-BROWSE-DONE.
014305
014306     IF WS-LATER-FILE
014307         MOVE 'L' TO WS-SEQUENCE-FLAG
014308         DISPLAY "Warning: set dated " WS-HDR-FILE-DATE
014309             " from " WS-HDR-SOURCE-SYSTEM
014310             " arrived after a later-dated file."
014311         GO TO 4135-EXIT
014312     END-IF.
014313
014314     IF WS-PRIOR-FILE-DATE = ZERO
014315         GO TO 4135-EXIT
014316     END-IF.
014317
014318     PERFORM 4137-FIND-PREV-BUSINESS-DAY
014319         THRU 4137-EXIT.
014320
014321     IF WS-PRIOR-FILE-DATE < WS-PREV-BUS-DATE
014322         MOVE 'G' TO WS-SEQUENCE-FLAG
014323         DISPLAY "Warning: set dated " WS-HDR-FILE-DATE
014324             " from " WS-HDR-SOURCE-SYSTEM
014325             " skips a business day - last file dated "
014326             WS-PRIOR-FILE-DATE "."
014327     END-IF.
014328
014329 4135-EXIT.
014330     EXIT.
014331
014332*----------------------------------------------------------------*
014333* 4136-READ-NEXT-RECEIPT                                         *
014334*----------------------------------------------------------------*
014335 4136-READ-NEXT-RECEIPT.
014336     READ RECEIPT-FILE NEXT RECORD
014337         AT END
014338         MOVE 'Y' TO WS-RCPT-BROWSE-DONE-SW
014339         GO TO 4136-EXIT
014340     END-READ.
014341
014342     IF RC-SOURCE-SYSTEM NOT = WS-HDR-SOURCE-SYSTEM
014343         MOVE 'Y' TO WS-RCPT-BROWSE-DONE-SW
014344         GO TO 4136-EXIT
014345     END-IF.
014346
014347     IF RC-FILE-DATE < WS-HDR-FILE-DATE
014348         MOVE RC-FILE-DATE TO WS-PRIOR-FILE-DATE
014349     END-IF.
014350
014351     IF RC-FILE-DATE > WS-HDR-FILE-DATE
014352         MOVE 'Y' TO WS-LATER-FILE-SW
014353         MOVE 'Y' TO WS-RCPT-BROWSE-DONE-SW
014354     END-IF.
014355
014356 4136-EXIT.
014357     EXIT.
014358
014359*----------------------------------------------------------------*
014360* 4137-FIND-PREV-BUSINESS-DAY                                    *
014361* STEPS BACK FROM THE FILE DATE TO THE BUSINESS DAY BEFORE IT,   *
014362* PASSING OVER WEEKENDS AND DAYS THE BUSINESS-DAY CALENDAR       *
014363* CLOSES.  THE SEARCH GIVES UP AFTER WS-BUS-STEP-MAX DAYS.       *
014364*----------------------------------------------------------------*
014365 4137-FIND-PREV-BUSINESS-DAY.
014366     MOVE ZERO TO WS-PREV-BUS-DATE.
014367     COMPUTE WS-DATE-INT =
014368         FUNCTION INTEGER-OF-DATE(WS-HDR-FILE-DATE).
014369     IF WS-DATE-INT = ZERO
014370         GO TO 4137-EXIT
014371     END-IF.
014372
014373     MOVE 'N' TO WS-BUS-DAY-FOUND-SW.
014374     MOVE ZERO TO WS-BUS-STEP-CNT.
014375     PERFORM 4138-STEP-BACK-ONE-DAY
014376         THRU 4138-EXIT
014377         UNTIL WS-BUS-DAY-FOUND
014378            OR WS-BUS-STEP-CNT NOT < WS-BUS-STEP-MAX.
014379
014380     COMPUTE WS-PREV-BUS-DATE =
014381         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
014382
014383 4137-EXIT.
014384     EXIT.
014385
014386*----------------------------------------------------------------*
014387* 4138-STEP-BACK-ONE-DAY                                         *
014388*----------------------------------------------------------------*
014389 4138-STEP-BACK-ONE-DAY.
014390     SUBTRACT 1 FROM WS-DATE-INT.
014391     ADD 1 TO WS-BUS-STEP-CNT.
014392     PERFORM 4139-TEST-BUSINESS-DAY
014393         THRU 4139-EXIT.
014394     IF WS-BUS-DAY
014395         MOVE 'Y' TO WS-BUS-DAY-FOUND-SW
014396     END-IF.
014397
014398 4138-EXIT.
014399     EXIT.
014400
014401*----------------------------------------------------------------*
014402* 4139-TEST-BUSINESS-DAY                                         *
014403* SETS WS-BUS-DAY-SW FOR THE DAY IN WS-DATE-INT.  THE WEEK       *
014404* DECIDES (MONDAY TO FRIDAY OPEN) UNLESS THE BUSINESS-DAY        *
014405* CALENDAR HOLDS AN ENTRY FOR THE DATE.  THE CALENDAR IS OPENED  *
014406* ON FIRST USE; WITHOUT ONE THE WEEK ALONE DECIDES.              *
014407*----------------------------------------------------------------*
014408 4139-TEST-BUSINESS-DAY.
014409     COMPUTE WS-DOW-WORK = WS-DATE-INT - 1.
014410     DIVIDE WS-DOW-WORK BY 7
014411         GIVING WS-DOW-QUOTIENT
014412         REMAINDER WS-DOW-WORK.
014413     IF WS-DOW-WORK < 5
014414         MOVE 'Y' TO WS-BUS-DAY-SW
014415     ELSE
014416         MOVE 'N' TO WS-BUS-DAY-SW
014417     END-IF.
014418
014419     IF WS-CAL-MISSING
014420         GO TO 4139-EXIT
014421     END-IF.
014422
014423     IF NOT WS-CAL-OPEN
014424         OPEN INPUT CALENDAR-FILE
014425         IF WS-CAL-FILE-STATUS NOT = '00'
014426             IF WS-CAL-FILE-STATUS NOT = '35'
014427                 DISPLAY "Business-day calendar not available "
014428                     "- status " WS-CAL-FILE-STATUS
014429                     " - weekends only."
014430             END-IF
014431             MOVE 'Y' TO WS-CAL-MISSING-SW
014432             GO TO 4139-EXIT
014433         END-IF
014434         MOVE 'Y' TO WS-CAL-OPEN-SW
014435     END-IF.
014436
014437     COMPUTE BD-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
014438     READ CALENDAR-FILE
014439         INVALID KEY
014440         GO TO 4139-EXIT
014441     END-READ.
014442
014443     IF BD-DAY-CLOSED
014444         MOVE 'N' TO WS-BUS-DAY-SW
014445     END-IF.
014446     IF BD-DAY-OPEN
014447         MOVE 'Y' TO WS-BUS-DAY-SW
014448     END-IF.
014449
014450 4139-EXIT.
014451     EXIT.
014452
014453*----------------------------------------------------------------*
014454* 4140-REGISTER-PROCESSED-SET                                    *
014455* MARKS A SET THAT CLOSED WITH ITS CONTROL TOTALS AGREED AS      *
014456* PROCESSED ON THE RECEIPT REGISTER, SO IT CANNOT BE RUN AGAIN.  *
014457* A SET THAT NEVER CAME THROUGH CALCEDIT IS REGISTERED HERE      *
014458* WITH ITS TRAILER TOTALS.  A REFUSED OR FAILED SET IS LEFT      *
014459* AS IT STANDS.                                                  *
014460*----------------------------------------------------------------*
014461 4140-REGISTER-PROCESSED-SET.
014462     IF NOT WS-RCPT-OPEN OR NOT WS-HEADER-SEEN
014463             OR WS-SET-ERROR OR WS-SET-REFUSED
014464             OR WS-FILE-ERROR
014465         GO TO 4140-EXIT
014466     END-IF.
014467
014468     MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
014469     MOVE WS-HDR-FILE-DATE     TO RC-FILE-DATE.
014470     READ RECEIPT-FILE
014471         INVALID KEY
014472         MOVE 'N' TO WS-RCPT-ON-FILE-SW
014473         NOT INVALID KEY
014474         MOVE 'Y' TO WS-RCPT-ON-FILE-SW
014475     END-READ.
014476
014477     IF WS-RCPT-ON-FILE
014478         IF WS-SET-OVERRIDE
014479             ADD 1 TO RC-REPROCESS-CNT
014480             MOVE WS-OVERRIDE-BY TO RC-OVERRIDE-BY
014481         END-IF
014482     ELSE
014483         MOVE SPACES TO CALC-RECEIPT-REC
014484         MOVE WS-HDR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
014485         MOVE WS-HDR-FILE-DATE     TO RC-FILE-DATE
014486         MOVE WS-TLR-RECORD-COUNT  TO RC-RECORD-COUNT
014487         MOVE WS-TLR-HASH-NUM1     TO RC-HASH-NUM1
014488         MOVE WS-TLR-HASH-NUM2     TO RC-HASH-NUM2
014489         MOVE WS-RUN-START-DATE    TO RC-RECEIVED-DATE
014490         MOVE WS-RUN-START-TIME    TO RC-RECEIVED-TIME
014491         MOVE WS-PRIOR-FILE-DATE   TO RC-PRIOR-FILE-DATE
014492         MOVE WS-SEQUENCE-FLAG     TO RC-SEQUENCE-FLAG
014493         MOVE ZERO TO RC-REPROCESS-CNT
014494         MOVE ZERO TO RC-REFUSED-CNT
014495         MOVE ZERO TO RC-LAST-REFUSED-DATE
014496     END-IF.
014497
014498     MOVE 'P' TO RC-STATUS-CODE.
014499     COMPUTE RC-PROCESSED-CNT =
014500         WS-SET-OK-CNT + WS-SET-REJECT-CNT.
014501     MOVE "CALCULATOR"        TO RC-RUN-PROGRAM.
014502     MOVE WS-RUN-START-DATE   TO RC-RUN-DATE.
014503     MOVE WS-RUN-START-TIME   TO RC-RUN-TIME.
014504     MOVE WS-OPERATOR-ID      TO RC-OPERATOR-ID.
014505
014506     IF WS-RCPT-ON-FILE
014507         REWRITE CALC-RECEIPT-REC
014508             INVALID KEY
014509             DISPLAY "Receipt register rewrite failed - status "
014510                 WS-RCPT-FILE-STATUS
014511             MOVE 'Y' TO WS-FILE-ERROR-SW
014512         END-REWRITE
014513     ELSE
014514         WRITE CALC-RECEIPT-REC
014515             INVALID KEY
014516             DISPLAY "Receipt register write failed - status "
014517                 WS-RCPT-FILE-STATUS
014518             MOVE 'Y' TO WS-FILE-ERROR-SW
014519         END-WRITE
014520     END-IF.
014521
014522 4140-EXIT.
014523     EXIT.
014524
014525*----------------------------------------------------------------*
014526* 4200-PROCESS-ONE-TRANSACTION                                  *
014527*----------------------------------------------------------------*
014528 4200-PROCESS-ONE-TRANSACTION.
014529     MOVE CT-OPERATION TO OPERATION.
014530     INSPECT OPERATION CONVERTING "r" TO "R".
014531     MOVE CT-SEQ-NUMBER TO WS-LAST-SEQ-PROCESSED.
014532     MOVE 'N' TO WS-RESULT-HELD-SW.
014533
014534     PERFORM 4205-SET-TRACE-KEY
014535         THRU 4205-EXIT.
014536
014537     PERFORM 4230-RESOLVE-OPERANDS
014538         THRU 4230-EXIT.
014539
014540     IF WS-OPERAND-ERROR
014541         MOVE 'Y' TO WS-CALC-ERROR-SW
014542     ELSE
014543         PERFORM 5000-PERFORM-CALCULATION
014544             THRU 5000-EXIT
014545     END-IF.
014546
014547     PERFORM 6000-WRITE-AUDIT-RECORD
014548         THRU 6000-EXIT.
014549
014550     IF NOT WS-CALC-ERROR
014551         PERFORM 6100-UPDATE-SUMMARY-COUNTERS
014552             THRU 6100-EXIT
014553         IF WS-GLEXTRACT-ON
014554             PERFORM 4280-CHECK-RESULT-LIMIT
014555                 THRU 4280-EXIT
014556             IF WS-RESULT-HELD
014557                 PERFORM 4290-WRITE-HOLD-RECORD
014558                     THRU 4290-EXIT
014559             END-IF
014560             IF NOT WS-RESULT-HELD
014561                 PERFORM 6300-WRITE-GL-RECORD
014562                     THRU 6300-EXIT
014563             END-IF
014564         END-IF
014565         IF WS-RESUBMIT-ON
014566             PERFORM 4250-WRITE-CLEARED-REJECT
014567                 THRU 4250-EXIT
014568         END-IF
014569     END-IF.
014570
014571     PERFORM 4210-WRITE-RESULT-RECORD
014572         THRU 4210-EXIT.
014573
014574     PERFORM 4270-WRITE-TRAN-HISTORY
014575         THRU 4270-EXIT.
014576
014577     IF WS-CKPT-INTERVAL > 0
014578         ADD 1 TO WS-CKPT-SINCE-CNT
014579         IF WS-CKPT-SINCE-CNT >= WS-CKPT-INTERVAL
014580             PERFORM 4220-WRITE-CHECKPOINT
014581                 THRU 4220-EXIT
014582             MOVE ZERO TO WS-CKPT-SINCE-CNT
014583         END-IF
014584     END-IF.
014585
014586     PERFORM 4100-READ-TRANSACTION
014587         THRU 4100-EXIT.
014588
014589 4200-EXIT.
014590     EXIT.
014591
014592*----------------------------------------------------------------*
014593* 4205-SET-TRACE-KEY                                             *
014594* FIXES THE SOURCE SYSTEM, HEADER FILE DATE AND SEQUENCE NUMBER  *
014595* STAMPED ON EVERY RECORD WRITTEN FOR THIS DETAIL.  A DETAIL FED *
014596* BACK ON A RESUBMIT RUN KEEPS THE SOURCE AND FILE DATE IT FIRST *
014597* CAME IN UNDER, AS CARRIED ON ITS SUSPENSE RECORD; ONE WITH     *
014598* NONE TAKES ITS HISTORY KEY - 'RESUBMIT' AND ITS REJECT DATE.   *
014599*----------------------------------------------------------------*
014600 4205-SET-TRACE-KEY.
014601     MOVE CT-SEQ-NUMBER TO WS-TRACE-SEQ.
014602
014603     IF NOT WS-RESUBMIT-ON
014604         MOVE WS-HDR-SOURCE-SYSTEM TO WS-TRACE-SOURCE
014605         MOVE WS-HDR-FILE-DATE     TO WS-TRACE-FILE-DATE
014606         GO TO 4205-EXIT
014607     END-IF.
014608
014609     IF RJIN-SOURCE-SYSTEM NOT = SPACES
014610             AND RJIN-FILE-DATE IS NUMERIC
014611         MOVE RJIN-SOURCE-SYSTEM TO WS-TRACE-SOURCE
014612         MOVE RJIN-FILE-DATE     TO WS-TRACE-FILE-DATE
014613         GO TO 4205-EXIT
014614     END-IF.
014615
014616     MOVE "RESUBMIT" TO WS-TRACE-SOURCE.
014617     IF RJIN-REJECT-DATE IS NUMERIC
014618             AND RJIN-REJECT-DATE > ZERO
014619         MOVE RJIN-REJECT-DATE TO WS-TRACE-FILE-DATE
014620     ELSE
014621         MOVE WS-AUDIT-DATE    TO WS-TRACE-FILE-DATE
014622     END-IF.
014623
014624 4205-EXIT.
014625     EXIT.
014626
014627*----------------------------------------------------------------*
014628* 4210-WRITE-RESULT-RECORD                                      *
014629*----------------------------------------------------------------*
014630 4210-WRITE-RESULT-RECORD.
014631     MOVE CT-SEQ-NUMBER TO CR-SEQ-NUMBER.
014632     MOVE OPERATION     TO CR-OPERATION.
014633     MOVE WS-RUN-ID-NUM   TO CR-RUN-ID.
014634     MOVE WS-TRACE-SOURCE TO CR-SOURCE-SYSTEM.
014635     IF WS-CALC-ERROR
014636         MOVE ZERO      TO CR-TOTAL
014637         MOVE '1'       TO CR-STATUS-CODE
014638         PERFORM 4240-WRITE-REJECT-RECORD
014639             THRU 4240-EXIT
014640     ELSE
014641         MOVE TOTAL     TO CR-TOTAL
014642         IF WS-RESULT-HELD
014643             MOVE 'H'   TO CR-STATUS-CODE
014644         ELSE
014645             MOVE '0'   TO CR-STATUS-CODE
014646         END-IF
014647     END-IF.
014648
014650     WRITE CALC-RESULT-REC.
014660
014670     ADD 1 TO WS-TRANS-WRITTEN-CNT.
015020         MOVE WS-AUDIT-DATE    TO RJ-REJECT-DATE
015021     END-IF.
015022     MOVE 'O'              TO RJ-STATUS-CODE.
015023     MOVE WS-RUN-ID-NUM      TO RJ-RUN-ID.
015024     MOVE WS-TRACE-SOURCE    TO RJ-SOURCE-SYSTEM.
015025     MOVE WS-TRACE-FILE-DATE TO RJ-FILE-DATE.
015026
015030     WRITE CALC-REJECT-REC.
015040
015050     ADD 1 TO WS-REJECT-CNT.
015096         MOVE WS-AUDIT-DATE    TO RJ-REJECT-DATE
015097     END-IF.
015098     MOVE 'R'              TO RJ-STATUS-CODE.
015099     MOVE WS-RUN-ID-NUM      TO RJ-RUN-ID.
015100     MOVE WS-TRACE-SOURCE    TO RJ-SOURCE-SYSTEM.
015101     MOVE WS-TRACE-FILE-DATE TO RJ-FILE-DATE.
015102
015103     WRITE CALC-REJECT-REC.
015104
015105     ADD 1 TO WS-CLEARED-CNT.
015106
015107 4250-EXIT.
015108     EXIT.
015109
015110*----------------------------------------------------------------*
015111* 4260-CARRY-CLEARED-REJECT                                      *
015112* A SUSPENSE RECORD ALREADY CLEARED BY AN EARLIER RESUBMIT RUN   *
015113* (STATUS 'R') - WRITE IT BACK UNCHANGED SO ITS DISPOSITION IS   *
015114* KEPT ON THE REWRITTEN FILE, AND DO NOT REPROCESS IT.           *
015115*----------------------------------------------------------------*
015116 4260-CARRY-CLEARED-REJECT.
015117     MOVE RJIN-TRANS-REC   TO RJ-TRANS-REC.
015118     MOVE RJIN-REASON-CODE TO RJ-REASON-CODE.
015119     MOVE RJIN-REJECT-DATE TO RJ-REJECT-DATE.
015120     MOVE RJIN-STATUS-CODE TO RJ-STATUS-CODE.
015121     MOVE RJIN-RUN-ID        TO RJ-RUN-ID.
015122     MOVE RJIN-SOURCE-SYSTEM TO RJ-SOURCE-SYSTEM.
015123     MOVE RJIN-FILE-DATE     TO RJ-FILE-DATE.
015124
015125     WRITE CALC-REJECT-REC.
015126
015127     ADD 1 TO WS-CARRIED-CNT.
015128
015129 4260-EXIT.
015130     EXIT.
015131
015132*----------------------------------------------------------------*
015133* 4270-WRITE-TRAN-HISTORY                                        *
015134* FILES THE DETAIL JUST WORKED ON THE PERMANENT TRANSACTION      *
015135* HISTORY - ITS ORIGINAL IMAGE, THE RATE NAMES IT NAMED, THE     *
015136* DATE THE RATES WERE RESOLVED AS OF, THE OPERAND VALUES USED    *
015137* AND THE TOTAL OR REJECT REASON.  A DETAIL ALREADY ON FILE      *
015138* FROM AN EARLIER RUN OF THE SAME FILE IS REPLACED, SO THE       *
015139* HISTORY ALWAYS HOLDS THE FIGURES LAST RELEASED DOWNSTREAM.     *
015140*----------------------------------------------------------------*
015141 4270-WRITE-TRAN-HISTORY.
015142     MOVE SPACES TO CALC-TRANHIST-REC.
015143     IF WS-RESUBMIT-ON
015144         MOVE "RESUBMIT" TO TH-SOURCE-SYSTEM
015145         IF RJIN-REJECT-DATE IS NUMERIC
015146                 AND RJIN-REJECT-DATE > ZERO
015147             MOVE RJIN-REJECT-DATE TO TH-FILE-DATE
015148         ELSE
015149             MOVE WS-AUDIT-DATE    TO TH-FILE-DATE
015150         END-IF
015151     ELSE
015152         MOVE WS-HDR-SOURCE-SYSTEM TO TH-SOURCE-SYSTEM
015153         MOVE WS-HDR-FILE-DATE     TO TH-FILE-DATE
015154     END-IF.
015155     MOVE CT-SEQ-NUMBER TO TH-SEQ-NUMBER.
015156
015157     MOVE OPERATION     TO TH-OPERATION.
015158     MOVE CT-NUM1-FLAG  TO TH-NUM1-FLAG.
015159     MOVE CT-NUM2-FLAG  TO TH-NUM2-FLAG.
015160     IF CT-NUM1-IS-RATE
015161         MOVE CT-NUM1-RATE-NAME TO TH-NUM1-RATE-NAME
015162     END-IF.
015163     IF CT-NUM2-IS-RATE
015164         MOVE CT-NUM2-RATE-NAME TO TH-NUM2-RATE-NAME
015165     END-IF.
015166
015167     IF CT-VALUE-DATE IS NUMERIC
015168         MOVE CT-VALUE-DATE TO TH-VALUE-DATE
015169     ELSE
015170         MOVE ZERO          TO TH-VALUE-DATE
015171     END-IF.
015172     IF WS-RATE-LOOKUP-DATE > ZERO
015173         MOVE WS-RATE-LOOKUP-DATE TO TH-RATE-DATE
015174     ELSE
015175         MOVE WS-AUDIT-DATE       TO TH-RATE-DATE
015176     END-IF.
015177
015178     MOVE NUM1 TO TH-NUM1.
015179     MOVE NUM2 TO TH-NUM2.
015180     IF WS-CALC-ERROR
015181         MOVE ZERO             TO TH-TOTAL
015182         MOVE '1'              TO TH-STATUS-CODE
015183         MOVE WS-REJECT-REASON TO TH-REASON-CODE
015184     ELSE
015185         MOVE TOTAL            TO TH-TOTAL
015186         MOVE '0'              TO TH-STATUS-CODE
015187     END-IF.
015188
015189     MOVE WS-OPERATOR-ID TO TH-OPERATOR-ID.
015190     MOVE WS-AUDIT-DATE  TO TH-PROCESS-DATE.
015191     MOVE WS-AUDIT-TIME  TO TH-PROCESS-TIME.
015192     MOVE ZERO           TO TH-REPRICE-DATE.
015193     MOVE CALC-TRANS-REC TO TH-TRANS-IMAGE.
015194     MOVE WS-RUN-ID-NUM      TO TH-RUN-ID.
015195     MOVE WS-TRACE-SOURCE    TO TH-ORIG-SOURCE.
015196     MOVE WS-TRACE-FILE-DATE TO TH-ORIG-FILE-DATE.
015197
015198     WRITE CALC-TRANHIST-REC
015199         INVALID KEY
015200         REWRITE CALC-TRANHIST-REC
015201             INVALID KEY
015202             DISPLAY "Seq " CT-SEQ-NUMBER
015203                 ": history not filed - status "
015204                 WS-THIST-FILE-STATUS
015205             GO TO 4270-EXIT
015206         END-REWRITE
015207     END-WRITE.
015208
015209     ADD 1 TO WS-HIST-WRITTEN-CNT.
015210
015211 4270-EXIT.
015212     EXIT.
015213
015214*----------------------------------------------------------------*
015215* 4280-CHECK-RESULT-LIMIT                                        *
015216* LOOKS UP THE RESULT LIMIT FOR THIS OPERATION AND OPERATOR ON   *
015217* THE RESULT LIMITS TABLE - THE OPERATOR'S OWN ACTIVE ENTRY,     *
015218* ELSE THE ACTIVE '*DEFAULT' ENTRY FOR THE OPERATION - AND       *
015219* MARKS THE RESULT HELD WHEN ITS TOTAL, EITHER SIGN, IS OVER     *
015220* THE LIMIT.  NO ENTRY, OR NO TABLE, MEANS NO LIMIT.             *
015221*----------------------------------------------------------------*
015222 4280-CHECK-RESULT-LIMIT.
015223     MOVE 'N' TO WS-RESULT-HELD-SW.
015224
015225     IF NOT WS-LIMIT-OPEN
015226         GO TO 4280-EXIT
015227     END-IF.
015228
015229     IF TOTAL < ZERO
015230         COMPUTE WS-ABS-TOTAL = ZERO - TOTAL
015231     ELSE
015232         MOVE TOTAL TO WS-ABS-TOTAL
015233     END-IF.
015234
015235     MOVE OPERATION      TO LM-OPERATION.
015236     MOVE WS-OPERATOR-ID TO LM-OPERATOR-ID.
015237     READ LIMIT-FILE
015238         INVALID KEY
015239         CONTINUE
015240     END-READ.
015241
015242     IF WS-LIMIT-FILE-STATUS = '00' AND LM-ACTIVE
015243         GO TO 4280-COMPARE
015244     END-IF.
015245
015246     MOVE OPERATION           TO LM-OPERATION.
015247     MOVE WS-DEFAULT-OPERATOR TO LM-OPERATOR-ID.
015248     READ LIMIT-FILE
015249         INVALID KEY
015250         CONTINUE
015251     END-READ.
015252
015253     IF WS-LIMIT-FILE-STATUS NOT = '00' OR NOT LM-ACTIVE
015254         GO TO 4280-EXIT
015255     END-IF.
015256
015257 4280-COMPARE.
015258     IF WS-ABS-TOTAL > LM-LIMIT-AMOUNT
015259         MOVE 'Y'             TO WS-RESULT-HELD-SW
015260         MOVE LM-LIMIT-AMOUNT TO WS-HOLD-LIMIT-AMOUNT
015261         MOVE LM-OPERATOR-ID  TO WS-HOLD-LIMIT-OPERATOR
015262     END-IF.
015263
015264 4280-EXIT.
015265     EXIT.
015266
015267*----------------------------------------------------------------*
015268* 4290-WRITE-HOLD-RECORD                                         *
015269* PUTS A RESULT OVER ITS LIMIT ON THE HOLD QUEUE IN PLACE OF     *
015270* THE GL EXTRACT, KEYED AS ON THE TRANSACTION HISTORY, FOR A     *
015271* SUPERVISOR TO RELEASE OR CANCEL THROUGH CALCHREL.  A RESULT    *
015272* THAT CANNOT BE QUEUED IS NOT HELD - IT GOES TO THE EXTRACT AS  *
015273* BEFORE SO IT IS NEVER LOST BETWEEN THE TWO.                    *
015274* A RESULT WHOSE KEY IS ALREADY QUEUED GOES THROUGH 4295.        *
015275*----------------------------------------------------------------*
015276 4290-WRITE-HOLD-RECORD.
015277     MOVE SPACES TO CALC-HOLD-REC.
015278     IF WS-RESUBMIT-ON
015279         MOVE "RESUBMIT" TO HQ-SOURCE-SYSTEM
015280         IF RJIN-REJECT-DATE IS NUMERIC
015281                 AND RJIN-REJECT-DATE > ZERO
015282             MOVE RJIN-REJECT-DATE TO HQ-FILE-DATE
015283         ELSE
015284             MOVE WS-AUDIT-DATE    TO HQ-FILE-DATE
015285         END-IF
015286     ELSE
015287         MOVE WS-HDR-SOURCE-SYSTEM TO HQ-SOURCE-SYSTEM
015288         MOVE WS-HDR-FILE-DATE     TO HQ-FILE-DATE
015289     END-IF.
015290     MOVE CT-SEQ-NUMBER TO HQ-SEQ-NUMBER.
015291
015292     MOVE 'H'                    TO HQ-STATUS-CODE.
015293     MOVE WS-OPERATOR-ID         TO HQ-OPERATOR-ID.
015294     MOVE WS-AUDIT-DATE          TO HQ-GL-DATE.
015295     MOVE OPERATION              TO HQ-OPERATION.
015296     MOVE NUM1                   TO HQ-NUM1.
015297     MOVE NUM2                   TO HQ-NUM2.
015298     MOVE TOTAL                  TO HQ-TOTAL.
015299     MOVE WS-HOLD-LIMIT-AMOUNT   TO HQ-LIMIT-AMOUNT.
015300     MOVE WS-HOLD-LIMIT-OPERATOR TO HQ-LIMIT-OPERATOR.
015301     MOVE WS-AUDIT-DATE          TO HQ-HELD-DATE.
015302     MOVE WS-AUDIT-TIME          TO HQ-HELD-TIME.
015303     MOVE ZERO                   TO HQ-DECIDED-DATE.
015304     MOVE ZERO                   TO HQ-DECIDED-TIME.
015305     MOVE ZERO                   TO HQ-CLEARED-DATE.
015306     MOVE CALC-TRANS-REC         TO HQ-TRANS-IMAGE.
015307     MOVE WS-RUN-ID-NUM          TO HQ-HELD-RUN-ID.
015308
015309     MOVE CALC-HOLD-REC TO WS-HOLD-REC-SAVE.
015310     MOVE 'N' TO WS-HOLD-ON-FILE-SW.
015311     WRITE CALC-HOLD-REC
015312         INVALID KEY
015313         MOVE 'Y' TO WS-HOLD-ON-FILE-SW
015314     END-WRITE.
015315
015316     IF WS-HOLD-ON-FILE
015317         PERFORM 4295-REQUEUE-HOLD-RECORD
015318             THRU 4295-EXIT
015319         GO TO 4290-EXIT
015320     END-IF.
015321
015322     ADD 1 TO WS-HELD-CNT.
015323
015324 4290-EXIT.
015325     EXIT.
015326
015327*----------------------------------------------------------------*
015328* 4295-REQUEUE-HOLD-RECORD                                       *
015329* A RERUN OF THE SAME FILE FINDS ITS ITEM ALREADY ON THE QUEUE.  *
015330* AN ITEM STILL AWAITING A DECISION IS REPLACED BY THE NEW ONE.  *
015331* AN ITEM ALREADY DECIDED KEEPS ITS DECISION AND STAYS HELD FOR  *
015332* THIS RUN, SO IT IS NEVER SENT TO THE EXTRACT A SECOND TIME -   *
015333* IT IS LISTED AND THE RUN ENDS WITH A WARNING.                  *
015334*----------------------------------------------------------------*
015335 4295-REQUEUE-HOLD-RECORD.
015336     READ HOLD-FILE
015337         INVALID KEY
015338         DISPLAY "Seq " CT-SEQ-NUMBER
015339             ": not held - hold queue status "
015340             WS-HOLD-FILE-STATUS
015341         MOVE 'N' TO WS-RESULT-HELD-SW
015342         GO TO 4295-EXIT
015343     END-READ.
015344
015345     IF NOT HQ-HELD
015346         DISPLAY "Seq " CT-SEQ-NUMBER
015347             ": already decided on the hold queue (status "
015348             HQ-STATUS-CODE ") - decision left standing"
015349         ADD 1 TO WS-HOLD-KEPT-CNT
015350         GO TO 4295-EXIT
015351     END-IF.
015352
015353     MOVE WS-HOLD-REC-SAVE TO CALC-HOLD-REC.
015354     REWRITE CALC-HOLD-REC
015355         INVALID KEY
015356         DISPLAY "Seq " CT-SEQ-NUMBER
015357             ": not held - hold queue status "
015358             WS-HOLD-FILE-STATUS
015359         MOVE 'N' TO WS-RESULT-HELD-SW
015360         GO TO 4295-EXIT
015361     END-REWRITE.
015362
015363     ADD 1 TO WS-HELD-CNT.
015364
015365 4295-EXIT.
015366     EXIT.
015367
015368*----------------------------------------------------------------*
015369* 4230-RESOLVE-OPERANDS                                          *
015370* MOVES THE TRANSACTION OPERANDS INTO NUM1/NUM2, PULLING THE     *
015371* VALUE FROM THE RATE TABLE WHEN AN OPERAND IS FLAGGED AS A      *
015372* RATE NAME.  A RATE THAT CANNOT BE RESOLVED MARKS THE           *
015373* TRANSACTION IN ERROR AND ZEROES THE OPERANDS SO NO STALE       *
015374* VALUES REACH THE AUDIT TRAIL.                                  *
015375*----------------------------------------------------------------*
015376 4230-RESOLVE-OPERANDS.
015377     MOVE 'N' TO WS-OPERAND-ERROR-SW.
015378     MOVE SPACES TO WS-REJECT-REASON.
015379
015380*    RATE LOOKUPS RESOLVE AS OF THE TRANSACTION'S VALUE DATE.
015381*    A ZERO (OR BLANK, ON A FILE CUT BEFORE THE FIELD EXISTED)
015382*    VALUE DATE FALLS BACK TO THE HEADER FILE DATE, AND A ZERO
015383*    HEADER DATE FALLS BACK TO TODAY INSIDE THE LOOKUP ITSELF.
015384     IF CT-VALUE-DATE IS NUMERIC AND CT-VALUE-DATE > ZERO
015385         MOVE CT-VALUE-DATE TO WS-RATE-LOOKUP-DATE
015386     ELSE
015387         MOVE WS-HDR-FILE-DATE TO WS-RATE-LOOKUP-DATE
015388     END-IF.
015389
015390     EVALUATE TRUE
015391         WHEN CT-NUM1-IS-RATE
015392             MOVE CT-NUM1-RATE-NAME TO WS-RATE-LOOKUP-NAME
015393             PERFORM 3950-LOOKUP-RATE
015394                 THRU 3950-EXIT
015395             IF WS-RATE-FOUND
015396                 MOVE WS-RATE-VALUE-OUT TO NUM1
015397             ELSE
015398                 DISPLAY "Seq " CT-SEQ-NUMBER
015399                     ": NUM1 rate lookup failed."
015400                 MOVE '05' TO WS-REJECT-REASON
015401                 MOVE 'Y' TO WS-OPERAND-ERROR-SW
015402             END-IF
015403         WHEN CT-NUM1-IS-PRIOR
015404             IF WS-PRIOR-SET
015405                 MOVE WS-PRIOR-TOTAL TO NUM1
015406             ELSE
015407                 DISPLAY "Seq " CT-SEQ-NUMBER
015408                     ": no prior total for NUM1."
015410                 MOVE '06' TO WS-REJECT-REASON
015420                 MOVE 'Y' TO WS-OPERAND-ERROR-SW
015430             END-IF
016280     ELSE
016281         DISPLAY "  Control totals verified."
016282     END-IF.
016283     IF WS-SRC-REFUSED-SW (WS-SRC-IX) = 'Y'
016284         DISPLAY "  *** REFUSED - ALREADY ON THE RECEIPT "
016285             "REGISTER AS PROCESSED - DETAILS NOT RUN ***"
016286     END-IF.
016287
016288 4410-EXIT.
016289     EXIT.
016290
016291*----------------------------------------------------------------*
016292* 5000-PERFORM-CALCULATION                                      *
016293* SHARED ARITHMETIC ROUTINE USED BY BOTH INTERACTIVE AND BATCH   *
016294* PROCESSING - EVALUATES OPERATION AGAINST NUM1 AND NUM2 AND     *
016300* LEAVES THE ANSWER IN TOTAL.  WS-CALC-ERROR-SW IS SET TO 'Y'    *
016310* AND TOTAL IS LEFT UNCHANGED IF A SIZE ERROR OCCURS.            *
016320*----------------------------------------------------------------*
017290     MOVE NUM2          TO AU-NUM2.
017300     IF WS-CALC-ERROR
017310         MOVE ZERO      TO AU-TOTAL
017315         MOVE '1'       TO AU-STATUS-CODE
017320     ELSE
017330         MOVE TOTAL     TO AU-TOTAL
017335         MOVE '0'       TO AU-STATUS-CODE
017340     END-IF
017342     MOVE WS-OPERATOR-ID  TO AU-OPERATOR-ID.
017344     MOVE WS-RUN-ID-NUM   TO AU-RUN-ID.
017346     MOVE WS-TRACE-SOURCE TO AU-SOURCE-SYSTEM.
017348     MOVE WS-TRACE-SEQ    TO AU-SEQ-NUMBER.
017350
017360     WRITE CALC-AUDIT-REC.
017370
018160     MOVE NUM1           TO GL-NUM1.
018170     MOVE NUM2           TO GL-NUM2.
018180     MOVE TOTAL          TO GL-TOTAL.
018185     MOVE SPACE          TO GL-HOLD-FLAG.
018186     MOVE WS-RUN-ID-NUM  TO GL-RUN-ID.
018187     MOVE WS-TRACE-SOURCE TO GL-SOURCE-SYSTEM.
018188     MOVE WS-TRACE-SEQ   TO GL-SEQ-NUMBER.
018190
018200     WRITE CALC-GLEXTRACT-REC.
018210
018302* ENTERS A DATED DEACTIVATION ROW, AND LOOK UP LISTS A NAME'S    *
018304* FULL HISTORY.  TRANSACTION FILES ARE NEVER TOUCHED HERE;       *
018306* CALCULATIONS PICK UP THE GOVERNING VALUE AT LOOKUP TIME.       *
018308* ADD, CHANGE AND DEACTIVATE ARE NOT APPLIED HERE - EACH IS      *
018310* QUEUED ON THE PENDING-CHANGE FILE (PENDCHG) AND REACHES THE    *
018312* TABLE ONLY WHEN A SECOND SUPERVISOR APPROVES IT UNDER PENDING  *
018313* APPROVALS.  DURING INITIAL SETUP (NO OPERATOR MASTER YET)      *
018314* THERE IS NO SECOND SUPERVISOR AND CHANGES ARE APPLIED          *
018315* DIRECTLY.                                                      *
018318*----------------------------------------------------------------*
018320 7000-RATE-MAINTENANCE.
018330     OPEN I-O RATE-FILE.
018340     IF WS-RATE-FILE-STATUS = '35'
018480         GO TO 7000-EXIT
018490     END-IF.
018500
018501     OPEN I-O PENDCHG-FILE.
018502     IF WS-PEND-FILE-STATUS = '35'
018503         OPEN OUTPUT PENDCHG-FILE
018504         IF WS-PEND-FILE-STATUS NOT = '00'
018505             DISPLAY "Cannot create pending-change file - "
018506                 "status " WS-PEND-FILE-STATUS
018507             CLOSE RATE-FILE
018508             GO TO 7000-EXIT
018509         END-IF
018510         CLOSE PENDCHG-FILE
018511         OPEN I-O PENDCHG-FILE
018512     END-IF.
018513
018514     IF WS-PEND-FILE-STATUS NOT = '00'
018515         DISPLAY "Cannot open pending-change file - status "
018516             WS-PEND-FILE-STATUS
018517         CLOSE RATE-FILE
018518         GO TO 7000-EXIT
018519     END-IF.
018520
018521     PERFORM 7010-MAINT-ONE-FUNCTION
018522         THRU 7010-EXIT
018530         UNTIL WS-MAINT-DONE.
018540
018550     CLOSE RATE-FILE.
018555     CLOSE PENDCHG-FILE.
018560
018570 7000-EXIT.
018580     EXIT.
018620*----------------------------------------------------------------*
018630 7010-MAINT-ONE-FUNCTION.
018640     DISPLAY " ".
018645     DISPLAY "Rate maintenance - (A)dd, (C)hange, "
018650         "(D)eactivate, (L)ook up, (P)ending approvals, "
018655         "(Q)uit: ".
018670     ACCEPT WS-MAINT-FUNCTION.
018680
018690     EVALUATE WS-MAINT-FUNCTION
018830         WHEN 'l'
018840             PERFORM 7050-MAINT-DISPLAY-RATE
018850                 THRU 7050-EXIT
018852         WHEN 'P'
018854         WHEN 'p'
018856             PERFORM 7200-MAINT-APPROVE-PENDING
018858                 THRU 7200-EXIT
018860         WHEN 'Q'
018870         WHEN 'q'
018880             MOVE 'Y' TO WS-MAINT-DONE-SW
018890         WHEN OTHER
018900             DISPLAY "Invalid function - use A, C, D, L, P or Q."
018910     END-EVALUATE.
018920
018930 7010-EXIT.
018970* 7020-MAINT-ADD-RATE                                            *
018980* ADDS A NEW DATED VALUE TO THE RATE'S HISTORY.  EARLIER-DATED   *
018990* TRANSACTIONS KEEP RESOLVING TO THE EARLIER HISTORY ROWS.       *
018995* THE NEW ROW IS QUEUED FOR A SECOND SUPERVISOR'S APPROVAL.      *
019000*----------------------------------------------------------------*
019010 7020-MAINT-ADD-RATE.
019020     PERFORM 7060-MAINT-ACCEPT-NAME
019140     PERFORM 7080-MAINT-ACCEPT-EFF-DATE
019150         THRU 7080-EXIT.
019160
019161     MOVE WS-MAINT-NAME     TO RT-RATE-NAME.
019162     MOVE WS-MAINT-EFF-DATE TO RT-EFFECTIVE-DATE.
019163     READ RATE-FILE
019164         INVALID KEY
019165         CONTINUE
019166         NOT INVALID KEY
019167         DISPLAY "Rate " WS-MAINT-NAME " already has a value "
019168             "effective " WS-MAINT-EFF-DATE " - use Change."
019169         GO TO 7020-EXIT
019170     END-READ.
019171
019172     MOVE WS-MAINT-NAME     TO RT-RATE-NAME.
019180     MOVE WS-MAINT-EFF-DATE TO RT-EFFECTIVE-DATE.
019190     COMPUTE RT-RATE-VALUE  = FUNCTION NUMVAL(WS-MAINT-VALUE-IN).
019200     MOVE 'A'               TO RT-STATUS-CODE.
019210
019211     IF NOT WS-INITIAL-SETUP
019212         MOVE 'A'    TO WS-PEND-ACTION
019213         MOVE SPACES TO WS-PEND-BEFORE-IMAGE
019214         PERFORM 7090-QUEUE-RATE-CHANGE
019215             THRU 7090-EXIT
019216         GO TO 7020-EXIT
019217     END-IF.
019218
019220     WRITE CALC-RATE-REC
019230         INVALID KEY
019240         DISPLAY "Rate " WS-MAINT-NAME " already has a value "
019360* 7030-MAINT-CHANGE-RATE                                         *
019370* CORRECTS THE VALUE ON ONE EXISTING DATED HISTORY ROW.  A NEW   *
019380* VALUE TAKING EFFECT ON A NEW DATE IS AN ADD, NOT A CHANGE.     *
019385* THE CORRECTION IS QUEUED FOR A SECOND SUPERVISOR'S APPROVAL.   *
019390*----------------------------------------------------------------*
019400 7030-MAINT-CHANGE-RATE.
019410     PERFORM 7060-MAINT-ACCEPT-NAME
019580
019590     MOVE RT-RATE-VALUE TO WS-RATE-VALUE-DISPLAY.
019600     DISPLAY "Current value: " WS-RATE-VALUE-DISPLAY.
019605     MOVE CALC-RATE-REC TO WS-PEND-BEFORE-IMAGE.
019610
019620     PERFORM 7070-MAINT-ACCEPT-VALUE
019630         THRU 7070-EXIT.
019670
019680     COMPUTE RT-RATE-VALUE  = FUNCTION NUMVAL(WS-MAINT-VALUE-IN).
019690
019691     IF NOT WS-INITIAL-SETUP
019692         MOVE 'C' TO WS-PEND-ACTION
019693         PERFORM 7090-QUEUE-RATE-CHANGE
019694             THRU 7090-EXIT
019695         GO TO 7030-EXIT
019696     END-IF.
019697
019700     REWRITE CALC-RATE-REC.
019710     DISPLAY "Rate " WS-MAINT-NAME " value effective "
019720         WS-MAINT-EFF-DATE " changed.".
019790* ENTERS A DATED DEACTIVATION ROW - THE RATE STAYS USABLE FOR    *
019800* VALUE DATES BEFORE THE DATE ENTERED.  IF A HISTORY ROW ALREADY *
019810* EXISTS ON THAT DATE IT IS MARKED INACTIVE INSTEAD.             *
019815* THE DEACTIVATION IS QUEUED FOR A SECOND SUPERVISOR'S APPROVAL. *
019820*----------------------------------------------------------------*
019830 7040-MAINT-DEACTIVATE-RATE.
019840     PERFORM 7060-MAINT-ACCEPT-NAME
019920     PERFORM 7080-MAINT-ACCEPT-EFF-DATE
019930         THRU 7080-EXIT.
019940
019941     MOVE SPACES            TO WS-PEND-BEFORE-IMAGE.
019942     MOVE WS-MAINT-NAME     TO RT-RATE-NAME.
019943     MOVE WS-MAINT-EFF-DATE TO RT-EFFECTIVE-DATE.
019944     READ RATE-FILE
019945         INVALID KEY
019946         CONTINUE
019947         NOT INVALID KEY
019948         MOVE CALC-RATE-REC TO WS-PEND-BEFORE-IMAGE
019949     END-READ.
019950
019951     MOVE WS-MAINT-NAME     TO RT-RATE-NAME.
019960     MOVE WS-MAINT-EFF-DATE TO RT-EFFECTIVE-DATE.
019970     MOVE ZERO              TO RT-RATE-VALUE.
019980     MOVE 'I'               TO RT-STATUS-CODE.
019990
019991     IF NOT WS-INITIAL-SETUP
019992         MOVE 'D' TO WS-PEND-ACTION
019993         PERFORM 7090-QUEUE-RATE-CHANGE
019994             THRU 7090-EXIT
019995         GO TO 7040-EXIT
019996     END-IF.
019997
020000     WRITE CALC-RATE-REC
020010         INVALID KEY
020020         REWRITE CALC-RATE-REC
020830 7080-EXIT.
020840     EXIT.
020850
020851*----------------------------------------------------------------*
020852* 7090-QUEUE-RATE-CHANGE                                         *
020853* WRITES A MAINTENANCE FUNCTION'S CHANGE TO THE PENDING-CHANGE   *
020854* FILE - THE AFTER IMAGE FROM THE RATE RECORD, THE BEFORE IMAGE  *
020855* FROM WS-PEND-BEFORE-IMAGE.  A ROW WITH A CHANGE ALREADY        *
020856* AWAITING APPROVAL CANNOT TAKE A SECOND ONE.                    *
020857*----------------------------------------------------------------*
020858 7090-QUEUE-RATE-CHANGE.
020859     MOVE RT-RATE-KEY TO WS-PEND-ROW-KEY.
020860     PERFORM 7095-CHECK-ROW-PENDING
020861         THRU 7095-EXIT.
020862     IF WS-PEND-ROW-BUSY
020863         DISPLAY "Rate " WS-MAINT-NAME " effective "
020864             WS-MAINT-EFF-DATE " already has a change awaiting "
020865             "approval - function cancelled."
020866         GO TO 7090-EXIT
020867     END-IF.
020868
020869     MOVE SPACES               TO CALC-PENDCHG-REC.
020870     MOVE 'R'                  TO PC-TABLE-CODE.
020871     MOVE WS-PEND-ROW-KEY      TO PC-ROW-KEY.
020872     ACCEPT PC-ENTRY-DATE FROM DATE YYYYMMDD.
020873     ACCEPT WS-PEND-ENTRY-TIME FROM TIME.
020874     MOVE WS-PEND-ENTRY-TIME   TO PC-ENTRY-TIME.
020875     MOVE WS-PEND-ACTION       TO PC-ACTION-CODE.
020876     MOVE 'P'                  TO PC-STATUS-CODE.
020877     MOVE WS-OPERATOR-ID       TO PC-MAKER-ID.
020878     MOVE ZERO                 TO PC-DECISION-DATE.
020879     MOVE ZERO                 TO PC-DECISION-TIME.
020880     MOVE WS-PEND-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
020881     MOVE CALC-RATE-REC        TO PC-AFTER-IMAGE.
020882
020883     WRITE CALC-PENDCHG-REC
020884         INVALID KEY
020885         DISPLAY "Change not recorded - status "
020886             WS-PEND-FILE-STATUS " - key it again."
020887         GO TO 7090-EXIT
020888     END-WRITE.
020889
020890     DISPLAY "Rate " WS-MAINT-NAME " change recorded - it takes "
020891         "effect when a second supervisor approves it.".
020892
020893 7090-EXIT.
020894     EXIT.
020895
020896*----------------------------------------------------------------*
020897* 7095-CHECK-ROW-PENDING                                         *
020898* SETS WS-PEND-ROW-BUSY WHEN THE RATE ROW IN WS-PEND-ROW-KEY     *
020899* ALREADY HAS A CHANGE AWAITING APPROVAL.                        *
020900*----------------------------------------------------------------*
020901 7095-CHECK-ROW-PENDING.
020902     MOVE 'N' TO WS-PEND-ROW-BUSY-SW.
020903     MOVE 'N' TO WS-PEND-BROWSE-DONE-SW.
020904
020905     MOVE 'R'             TO PC-TABLE-CODE.
020906     MOVE WS-PEND-ROW-KEY TO PC-ROW-KEY.
020907     MOVE ZERO            TO PC-ENTRY-DATE.
020908     MOVE ZERO            TO PC-ENTRY-TIME.
020909     START PENDCHG-FILE KEY NOT < PC-CHANGE-KEY
020910         INVALID KEY
020911         GO TO 7095-EXIT
020912     END-START.
020913
020914     PERFORM 7096-CHECK-NEXT-PENDING
020915         THRU 7096-EXIT
020916         UNTIL WS-PEND-BROWSE-DONE
020917             OR WS-PEND-ROW-BUSY.
020918
020919 7095-EXIT.
020920     EXIT.
020921
020922*----------------------------------------------------------------*
020923* 7096-CHECK-NEXT-PENDING                                        *
020924*----------------------------------------------------------------*
020925 7096-CHECK-NEXT-PENDING.
020926     READ PENDCHG-FILE NEXT RECORD
020927         AT END
020928         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
020929         GO TO 7096-EXIT
020930     END-READ.
020931
020932     IF NOT PC-RATE-TABLE
020933             OR PC-ROW-KEY NOT = WS-PEND-ROW-KEY
020934         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
020935         GO TO 7096-EXIT
020936     END-IF.
020937
020938     IF PC-PENDING
020939         MOVE 'Y' TO WS-PEND-ROW-BUSY-SW
020940     END-IF.
020941
020942 7096-EXIT.
020943     EXIT.
020944
020945*----------------------------------------------------------------*
020946* 7100-OPERATOR-MAINTENANCE                                      *
020947* SUPERVISOR MAINTENANCE OVER THE OPERATOR MASTER - ADD AN       *
020948* OPERATOR, DEACTIVATE ONE, UNLOCK ONE, ISSUE A TEMPORARY PIN,  *
020949* OR LOOK ONE UP.  AUTHORIZATION LEVELS AND DEFAULT FORMATS     *
020950* ARE SET HERE AND TAKE EFFECT AT THE OPERATOR'S NEXT SIGN-ON.  *
020951*----------------------------------------------------------------*
020952 7100-OPERATOR-MAINTENANCE.
020953     OPEN I-O OPERATOR-FILE.
020954     IF WS-OPER-FILE-STATUS = '35'
020960         OPEN OUTPUT OPERATOR-FILE
020970         IF WS-OPER-FILE-STATUS NOT = '00'
020980             DISPLAY "Cannot create operator master - status "
021250 7110-OMAINT-ONE-FUNCTION.
021260     DISPLAY " ".
021270     DISPLAY "Operator maintenance - (A)dd, (D)eactivate, "
021280         "(U)nlock, (P)IN reset, (L)ook up, (Q)uit: ".
021290     ACCEPT WS-MAINT-FUNCTION.
021300
021310     EVALUATE WS-MAINT-FUNCTION
021370         WHEN 'd'
021380             PERFORM 7130-OMAINT-DEACTIVATE
021390                 THRU 7130-EXIT
021391         WHEN 'U'
021392         WHEN 'u'
021393             PERFORM 7150-OMAINT-UNLOCK
021394                 THRU 7150-EXIT
021395         WHEN 'P'
021396         WHEN 'p'
021397             PERFORM 7160-OMAINT-RESET-PIN
021398                 THRU 7160-EXIT
021400         WHEN 'L'
021410         WHEN 'l'
021420             PERFORM 7140-OMAINT-DISPLAY
021450         WHEN 'q'
021460             MOVE 'Y' TO WS-MAINT-DONE-SW
021470         WHEN OTHER
021480             DISPLAY "Invalid function - use A, D, U, P, L or Q."
021490     END-EVALUATE.
021500
021510 7110-EXIT.
021820     DISPLAY "Default output format S/C/R (space = prompt "
021830         "each session): ".
021840     ACCEPT WS-OMAINT-FORMAT.
021842
021844     MOVE WS-MAINT-NAME(1:8) TO OM-OPERATOR-ID.
021846     PERFORM 7170-ACCEPT-TEMPORARY-PIN
021848         THRU 7170-EXIT.
021850     IF NOT WS-PIN-VALID
021852         GO TO 7120-EXIT
021854     END-IF.
021856
021870     MOVE WS-OMAINT-NAME     TO OM-OPERATOR-NAME.
021880     MOVE WS-OMAINT-LEVEL    TO OM-AUTH-LEVEL.
021890     MOVE WS-OMAINT-FORMAT   TO OM-DEFAULT-FORMAT.
021900     MOVE 'A'                TO OM-STATUS-CODE.
021902     MOVE WS-PIN-SCRAMBLED   TO OM-PIN-SCRAMBLED.
021904     MOVE ZERO               TO OM-PIN-CHANGED-DATE.
021906     MOVE ZERO               TO OM-FAILED-SIGNON-CNT.
021910
021920     WRITE CALC-OPERATOR-REC
021930         INVALID KEY
021960     END-WRITE.
021970
021980     DISPLAY "Operator " OM-OPERATOR-ID " added.".
021981
021982     MOVE 'R'                  TO WS-SEC-EVENT.
021983     MOVE "INITIAL PIN ISSUED" TO WS-SEC-REASON.
021984     PERFORM 7180-LOG-MAINT-EVENT
021985         THRU 7180-EXIT.
021990
022000 7120-EXIT.
022010     EXIT.
022520     DISPLAY "Auth level:     " OM-AUTH-LEVEL.
022530     DISPLAY "Default format: " OM-DEFAULT-FORMAT.
022540     DISPLAY "Status:         " OM-STATUS-CODE.
022544     DISPLAY "PIN changed:    " OM-PIN-CHANGED-DATE.
022548     DISPLAY "Failed PINs:    " OM-FAILED-SIGNON-CNT.
022550
022560 7140-EXIT.
022570     EXIT.
022580
022581*----------------------------------------------------------------*
022582* 7150-OMAINT-UNLOCK                                             *
022583* CLEARS A LOCKOUT - STATUS BACK TO ACTIVE AND THE FAILED-PIN   *
022584* COUNT TO ZERO.  A SUPERVISOR MAY NOT UNLOCK THEMSELVES.       *
022585*----------------------------------------------------------------*
022586 7150-OMAINT-UNLOCK.
022587     MOVE SPACES TO WS-MAINT-NAME.
022588     DISPLAY "Operator ID to unlock: ".
022589     ACCEPT WS-MAINT-NAME.
022590
022591     IF WS-MAINT-NAME = SPACES
022592         DISPLAY "No ID entered - function cancelled."
022593         GO TO 7150-EXIT
022594     END-IF.
022595
022596     IF WS-MAINT-NAME(1:8) = WS-OPERATOR-ID
022597         DISPLAY "You may not unlock your own ID - function "
022598             "cancelled."
022599         GO TO 7150-EXIT
022600     END-IF.
022601
022602     MOVE WS-MAINT-NAME(1:8) TO OM-OPERATOR-ID.
022603     READ OPERATOR-FILE
022604         INVALID KEY
022605         DISPLAY "Operator " OM-OPERATOR-ID " not on file."
022606         GO TO 7150-EXIT
022607     END-READ.
022608
022609     IF NOT OM-LOCKED
022610         DISPLAY "Operator " OM-OPERATOR-ID " is not locked."
022611         GO TO 7150-EXIT
022612     END-IF.
022613
022614     MOVE 'A'  TO OM-STATUS-CODE.
022615     MOVE ZERO TO OM-FAILED-SIGNON-CNT.
022616     REWRITE CALC-OPERATOR-REC.
022617     DISPLAY "Operator " OM-OPERATOR-ID " unlocked.".
022618
022619     MOVE 'U'                      TO WS-SEC-EVENT.
022620     MOVE "UNLOCKED BY SUPERVISOR" TO WS-SEC-REASON.
022621     PERFORM 7180-LOG-MAINT-EVENT
022622         THRU 7180-EXIT.
022623
022624 7150-EXIT.
022625     EXIT.
022626
022627*----------------------------------------------------------------*
022628* 7160-OMAINT-RESET-PIN                                          *
022629* ISSUES A TEMPORARY PIN FOR AN OPERATOR WHO HAS FORGOTTEN      *
022630* THEIRS.  THE CHANGED DATE IS ZEROED SO THE OPERATOR MUST      *
022631* CHOOSE A NEW PIN AT THE NEXT CONSOLE SIGN-ON.  A LOCKED       *
022632* OPERATOR IS UNLOCKED BY THE RESET, AND BOTH EVENTS ARE        *
022633* LOGGED.  A SUPERVISOR CHANGES THEIR OWN PIN AT SIGN-ON.       *
022634*----------------------------------------------------------------*
022635 7160-OMAINT-RESET-PIN.
022636     MOVE SPACES TO WS-MAINT-NAME.
022637     DISPLAY "Operator ID for PIN reset: ".
022638     ACCEPT WS-MAINT-NAME.
022639
022640     IF WS-MAINT-NAME = SPACES
022641         DISPLAY "No ID entered - function cancelled."
022642         GO TO 7160-EXIT
022643     END-IF.
022644
022645     IF WS-MAINT-NAME(1:8) = WS-OPERATOR-ID
022646         DISPLAY "You may not reset your own PIN - function "
022647             "cancelled."
022648         GO TO 7160-EXIT
022649     END-IF.
022650
022651     MOVE WS-MAINT-NAME(1:8) TO OM-OPERATOR-ID.
022652     READ OPERATOR-FILE
022653         INVALID KEY
022654         DISPLAY "Operator " OM-OPERATOR-ID " not on file."
022655         GO TO 7160-EXIT
022656     END-READ.
022657
022658     PERFORM 7170-ACCEPT-TEMPORARY-PIN
022659         THRU 7170-EXIT.
022660     IF NOT WS-PIN-VALID
022661         GO TO 7160-EXIT
022662     END-IF.
022663
022664     MOVE 'N' TO WS-OPER-WAS-LOCKED-SW.
022665     IF OM-LOCKED
022666         MOVE 'Y' TO WS-OPER-WAS-LOCKED-SW
022667         MOVE 'A' TO OM-STATUS-CODE
022668     END-IF.
022669
022670     MOVE WS-PIN-SCRAMBLED TO OM-PIN-SCRAMBLED.
022671     MOVE ZERO             TO OM-PIN-CHANGED-DATE.
022672     MOVE ZERO             TO OM-FAILED-SIGNON-CNT.
022673     REWRITE CALC-OPERATOR-REC.
022674     DISPLAY "PIN reset for " OM-OPERATOR-ID
022675         " - it must be changed at the next sign-on.".
022676
022677     MOVE 'R'                    TO WS-SEC-EVENT.
022678     MOVE "TEMPORARY PIN ISSUED" TO WS-SEC-REASON.
022679     PERFORM 7180-LOG-MAINT-EVENT
022680         THRU 7180-EXIT.
022681
022682     IF WS-OPER-WAS-LOCKED
022683         MOVE 'U'                   TO WS-SEC-EVENT
022684         MOVE "UNLOCKED AT PIN RESET" TO WS-SEC-REASON
022685         PERFORM 7180-LOG-MAINT-EVENT
022686             THRU 7180-EXIT
022687     END-IF.
022688
022689 7160-EXIT.
022690     EXIT.
022691
022692*----------------------------------------------------------------*
022693* 7170-ACCEPT-TEMPORARY-PIN                                      *
022694* TAKES A SUPERVISOR-ISSUED PIN FOR THE OPERATOR IN             *
022695* OM-OPERATOR-ID AND SCRAMBLES IT INTO WS-PIN-SCRAMBLED.        *
022696*----------------------------------------------------------------*
022697 7170-ACCEPT-TEMPORARY-PIN.
022698     MOVE SPACES TO WS-PIN-ENTERED.
022699     DISPLAY "Temporary PIN (4 to 8 digits): ".
022700     ACCEPT WS-PIN-ENTERED.
022701
022702     PERFORM 1250-SCRAMBLE-PIN
022703         THRU 1250-EXIT.
022704
022705     IF NOT WS-PIN-VALID
022706         DISPLAY "PIN must be 4 to 8 digits - function "
022707             "cancelled."
022708     END-IF.
022709
022710 7170-EXIT.
022711     EXIT.
022712
022713*----------------------------------------------------------------*
022714* 7180-LOG-MAINT-EVENT                                           *
022715* LOGS A SUPERVISOR ACTION AGAINST THE OPERATOR IN              *
022716* OM-OPERATOR-ID.  THE CALLER SETS THE EVENT TYPE AND REASON.   *
022717*----------------------------------------------------------------*
022718 7180-LOG-MAINT-EVENT.
022719     MOVE OM-OPERATOR-ID TO WS-SEC-SUBJECT-ID.
022720     MOVE WS-OPERATOR-ID TO WS-SEC-BY-ID.
022721     MOVE ZERO           TO WS-SEC-FAILED-CNT.
022722     PERFORM 1290-WRITE-SECURITY-LOG
022723         THRU 1290-EXIT.
022724
022725 7180-EXIT.
022726     EXIT.
022727
022728*----------------------------------------------------------------*
022729* 7200-MAINT-APPROVE-PENDING                                     *
022730* WALKS THE RATE CHANGES AWAITING APPROVAL IN KEY ORDER.  EACH   *
022731* IS SHOWN WITH ITS BEFORE AND AFTER VALUES AND MAY BE APPROVED, *
022732* REJECTED OR SKIPPED.  THE SUPERVISOR WHO ENTERED A CHANGE      *
022733* CANNOT DECIDE IT.  DECISIONS STAY ON THE PENDING-CHANGE FILE   *
022734* FOR THE PENDING-CHANGES REPORT (CALCPCRP).                     *
022735*----------------------------------------------------------------*
022736 7200-MAINT-APPROVE-PENDING.
022737     MOVE ZERO       TO WS-PEND-REVIEWED-CNT.
022738     MOVE 'N'        TO WS-PEND-BROWSE-DONE-SW.
022739     MOVE LOW-VALUES TO PC-CHANGE-KEY.
022740     MOVE 'R'        TO PC-TABLE-CODE.
022741     START PENDCHG-FILE KEY NOT < PC-CHANGE-KEY
022742         INVALID KEY
022743         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
022744     END-START.
022745
022746     PERFORM 7210-REVIEW-NEXT-PENDING
022747         THRU 7210-EXIT
022748         UNTIL WS-PEND-BROWSE-DONE.
022749
022750     IF WS-PEND-REVIEWED-CNT = ZERO
022751         DISPLAY "No rate changes awaiting approval."
022752     END-IF.
022753
022754 7200-EXIT.
022755     EXIT.
022756
022757*----------------------------------------------------------------*
022758* 7210-REVIEW-NEXT-PENDING                                       *
022759*----------------------------------------------------------------*
022760 7210-REVIEW-NEXT-PENDING.
022761     READ PENDCHG-FILE NEXT RECORD
022762         AT END
022763         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
022764         GO TO 7210-EXIT
022765     END-READ.
022766
022767     IF NOT PC-RATE-TABLE
022768         MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
022769         GO TO 7210-EXIT
022770     END-IF.
022771
022772     IF NOT PC-PENDING
022773         GO TO 7210-EXIT
022774     END-IF.
022775
022776     ADD 1 TO WS-PEND-REVIEWED-CNT.
022777     PERFORM 7220-DISPLAY-PENDING-RATE
022778         THRU 7220-EXIT.
022779
022780     IF PC-MAKER-ID = WS-OPERATOR-ID
022781         DISPLAY "You entered this change - another supervisor "
022782             "must approve it."
022783         GO TO 7210-EXIT
022784     END-IF.
022785
022786     MOVE SPACE TO WS-PEND-RESPONSE.
022787     DISPLAY "(A)pprove, (R)eject, (S)kip, (Q)uit review: ".
022788     ACCEPT WS-PEND-RESPONSE.
022789
022790     EVALUATE WS-PEND-RESPONSE
022791         WHEN 'A'
022792         WHEN 'a'
022793             PERFORM 7230-APPLY-PENDING-RATE
022794                 THRU 7230-EXIT
022795         WHEN 'R'
022796         WHEN 'r'
022797             MOVE 'R'    TO PC-STATUS-CODE
022798             MOVE SPACES TO PC-DECISION-REASON
022799             DISPLAY "Reason for rejection: "
022800             ACCEPT PC-DECISION-REASON
022801         WHEN 'Q'
022802         WHEN 'q'
022803             MOVE 'Y' TO WS-PEND-BROWSE-DONE-SW
022804             GO TO 7210-EXIT
022805         WHEN OTHER
022806             DISPLAY "Change skipped - still awaiting approval."
022807             GO TO 7210-EXIT
022808     END-EVALUATE.
022809
022810     MOVE WS-OPERATOR-ID TO PC-CHECKER-ID.
022811     ACCEPT PC-DECISION-DATE FROM DATE YYYYMMDD.
022812     ACCEPT WS-TIME-OF-DAY FROM TIME.
022813     MOVE WS-TIME-HHMMSS TO PC-DECISION-TIME.
022814
022815     REWRITE CALC-PENDCHG-REC
022816         INVALID KEY
022817         DISPLAY "Decision not recorded - status "
022818             WS-PEND-FILE-STATUS
022819         GO TO 7210-EXIT
022820     END-REWRITE.
022821
022822     EVALUATE TRUE
022823         WHEN PC-APPROVED
022824             DISPLAY "Change approved and applied."
022825         WHEN PC-REJECTED
022826             DISPLAY "Change rejected."
022827         WHEN OTHER
022828             DISPLAY "Change not applied - " PC-DECISION-REASON
022829     END-EVALUATE.
022830
022831 7210-EXIT.
022832     EXIT.
022833
022834*----------------------------------------------------------------*
022835* 7220-DISPLAY-PENDING-RATE                                      *
022836*----------------------------------------------------------------*
022837 7220-DISPLAY-PENDING-RATE.
022838     DISPLAY " ".
022839     DISPLAY "Rate " PC-AR-RATE-NAME " effective "
022840         PC-AR-EFFECTIVE-DATE " - entered by " PC-MAKER-ID
022841         " on " PC-ENTRY-DATE.
022842
022843     EVALUATE TRUE
022844         WHEN PC-ACTION-ADD
022845             DISPLAY "  Action:  ADD NEW VALUE"
022846         WHEN PC-ACTION-CHANGE
022847             DISPLAY "  Action:  CHANGE VALUE"
022848         WHEN OTHER
022849             DISPLAY "  Action:  DEACTIVATE"
022850     END-EVALUATE.
022851
022852     IF PC-BEFORE-IMAGE = SPACES
022853         DISPLAY "  Before:  no row on file"
022854     ELSE
022855         MOVE PC-BR-RATE-VALUE TO WS-RATE-VALUE-DISPLAY
022856         DISPLAY "  Before:  status " PC-BR-STATUS-CODE
022857             "  value " WS-RATE-VALUE-DISPLAY
022858     END-IF.
022859
022860     MOVE PC-AR-RATE-VALUE TO WS-RATE-VALUE-DISPLAY.
022861     DISPLAY "  After:   status " PC-AR-STATUS-CODE
022862         "  value " WS-RATE-VALUE-DISPLAY.
022863
022864 7220-EXIT.
022865     EXIT.
022866
022867*----------------------------------------------------------------*
022868* 7230-APPLY-PENDING-RATE                                        *
022869* APPLIES AN APPROVED CHANGE.  THE ROW MUST STILL MATCH THE      *
022870* BEFORE IMAGE TAKEN WHEN THE CHANGE WAS KEYED; IF IT DOES NOT   *
022871* (OR THE UPDATE FAILS) THE CHANGE IS MARKED NOT APPLIED AND     *
022872* MUST BE KEYED AGAIN AGAINST THE CURRENT ROW.                   *
022873*----------------------------------------------------------------*
022874 7230-APPLY-PENDING-RATE.
022875     MOVE PC-ROW-KEY TO RT-RATE-KEY.
022876     READ RATE-FILE
022877         INVALID KEY
022878         MOVE SPACES TO WS-PEND-CURRENT-IMAGE
022879         NOT INVALID KEY
022880         MOVE CALC-RATE-REC TO WS-PEND-CURRENT-IMAGE
022881     END-READ.
022882
022883     IF WS-PEND-CURRENT-IMAGE NOT = PC-BEFORE-IMAGE
022884         MOVE 'N' TO PC-STATUS-CODE
022885         MOVE "ROW CHANGED SINCE KEYED" TO PC-DECISION-REASON
022886         GO TO 7230-EXIT
022887     END-IF.
022888
022889     MOVE PC-AFTER-IMAGE TO CALC-RATE-REC.
022890     IF PC-BEFORE-IMAGE = SPACES
022891         WRITE CALC-RATE-REC
022892             INVALID KEY
022893             MOVE 'N' TO PC-STATUS-CODE
022894             MOVE "RATE TABLE WRITE FAILED" TO PC-DECISION-REASON
022895             GO TO 7230-EXIT
022896         END-WRITE
022897     ELSE
022898         REWRITE CALC-RATE-REC
022899             INVALID KEY
022900             MOVE 'N' TO PC-STATUS-CODE
022901             MOVE "RATE TABLE REWRITE FAILED"
022902                 TO PC-DECISION-REASON
022903             GO TO 7230-EXIT
022904         END-REWRITE
022905     END-IF.
022906
022907     MOVE 'A'    TO PC-STATUS-CODE.
022908     MOVE SPACES TO PC-DECISION-REASON.
022909
022910 7230-EXIT.
022911     EXIT.
022912
022913*----------------------------------------------------------------*
022914* 8000-PRINT-SUMMARY-REPORT                                      *
022915* DISPLAYS AN END-OF-RUN RECAP - CALCULATION COUNTS BY OPERATION,*
022916* RUNNING SUM OF ALL TOTALS, AND THE MIN/MAX TOTAL SEEN - SO THE *
022917* OPERATOR CAN SANITY-CHECK THE SESSION BEFORE CLOSING OUT.      *
022918*----------------------------------------------------------------*
022919 8000-PRINT-SUMMARY-REPORT.
022920     DISPLAY " ".
022921     DISPLAY "---- END-OF-RUN SUMMARY REPORT ----".
022922     DISPLAY "Calculations performed: " WS-CALC-COUNT.
022923     DISPLAY "  Addition       (+): " WS-CNT-ADD.
022924     DISPLAY "  Subtraction    (-): " WS-CNT-SUB.
022925     DISPLAY "  Multiplication (*): " WS-CNT-MUL.
022926     DISPLAY "  Division       (/): " WS-CNT-DIV.
022927     DISPLAY "  Percentage-of  (%): " WS-CNT-PCT.
022928     DISPLAY "  Exponentiation (^): " WS-CNT-POW.
022929     DISPLAY "  Remainder      (R): " WS-CNT-MOD.
022930
022931     MOVE WS-SUM-TOTAL TO WS-SUMMARY-DISPLAY.
022932     DISPLAY "Sum of all totals:     " WS-SUMMARY-DISPLAY.
022933
022934     IF WS-CALC-COUNT > ZERO
022935         MOVE WS-MIN-TOTAL TO WS-SUMMARY-DISPLAY
022936         DISPLAY "Minimum total seen:    " WS-SUMMARY-DISPLAY
022937         MOVE WS-MAX-TOTAL TO WS-SUMMARY-DISPLAY
022938         DISPLAY "Maximum total seen:    " WS-SUMMARY-DISPLAY
022939     END-IF.
022940
022941 8000-EXIT.
022942     EXIT.
022943
022944*----------------------------------------------------------------*
022945* 9000-TERMINATE                                                 *
022946*----------------------------------------------------------------*
022947 9000-TERMINATE.
022948     IF NOT WS-RATE-MAINT-MODE AND NOT WS-OPER-MAINT-MODE
022950         PERFORM 8000-PRINT-SUMMARY-REPORT
022960             THRU 8000-EXIT
022970
023060            CLOSE RATE-FILE
023070        END-IF.
023080
023082        IF WS-CAL-OPEN
023084            CLOSE CALENDAR-FILE
023086        END-IF.
023088
023090*    SET THE RETURN CODE THE SCHEDULER BRANCHES ON - SEE THE
023100*    PARAMETER CARD WORKING-STORAGE PROLOGUE FOR THE VALUES.
023110     EVALUATE TRUE
023120         WHEN WS-FILE-ERROR
023130             MOVE 12 TO RETURN-CODE
023134         WHEN WS-RUNDAY-REFUSED
023138             MOVE 8 TO RETURN-CODE
023140         WHEN WS-CONTROL-ERROR
023150             MOVE 8 TO RETURN-CODE
023155         WHEN WS-REJECT-CNT > 0
023160             MOVE 4 TO RETURN-CODE
023165         WHEN WS-REFUSED-SET-CNT > 0
023170             MOVE 4 TO RETURN-CODE
023174         WHEN WS-HOLD-KEPT-CNT > 0
023178             MOVE 4 TO RETURN-CODE
023180         WHEN OTHER
023190             MOVE 0 TO RETURN-CODE
023200     END-EVALUATE.
023290* RECORD SURVIVES AN ABEND AND THE OPERATIONS STATUS REPORT     *
023300* (CALCRNRP) CAN FLAG THE RUN AS NEVER HAVING ENDED.  A LOG     *
023310* FAILURE IS REPORTED BUT NEVER STOPS THE RUN ITSELF.           *
023312* THE RUN ID - START DATE, TIME AND HUNDREDTHS - IS FIXED HERE   *
023314* AND STAMPED ON BOTH LOG RECORDS AND ON EVERY RESULT, AUDIT,    *
023316* GL EXTRACT, REJECT, HISTORY AND HOLD RECORD THE RUN WRITES.    *
023320*----------------------------------------------------------------*
023330 9500-WRITE-RUNLOG-START.
023340     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
023350     ACCEPT WS-TIME-OF-DAY FROM TIME.
023360     MOVE WS-TIME-HHMMSS TO WS-RUN-START-TIME.
023364     MOVE WS-RUN-START-DATE TO WS-RUN-ID-DATE.
023368     MOVE WS-TIME-OF-DAY    TO WS-RUN-ID-TIME.
023370
023380     OPEN EXTEND RUNLOG-FILE.
023390     IF WS-RUNLOG-FILE-STATUS = '35'
023510     MOVE WS-RUN-MODE         TO RL-RUN-MODE.
023520     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
023530     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
023535     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
023540     MOVE ZERO                TO RL-END-DATE.
023550     MOVE ZERO                TO RL-END-TIME.
023560     MOVE ZERO                TO RL-READ-CNT.
023870     MOVE WS-RUN-MODE         TO RL-RUN-MODE.
023880     MOVE WS-RUN-START-DATE   TO RL-START-DATE.
023890     MOVE WS-RUN-START-TIME   TO RL-START-TIME.
023895     MOVE WS-RUN-ID-NUM       TO RL-RUN-ID.
023900     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
023910     ACCEPT WS-TIME-OF-DAY FROM TIME.
023920     MOVE WS-AUDIT-DATE       TO RL-END-DATE.
