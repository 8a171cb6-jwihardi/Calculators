000100*       RATE TABLE AND OPERATOR MASTER MAINTENANCE MODES        *
000110* THE DEFAULT OUTPUT FORMAT, WHEN NOT SPACE, IS APPLIED AT      *
000120* SIGN-ON WITHOUT PROMPTING.                                    *
000121* EVERY SIGN-ON ALSO NEEDS THE OPERATOR'S PIN (4 TO 8 DIGITS),  *
000122* HELD ONLY IN SCRAMBLED FORM - THE CLEAR PIN IS NEVER STORED.  *
000123* A PIN EXPIRES 90 DAYS AFTER OM-PIN-CHANGED-DATE AND MUST BE   *
000124* CHANGED AT THE CONSOLE; A ZERO DATE (A SUPERVISOR RESET OR A  *
000125* NEW OPERATOR) FORCES THE CHANGE AT THE NEXT SIGN-ON.  THREE   *
000126* CONSECUTIVE BAD PINS SET THE LOCKED STATUS ('L'), WHICH ONLY  *
000128* A SUPERVISOR CAN CLEAR THROUGH OPERATOR MAINTENANCE.  A SPACE *
000130* PIN CANNOT SIGN ON: THE OPERATOR IS REFUSED UNTIL A           *
000132* SUPERVISOR ISSUES A TEMPORARY PIN (CALCOCNV ISSUES THEM FROM  *
000134* PIN CARDS AT CONVERSION AND LOCKS EVERY OTHER OPERATOR).      *
000136*----------------------------------------------------------------*
000140* DATE       INITIALS  DESCRIPTION                               *
000150* 2026-08-22 JAW       ORIGINAL COPYBOOK - OPERATOR MASTER.      *
000152* 2026-10-15 JAW       SCRAMBLED PIN, PIN-CHANGED DATE, FAILED   *
000154*                      SIGN-ON COUNT AND LOCKED STATUS ADDED -   *
000156*                      RECORD GROWS FROM 40 TO 60 BYTES.         *
000157* 2026-10-15 JAW       A SPACE PIN NO LONGER ENROLS AT SIGN-ON - *
000158*                      A SUPERVISOR MUST ISSUE THE FIRST PIN.    *
000160*----------------------------------------------------------------*
000170 01  CALC-OPERATOR-REC.
000180     05  OM-OPERATOR-ID          PIC X(08).
000250     05  OM-STATUS-CODE          PIC X(01).
000260         88  OM-ACTIVE           VALUE 'A'.
000270         88  OM-INACTIVE         VALUE 'I'.
000275         88  OM-LOCKED           VALUE 'L'.
000280     05  OM-PIN-SCRAMBLED        PIC X(08).
000290     05  OM-PIN-CHANGED-DATE     PIC 9(08).
000300     05  OM-FAILED-SIGNON-CNT    PIC 9(02).
000310     05  FILLER                  PIC X(11).
