000010*----------------------------------------------------------------*
000020* CALCSECL                                                       *
000030* CALC-SECLOG-REC - ONE EVENT ON THE SIGN-ON SECURITY LOG       *
000040* (SECLOG).  EVERY PROGRAM THAT SIGNS AN OPERATOR ON AGAINST    *
000050* THE OPERATOR MASTER APPENDS A RECORD FOR EACH FAILED SIGN-ON, *
000060* EACH LOCKOUT, EACH SUPERVISOR UNLOCK OR PIN RESET, AND EACH   *
000070* PIN THE OPERATOR SETS OR CHANGES.  SL-OPERATOR-ID IS THE ID   *
000080* AS KEYED (IT MAY NOT BE ON FILE); SL-BY-OPERATOR-ID IS THE    *
000090* SUPERVISOR WHO ACTED, SPACES FOR SIGN-ON EVENTS.  SL-ENTRY-   *
000100* MODE IS 'C' FOR A CONSOLE SIGN-ON AND 'P' FOR A PARAMETER     *
000110* CARD.  THE DAILY ACCESS-REVIEW REPORT OVER THIS FILE IS       *
000120* CALCSECR.                                                     *
000130*----------------------------------------------------------------*
000140* DATE       INITIALS  DESCRIPTION                               *
000150* 2026-10-15 JAW       ORIGINAL COPYBOOK - SECURITY LOG.         *
000160*----------------------------------------------------------------*
000170 01  CALC-SECLOG-REC.
000180     05  SL-LOG-DATE             PIC 9(08).
000190     05  SL-LOG-TIME             PIC 9(06).
000200     05  SL-PROGRAM-ID           PIC X(10).
000210     05  SL-EVENT-TYPE           PIC X(01).
000220         88  SL-SIGNON-FAILED    VALUE 'F'.
000230         88  SL-LOCKOUT          VALUE 'L'.
000240         88  SL-UNLOCK           VALUE 'U'.
000250         88  SL-PIN-RESET        VALUE 'R'.
000260         88  SL-PIN-CHANGED      VALUE 'C'.
000270         88  SL-PIN-ENROLLED     VALUE 'N'.
000280     05  SL-OPERATOR-ID          PIC X(08).
000290     05  SL-BY-OPERATOR-ID       PIC X(08).
000300     05  SL-REASON               PIC X(20).
000310     05  SL-FAILED-CNT           PIC 9(02).
000320     05  SL-ENTRY-MODE           PIC X(01).
000330         88  SL-CONSOLE-ENTRY    VALUE 'C'.
000340         88  SL-PARM-ENTRY       VALUE 'P'.
000350     05  FILLER                  PIC X(16).
