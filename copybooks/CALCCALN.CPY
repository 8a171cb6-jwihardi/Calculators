000010*----------------------------------------------------------------*
000020* CALCCALN                                                       *
000030* CALC-CALENDAR-REC - ONE DATE ON THE KEYED BUSINESS-DAY         *
000040* CALENDAR (CALENDAR).  A DATE WITH NO ENTRY FOLLOWS THE WEEK -  *
000050* MONDAY TO FRIDAY ARE BUSINESS DAYS, SATURDAY AND SUNDAY ARE    *
000060* CLOSED.  AN ENTRY OVERRIDES THAT:                              *
000070*   'C' - CLOSED - A BANK HOLIDAY OR OTHER CLOSED WEEKDAY        *
000080*   'O' - OPEN - A SATURDAY OR SUNDAY WORKED AS A BUSINESS DAY   *
000090* READ BY EVERY PROGRAM THAT NEEDS TO KNOW WHETHER A DATE IS A   *
000100* BUSINESS DAY (CALCSGEN, CALCEDIT, THE CALCULATOR BATCH RUN,    *
000110* CALCRJRP, CALCRCRP).  WITH NO CALENDAR FILE THE WEEK ALONE     *
000120* DECIDES.  THE FILE IS MAINTAINED WITH CALCCMNT.                *
000130*----------------------------------------------------------------*
000140* DATE       INITIALS  DESCRIPTION                               *
000150* 2026-10-15 JAW       ORIGINAL COPYBOOK - BUSINESS-DAY CALENDAR.*
000160*----------------------------------------------------------------*
000170 01  CALC-CALENDAR-REC.
000180     05  BD-CAL-DATE             PIC 9(08).
000190     05  BD-DAY-STATUS           PIC X(01).
000200         88  BD-DAY-CLOSED       VALUE 'C'.
000210         88  BD-DAY-OPEN         VALUE 'O'.
000220     05  BD-DESCRIPTION          PIC X(30).
000230     05  BD-CHANGED-BY           PIC X(08).
000240     05  BD-CHANGED-DATE         PIC 9(08).
000250     05  FILLER                  PIC X(25).
