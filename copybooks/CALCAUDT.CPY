000130*                      EXISTING 78-BYTE AUDITLOG FILES MUST BE   *
000140*                      CONVERTED ONCE WITH CALCACNV BEFORE THE   *
000150*                      FIRST NEW-FORMAT SESSION.                 *
000151* 2026-10-15 JAW       ADDED THE OPERATOR, THE RUN ID OF THE     *
000152*                      WRITING RUN, AND FOR A BATCH DETAIL ITS   *
000153*                      SOURCE SYSTEM AND SEQUENCE NUMBER (BLANK  *
000154*                      AND ZERO FOR AN INTERACTIVE LINE).        *
000155*                      RECORD GREW 81 TO 119 BYTES; AUDITLOG IS  *
000156*                      LINE SEQUENTIAL, SO OLDER LINES READ WITH *
000157*                      THE NEW FIELDS BLANK AND NEED NO          *
000158*                      CONVERSION.                               *
000159* 2026-10-15 JAW       ADDED A STATUS CODE - '0' GOOD RESULT,    *
000160*                      '1' CALCULATION FAILED (TOTAL CARRIED AS  *
000161*                      ZERO) - SO DAILY ACTIVITY CAN COUNT       *
000162*                      REJECTS.  RECORD GREW 119 TO 120 BYTES;   *
000163*                      OLDER LINES READ WITH A BLANK STATUS,     *
000164*                      TAKEN AS GOOD.                            *
000165*----------------------------------------------------------------*
000170 01  CALC-AUDIT-REC.
000180     05  AU-TIMESTAMP.
000190         10  AU-DATE                 PIC 9(08).
000220     05  AU-NUM1                     PIC -(10)9.9(10).
000230     05  AU-NUM2                     PIC -(10)9.9(10).
000240     05  AU-TOTAL                    PIC -(10)9.9(10).
000250     05  AU-OPERATOR-ID              PIC X(08).
000260     05  AU-RUN-ID                   PIC 9(16).
000270     05  AU-SOURCE-SYSTEM            PIC X(08).
000280     05  AU-SEQ-NUMBER               PIC 9(06).
000290     05  AU-STATUS-CODE              PIC X(01).
000300         88  AU-PROCESSED-OK         VALUE '0' SPACE.
000310         88  AU-REJECTED             VALUE '1'.
