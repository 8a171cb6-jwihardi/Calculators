000030* CALC-RESULT-REC - OUTPUT RECORD WRITTEN FOR EACH TRANSACTION   *
000040* PROCESSED IN BATCH MODE.  CR-STATUS-CODE REFLECTS WHETHER THE  *
000050* CALCULATION COMPLETED NORMALLY OR WAS REJECTED.                *
000052* STATUS '0' IS A GOOD RESULT, '1' A REJECT, AND 'H' A GOOD      *
000054* RESULT OVER ITS LIMIT ON THE RESULT LIMITS TABLE, HELD ON THE  *
000056* HOLD QUEUE (HOLDFILE) FOR A SUPERVISOR INSTEAD OF GOING TO THE *
000058* GL EXTRACT.                                                    *
000060*----------------------------------------------------------------*
000070* DATE       INITIALS  DESCRIPTION                               *
000080* 2026-08-08 JAW       ORIGINAL COPYBOOK - BATCH TRANSACTION MODE.*
000090* 2026-08-22 JAW       CR-TOTAL IS NOW SIGNED (TRAILING          *
000100*                      OVERPUNCH) SO CREDIT RESULTS CARRY SIGN.  *
000102* 2026-10-15 JAW       NEW STATUS 'H' - RESULT OVER ITS LIMIT ON *
000104*                      LIMITTBL, PUT ON THE HOLD QUEUE INSTEAD   *
000106*                      OF THE GL EXTRACT.                        *
000108* 2026-10-15 JAW       ADDED THE RUN ID OF THE WRITING RUN AND   *
000110*                      THE DETAIL'S SOURCE SYSTEM SO A RESULT    *
000112*                      TRACES BACK TO ITS RUN AND ITS INPUT.     *
000114*                      RECORD GREW 30 TO 54 BYTES.               *
000116*----------------------------------------------------------------*
000120 01  CALC-RESULT-REC.
000130     05  CR-SEQ-NUMBER           PIC 9(06).
000140     05  CR-OPERATION            PIC X(01).
000150     05  CR-TOTAL                PIC S9(10)V9(10).
000160     05  CR-STATUS-CODE          PIC X(01).
000162         88  CR-PROCESSED-OK     VALUE '0'.
000164         88  CR-REJECTED         VALUE '1'.
000166         88  CR-HELD             VALUE 'H'.
000176     05  FILLER                  PIC X(02).
000186     05  CR-RUN-ID               PIC 9(16).
000196     05  CR-SOURCE-SYSTEM        PIC X(08).
