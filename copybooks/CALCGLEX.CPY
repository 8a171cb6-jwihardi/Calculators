000030* CALC-GLEXTRACT-REC - OPTIONAL FIXED-WIDTH EXTRACT WRITTEN      *
000040* ALONGSIDE THE ON-SCREEN DISPLAY FOR PICKUP BY THE DOWNSTREAM   *
000050* GENERAL LEDGER REPORTING JOB.                                  *
000052* A RESULT HELD OVER ITS LIMIT IS EXTRACTED ONLY WHEN RELEASED,  *
000054* BY THE NEXT BATCH RUN, WITH GL-HOLD-FLAG 'R' AND THAT RUN'S    *
000056* DATE; CALCRECN RECONCILES THESE SEPARATELY.                    *
000060*----------------------------------------------------------------*
000070* DATE       INITIALS  DESCRIPTION                               *
000080* 2026-08-08 JAW       ORIGINAL COPYBOOK - GL EXTRACT FILE.      *
000090* 2026-08-22 JAW       AMOUNTS NOW SIGNED (TRAILING OVERPUNCH)   *
000100*                      SO CREDITS POST THROUGH TO THE LEDGER.    *
000102* 2026-10-15 JAW       HOLD FLAG TAKEN FROM THE FILLER - 'R' ON  *
000104*                      A HELD RESULT RELEASED BY A SUPERVISOR    *
000106*                      AND EXTRACTED ON A LATER RUN.             *
000107* 2026-10-15 JAW       ADDED THE RUN ID OF THE WRITING RUN AND   *
000108*                      THE DETAIL'S SOURCE SYSTEM AND SEQUENCE   *
000109*                      NUMBER (A RELEASED HOLD CARRIES THE       *
000110*                      RELEASING RUN'S ID).  RECORD GREW 79 TO   *
000111*                      109 BYTES.  AN EXTRACT CUT BEFORE THIS    *
000112*                      CHANGE MUST BE POSTED BY CALCGLRP AND     *
000113*                      CLEARED BEFORE THE FIRST NEW-FORMAT BATCH *
000114*                      RUN.                                      *
000115*----------------------------------------------------------------*
000120 01  CALC-GLEXTRACT-REC.
000130     05  GL-OPERATOR-ID          PIC X(08).
000140     05  GL-DATE                 PIC 9(08).
000160     05  GL-NUM1                 PIC S9(10)V9(10).
000170     05  GL-NUM2                 PIC S9(10)V9(10).
000180     05  GL-TOTAL                PIC S9(10)V9(10).
000190     05  GL-HOLD-FLAG            PIC X(01).
000200         88  GL-RELEASED-FROM-HOLD VALUE 'R'.
000210     05  FILLER                  PIC X(01).
000220     05  GL-RUN-ID               PIC 9(16).
000230     05  GL-SOURCE-SYSTEM        PIC X(08).
000240     05  GL-SEQ-NUMBER           PIC 9(06).
