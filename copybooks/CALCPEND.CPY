000010*----------------------------------------------------------------*
000020* CALCPEND                                                       *
000030* CALC-PENDCHG-REC - ONE PROPOSED CHANGE TO THE RATE TABLE       *
000040* (RATETABL) OR THE GL ACCOUNT MAPPING FILE (GLMAPFIL) ON THE    *
000050* KEYED PENDING-CHANGE FILE (PENDCHG).  A SUPERVISOR'S ADD,      *
000060* CHANGE OR DEACTIVATE IS NOT APPLIED WHEN IT IS KEYED - IT IS   *
000070* WRITTEN HERE WITH THE ROW'S BEFORE AND AFTER IMAGES AND STAYS  *
000080* PENDING UNTIL A SECOND SUPERVISOR, WHO MUST NOT BE THE MAKER,  *
000090* APPROVES OR REJECTS IT.  ONLY AN APPROVAL TOUCHES THE TABLE,   *
000100* AND ONLY IF THE ROW STILL MATCHES THE BEFORE IMAGE; OTHERWISE  *
000110* THE CHANGE IS MARKED NOT APPLIED AND MUST BE KEYED AGAIN.      *
000120* THE KEY LEADS WITH THE TABLE AND THE ROW'S OWN KEY SO ONLY ONE *
000130* CHANGE PER ROW CAN BE PENDING AT A TIME.  RATE ROWS ARE        *
000140* APPROVED IN CALCULATOR RATE MAINTENANCE, MAPPING ROWS IN       *
000150* CALCGMNT; CALCPCRP LISTS WHAT IS PENDING OR REJECTED.          *
000160*----------------------------------------------------------------*
000170* DATE       INITIALS  DESCRIPTION                               *
000180* 2026-10-15 JAW       ORIGINAL COPYBOOK - PENDING CHANGES FOR   *
000190*                      DUAL-CONTROL TABLE MAINTENANCE.           *
000200*----------------------------------------------------------------*
000210 01  CALC-PENDCHG-REC.
000220     05  PC-CHANGE-KEY.
000230         10  PC-TABLE-CODE       PIC X(01).
000240             88  PC-RATE-TABLE   VALUE 'R'.
000250             88  PC-GLMAP-TABLE  VALUE 'G'.
000260         10  PC-ROW-KEY          PIC X(16).
000270         10  PC-ENTRY-DATE       PIC 9(08).
000280         10  PC-ENTRY-TIME       PIC 9(08).
000290     05  PC-ACTION-CODE          PIC X(01).
000300         88  PC-ACTION-ADD       VALUE 'A'.
000310         88  PC-ACTION-CHANGE    VALUE 'C'.
000320         88  PC-ACTION-DEACTIVATE VALUE 'D'.
000330     05  PC-STATUS-CODE          PIC X(01).
000340         88  PC-PENDING          VALUE 'P'.
000350         88  PC-APPROVED         VALUE 'A'.
000360         88  PC-REJECTED         VALUE 'R'.
000370         88  PC-NOT-APPLIED      VALUE 'N'.
000380     05  PC-MAKER-ID             PIC X(08).
000390     05  PC-CHECKER-ID           PIC X(08).
000400     05  PC-DECISION-DATE        PIC 9(08).
000410     05  PC-DECISION-TIME        PIC 9(06).
000420     05  PC-DECISION-REASON      PIC X(30).
000430     05  PC-BEFORE-IMAGE         PIC X(40).
000440     05  PC-BEFORE-RATE REDEFINES PC-BEFORE-IMAGE.
000450         10  PC-BR-RATE-NAME     PIC X(08).
000460         10  PC-BR-EFFECTIVE-DATE PIC 9(08).
000470         10  PC-BR-RATE-VALUE    PIC S9(10)V9(10).
000480         10  PC-BR-STATUS-CODE   PIC X(01).
000490         10  FILLER              PIC X(03).
000500     05  PC-BEFORE-GLMAP REDEFINES PC-BEFORE-IMAGE.
000510         10  PC-BG-OPERATION     PIC X(01).
000520         10  PC-BG-OPERATOR-ID   PIC X(08).
000530         10  PC-BG-GL-ACCOUNT    PIC X(08).
000540         10  PC-BG-COST-CENTER   PIC X(06).
000550         10  PC-BG-DRCR-SIDE     PIC X(01).
000560         10  PC-BG-STATUS-CODE   PIC X(01).
000570         10  FILLER              PIC X(15).
000580     05  PC-AFTER-IMAGE          PIC X(40).
000590     05  PC-AFTER-RATE REDEFINES PC-AFTER-IMAGE.
000600         10  PC-AR-RATE-NAME     PIC X(08).
000610         10  PC-AR-EFFECTIVE-DATE PIC 9(08).
000620         10  PC-AR-RATE-VALUE    PIC S9(10)V9(10).
000630         10  PC-AR-STATUS-CODE   PIC X(01).
000640         10  FILLER              PIC X(03).
000650     05  PC-AFTER-GLMAP REDEFINES PC-AFTER-IMAGE.
000660         10  PC-AG-OPERATION     PIC X(01).
000670         10  PC-AG-OPERATOR-ID   PIC X(08).
000680         10  PC-AG-GL-ACCOUNT    PIC X(08).
000690         10  PC-AG-COST-CENTER   PIC X(06).
000700         10  PC-AG-DRCR-SIDE     PIC X(01).
000710         10  PC-AG-STATUS-CODE   PIC X(01).
000720         10  FILLER              PIC X(15).
000730     05  FILLER                  PIC X(25).
