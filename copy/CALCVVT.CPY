000010******************************************************************
000020*                                                                *
000030*    CALCVVT.CPY                                                *
000040*    ONE MAINTENANCE TRANSACTION AGAINST THE VEHMST LAUNCH       *
000050*    VEHICLE MASTER, AS KEYED BY OPERATIONS INTO THE VEHTRN      *
000060*    TRANSACTION DATASET AND APPLIED BY CALCVVMT - THE SAME      *
000070*    PATTERN CALCVBMT USES FOR THE BODY REFERENCE MASTER.        *
000080*        A - ADD A NEW VEHICLE                                   *
000090*        C - CHANGE AN EXISTING VEHICLE (EVERY FIELD REPLACED)   *
000100*        D - DELETE A VEHICLE                                    *
000110*        I - INQUIRE - DISPLAY THE VEHICLE AS ON FILE            *
000120*    THE STAGE COUNT, PAYLOAD, AND STAGE FIELDS ARE ONLY         *
000130*    MEANINGFUL ON AN ADD OR A CHANGE, WHERE THEY CARRY THE      *
000140*    WHOLE VEHICLE IN THE CALCVVM LAYOUT.                        *
000150*    VT-OPERATOR IS THE ID OF THE OPERATOR KEYING THE            *
000160*    TRANSACTION, AS ON THE OPERAUTH DATASET.                    *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    2026-10-15 DLR   ORIGINAL.                                  *
000210*                                                                *
000220******************************************************************
000230 01  CALCV-VEHICLE-TRANS-RECORD.
000240     05  VT-ACTION               PIC X(01).
000250         88  VT-ADD              VALUE 'A'.
000260         88  VT-CHANGE           VALUE 'C'.
000270         88  VT-DELETE           VALUE 'D'.
000280         88  VT-INQUIRE          VALUE 'I'.
000290     05  FILLER                  PIC X(01).
000300     05  VT-VEHICLE-CODE         PIC X(08).
000310     05  FILLER                  PIC X(01).
000320     05  VT-STAGE-COUNT          PIC 9(01).
000330     05  FILLER                  PIC X(01).
000340     05  VT-PAYLOAD-KG           PIC 9(08).
000350     05  VT-STAGES.
000360         10  VT-STAGE OCCURS 4 TIMES.
000370             15  FILLER          PIC X(01).
000380             15  VT-ISP          PIC 9(03)V9(01).
000390             15  FILLER          PIC X(01).
000400             15  VT-WET-KG       PIC 9(08).
000410             15  FILLER          PIC X(01).
000420             15  VT-DRY-KG       PIC 9(08).
000430     05  FILLER                  PIC X(01).
000440     05  VT-OPERATOR             PIC X(08).
