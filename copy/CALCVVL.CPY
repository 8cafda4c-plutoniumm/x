000010******************************************************************
000020*                                                                *
000030*    CALCVVL.CPY                                                *
000040*    ONE LINE OF THE VEHMLOG VEHICLE MAINTENANCE LOG.  CALCVVMT  *
000050*    APPENDS ONE LINE PER TRANSACTION APPLIED (OR REJECTED)      *
000060*    AGAINST THE VEHMST LAUNCH VEHICLE MASTER - THE SAME TRAIL   *
000070*    CALCVBMT KEEPS IN BODYMLOG FOR THE BODY REFERENCE MASTER.   *
000080*    EACH LINE CARRIES THE ID OF THE OPERATOR WHO KEYED THE      *
000090*    TRANSACTION (VL-OPERATOR).                                  *
000100*                                                                *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    2026-10-15 DLR   ORIGINAL.                                  *
000140*                                                                *
000150******************************************************************
000160 01  CALCV-VEHICLE-LOG-RECORD.
000170     05  VL-DATE                 PIC 9(08).
000180     05  FILLER                  PIC X(01)  VALUE SPACE.
000190     05  VL-TIME                 PIC 9(08).
000200     05  FILLER                  PIC X(01)  VALUE SPACE.
000210     05  VL-ACTION               PIC X(01).
000220     05  FILLER                  PIC X(01)  VALUE SPACE.
000230     05  VL-VEHICLE-CODE         PIC X(08).
000240     05  FILLER                  PIC X(01)  VALUE SPACE.
000250     05  VL-STAGE-COUNT          PIC 9(01).
000260     05  FILLER                  PIC X(01)  VALUE SPACE.
000270     05  VL-PAYLOAD-KG           PIC 9(08).
000280     05  FILLER                  PIC X(01)  VALUE SPACE.
000290     05  VL-RESULT               PIC X(08).
000300     05  FILLER                  PIC X(01)  VALUE SPACE.
000310     05  VL-REASON               PIC X(20).
000320     05  FILLER                  PIC X(01)  VALUE SPACE.
000330     05  VL-OPERATOR             PIC X(08).
