000010******************************************************************
000020*                                                                *
000030*    CALCVVM.CPY                                                *
000040*    ONE RECORD OF THE VEHMST LAUNCH VEHICLE MASTER - ONE        *
000050*    VEHICLE PER RECORD WITH UP TO FOUR STAGES, STAGE 1 THE      *
000060*    FIRST TO BURN.  EACH STAGE CARRIES ITS VACUUM SPECIFIC      *
000070*    IMPULSE IN SECONDS AND ITS WET (FUELLED) AND DRY (BURNT-    *
000080*    OUT) MASSES IN KILOGRAMS; THE PAYLOAD IS THE VEHICLE'S      *
000090*    DESIGN PAYLOAD IN KILOGRAMS, THE MASS THE FEASIBILITY       *
000100*    REPORT MEASURES THE MARGIN AGAINST.  STAGES BEYOND          *
000110*    VM-STAGE-COUNT ARE CARRIED AS ZERO.  THE MASTER IS          *
000120*    MAINTAINED ONLY THROUGH CALCVVMT (CALCVVMJ JOB) AND READ    *
000130*    NIGHTLY BY CALCVFEA.                                        *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    2026-10-15 DLR   ORIGINAL.                                  *
000180*                                                                *
000190******************************************************************
000200 01  CALCV-VEHICLE-RECORD.
000210     05  VM-VEHICLE-CODE         PIC X(08).
000220     05  FILLER                  PIC X(01).
000230     05  VM-STAGE-COUNT          PIC 9(01).
000240     05  FILLER                  PIC X(01).
000250     05  VM-PAYLOAD-KG           PIC 9(08).
000260     05  VM-STAGES.
000270         10  VM-STAGE OCCURS 4 TIMES.
000280             15  FILLER          PIC X(01).
000290             15  VM-ISP          PIC 9(03)V9(01).
000300             15  FILLER          PIC X(01).
000310             15  VM-WET-KG       PIC 9(08).
000320             15  FILLER          PIC X(01).
000330             15  VM-DRY-KG       PIC 9(08).
