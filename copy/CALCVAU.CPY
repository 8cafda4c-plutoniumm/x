000010******************************************************************
000020*                                                                *
000030*    CALCVAU.CPY                                                *
000040*    ONE RECORD OF THE OPERAUTH AUTHORIZED-OPERATOR DATASET -    *
000050*    ONE PER OPERATOR, KEPT BY THE SECURITY ADMINISTRATOR.       *
000060*    EACH FUNCTION FLAG IS Y WHEN THE OPERATOR MAY PERFORM IT;   *
000070*    ANYTHING ELSE (N, BLANK) MEANS NOT AUTHORIZED.  AN          *
000080*    OPERATOR NOT ON THE DATASET AT ALL MAY DO NOTHING THAT IS   *
000090*    CHECKED HERE.                                               *
000100*        AU-BODY-MAINT    - CALCVBMT ADD / CHANGE / DELETE       *
000110*        AU-BODY-CONFIRM  - CALCVBMT F CONFIRM OF A HELD CHANGE  *
000120*                           (NEVER ONE THE SAME OPERATOR KEYED)  *
000130*        AU-SCEN-MAINT    - CALCVSMT ADD / DELETE / DROP         *
000140*        AU-VEH-MAINT     - CALCVVMT ADD / CHANGE / DELETE       *
000150*        AU-WORKLIST-SAVE - CALCVSCR SAVE TO THE STANDING        *
000160*                           WORKLIST                             *
000170*        AU-RUN-OVERRIDE  - CALCVBAT PARM='OVERRIDE,OPID' SECOND *
000180*                           RUN FOR A BUSINESS DATE              *
000190*        AU-EXC-RESOLVE   - CALCVEXM R RESOLUTION OF AN          *
000200*                           EXCEPTION ON EXCMST                  *
000210*    AN INQUIRY ONLY NEEDS THE OPERATOR TO BE ON THE DATASET,    *
000220*    AND SO DOES A CALCVEXM A ACKNOWLEDGMENT OF AN EXCEPTION.    *
000230*                                                                *
000240*    MODIFICATION HISTORY                                       *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    2026-10-15 DLR   ORIGINAL.                                  *
000270*                                                                *
000280******************************************************************
000290 01  CALCV-OPER-AUTH-RECORD.
000300     05  AU-OPERATOR-ID          PIC X(08).
000310     05  FILLER                  PIC X(01).
000320     05  AU-OPERATOR-NAME        PIC X(20).
000330     05  FILLER                  PIC X(01).
000340     05  AU-FUNCTIONS.
000350         10  AU-BODY-MAINT       PIC X(01).
000360         10  AU-BODY-CONFIRM     PIC X(01).
000370         10  AU-SCEN-MAINT       PIC X(01).
000380         10  AU-VEH-MAINT        PIC X(01).
000390         10  AU-WORKLIST-SAVE    PIC X(01).
000400         10  AU-RUN-OVERRIDE     PIC X(01).
000410         10  AU-EXC-RESOLVE      PIC X(01).
