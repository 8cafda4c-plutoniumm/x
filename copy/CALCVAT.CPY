000010******************************************************************
000020*                                                                *
000030*    CALCVAT.CPY                                                *
000040*    TABLE OF AUTHORIZED OPERATORS AND THE FUNCTIONS EACH MAY    *
000050*    PERFORM, LOADED AT RUN TIME FROM THE OPERAUTH DATASET       *
000060*    (CALCVAU RECORD) BY EVERY PROGRAM THAT CHECKS AN            *
000070*    OPERATOR'S AUTHORITY BEFORE ACTING.  THE FLAGS FOLLOW THE   *
000080*    CALCVAU ORDER; SEE THAT COPYBOOK FOR WHAT EACH ONE GUARDS.  *
000090*                                                                *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE       INIT  DESCRIPTION                                *
000120*    2026-10-15 DLR   ORIGINAL.                                  *
000130*                                                                *
000140******************************************************************
000150 01  CALCV-AUTH-TABLE.
000160     05  CALCV-AUTH-COUNT        PIC 9(03)  COMP VALUE ZERO.
000170     05  CALCV-AUTH-ENTRY OCCURS 1 TO 200 TIMES
000180                 DEPENDING ON CALCV-AUTH-COUNT
000190                 INDEXED BY CALCV-AUTH-IDX.
000200         10  CALCV-AUTH-OPERATOR PIC X(08).
000210         10  CALCV-AUTH-BODY-MAINT
000220                                 PIC X(01).
000230             88  CALCV-AUTH-MAY-BODY-MAINT   VALUE 'Y'.
000240         10  CALCV-AUTH-BODY-CONFIRM
000250                                 PIC X(01).
000260             88  CALCV-AUTH-MAY-CONFIRM      VALUE 'Y'.
000270         10  CALCV-AUTH-SCEN-MAINT
000280                                 PIC X(01).
000290             88  CALCV-AUTH-MAY-SCEN-MAINT   VALUE 'Y'.
000300         10  CALCV-AUTH-VEH-MAINT
000310                                 PIC X(01).
000320             88  CALCV-AUTH-MAY-VEH-MAINT    VALUE 'Y'.
000330         10  CALCV-AUTH-WORKLIST-SAVE
000340                                 PIC X(01).
000350             88  CALCV-AUTH-MAY-SAVE-WORKLIST VALUE 'Y'.
000360         10  CALCV-AUTH-RUN-OVERRIDE
000370                                 PIC X(01).
000380             88  CALCV-AUTH-MAY-OVERRIDE     VALUE 'Y'.
000390         10  CALCV-AUTH-EXC-RESOLVE
000400                                 PIC X(01).
000410             88  CALCV-AUTH-MAY-RESOLVE      VALUE 'Y'.
