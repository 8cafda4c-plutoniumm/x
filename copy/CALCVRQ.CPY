000010******************************************************************
000020*                                                                *
000030*    CALCVRQ.CPY                                                *
000040*    ONE MISSION-PLANNING WORK REQUEST ON THE REQIN INBOUND      *
000050*    REQUEST DATASET, AS TAKEN BY OPERATIONS FROM THE PHONE OR   *
000060*    EMAIL AND KEYED FOR THE CALCVRQI INTAKE RUN.  THE REQUEST   *
000070*    ID IS THE TRACKING KEY AND MUST BE UNIQUE FOR ALL TIME.     *
000080*    PRIORITY RUNS 1 (HIGHEST) TO 9.  WHICH OF THE REMAINING     *
000090*    FIELDS ARE MEANINGFUL DEPENDS ON THE REQUEST TYPE:          *
000100*        E - ESCAPE VELOCITY   M, BODY (BLANK MEANS EARTH)       *
000110*                              - ROUTED TO WORKLIST              *
000120*        O - ORBITAL FIGURES   M, BODY, ALTITUDE                 *
000130*                              - ROUTED TO ORBLIST               *
000140*        T - TRANSFER LEG      BODY (ORIGIN), DEST               *
000150*                              - ROUTED TO PAIRLIST              *
000160*        S - SCENARIO MEMBER   SCENARIO NAME, MEMBER TYPE (E OR  *
000170*                              O), M, BODY, ALTITUDE (O ONLY)    *
000180*                              - ROUTED TO SCENMST               *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    2026-10-15 DLR   ORIGINAL.                                  *
000230*                                                                *
000240******************************************************************
000250 01  CALCV-REQUEST-RECORD.
000260     05  RQ-REQUEST-ID           PIC X(08).
000270     05  FILLER                  PIC X(01).
000280     05  RQ-REQUESTOR            PIC X(08).
000290     05  FILLER                  PIC X(01).
000300     05  RQ-PRIORITY             PIC 9(01).
000310     05  FILLER                  PIC X(01).
000320     05  RQ-NEEDED-BY            PIC 9(08).
000330     05  FILLER                  PIC X(01).
000340     05  RQ-TYPE                 PIC X(01).
000350         88  RQ-ESCAPE           VALUE 'E'.
000360         88  RQ-ORBITAL          VALUE 'O'.
000370         88  RQ-TRANSFER         VALUE 'T'.
000380         88  RQ-SCENARIO         VALUE 'S'.
000390     05  FILLER                  PIC X(01).
000400     05  RQ-M                    PIC 9(10)V9(04).
000410     05  FILLER                  PIC X(01).
000420     05  RQ-BODY-CODE            PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  RQ-ALTITUDE-KM          PIC 9(07)V9(02).
000450     05  FILLER                  PIC X(01).
000460     05  RQ-DEST-CODE            PIC X(08).
000470     05  FILLER                  PIC X(01).
000480     05  RQ-SCENARIO-NAME        PIC X(08).
000490     05  FILLER                  PIC X(01).
000500     05  RQ-MEMBER-TYPE          PIC X(01).
