000010******************************************************************
000020*                                                                *
000030*    CALCVEP.CPY                                                *
000040*    ONE RECORD OF THE BODYPHS EPOCH/PHASE DATASET - FOR EACH    *
000050*    BODY THAT ORBITS THE SUN, ITS HELIOCENTRIC LONGITUDE IN     *
000060*    DEGREES (0 TO UNDER 360, MEASURED IN THE DIRECTION OF       *
000070*    MOTION) AT 00:00 ON A REFERENCE EPOCH DATE.  THE CALCVWIN   *
000080*    LAUNCH WINDOW PLANNER CARRIES EACH BODY FORWARD FROM ITS    *
000090*    EPOCH AT THE MEAN MOTION OF A CIRCULAR ORBIT AT THE         *
000100*    BODYMST ORBITAL DISTANCE, SO THE LONGITUDE ON FILE SHOULD   *
000110*    BE THE MEAN LONGITUDE FROM A PUBLISHED ELEMENT SET.  EACH   *
000120*    BODY MAY CARRY ITS OWN EPOCH.  EP-SOURCE NAMES WHERE THE    *
000130*    FIGURE CAME FROM, FOR THE REVIEWER.  THE DATASET IS         *
000140*    MAINTAINED BY HAND BY THE REFERENCE DATA GROUP.             *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    2026-10-15 DLR   ORIGINAL.                                  *
000190*                                                                *
000200******************************************************************
000210 01  CALCV-EPOCH-RECORD.
000220     05  EP-BODY-CODE            PIC X(08).
000230     05  FILLER                  PIC X(01).
000240     05  EP-EPOCH-DATE           PIC 9(08).
000250     05  FILLER                  PIC X(01).
000260     05  EP-LONGITUDE            PIC 9(03)V9(04).
000270     05  FILLER                  PIC X(01).
000280     05  EP-SOURCE               PIC X(20).
