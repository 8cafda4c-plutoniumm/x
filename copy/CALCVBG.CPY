000010******************************************************************
000020*                                                                *
000030*    CALCVBG.CPY                                                *
000040*    ONE RECORD OF THE BODYGEN BODY MASTER GENERATION DATASET.   *
000050*    EVERY CALCVBMT RUN THAT CHANGES BODYMST (AN APPLIED ADD,    *
000060*    CHANGE, DELETE, OR CONFIRM) APPENDS A COMPLETE COPY OF THE  *
000070*    REWRITTEN MASTER HERE AS ONE NUMBERED GENERATION, EVERY     *
000080*    BODY STAMPED WITH THE SAME BG-GEN-NO AND THE DATE AND TIME  *
000090*    THE GENERATION WAS WRITTEN (BG-EFF-DATE, BG-EFF-TIME, IN    *
000100*    THE FORM CALCVLOG STAMPS ITS LINES).  THE VALUES IN FORCE   *
000110*    FOR A RUN ARE THE HIGHEST-NUMBERED GENERATION STAMPED       *
000120*    BEFORE THE RUN'S FIRST CALCVLOG LINE - A CHANGE APPLIED     *
000130*    WHILE A RUN WAS UNDER WAY WAS NOT IN FORCE FOR THAT RUN,    *
000140*    ONE APPLIED EARLIER THE SAME DATE WAS.                      *
000150*    THE FIRST RUN AGAINST AN EMPTY DATASET ALSO WRITES THE      *
000160*    MASTER AS IT STOOD BEFORE ANY CHANGE AS A BASELINE          *
000170*    GENERATION STAMPED ZERO - THE VALUES IN FORCE FROM BEFORE   *
000180*    GENERATIONS WERE KEPT.  A BODY ABSENT FROM A GENERATION     *
000190*    WAS NOT ON THE MASTER WHILE IT WAS IN FORCE.  THE BODY      *
000200*    FIELDS CARRY THE CALCVBM LAYOUT UNCHANGED.                  *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    2026-10-15 DLR   ORIGINAL.                                  *
000250*                                                                *
000260******************************************************************
000270 01  CALCV-BODY-GEN-RECORD.
000280     05  BG-GEN-NO               PIC 9(05).
000290     05  FILLER                  PIC X(01)  VALUE SPACE.
000300     05  BG-EFF-DATE             PIC 9(08).
000310     05  FILLER                  PIC X(01)  VALUE SPACE.
000320     05  BG-EFF-TIME             PIC 9(08).
000330     05  FILLER                  PIC X(01)  VALUE SPACE.
000340     05  BG-BODY-CODE            PIC X(08).
000350     05  FILLER                  PIC X(01)  VALUE SPACE.
000360     05  BG-RADIUS               PIC 9(10).
000370     05  FILLER                  PIC X(01)  VALUE SPACE.
000380     05  BG-MASS-MANT            PIC 9(01)V9(05).
000390     05  FILLER                  PIC X(01)  VALUE SPACE.
000400     05  BG-MASS-EXP             PIC 9(02).
000410     05  FILLER                  PIC X(01)  VALUE SPACE.
000420     05  BG-ORBIT-DIST           PIC 9(10).
000430     05  FILLER                  PIC X(01)  VALUE SPACE.
000440     05  BG-ROT-HOURS            PIC 9(05)V9(02).
000450     05  FILLER                  PIC X(01)  VALUE SPACE.
000460     05  BG-PRIMARY              PIC X(08).
