000142*    2026-09-02 DLR   CARRIES TRN-ORBIT-DIST, TRN-ROT-HOURS,     *
000144*                     AND TRN-PRIMARY TOO, SO A HELD CHANGE      *
000146*                     APPLIES EXACTLY AS KEYED.                  *
000147*    2026-10-15 DLR   ADDED PND-OPERATOR (TRAILING) - THE        *
000148*                     OPERATOR WHO KEYED THE HELD CHANGE.  THE   *
000149*                     CONFIRMING F MUST COME FROM ANOTHER ONE.   *
000150*                                                                *
000160******************************************************************
000170 01  CALCV-PENDING-RECORD.
000300     05  PND-PRIMARY             PIC X(08).
000310     05  FILLER                  PIC X(01)  VALUE SPACE.
000320     05  PND-HELD-DATE           PIC 9(08).
000330     05  FILLER                  PIC X(01)  VALUE SPACE.
000340     05  PND-OPERATOR            PIC X(08).
