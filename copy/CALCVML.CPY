000100*    MODIFICATION HISTORY                                       *
000110*    DATE       INIT  DESCRIPTION                                *
000120*    2026-08-22 DLR   ORIGINAL.                                  *
000122*    2026-10-15 DLR   ADDED ML-OPERATOR (TRAILING) - THE         *
000124*                     OPERATOR WHO KEYED THE TRANSACTION.        *
000130*                                                                *
000140******************************************************************
000150 01  CALCV-MAINT-LOG-RECORD.
000300     05  ML-RESULT               PIC X(08).
000310     05  FILLER                  PIC X(01)  VALUE SPACE.
000320     05  ML-REASON               PIC X(20).
000330     05  FILLER                  PIC X(01)  VALUE SPACE.
000340     05  ML-OPERATOR             PIC X(08).
