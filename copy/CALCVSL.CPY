000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    2026-09-02 DLR   ORIGINAL.                                  *
000132*    2026-10-15 DLR   ADDED SL-OPERATOR (TRAILING) - THE         *
000134*                     OPERATOR WHO KEYED THE TRANSACTION.        *
000140*                                                                *
000150******************************************************************
000160 01  CALCV-SCEN-LOG-RECORD.
000330     05  SL-RESULT               PIC X(08).
000340     05  FILLER                  PIC X(01)  VALUE SPACE.
000350     05  SL-REASON               PIC X(20).
000360     05  FILLER                  PIC X(01)  VALUE SPACE.
000370     05  SL-OPERATOR             PIC X(08).
