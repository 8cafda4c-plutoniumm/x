000010******************************************************************
000020*                                                                *
000030*    CALCVEL.CPY                                                 *
000040*    ONE LINE OF THE EXCLOG EXCEPTION MAINTENANCE LOG.  CALCVEXM *
000050*    APPENDS ONE LINE PER EXCTRN TRANSACTION - APPLIED, REJECTED *
000060*    (WITH THE REASON), OR REFUSED FOR WANT OF AUTHORITY - SO    *
000070*    WHO ACKNOWLEDGED AND RESOLVED EACH EXCEPTION, AND WHEN, CAN *
000080*    BE SHOWN LONG AFTER THE FACT.                               *
000090*                                                                *
000100*    MODIFICATION HISTORY                                        *
000110*    DATE       INIT  DESCRIPTION                                *
000120*    2026-10-15 DLR   ORIGINAL.                                  *
000130*                                                                *
000140******************************************************************
000150 01  CALCV-EXC-LOG-RECORD.
000160     05  EL-DATE                 PIC 9(08).
000170     05  FILLER                  PIC X(01)  VALUE SPACE.
000180     05  EL-TIME                 PIC 9(08).
000190     05  FILLER                  PIC X(01)  VALUE SPACE.
000200     05  EL-ACTION               PIC X(01).
000210     05  FILLER                  PIC X(01)  VALUE SPACE.
000220     05  EL-TYPE                 PIC X(03).
000230     05  FILLER                  PIC X(01)  VALUE SPACE.
000240     05  EL-EXC-DATE             PIC X(08).
000250     05  FILLER                  PIC X(01)  VALUE SPACE.
000260     05  EL-SEQ                  PIC X(03).
000270     05  FILLER                  PIC X(01)  VALUE SPACE.
000280     05  EL-RESULT               PIC X(08).
000290     05  FILLER                  PIC X(01)  VALUE SPACE.
000300     05  EL-REASON               PIC X(20).
000310     05  FILLER                  PIC X(01)  VALUE SPACE.
000320     05  EL-OPERATOR             PIC X(08).
