000204*                     RUN NUMBER FOR BATCH RUNS, ZERO FOR THE    *
000206*                     INTERACTIVE AND COMMAND-LINE PROGRAMS      *
000208*                     THAT RUN OUTSIDE RUN CONTROL.              *
000209*    2026-10-15 DLR   ADDED LOG-OPERATOR (TRAILING) - THE        *
000210*                     OPERATOR BEHIND THE LINE, BATCH FOR        *
000211*                     UNATTENDED STEPS - AND STATUS REF FOR AN   *
000212*                     ACTION REFUSED BECAUSE THE OPERATOR IS     *
000213*                     NOT AUTHORIZED FOR IT (OPERAUTH).          *
000214*                                                                *
000220******************************************************************
000230 01  CALCV-LOG-RECORD.
000240     05  LOG-DATE                PIC 9(08).
000320     05  LOG-STATUS              PIC X(03).
000330         88  LOG-STATUS-OK       VALUE 'OK '.
000340         88  LOG-STATUS-INVALID  VALUE 'INV'.
000345         88  LOG-STATUS-REFUSED  VALUE 'REF'.
000350     05  FILLER                  PIC X(01)  VALUE SPACE.
000360     05  LOG-ARG                 PIC X(20).
000370     05  FILLER                  PIC X(01)  VALUE SPACE.
000380     05  LOG-V2                  PIC ZZZZZZ.99.
000390     05  FILLER                  PIC X(01)  VALUE SPACE.
000400     05  LOG-RUN-NO              PIC 9(07).
000410     05  FILLER                  PIC X(01)  VALUE SPACE.
000420     05  LOG-OPERATOR            PIC X(08).
