000178*                     DUPLICATE-RUN GUARD COULD NOT TELL A       *
000179*                     DAYTIME REPROCESS FROM THE NIGHTLY RUN     *
000180*                     AND WOULD REFUSE THAT NIGHT'S WORKLIST.    *
000181*    2026-10-15 DLR   ADDED THE J (CALCVJN JOB STEP) RECORD      *
000182*                     WRITTEN BY CALCVRST - RC-STEP-NAME,        *
000183*                     RC-SUBMISSION, AND RC-STEP-RC RECORD EACH  *
000184*                     RESTARTABLE STEP'S COMPLETION FOR THE      *
000185*                     BUSINESS DATE, AND AN S (OR N, FRESH)      *
000186*                     RECORD OPENS EACH SUBMISSION OF THE JOB,   *
000187*                     SO A RESUBMITTED NIGHT SKIPS THE STEPS     *
000188*                     ALREADY FINISHED.  THE STEP FIELDS ARE     *
000189*                     BLANK ON F AND R RECORDS, AND RUN-NUMBER   *
000190*                     READERS IGNORE J RECORDS.  LRECL NOW 37.   *
000191*                                                                *
000195******************************************************************
000200 01  CALCV-RUN-CONTROL-RECORD.
000210     05  RC-RUN-NUMBER           PIC 9(07).
000220     05  FILLER                  PIC X(01)  VALUE SPACE.
000250     05  RC-RUN-TYPE             PIC X(01).
000260         88  RC-FULL-RUN         VALUE 'F'.
000270         88  RC-REPROCESS        VALUE 'R'.
000275         88  RC-JOB-STEP         VALUE 'J'.
000280     05  FILLER                  PIC X(01)  VALUE SPACE.
000290     05  RC-STATUS               PIC X(01).
000300         88  RC-STARTED          VALUE 'S'.
000310         88  RC-COMPLETE         VALUE 'C'.
000315         88  RC-FRESH-START      VALUE 'N'.
000320     05  FILLER                  PIC X(01)  VALUE SPACE.
000330     05  RC-STEP-NAME            PIC X(08).
000340     05  FILLER                  PIC X(01)  VALUE SPACE.
000350     05  RC-SUBMISSION           PIC 9(02).
000360     05  FILLER                  PIC X(01)  VALUE SPACE.
000370     05  RC-STEP-RC              PIC 9(04).
