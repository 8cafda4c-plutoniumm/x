000010******************************************************************
000020*                                                                *
000030*    CALCVEX.CPY                                                 *
000040*    ONE RECORD OF THE EXCMST EXCEPTION MASTER, AN INDEXED       *
000050*    DATASET KEYED ON EXCEPTION TYPE, EXCEPTION DATE, AND A      *
000060*    SEQUENCE NUMBER WITHIN THE TYPE AND DATE.  EVERY CHECK THAT *
000070*    RAISES A FLAG POSTS ONE RECORD HERE AS WELL AS ITS RC=4 AND *
000080*    SYSOUT NOTICE, SO THE FLAG IS FOLLOWED UP RATHER THAN READ  *
000090*    ONCE AND FORGOTTEN:                                         *
000100*      CHK - CALCVCHK SELF-CHECK DEVIATION (ONE PER CASE)        *
000110*      DRF - CALCVDRF NIGHT-OVER-NIGHT DRIFT                     *
000120*      BAL - CALCVBAL CONTROL TOTALS OUT OF BALANCE              *
000130*      CAL - CALCVCAL MISSED OR NEVER-COMPLETED NIGHT (THE       *
000140*            EXCEPTION DATE IS THE BUSINESS DATE MISSED)         *
000150*      REJ - CALCVBAT RECORDS LEFT ON REJECTS                    *
000160*    A RECORD IS POSTED OPEN.  CALCVEXM (CALCVEXJ JOB) LETS AN   *
000170*    OPERATOR ACKNOWLEDGE IT AND THEN RESOLVE IT WITH A NOTE;    *
000180*    CALCVEXA PRINTS EVERY UNRESOLVED RECORD BY AGE AND TYPE     *
000190*    EACH NIGHT.  RECORDS ARE NEVER DELETED - A RESOLVED         *
000200*    EXCEPTION STAYS ON FILE WITH WHO RESOLVED IT AND WHY.  A    *
000210*    RERUN THAT RAISES THE SAME DETAIL FOR THE SAME RUN NUMBER   *
000220*    AND DATE IS NOT POSTED TWICE.                               *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    2026-10-15 DLR   ORIGINAL.                                  *
000270*                                                                *
000280******************************************************************
000290 01  CALCV-EXCEPTION-RECORD.
000300     05  EXC-KEY.
000310         10  EXC-TYPE            PIC X(03).
000320             88  EXC-TYPE-CHK    VALUE 'CHK'.
000330             88  EXC-TYPE-DRF    VALUE 'DRF'.
000340             88  EXC-TYPE-BAL    VALUE 'BAL'.
000350             88  EXC-TYPE-CAL    VALUE 'CAL'.
000360             88  EXC-TYPE-REJ    VALUE 'REJ'.
000370         10  EXC-DATE            PIC 9(08).
000380         10  EXC-SEQ             PIC 9(03).
000390     05  FILLER                  PIC X(01)  VALUE SPACE.
000400     05  EXC-PROGRAM             PIC X(08).
000410     05  FILLER                  PIC X(01)  VALUE SPACE.
000420     05  EXC-RUN-NO              PIC 9(07).
000430     05  FILLER                  PIC X(01)  VALUE SPACE.
000440     05  EXC-POSTED-DATE         PIC 9(08).
000450     05  FILLER                  PIC X(01)  VALUE SPACE.
000460     05  EXC-STATUS              PIC X(01).
000470         88  EXC-OPEN            VALUE 'O'.
000480         88  EXC-ACKNOWLEDGED    VALUE 'A'.
000490         88  EXC-RESOLVED        VALUE 'R'.
000500     05  FILLER                  PIC X(01)  VALUE SPACE.
000510     05  EXC-DETAIL              PIC X(60).
000520     05  FILLER                  PIC X(01)  VALUE SPACE.
000530     05  EXC-ACK-OPERATOR        PIC X(08).
000540     05  FILLER                  PIC X(01)  VALUE SPACE.
000550     05  EXC-ACK-DATE            PIC 9(08).
000560     05  FILLER                  PIC X(01)  VALUE SPACE.
000570     05  EXC-RES-OPERATOR        PIC X(08).
000580     05  FILLER                  PIC X(01)  VALUE SPACE.
000590     05  EXC-RES-DATE            PIC 9(08).
000600     05  FILLER                  PIC X(01)  VALUE SPACE.
000610     05  EXC-RES-NOTE            PIC X(60).
