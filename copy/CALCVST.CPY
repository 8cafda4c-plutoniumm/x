000204*                C1 RESULTS COUNTED, C2 HISTMST COUNTED,        *
000206*                C3 OK LOG LINES, C4 INV LOG LINES,             *
000208*                C5 DISCREPANCIES                               *
000210*      CALCVHIE  C CONSISTENT / I INCONSISTENT / E ERROR        *
000212*                C1 BODIES CHECKED, C2 INCONSISTENCIES,         *
000214*                C3 BODIES NOT REACHABLE FROM A ROOT            *
000215*      CALCVSUM  C CLEAN VERDICT / A ATTENTION VERDICT          *
000216*                (WRITTEN LAST, AFTER THE SUMMARY PAGE; RUN     *
000217*                DATE AND NUMBER ARE THE WORKLIST RUN'S)        *
000218*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    2026-08-22 DLR   ORIGINAL.                                  *
000242*    2026-09-02 DLR   DOCUMENTED THE CALCVBAL CONTROL-TOTALS     *
000244*                     BALANCING STEP'S STATUS AND COUNTS.        *
000246*    2026-10-15 DLR   DOCUMENTED THE CALCVHIE BODY HIERARCHY     *
000248*                     CHECK'S STATUS AND COUNTS.                 *
000249*    2026-10-15 DLR   DOCUMENTED THE CALCVSUM VERDICT RECORD.    *
000250*                                                                *
000260******************************************************************
000270 01  CALCV-STATUS-RECORD.
