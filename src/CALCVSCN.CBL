000230*    MODIFICATION HISTORY                                       *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    2026-09-02 DLR   ORIGINAL.                                  *
000253*    2026-10-15 DLR   CALCVLOG LINES CARRY THE OPERATOR ID -     *
000256*                     BATCH FOR THIS UNATTENDED STEP.            *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
003770     MOVE WS-AUDIT-STATUS TO LOG-STATUS.
003780     MOVE CALCV-SCENARIO-RECORD (12:14) TO LOG-ARG.
003790     MOVE ZERO TO LOG-RUN-NO.
003795     MOVE 'BATCH' TO LOG-OPERATOR.
003800     IF WS-AUDIT-OK AND SCN-ESCAPE
003810         MOVE WS-V-RATIO TO LOG-V2
003820     ELSE
