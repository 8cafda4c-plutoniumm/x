000410*                     CANDIDATE FILE IS RANKED INSTEAD OF ONLY   *
000420*                     THE FIRST TWENTY RECORDS - THE SURVEY      *
000430*                     SWEEPS NOW RUN 200-PLUS CANDIDATES.        *
000433*    2026-10-15 DLR   CALCVLOG LINES CARRY THE OPERATOR ID -     *
000436*                     BATCH FOR THIS UNATTENDED STEP.            *
000440*                                                                *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
004050     MOVE WS-AUDIT-STATUS TO LOG-STATUS.
004060     MOVE CALCV-WORK-RECORD (1:14) TO LOG-ARG.
004070     MOVE ZERO TO LOG-RUN-NO.
004075     MOVE 'BATCH' TO LOG-OPERATOR.
004080     IF WS-AUDIT-OK
004090         MOVE CMP-V-RATIO TO LOG-V2
004100     ELSE
