000270*                     ON BODY CODE, RUN DATE, AND M (CALCVHS) -  *
000280*                     HISTORY RECORDS ARE WRITTEN BY KEY AND A   *
000290*                     DUPLICATE KEY REPLACES IN PLACE.           *
000293*    2026-10-15 DLR   CALCVLOG LINES CARRY THE OPERATOR ID -     *
000296*                     BATCH FOR THIS UNATTENDED STEP.            *
000297*    2026-10-15 DLR   RUNCTL'S CALCVJN JOB-STEP (J) RECORDS ARE  *
000298*                     LEFT OUT OF THE HIGHEST-RUN-NUMBER SEARCH. *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
003980******************************************************************
003990*    1065-READ-ONE-RUNCTL - READ ONE RUN-CONTROL RECORD,        *
004000*    TRACKING THE HIGHEST RUN NUMBER ON FILE                    *
004005*    - A CALCVJN JOB-STEP (J) RECORD IS PASSED OVER             *
004010******************************************************************
004020 1065-READ-ONE-RUNCTL.
004030     READ RUN-CONTROL
004050             MOVE 'Y' TO WS-RC-EOF-SW
004060             GO TO 1065-READ-ONE-RUNCTL-EXIT
004070     END-READ.
004072     IF RC-JOB-STEP
004074         GO TO 1065-READ-ONE-RUNCTL-EXIT
004076     END-IF.
004080     IF RC-RUN-NUMBER > WS-LAST-RUN-NO
004090         MOVE RC-RUN-NUMBER TO WS-LAST-RUN-NO
004100     END-IF.
005650     MOVE WS-AUDIT-STATUS TO LOG-STATUS.
005660     MOVE CALCV-WORK-RECORD (1:14) TO LOG-ARG.
005670     MOVE WS-RUN-NUMBER TO LOG-RUN-NO.
005675     MOVE 'BATCH' TO LOG-OPERATOR.
005680     IF WS-AUDIT-OK
005690         MOVE WS-V TO LOG-V2
005700     ELSE
