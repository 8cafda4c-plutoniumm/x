000396*                     AND LOG REJECTED INPUTS TOO, SO THE        *
000397*                     CALCVUSG ACTIVITY REPORT CAN COUNT USAGE   *
000398*                     AND INVALID ATTEMPTS PER DAY AND BODY.     *
000400*    2026-10-15 DLR   AN OPTIONAL THIRD CL TOKEN NAMES THE       *
000402*                     OPERATOR, CARRIED ON THE CALCVLOG LINE     *
000404*                     (BATCH WHEN NONE IS GIVEN).                *
000406*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.  CALCV.
000940 01  ARG                     PIC X(100).
000950 01  ARG-M-TEXT              PIC X(20)  VALUE SPACES.
000960 01  ARG-BODY-TEXT           PIC X(08)  VALUE SPACES.
000965 01  ARG-OPERATOR-TEXT       PIC X(08)  VALUE SPACES.
000970
000980 01  WS-SWITCHES.
000990     05  WS-BODY-FOUND-SW    PIC X(01)      VALUE 'N'.
001660
001670******************************************************************
001680*    1000-PARSE-ARG - SPLIT THE CL ARG INTO M AND A BODY CODE,   *
001685*    DEFAULTING THE BODY TO EARTH WHEN ONLY M IS SUPPLIED.  AN   *
001690*    OPTIONAL THIRD TOKEN IS THE OPERATOR ID FOR THE AUDIT LOG,  *
001695*    BATCH WHEN NONE IS SUPPLIED.                                *
001700******************************************************************
001710 1000-PARSE-ARG.
001720     UNSTRING ARG DELIMITED BY ALL SPACES
001730         INTO ARG-M-TEXT ARG-BODY-TEXT ARG-OPERATOR-TEXT
001740     END-UNSTRING.
001750     IF ARG-BODY-TEXT = SPACES
001760         MOVE 'EARTH' TO ARG-BODY-TEXT
001762     END-IF.
001764     IF ARG-OPERATOR-TEXT = SPACES
001766         MOVE 'BATCH' TO ARG-OPERATOR-TEXT
001770     END-IF.
001780 1000-PARSE-ARG-EXIT.
001790     EXIT.
003246     MOVE WS-AUDIT-STATUS TO LOG-STATUS.
003250     MOVE ARG(1:20) TO LOG-ARG.
003252     MOVE ZERO TO LOG-RUN-NO.
003253     MOVE ARG-OPERATOR-TEXT TO LOG-OPERATOR.
003255     IF WS-AUDIT-OK
003260         MOVE V2 TO LOG-V2
003262     ELSE
