000240*    MODIFICATION HISTORY                                       *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    2026-08-22 DLR   ORIGINAL.                                  *
000261*    2026-10-15 DLR   AN OPTIONAL THIRD CL TOKEN NAMES THE       *
000262*                     OPERATOR, CARRIED ON THE CALCVLOG LINE     *
000263*                     (BATCH WHEN NONE IS GIVEN).  A BODY CODE   *
000264*                     OF ALL ANSWERS FOR EVERY BODY, SO THE      *
000265*                     OPERATOR CAN BE NAMED WITHOUT A BODY.      *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000770 01  ARG                     PIC X(100).
000780 01  ARG-V-TEXT              PIC X(20)  VALUE SPACES.
000790 01  ARG-BODY-TEXT           PIC X(08)  VALUE SPACES.
000795 01  ARG-OPERATOR-TEXT       PIC X(08)  VALUE SPACES.
000800
000810 01  WS-SWITCHES.
000820     05  WS-BODY-FOUND-SW    PIC X(01)      VALUE 'N'.
001650******************************************************************
001660*    1000-PARSE-ARG - SPLIT THE CL ARG INTO THE TARGET KM/S     *
001670*    AND AN OPTIONAL BODY CODE.  NO BODY CODE MEANS EVERY BODY  *
001675*    ON THE REFERENCE MASTER IS ANSWERED AT ONCE, AS IS A BODY  *
001680*    CODE OF ALL.  AN OPTIONAL THIRD TOKEN IS THE OPERATOR ID   *
001685*    FOR THE AUDIT LOG, BATCH WHEN NONE IS SUPPLIED.            *
001690******************************************************************
001700 1000-PARSE-ARG.
001710     UNSTRING ARG DELIMITED BY ALL SPACES
001720         INTO ARG-V-TEXT ARG-BODY-TEXT ARG-OPERATOR-TEXT
001730     END-UNSTRING.
001731     IF ARG-BODY-TEXT = 'ALL'
001732         MOVE SPACES TO ARG-BODY-TEXT
001733     END-IF.
001734     IF ARG-OPERATOR-TEXT = SPACES
001735         MOVE 'BATCH' TO ARG-OPERATOR-TEXT
001736     END-IF.
001740 1000-PARSE-ARG-EXIT.
001750     EXIT.
001760
003360     MOVE WS-AUDIT-STATUS TO LOG-STATUS.
003370     MOVE ARG(1:20) TO LOG-ARG.
003380     MOVE ZERO TO LOG-RUN-NO.
003385     MOVE ARG-OPERATOR-TEXT TO LOG-OPERATOR.
003390     IF WS-AUDIT-OK
003400         MOVE WS-TARGET-RATIO TO LOG-V2
003410     ELSE
