001210*                     THE EFFECTIVE VALUE IS LOGGED TO SYSOUT -  *
001220*                     WIDENING THE BATCH WINDOW IS A DATA        *
001230*                     CHANGE NOW, NOT A RECOMPILE.               *
001231*    2026-10-15 DLR   A FORCED SECOND RUN NOW NAMES ITS OPERATOR *
001232*                     (PARM='OVERRIDE,OPID') AND IS HONORED      *
001233*                     ONLY FOR AN OPERATOR CARRYING RUN-OVERRIDE *
001234*                     AUTHORITY ON OPERAUTH.  A REFUSED OVERRIDE *
001235*                     IS LOGGED TO CALCVLOG AS A REF LINE, AND   *
001236*                     EVERY AUDIT LINE CARRIES THE OPERATOR ID.  *
001237*    2026-10-15 DLR   A COMPLETED RUN THAT LEFT RECORDS ON       *
001238*                     REJECTS POSTS A REJ EXCEPTION, WITH ITS    *
001239*                     REJECT COUNTS BY REASON, TO THE EXCMST     *
001240*                     EXCEPTION MASTER FOR FOLLOW-UP.  A         *
001241*                     RESTARTED RUN DOES NOT POST THE SAME       *
001242*                     REJECTS TWICE.                             *
001243*    2026-10-15 DLR   RUNCTL'S CALCVJN JOB-STEP (J) RECORDS ARE  *
001244*                     LEFT OUT OF THE HIGHEST-RUN-NUMBER SEARCH, *
001245*                     SO THE RUN NUMBER CALCVRST STAMPS ON THE   *
001246*                     NIGHT'S EARLY STEPS IS THE ONE DRAWN HERE. *
001247*                                                                *
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID.  CALCVBAT.
001690     SELECT OPTIONS-FILE ASSIGN TO CALCVOPT
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS WS-OPT-STATUS.
001711     SELECT OPER-AUTH ASSIGN TO OPERAUTH
001712         ORGANIZATION IS LINE SEQUENTIAL
001713         FILE STATUS IS WS-AU-STATUS.
001714     SELECT EXCEPTION-MASTER ASSIGN TO EXCMST
001715         ORGANIZATION IS INDEXED
001716         ACCESS IS DYNAMIC
001717         RECORD KEY IS EXC-KEY
001718         FILE STATUS IS WS-EXC-STATUS.
001720
001730 DATA DIVISION.
001740 FILE SECTION.
002120     RECORDING MODE IS F.
002130 COPY CALCVOP.
002140
002141 FD  OPER-AUTH
002142     RECORDING MODE IS F.
002143 COPY CALCVAU.
002144
002145 FD  EXCEPTION-MASTER
002146     RECORDING MODE IS F.
002147 COPY CALCVEX.
002148
002150 WORKING-STORAGE SECTION.
002160 01  WS-BM-STATUS                PIC X(02).
002170     88  WS-BM-OK                VALUE '00'.
002420 01  WS-OPT-STATUS               PIC X(02).
002430     88  WS-OPT-OK               VALUE '00'.
002440     88  WS-OPT-NOT-FOUND        VALUE '35'.
002441 01  WS-AU-STATUS                PIC X(02).
002442     88  WS-AU-OK                VALUE '00'.
002443 01  WS-EXC-STATUS               PIC X(02).
002444     88  WS-EXC-OK               VALUE '00'.
002445     88  WS-EXC-NOT-FOUND        VALUE '35'.
002450
002460 01  WS-SWITCHES.
002470     05  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
002740         88  WS-HIST-DUP         VALUE 'Y'.
002750     05  WS-OPT-EOF-SW           PIC X(01)      VALUE 'N'.
002760         88  WS-OPT-EOF          VALUE 'Y'.
002762     05  WS-AU-EOF-SW            PIC X(01)      VALUE 'N'.
002764         88  WS-AU-EOF           VALUE 'Y'.
002766     05  WS-OPER-KNOWN-SW        PIC X(01)      VALUE 'N'.
002768         88  WS-OPER-KNOWN       VALUE 'Y'.
002770
002780 01  WS-COUNTERS.
002790     05  WS-RECORDS-READ         PIC 9(07)      COMP VALUE ZERO.
003220 01  WS-LAST-RUN-NO              PIC 9(07)  VALUE ZERO.
003230 01  WS-RC-NEW-STATUS            PIC X(01).
003240 01  WS-PARM                     PIC X(20)  VALUE SPACES.
003245 01  WS-PARM-OPTION              PIC X(08)  VALUE SPACES.
003250     88  WS-OVERRIDE-SUPPLIED    VALUE 'OVERRIDE'.
003253 01  WS-PARM-OPERATOR            PIC X(08)  VALUE SPACES.
003256 01  WS-OPERATOR-ID              PIC X(08)  VALUE 'BATCH'.
003260 01  WS-OPT-SOURCE               PIC X(08)  VALUE 'BUILT-IN'.
003270 01  WS-OPT-NUMVAL-CHECK         PIC S9(04)      COMP.
003280 01  WS-OPT-NUM                  PIC S9(10)V9(04).
003282 01  WS-REJ-DISPLAY              PIC ZZZZZZ9.
003284 01  WS-ZRM-DISPLAY              PIC ZZZZZZ9.
003286 01  WS-UNK-DISPLAY              PIC ZZZZZZ9.
003288 01  WS-OVF-DISPLAY              PIC ZZZZZZ9.
003290
003291******************************************************************
003292*    WS-EXC-POST - THE EXCEPTION 9200-POST-EXCEPTION POSTS TO    *
003293*    THE EXCMST EXCEPTION MASTER, AND ITS WORKING SWITCHES       *
003294******************************************************************
003295 01  WS-EXC-POST.
003296     05  WS-EXC-TYPE             PIC X(03)  VALUE SPACES.
003297     05  WS-EXC-DATE             PIC 9(08)  VALUE ZERO.
003298     05  WS-EXC-RUN-NO           PIC 9(07)  VALUE ZERO.
003299     05  WS-EXC-DETAIL           PIC X(60)  VALUE SPACES.
003300     05  WS-EXC-NEXT-SEQ         PIC 9(04)  COMP VALUE ZERO.
003301     05  WS-EXC-SCAN-SW          PIC X(01)  VALUE 'N'.
003302         88  WS-EXC-SCAN-DONE    VALUE 'Y'.
003303     05  WS-EXC-ON-FILE-SW       PIC X(01)  VALUE 'N'.
003304         88  WS-EXC-ON-FILE      VALUE 'Y'.
003305
003306 COPY CALCVBD.
003307 COPY CALCVAT.
003310
003320 PROCEDURE DIVISION.
003330
006260*    FOR THE SAME BUSINESS DATE IS REFUSED (RC=8) UNLESS THE    *
006270*    OPERATOR SUPPLIED THE OVERRIDE PARM - THE GUARD AGAINST    *
006280*    THE DOUBLE-SUBMIT THAT FED MISSION PLANNING A DUPLICATE    *
006290*    SET OF RESULTS TWICE THIS YEAR.  THE PARM IS               *
006292*    'OVERRIDE,OPID' - THE OVERRIDE IS HONORED ONLY FOR AN      *
006294*    OPERATOR WITH RUN-OVERRIDE AUTHORITY ON OPERAUTH.  A       *
006296*    TRAILING OPID WITHOUT OVERRIDE SIMPLY NAMES THE OPERATOR   *
006298*    ON THE AUDIT LINES; AN UNNAMED RUN IS LOGGED AS BATCH.     *
006300******************************************************************
006310 1060-RUN-CONTROL.
006320     ACCEPT WS-PARM FROM COMMAND-LINE.
006321     UNSTRING WS-PARM DELIMITED BY ',' OR ALL SPACES
006322         INTO WS-PARM-OPTION WS-PARM-OPERATOR
006323     END-UNSTRING.
006324     IF WS-PARM-OPERATOR NOT = SPACES
006325         MOVE WS-PARM-OPERATOR TO WS-OPERATOR-ID
006326     END-IF.
006330     MOVE 'N' TO WS-RC-EOF-SW.
006340     MOVE ZERO TO WS-LAST-RUN-NO.
006350     MOVE 'N' TO WS-TODAY-COMPLETE-SW.
006680     IF WS-TODAY-COMPLETE AND NOT WS-OVERRIDE-SUPPLIED
006690         DISPLAY 'CALCVBAT - A COMPLETE RUN IS ALREADY ON '
006700             'RECORD FOR ' WS-RUN-DATE ' - REFUSING A SECOND '
006710             'RUN.  RESUBMIT WITH PARM=OVERRIDE,OPID TO '
006715             'FORCE IT.'
006720         MOVE 'Y' TO WS-EOF-SWITCH
006730         MOVE 'Y' TO WS-REFUSED-SW
006740         MOVE 8 TO RETURN-CODE
006750         GO TO 1060-RUN-CONTROL-EXIT
006751     END-IF.
006752
006753     IF WS-TODAY-COMPLETE
006754         PERFORM 1080-CHECK-OVERRIDE THRU 1080-CHECK-OVERRIDE-EXIT
006755         IF WS-RUN-REFUSED
006756             GO TO 1060-RUN-CONTROL-EXIT
006757         END-IF
006760     END-IF.
006770
006780     COMPUTE WS-RUN-NUMBER = WS-LAST-RUN-NO + 1.
006880*    1065-READ-ONE-RUNCTL - READ ONE RUN-CONTROL RECORD,        *
006890*    TRACKING THE HIGHEST RUN NUMBER AND WHETHER TODAY          *
006900*    ALREADY HAS A COMPLETE RUN                                 *
006905*    - A CALCVJN JOB-STEP (J) RECORD IS PASSED OVER             *
006910******************************************************************
006920 1065-READ-ONE-RUNCTL.
006930     READ RUN-CONTROL
006950             MOVE 'Y' TO WS-RC-EOF-SW
006960             GO TO 1065-READ-ONE-RUNCTL-EXIT
006970     END-READ.
006972     IF RC-JOB-STEP
006974         GO TO 1065-READ-ONE-RUNCTL-EXIT
006976     END-IF.
006980     IF RC-RUN-NUMBER > WS-LAST-RUN-NO
006990         MOVE RC-RUN-NUMBER TO WS-LAST-RUN-NO
007000     END-IF.
007700             MOVE 'Y' TO WS-RESULTS-COUNT-EOF-SW
007710             GO TO 1076-COUNT-ONE-RESULT-EXIT
007720     END-READ.
007721     ADD 1 TO WS-RESTART-COUNT.
007722 1076-COUNT-ONE-RESULT-EXIT.
007723     EXIT.
007724
007725******************************************************************
007726*    1080-CHECK-OVERRIDE - A SECOND RUN FOR A BUSINESS DATE THAT*
007727*    IS ALREADY COMPLETE GOES AHEAD ONLY FOR AN OPERATOR WITH   *
007728*    RUN-OVERRIDE AUTHORITY ON OPERAUTH.  ANYONE ELSE - OR ANY  *
007729*    OVERRIDE AT ALL WHEN OPERAUTH CANNOT BE READ - IS REFUSED  *
007730*    (RC=8) AND THE REFUSAL IS LOGGED TO CALCVLOG.              *
007731******************************************************************
007732 1080-CHECK-OVERRIDE.
007733     MOVE 'N' TO WS-OPER-KNOWN-SW.
007734     MOVE ZERO TO CALCV-AUTH-COUNT.
007735     OPEN INPUT OPER-AUTH.
007736     IF WS-AU-OK
007737         PERFORM 1085-LOAD-ONE-OPERATOR
007738             THRU 1085-LOAD-ONE-OPERATOR-EXIT
007739             UNTIL WS-AU-EOF
007740         CLOSE OPER-AUTH
007741     ELSE
007742         DISPLAY 'CALCVBAT - UNABLE TO OPEN OPERAUTH, STATUS = '
007743             WS-AU-STATUS
007744     END-IF.
007745     IF CALCV-AUTH-COUNT > ZERO
007746         SET CALCV-AUTH-IDX TO 1
007747         SEARCH CALCV-AUTH-ENTRY
007748             WHEN CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX)
007749                     = WS-OPERATOR-ID
007750                 MOVE 'Y' TO WS-OPER-KNOWN-SW
007751         END-SEARCH
007752     END-IF.
007753     IF WS-OPER-KNOWN
007754         IF CALCV-AUTH-MAY-OVERRIDE (CALCV-AUTH-IDX)
007755             DISPLAY 'CALCVBAT - SECOND RUN FOR ' WS-RUN-DATE
007756                 ' FORCED BY OPERATOR ' WS-OPERATOR-ID
007757             GO TO 1080-CHECK-OVERRIDE-EXIT
007758         END-IF
007759     END-IF.
007760     DISPLAY 'CALCVBAT - OPERATOR ' WS-OPERATOR-ID
007761         ' IS NOT AUTHORIZED TO OVERRIDE - REFUSING A SECOND '
007762         'RUN FOR ' WS-RUN-DATE.
007763     MOVE 'Y' TO WS-EOF-SWITCH.
007764     MOVE 'Y' TO WS-REFUSED-SW.
007765     MOVE 8 TO RETURN-CODE.
007766     PERFORM 1090-LOG-REFUSAL THRU 1090-LOG-REFUSAL-EXIT.
007767 1080-CHECK-OVERRIDE-EXIT.
007768     EXIT.
007769
007770******************************************************************
007771*    1085-LOAD-ONE-OPERATOR - READ ONE OPERAUTH RECORD INTO THE *
007772*    NEXT IN-STORAGE TABLE SLOT                                 *
007773******************************************************************
007774 1085-LOAD-ONE-OPERATOR.
007775     READ OPER-AUTH
007776         AT END
007777             MOVE 'Y' TO WS-AU-EOF-SW
007778             GO TO 1085-LOAD-ONE-OPERATOR-EXIT
007779     END-READ.
007780     IF CALCV-AUTH-COUNT NOT < 200
007781         DISPLAY 'CALCVBAT - OPERAUTH EXCEEDS 200 OPERATORS, '
007782             'REMAINDER IGNORED'
007783         MOVE 'Y' TO WS-AU-EOF-SW
007784         GO TO 1085-LOAD-ONE-OPERATOR-EXIT
007785     END-IF.
007786     ADD 1 TO CALCV-AUTH-COUNT.
007787     SET CALCV-AUTH-IDX TO CALCV-AUTH-COUNT.
007788     MOVE AU-OPERATOR-ID TO CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX).
007789     MOVE AU-RUN-OVERRIDE
007790         TO CALCV-AUTH-RUN-OVERRIDE (CALCV-AUTH-IDX).
007791 1085-LOAD-ONE-OPERATOR-EXIT.
007792     EXIT.
007793
007794******************************************************************
007795*    1090-LOG-REFUSAL - WRITE A REF LINE TO CALCVLOG FOR A      *
007796*    REFUSED OVERRIDE.  THE LOG IS NOT YET OPEN THIS EARLY IN   *
007797*    THE RUN, SO IT IS OPENED AND CLOSED HERE.                  *
007798******************************************************************
007799 1090-LOG-REFUSAL.
007800     OPEN EXTEND AUDIT-LOG.
007801     IF WS-LOG-NOT-FOUND
007802         OPEN OUTPUT AUDIT-LOG
007803     END-IF.
007804     IF NOT WS-LOG-OK
007805         DISPLAY 'CALCVBAT - UNABLE TO OPEN CALCVLOG, STATUS = '
007806             WS-LOG-STATUS
007807         GO TO 1090-LOG-REFUSAL-EXIT
007808     END-IF.
007809     MOVE SPACES TO CALCV-LOG-RECORD.
007810     MOVE WS-RUN-DATE TO LOG-DATE.
007811     ACCEPT LOG-TIME FROM TIME.
007812     MOVE 'CALCVBAT' TO LOG-PROGRAM.
007813     MOVE 'PARM=OVERRIDE' TO LOG-ARG.
007814     MOVE ZERO TO LOG-V2.
007815     MOVE 'REF' TO LOG-STATUS.
007816     MOVE ZERO TO LOG-RUN-NO.
007817     MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
007818     WRITE CALCV-LOG-RECORD.
007819     CLOSE AUDIT-LOG.
007820 1090-LOG-REFUSAL-EXIT.
007821     EXIT.
007822
007823******************************************************************
007824*    1100-SKIP-PROCESSED - RE-READ AND DISCARD THE WORKLIST      *
007825*    RECORDS WHOSE OUTPUTS A PRIOR RUN ALREADY WROTE, SINCE      *
007826*    WORKLIST IS A PLAIN SEQUENTIAL FILE WITH NO WAY TO POSITION *
007827*    DIRECTLY TO A GIVEN RECORD NUMBER.  EACH RECORD ACCOUNTS    *
007828*    FOR A QUOTA OF OUTPUTS - ONE RESULT OR ONE SKIP FOR AN      *
007830*    ORDINARY RECORD, ONE PER BODY ON THE CALCVBD TABLE FOR AN   *
007840*    ALL RECORD - AND SKIPPING STOPS AT THE FIRST RECORD WHOSE   *
007850*    QUOTA IS NOT FULLY ACCOUNTED FOR.  THE RESUME RECORD IS     *
010620     MOVE WS-AUDIT-STATUS TO LOG-STATUS.
010630     MOVE CALCV-WORK-RECORD (1:14) TO LOG-ARG.
010640     MOVE WS-RUN-NUMBER TO LOG-RUN-NO.
010645     MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
010650     IF WS-AUDIT-OK
010660         MOVE WS-V TO LOG-V2
010670     ELSE
011330         MOVE 'C' TO WS-RC-NEW-STATUS
011340         PERFORM 1070-APPEND-RUNCTL THRU 1070-APPEND-RUNCTL-EXIT
011350     END-IF.
011352     IF WS-RUN-STARTED AND NOT WS-ABORTING
011354         AND WS-SKIPPED-COUNT > ZERO
011356         PERFORM 9300-POST-REJECTS THRU 9300-POST-REJECTS-EXIT
011358     END-IF.
011360     PERFORM 9100-WRITE-STATUS THRU 9100-WRITE-STATUS-EXIT.
011370     DISPLAY 'CALCVBAT - RECORDS READ    = ' WS-RECORDS-READ.
011380     DISPLAY 'CALCVBAT - RECORDS WRITTEN = ' WS-RECORDS-WRITTEN.
011800     CLOSE RUN-STATUS.
011810 9100-WRITE-STATUS-EXIT.
011820     EXIT.
011830
011840******************************************************************
011850*    9200-POST-EXCEPTION - POST THE EXCEPTION IN WS-EXC-POST TO  *
011860*    THE EXCMST EXCEPTION MASTER AS AN OPEN RECORD UNDER THE     *
011870*    NEXT FREE SEQUENCE NUMBER FOR ITS TYPE AND DATE.  THE SAME  *
011880*    DETAIL ALREADY ON FILE FROM THIS PROGRAM FOR THE SAME RUN   *
011890*    NUMBER (A RERUN) IS NOT POSTED AGAIN.  A MASTER THAT        *
011900*    CANNOT BE OPENED IS REPORTED TO SYSOUT BUT DOES NOT CHANGE  *
011910*    THE STEP'S OUTCOME - THE RC AND THE NOTICE STILL GO OUT.    *
011920******************************************************************
011930 9200-POST-EXCEPTION.
011940     OPEN I-O EXCEPTION-MASTER.
011950     IF WS-EXC-NOT-FOUND
011960         OPEN OUTPUT EXCEPTION-MASTER
011970         CLOSE EXCEPTION-MASTER
011980         OPEN I-O EXCEPTION-MASTER
011990     END-IF.
012000     IF NOT WS-EXC-OK
012010         DISPLAY 'CALCVBAT - UNABLE TO OPEN EXCMST, STATUS = '
012020             WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
012030         GO TO 9200-POST-EXCEPTION-EXIT
012040     END-IF.
012050     MOVE 1 TO WS-EXC-NEXT-SEQ.
012060     MOVE 'N' TO WS-EXC-SCAN-SW.
012070     MOVE 'N' TO WS-EXC-ON-FILE-SW.
012080     MOVE WS-EXC-TYPE TO EXC-TYPE.
012090     MOVE WS-EXC-DATE TO EXC-DATE.
012100     MOVE ZERO TO EXC-SEQ.
012110     START EXCEPTION-MASTER KEY IS NOT < EXC-KEY
012120         INVALID KEY
012130             MOVE 'Y' TO WS-EXC-SCAN-SW
012140     END-START.
012150     PERFORM 9210-SCAN-ONE-EXCEPTION
012160         THRU 9210-SCAN-ONE-EXCEPTION-EXIT
012170         UNTIL WS-EXC-SCAN-DONE.
012180     IF WS-EXC-ON-FILE
012190         DISPLAY 'CALCVBAT - EXCEPTION ALREADY ON EXCMST - '
012200             WS-EXC-TYPE ' ' WS-EXC-DATE
012210         GO TO 9200-CLOSE-MASTER
012220     END-IF.
012230     IF WS-EXC-NEXT-SEQ > 999
012240         DISPLAY 'CALCVBAT - EXCMST HAS NO FREE SEQUENCE FOR '
012250             WS-EXC-TYPE ' ' WS-EXC-DATE ' - EXCEPTION NOT POSTED'
012260         GO TO 9200-CLOSE-MASTER
012270     END-IF.
012280     MOVE SPACES TO CALCV-EXCEPTION-RECORD.
012290     MOVE WS-EXC-TYPE TO EXC-TYPE.
012300     MOVE WS-EXC-DATE TO EXC-DATE.
012310     MOVE WS-EXC-NEXT-SEQ TO EXC-SEQ.
012320     MOVE 'CALCVBAT' TO EXC-PROGRAM.
012330     MOVE WS-EXC-RUN-NO TO EXC-RUN-NO.
012340     MOVE WS-RUN-DATE TO EXC-POSTED-DATE.
012350     MOVE 'O' TO EXC-STATUS.
012360     MOVE WS-EXC-DETAIL TO EXC-DETAIL.
012370     MOVE ZERO TO EXC-ACK-DATE.
012380     MOVE ZERO TO EXC-RES-DATE.
012390     WRITE CALCV-EXCEPTION-RECORD
012400         INVALID KEY
012410             DISPLAY 'CALCVBAT - EXCMST WRITE FAILED, STATUS = '
012420                 WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
012430             GO TO 9200-CLOSE-MASTER
012440     END-WRITE.
012450     DISPLAY 'CALCVBAT - EXCEPTION POSTED TO EXCMST - ' EXC-KEY.
012460 9200-CLOSE-MASTER.
012470     CLOSE EXCEPTION-MASTER.
012480 9200-POST-EXCEPTION-EXIT.
012490     EXIT.
012500
012510******************************************************************
012520*    9210-SCAN-ONE-EXCEPTION - READ THE NEXT EXCMST RECORD AND   *
012530*    STOP AT THE FIRST ONE PAST THE TYPE AND DATE BEING POSTED   *
012540*    TO, NOTING THE NEXT FREE SEQUENCE NUMBER AND ANY RECORD     *
012550*    THAT ALREADY CARRIES THIS EXCEPTION                         *
012560******************************************************************
012570 9210-SCAN-ONE-EXCEPTION.
012580     READ EXCEPTION-MASTER NEXT
012590         AT END
012600             MOVE 'Y' TO WS-EXC-SCAN-SW
012610             GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
012620     END-READ.
012630     IF EXC-TYPE NOT = WS-EXC-TYPE
012640         OR EXC-DATE NOT = WS-EXC-DATE
012650         MOVE 'Y' TO WS-EXC-SCAN-SW
012660         GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
012670     END-IF.
012680     COMPUTE WS-EXC-NEXT-SEQ = EXC-SEQ + 1.
012690     IF EXC-PROGRAM = 'CALCVBAT'
012700         AND EXC-RUN-NO = WS-EXC-RUN-NO
012710         AND EXC-DETAIL = WS-EXC-DETAIL
012720         MOVE 'Y' TO WS-EXC-ON-FILE-SW
012730     END-IF.
012740 9210-SCAN-ONE-EXCEPTION-EXIT.
012750     EXIT.
012760
012770******************************************************************
012780*    9300-POST-REJECTS - POST THE RUN'S REJECTS AS A REJ         *
012790*    EXCEPTION UNDER THE BUSINESS DATE AND RUN NUMBER, WITH THE  *
012800*    COUNT BY REASON - THE RECORDS THEMSELVES ARE ON REJECTS     *
012810******************************************************************
012820 9300-POST-REJECTS.
012830     MOVE 'REJ' TO WS-EXC-TYPE.
012840     MOVE WS-RUN-DATE TO WS-EXC-DATE.
012850     MOVE WS-RUN-NUMBER TO WS-EXC-RUN-NO.
012860     MOVE WS-SKIPPED-COUNT TO WS-REJ-DISPLAY.
012870     MOVE WS-SKIP-ZRM-COUNT TO WS-ZRM-DISPLAY.
012880     MOVE WS-SKIP-UNK-COUNT TO WS-UNK-DISPLAY.
012890     MOVE WS-SKIP-OVF-COUNT TO WS-OVF-DISPLAY.
012900     MOVE SPACES TO WS-EXC-DETAIL.
012910     STRING 'REJECTS' WS-REJ-DISPLAY ' ZERO-M' WS-ZRM-DISPLAY
012920         ' UNKNOWN' WS-UNK-DISPLAY ' OVERFLOW' WS-OVF-DISPLAY
012930         DELIMITED BY SIZE INTO WS-EXC-DETAIL
012940     END-STRING.
012950     PERFORM 9200-POST-EXCEPTION THRU 9200-POST-EXCEPTION-EXIT.
012960 9300-POST-REJECTS-EXIT.
012970     EXIT.
