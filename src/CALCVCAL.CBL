000300*    MODIFICATION HISTORY                                       *
000310*    DATE       INIT  DESCRIPTION                                *
000320*    2026-09-02 DLR   ORIGINAL.                                  *
000321*    2026-10-15 DLR   EVERY MISSED OR NEVER-COMPLETED DATE IS    *
000322*                     ALSO POSTED AS A CAL EXCEPTION, DATED BY   *
000323*                     THE MISSED BUSINESS DATE, TO THE EXCMST    *
000324*                     EXCEPTION MASTER FOR FOLLOW-UP.  THE DAILY *
000325*                     RERUN FOR THE SAME MONTH DOES NOT POST A   *
000326*                     DATE A SECOND TIME.                        *
000327*    2026-10-15 DLR   RUNCTL'S CALCVJN JOB-STEP (J) RECORDS ARE  *
000328*                     PASSED OVER - THEY ARE NOT RUNS OF THEIR   *
000329*                     OWN.                                       *
000330*                                                                *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000550     SELECT CALENDAR-REPORT ASSIGN TO CALRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000571     SELECT EXCEPTION-MASTER ASSIGN TO EXCMST
000572         ORGANIZATION IS INDEXED
000573         ACCESS IS DYNAMIC
000574         RECORD KEY IS EXC-KEY
000575         FILE STATUS IS WS-EXC-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000700     RECORDING MODE IS F.
000710 COPY CALCVRP.
000720
000722 FD  EXCEPTION-MASTER
000724     RECORDING MODE IS F.
000726 COPY CALCVEX.
000728
000730 WORKING-STORAGE SECTION.
000740 01  WS-RC-STATUS                PIC X(02).
000750     88  WS-RC-OK                VALUE '00'.
000800 01  WS-RPT-STATUS               PIC X(02).
000810     88  WS-RPT-OK               VALUE '00'.
000820     88  WS-RPT-NOT-FOUND        VALUE '35'.
000822 01  WS-EXC-STATUS               PIC X(02).
000824     88  WS-EXC-OK               VALUE '00'.
000826     88  WS-EXC-NOT-FOUND        VALUE '35'.
000830
000840 01  WS-SWITCHES.
000850     05  WS-RC-EOF-SW            PIC X(01)      VALUE 'N'.
001190 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001200 01  WS-RUN-NO-DISPLAY           PIC ZZZZZZ9.
001210 01  WS-REPRO-DISPLAY            PIC ZZ9.
001211
001212******************************************************************
001213*    WS-EXC-POST - THE EXCEPTION 9200-POST-EXCEPTION POSTS TO    *
001214*    THE EXCMST EXCEPTION MASTER, AND ITS WORKING SWITCHES       *
001215******************************************************************
001216 01  WS-EXC-POST.
001217     05  WS-EXC-TYPE             PIC X(03)  VALUE SPACES.
001218     05  WS-EXC-DATE             PIC 9(08)  VALUE ZERO.
001219     05  WS-EXC-RUN-NO           PIC 9(07)  VALUE ZERO.
001220     05  WS-EXC-DETAIL           PIC X(60)  VALUE SPACES.
001221     05  WS-EXC-NEXT-SEQ         PIC 9(04)  COMP VALUE ZERO.
001222     05  WS-EXC-SCAN-SW          PIC X(01)  VALUE 'N'.
001223         88  WS-EXC-SCAN-DONE    VALUE 'Y'.
001224     05  WS-EXC-ON-FILE-SW       PIC X(01)  VALUE 'N'.
001225         88  WS-EXC-ON-FILE      VALUE 'Y'.
001226
001230******************************************************************
001240*    CAL-RUN-TABLE - ONE SLOT PER RUN NUMBER SEEN IN THE         *
001250*    MONTH, SO AN S RECORD CAN BE MATCHED TO ITS C RECORD BY     *
003030******************************************************************
003040*    2100-LOAD-ONE-RUNCTL - FOLD ONE RUN-CONTROL RECORD INTO     *
003050*    ITS RUN SLOT                                                *
003053*    - A CALCVJN JOB-STEP (J) RECORD IS NOT A RUN OF ITS OWN     *
003056*    AND IS PASSED OVER                                          *
003060******************************************************************
003070 2100-LOAD-ONE-RUNCTL.
003080     READ RUN-CONTROL
003100             MOVE 'Y' TO WS-RC-EOF-SW
003110             GO TO 2100-LOAD-ONE-RUNCTL-EXIT
003120     END-READ.
003122     IF RC-JOB-STEP
003124         GO TO 2100-LOAD-ONE-RUNCTL-EXIT
003126     END-IF.
003130     MOVE RC-RUN-DATE TO WS-WORK-DATE.
003140     IF WS-WORK-MONTH NOT = WS-MONTH
003150         GO TO 2100-LOAD-ONE-RUNCTL-EXIT
005190                 'COMPLETED - RESTART THE WORKLIST ***'
005200                 DELIMITED BY SIZE INTO RPT-LINE
005210             END-STRING
005212             MOVE
005214                 'STARTED, NEVER COMPLETED - RESTART THE WORKLIST'
005216                 TO WS-EXC-DETAIL
005218             PERFORM 9300-POST-GAP THRU 9300-POST-GAP-EXIT
005220         WHEN CAL-DAY-BAT-STATUS (CAL-DAY-IDX) = 'R'
005230             ADD 1 TO WS-MISSED-COUNT
005240             MOVE 'Y' TO WS-GAP-SW
005260                 'REFUSED BY THE DUPLICATE-RUN GUARD ***'
005270                 DELIMITED BY SIZE INTO RPT-LINE
005280             END-STRING
005282             MOVE
005284                 'MISSED - REFUSED BY THE DUPLICATE-RUN GUARD'
005286                 TO WS-EXC-DETAIL
005288             PERFORM 9300-POST-GAP THRU 9300-POST-GAP-EXIT
005290         WHEN CAL-DAY-BAT-STATUS (CAL-DAY-IDX) = 'E'
005300             ADD 1 TO WS-MISSED-COUNT
005310             MOVE 'Y' TO WS-GAP-SW
005330                 'ENDED IN ERROR ***'
005340                 DELIMITED BY SIZE INTO RPT-LINE
005350             END-STRING
005352             MOVE 'MISSED - WORKLIST ENDED IN ERROR'
005354                 TO WS-EXC-DETAIL
005356             PERFORM 9300-POST-GAP THRU 9300-POST-GAP-EXIT
005360         WHEN OTHER
005370             ADD 1 TO WS-MISSED-COUNT
005380             MOVE 'Y' TO WS-GAP-SW
005400                 'AT ALL ***'
005410                 DELIMITED BY SIZE INTO RPT-LINE
005420             END-STRING
005422             MOVE 'MISSED - NO FULL RUN AT ALL'
005424                 TO WS-EXC-DETAIL
005426             PERFORM 9300-POST-GAP THRU 9300-POST-GAP-EXIT
005430     END-EVALUATE.
005440     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
005450     IF CAL-DAY-REPROCESS (CAL-DAY-IDX) > ZERO
005790     WRITE CALCV-REPORT-LINE.
005800 8000-EMIT-LINE-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840*    9200-POST-EXCEPTION - POST THE EXCEPTION IN WS-EXC-POST TO  *
005850*    THE EXCMST EXCEPTION MASTER AS AN OPEN RECORD UNDER THE     *
005860*    NEXT FREE SEQUENCE NUMBER FOR ITS TYPE AND DATE.  THE SAME  *
005870*    DETAIL ALREADY ON FILE FROM THIS PROGRAM FOR THE SAME RUN   *
005880*    NUMBER (A RERUN) IS NOT POSTED AGAIN.  A MASTER THAT        *
005890*    CANNOT BE OPENED IS REPORTED TO SYSOUT BUT DOES NOT CHANGE  *
005900*    THE STEP'S OUTCOME - THE RC AND THE NOTICE STILL GO OUT.    *
005910******************************************************************
005920 9200-POST-EXCEPTION.
005930     OPEN I-O EXCEPTION-MASTER.
005940     IF WS-EXC-NOT-FOUND
005950         OPEN OUTPUT EXCEPTION-MASTER
005960         CLOSE EXCEPTION-MASTER
005970         OPEN I-O EXCEPTION-MASTER
005980     END-IF.
005990     IF NOT WS-EXC-OK
006000         DISPLAY 'CALCVCAL - UNABLE TO OPEN EXCMST, STATUS = '
006010             WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
006020         GO TO 9200-POST-EXCEPTION-EXIT
006030     END-IF.
006040     MOVE 1 TO WS-EXC-NEXT-SEQ.
006050     MOVE 'N' TO WS-EXC-SCAN-SW.
006060     MOVE 'N' TO WS-EXC-ON-FILE-SW.
006070     MOVE WS-EXC-TYPE TO EXC-TYPE.
006080     MOVE WS-EXC-DATE TO EXC-DATE.
006090     MOVE ZERO TO EXC-SEQ.
006100     START EXCEPTION-MASTER KEY IS NOT < EXC-KEY
006110         INVALID KEY
006120             MOVE 'Y' TO WS-EXC-SCAN-SW
006130     END-START.
006140     PERFORM 9210-SCAN-ONE-EXCEPTION
006150         THRU 9210-SCAN-ONE-EXCEPTION-EXIT
006160         UNTIL WS-EXC-SCAN-DONE.
006170     IF WS-EXC-ON-FILE
006180         DISPLAY 'CALCVCAL - EXCEPTION ALREADY ON EXCMST - '
006190             WS-EXC-TYPE ' ' WS-EXC-DATE
006200         GO TO 9200-CLOSE-MASTER
006210     END-IF.
006220     IF WS-EXC-NEXT-SEQ > 999
006230         DISPLAY 'CALCVCAL - EXCMST HAS NO FREE SEQUENCE FOR '
006240             WS-EXC-TYPE ' ' WS-EXC-DATE ' - EXCEPTION NOT POSTED'
006250         GO TO 9200-CLOSE-MASTER
006260     END-IF.
006270     MOVE SPACES TO CALCV-EXCEPTION-RECORD.
006280     MOVE WS-EXC-TYPE TO EXC-TYPE.
006290     MOVE WS-EXC-DATE TO EXC-DATE.
006300     MOVE WS-EXC-NEXT-SEQ TO EXC-SEQ.
006310     MOVE 'CALCVCAL' TO EXC-PROGRAM.
006320     MOVE WS-EXC-RUN-NO TO EXC-RUN-NO.
006330     MOVE WS-RUN-DATE TO EXC-POSTED-DATE.
006340     MOVE 'O' TO EXC-STATUS.
006350     MOVE WS-EXC-DETAIL TO EXC-DETAIL.
006360     MOVE ZERO TO EXC-ACK-DATE.
006370     MOVE ZERO TO EXC-RES-DATE.
006380     WRITE CALCV-EXCEPTION-RECORD
006390         INVALID KEY
006400             DISPLAY 'CALCVCAL - EXCMST WRITE FAILED, STATUS = '
006410                 WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
006420             GO TO 9200-CLOSE-MASTER
006430     END-WRITE.
006440     DISPLAY 'CALCVCAL - EXCEPTION POSTED TO EXCMST - ' EXC-KEY.
006450 9200-CLOSE-MASTER.
006460     CLOSE EXCEPTION-MASTER.
006470 9200-POST-EXCEPTION-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*    9210-SCAN-ONE-EXCEPTION - READ THE NEXT EXCMST RECORD AND   *
006520*    STOP AT THE FIRST ONE PAST THE TYPE AND DATE BEING POSTED   *
006530*    TO, NOTING THE NEXT FREE SEQUENCE NUMBER AND ANY RECORD     *
006540*    THAT ALREADY CARRIES THIS EXCEPTION                         *
006550******************************************************************
006560 9210-SCAN-ONE-EXCEPTION.
006570     READ EXCEPTION-MASTER NEXT
006580         AT END
006590             MOVE 'Y' TO WS-EXC-SCAN-SW
006600             GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
006610     END-READ.
006620     IF EXC-TYPE NOT = WS-EXC-TYPE
006630         OR EXC-DATE NOT = WS-EXC-DATE
006640         MOVE 'Y' TO WS-EXC-SCAN-SW
006650         GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
006660     END-IF.
006670     COMPUTE WS-EXC-NEXT-SEQ = EXC-SEQ + 1.
006680     IF EXC-PROGRAM = 'CALCVCAL'
006690         AND EXC-RUN-NO = WS-EXC-RUN-NO
006700         AND EXC-DETAIL = WS-EXC-DETAIL
006710         MOVE 'Y' TO WS-EXC-ON-FILE-SW
006720     END-IF.
006730 9210-SCAN-ONE-EXCEPTION-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770*    9300-POST-GAP - POST THE DATE BEING PRINTED AS A CAL        *
006780*    EXCEPTION, DATED BY THE MISSED BUSINESS DATE AND CARRYING   *
006790*    THE RUN NUMBER SEEN FOR IT (ZERO WHEN NONE WAS)             *
006800******************************************************************
006810 9300-POST-GAP.
006820     MOVE 'CAL' TO WS-EXC-TYPE.
006830     MOVE WS-LINE-DATE TO WS-EXC-DATE.
006840     MOVE CAL-DAY-RUN-NO (CAL-DAY-IDX) TO WS-EXC-RUN-NO.
006850     PERFORM 9200-POST-EXCEPTION THRU 9200-POST-EXCEPTION-EXIT.
006860 9300-POST-GAP-EXIT.
006870     EXIT.
