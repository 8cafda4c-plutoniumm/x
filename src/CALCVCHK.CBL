000360*                     (CHKTOLERANCE KEYWORD) WHEN PRESENT,       *
000370*                     FALLING BACK TO THE BUILT-IN VALUE, AND    *
000380*                     THE EFFECTIVE VALUE IS LOGGED TO SYSOUT.   *
000381*    2026-10-15 DLR   EVERY WARNING - A DEVIATING REFERENCE      *
000382*                     CASE OR A REFERENCE BODY MISSING FROM THE  *
000383*                     MASTER - IS ALSO POSTED AS A CHK EXCEPTION *
000384*                     TO THE EXCMST EXCEPTION MASTER FOR         *
000385*                     FOLLOW-UP.  THE SELF-CHECK RUNS BEFORE THE *
000386*                     WORKLIST DRAWS ITS RUN NUMBER, SO THE      *
000387*                     EXCEPTION CARRIES RUN NUMBER ZERO.         *
000390*                                                                *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000610     SELECT OPTIONS-FILE ASSIGN TO CALCVOPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OPT-STATUS.
000631     SELECT EXCEPTION-MASTER ASSIGN TO EXCMST
000632         ORGANIZATION IS INDEXED
000633         ACCESS IS DYNAMIC
000634         RECORD KEY IS EXC-KEY
000635         FILE STATUS IS WS-EXC-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000750 FD  OPTIONS-FILE
000760     RECORDING MODE IS F.
000770 COPY CALCVOP.
000772
000774 FD  EXCEPTION-MASTER
000776     RECORDING MODE IS F.
000778 COPY CALCVEX.
000780
000790 WORKING-STORAGE SECTION.
000800******************************************************************
001200 01  WS-OPT-STATUS               PIC X(02).
001210     88  WS-OPT-OK               VALUE '00'.
001220     88  WS-OPT-NOT-FOUND        VALUE '35'.
001222 01  WS-EXC-STATUS               PIC X(02).
001224     88  WS-EXC-OK               VALUE '00'.
001226     88  WS-EXC-NOT-FOUND        VALUE '35'.
001230 01  WS-OPT-SOURCE               PIC X(08)  VALUE 'BUILT-IN'.
001240 01  WS-OPT-NUMVAL-CHECK         PIC S9(04)      COMP.
001250 01  WS-OPT-NUM                  PIC S9(10)V9(04).
001260 01  WS-OUTCOME                  PIC X(01).
001270 01  WS-RUN-DATE                 PIC 9(08).
001272 01  WS-M-DISPLAY                PIC ZZZZZZZZZ9.9999.
001274 01  WS-V2-EXP-DISPLAY           PIC ZZZZ9.99.
001276 01  WS-V2-GOT-DISPLAY           PIC ZZZZ9.99.
001280
001290 01  WS-SWITCHES.
001300     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
001450     05  V2                      PIC 9(05)V9(02).
001460     05  WS-DEVIATION            PIC 9(05)V9(02).
001470
001471******************************************************************
001472*    WS-EXC-POST - THE EXCEPTION 9200-POST-EXCEPTION POSTS TO    *
001473*    THE EXCMST EXCEPTION MASTER, AND ITS WORKING SWITCHES       *
001474******************************************************************
001475 01  WS-EXC-POST.
001476     05  WS-EXC-TYPE             PIC X(03)  VALUE SPACES.
001477     05  WS-EXC-DATE             PIC 9(08)  VALUE ZERO.
001478     05  WS-EXC-RUN-NO           PIC 9(07)  VALUE ZERO.
001479     05  WS-EXC-DETAIL           PIC X(60)  VALUE SPACES.
001480     05  WS-EXC-NEXT-SEQ         PIC 9(04)  COMP VALUE ZERO.
001481     05  WS-EXC-SCAN-SW          PIC X(01)  VALUE 'N'.
001482         88  WS-EXC-SCAN-DONE    VALUE 'Y'.
001483     05  WS-EXC-ON-FILE-SW       PIC X(01)  VALUE 'N'.
001484         88  WS-EXC-ON-FILE      VALUE 'Y'.
001485
001486 PROCEDURE DIVISION.
001490
001500 0000-MAINLINE.
001510     DISPLAY 'CALCVCHK - SELF-CHECK RECONCILIATION STARTING'.
001520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001522     MOVE 'CHK' TO WS-EXC-TYPE.
001524     MOVE WS-RUN-DATE TO WS-EXC-DATE.
001526     MOVE ZERO TO WS-EXC-RUN-NO.
001530     PERFORM 0500-LOAD-OPTIONS THRU 0500-LOAD-OPTIONS-EXIT.
001540     PERFORM 1000-LOAD-BODY-MASTER
001550         THRU 1000-LOAD-BODY-MASTER-EXIT.
002920         ADD 1 TO WS-WARNING-COUNT
002930         DISPLAY '*** WARNING *** CALCVCHK - UNKNOWN BODY '
002940             'CODE - ' REFCASE-BODY (CALCV-REFCASE-IDX)
002941         MOVE SPACES TO WS-EXC-DETAIL
002942         STRING 'REFERENCE BODY ' REFCASE-BODY (CALCV-REFCASE-IDX)
002943             ' NOT ON BODYMST'
002944             DELIMITED BY SIZE INTO WS-EXC-DETAIL
002945         END-STRING
002946         PERFORM 9200-POST-EXCEPTION THRU 9200-POST-EXCEPTION-EXIT
002950         GO TO 2000-CHECK-CASE-EXIT
002960     END-IF.
002970
003160             REFCASE-BODY (CALCV-REFCASE-IDX) ' EXPECTED V2 = '
003170             REFCASE-EXPECTED-V2 (CALCV-REFCASE-IDX)
003180             ' COMPUTED V2 = ' V2
003181         MOVE REFCASE-M (CALCV-REFCASE-IDX) TO WS-M-DISPLAY
003182         MOVE REFCASE-EXPECTED-V2 (CALCV-REFCASE-IDX)
003183             TO WS-V2-EXP-DISPLAY
003184         MOVE V2 TO WS-V2-GOT-DISPLAY
003185         MOVE SPACES TO WS-EXC-DETAIL
003186         STRING REFCASE-BODY (CALCV-REFCASE-IDX) ' M' WS-M-DISPLAY
003187             ' V2 EXPECTED' WS-V2-EXP-DISPLAY
003188             ' GOT' WS-V2-GOT-DISPLAY
003189             DELIMITED BY SIZE INTO WS-EXC-DETAIL
003190         END-STRING
003191         PERFORM 9200-POST-EXCEPTION THRU 9200-POST-EXCEPTION-EXIT
003192     ELSE
003200         DISPLAY 'CALCVCHK - OK - M = '
003210             REFCASE-M (CALCV-REFCASE-IDX) ' BODY = '
003220             REFCASE-BODY (CALCV-REFCASE-IDX) ' V2 = ' V2
003880     CLOSE RUN-STATUS.
003890 9100-WRITE-STATUS-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*    9200-POST-EXCEPTION - POST THE EXCEPTION IN WS-EXC-POST TO  *
003940*    THE EXCMST EXCEPTION MASTER AS AN OPEN RECORD UNDER THE     *
003950*    NEXT FREE SEQUENCE NUMBER FOR ITS TYPE AND DATE.  THE SAME  *
003960*    DETAIL ALREADY ON FILE FROM THIS PROGRAM FOR THE SAME RUN   *
003970*    NUMBER (A RERUN) IS NOT POSTED AGAIN.  A MASTER THAT        *
003980*    CANNOT BE OPENED IS REPORTED TO SYSOUT BUT DOES NOT CHANGE  *
003990*    THE STEP'S OUTCOME - THE RC AND THE NOTICE STILL GO OUT.    *
004000******************************************************************
004010 9200-POST-EXCEPTION.
004020     OPEN I-O EXCEPTION-MASTER.
004030     IF WS-EXC-NOT-FOUND
004040         OPEN OUTPUT EXCEPTION-MASTER
004050         CLOSE EXCEPTION-MASTER
004060         OPEN I-O EXCEPTION-MASTER
004070     END-IF.
004080     IF NOT WS-EXC-OK
004090         DISPLAY 'CALCVCHK - UNABLE TO OPEN EXCMST, STATUS = '
004100             WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
004110         GO TO 9200-POST-EXCEPTION-EXIT
004120     END-IF.
004130     MOVE 1 TO WS-EXC-NEXT-SEQ.
004140     MOVE 'N' TO WS-EXC-SCAN-SW.
004150     MOVE 'N' TO WS-EXC-ON-FILE-SW.
004160     MOVE WS-EXC-TYPE TO EXC-TYPE.
004170     MOVE WS-EXC-DATE TO EXC-DATE.
004180     MOVE ZERO TO EXC-SEQ.
004190     START EXCEPTION-MASTER KEY IS NOT < EXC-KEY
004200         INVALID KEY
004210             MOVE 'Y' TO WS-EXC-SCAN-SW
004220     END-START.
004230     PERFORM 9210-SCAN-ONE-EXCEPTION
004240         THRU 9210-SCAN-ONE-EXCEPTION-EXIT
004250         UNTIL WS-EXC-SCAN-DONE.
004260     IF WS-EXC-ON-FILE
004270         DISPLAY 'CALCVCHK - EXCEPTION ALREADY ON EXCMST - '
004280             WS-EXC-TYPE ' ' WS-EXC-DATE
004290         GO TO 9200-CLOSE-MASTER
004300     END-IF.
004310     IF WS-EXC-NEXT-SEQ > 999
004320         DISPLAY 'CALCVCHK - EXCMST HAS NO FREE SEQUENCE FOR '
004330             WS-EXC-TYPE ' ' WS-EXC-DATE ' - EXCEPTION NOT POSTED'
004340         GO TO 9200-CLOSE-MASTER
004350     END-IF.
004360     MOVE SPACES TO CALCV-EXCEPTION-RECORD.
004370     MOVE WS-EXC-TYPE TO EXC-TYPE.
004380     MOVE WS-EXC-DATE TO EXC-DATE.
004390     MOVE WS-EXC-NEXT-SEQ TO EXC-SEQ.
004400     MOVE 'CALCVCHK' TO EXC-PROGRAM.
004410     MOVE WS-EXC-RUN-NO TO EXC-RUN-NO.
004420     MOVE WS-RUN-DATE TO EXC-POSTED-DATE.
004430     MOVE 'O' TO EXC-STATUS.
004440     MOVE WS-EXC-DETAIL TO EXC-DETAIL.
004450     MOVE ZERO TO EXC-ACK-DATE.
004460     MOVE ZERO TO EXC-RES-DATE.
004470     WRITE CALCV-EXCEPTION-RECORD
004480         INVALID KEY
004490             DISPLAY 'CALCVCHK - EXCMST WRITE FAILED, STATUS = '
004500                 WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
004510             GO TO 9200-CLOSE-MASTER
004520     END-WRITE.
004530     DISPLAY 'CALCVCHK - EXCEPTION POSTED TO EXCMST - ' EXC-KEY.
004540 9200-CLOSE-MASTER.
004550     CLOSE EXCEPTION-MASTER.
004560 9200-POST-EXCEPTION-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*    9210-SCAN-ONE-EXCEPTION - READ THE NEXT EXCMST RECORD AND   *
004610*    STOP AT THE FIRST ONE PAST THE TYPE AND DATE BEING POSTED   *
004620*    TO, NOTING THE NEXT FREE SEQUENCE NUMBER AND ANY RECORD     *
004630*    THAT ALREADY CARRIES THIS EXCEPTION                         *
004640******************************************************************
004650 9210-SCAN-ONE-EXCEPTION.
004660     READ EXCEPTION-MASTER NEXT
004670         AT END
004680             MOVE 'Y' TO WS-EXC-SCAN-SW
004690             GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
004700     END-READ.
004710     IF EXC-TYPE NOT = WS-EXC-TYPE
004720         OR EXC-DATE NOT = WS-EXC-DATE
004730         MOVE 'Y' TO WS-EXC-SCAN-SW
004740         GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
004750     END-IF.
004760     COMPUTE WS-EXC-NEXT-SEQ = EXC-SEQ + 1.
004770     IF EXC-PROGRAM = 'CALCVCHK'
004780         AND EXC-RUN-NO = WS-EXC-RUN-NO
004790         AND EXC-DETAIL = WS-EXC-DETAIL
004800         MOVE 'Y' TO WS-EXC-ON-FILE-SW
004810     END-IF.
004820 9210-SCAN-ONE-EXCEPTION-EXIT.
004830     EXIT.
