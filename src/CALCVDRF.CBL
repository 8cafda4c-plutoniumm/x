000400*                     PLANNED MASTER CORRECTION IS A DATA       *
000410*                     CHANGE NOW, NOT A RECOMPILE OR A SKIPPED  *
000420*                     STEP.                                     *
000422*    2026-10-15 DLR   A NIGHT WITH DRIFT IS ALSO POSTED AS A DRF *
000424*                     EXCEPTION TO THE EXCMST EXCEPTION MASTER,  *
000426*                     UNDER TONIGHT'S RUN NUMBER (THE HIGHEST    *
000428*                     RESULT-RUN-NO ON RESULTS), FOR FOLLOW-UP.  *
000430*                                                                *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000710     SELECT OPTIONS-FILE ASSIGN TO CALCVOPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-OPT-STATUS.
000731     SELECT EXCEPTION-MASTER ASSIGN TO EXCMST
000732         ORGANIZATION IS INDEXED
000733         ACCESS IS DYNAMIC
000734         RECORD KEY IS EXC-KEY
000735         FILE STATUS IS WS-EXC-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000990     RECORDING MODE IS F.
001000 COPY CALCVOP.
001010
001012 FD  EXCEPTION-MASTER
001014     RECORDING MODE IS F.
001016 COPY CALCVEX.
001018
001020 WORKING-STORAGE SECTION.
001030 01  WS-RESULTS-STATUS           PIC X(02).
001040     88  WS-RESULTS-OK           VALUE '00'.
001140 01  WS-OPT-STATUS               PIC X(02).
001150     88  WS-OPT-OK               VALUE '00'.
001160     88  WS-OPT-NOT-FOUND        VALUE '35'.
001162 01  WS-EXC-STATUS               PIC X(02).
001164     88  WS-EXC-OK               VALUE '00'.
001166     88  WS-EXC-NOT-FOUND        VALUE '35'.
001170 01  WS-OUTCOME                  PIC X(01).
001180 01  WS-OPT-SOURCE               PIC X(08)  VALUE 'BUILT-IN'.
001190 01  WS-OPT-NUMVAL-CHECK         PIC S9(04)      COMP.
001470 01  WS-RECNO-DISPLAY            PIC ZZZZZZ9.
001480 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001490 01  WS-RUN-DATE                 PIC 9(08).
001491 01  WS-DRIFT-DISPLAY            PIC ZZZZZZ9.
001492 01  WS-NEW-DISPLAY              PIC ZZZZZZ9.
001493 01  WS-GONE-DISPLAY             PIC ZZZZZZ9.
001494
001495******************************************************************
001496*    WS-EXC-POST - THE EXCEPTION 9200-POST-EXCEPTION POSTS TO    *
001497*    THE EXCMST EXCEPTION MASTER, AND ITS WORKING SWITCHES       *
001498******************************************************************
001499 01  WS-EXC-POST.
001500     05  WS-EXC-TYPE             PIC X(03)  VALUE SPACES.
001501     05  WS-EXC-DATE             PIC 9(08)  VALUE ZERO.
001502     05  WS-EXC-RUN-NO           PIC 9(07)  VALUE ZERO.
001503     05  WS-EXC-DETAIL           PIC X(60)  VALUE SPACES.
001504     05  WS-EXC-NEXT-SEQ         PIC 9(04)  COMP VALUE ZERO.
001505     05  WS-EXC-SCAN-SW          PIC X(01)  VALUE 'N'.
001506         88  WS-EXC-SCAN-DONE    VALUE 'Y'.
001507     05  WS-EXC-ON-FILE-SW       PIC X(01)  VALUE 'N'.
001508         88  WS-EXC-ON-FILE      VALUE 'Y'.
001509
001510 PROCEDURE DIVISION.
001520
001530 0000-MAINLINE.
004110             MOVE 'Y' TO WS-RESULTS-EOF-SW
004120             GO TO 2100-READ-RESULTS-EXIT
004130     END-READ.
004132     IF RESULT-RUN-NO NUMERIC
004134         AND RESULT-RUN-NO > WS-EXC-RUN-NO
004136         MOVE RESULT-RUN-NO TO WS-EXC-RUN-NO
004138     END-IF.
004140 2100-READ-RESULTS-EXIT.
004150     EXIT.
004160
004940         OR WS-GONE-COUNT > ZERO
004950         MOVE 'D' TO WS-OUTCOME
004960         MOVE 4 TO RETURN-CODE
004962         PERFORM 9300-POST-DRIFT THRU 9300-POST-DRIFT-EXIT
004970     ELSE
004980         MOVE 'C' TO WS-OUTCOME
004990         MOVE 0 TO RETURN-CODE
005430     WRITE CALCV-REPORT-LINE.
005440 8000-EMIT-LINE-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*    9300-POST-DRIFT - POST THE NIGHT'S DRIFT TO THE EXCMST      *
005490*    EXCEPTION MASTER AS ONE DRF EXCEPTION CARRYING THE COUNTS   *
005500******************************************************************
005510 9300-POST-DRIFT.
005520     MOVE WS-DRIFT-COUNT TO WS-DRIFT-DISPLAY.
005530     MOVE WS-NEW-COUNT TO WS-NEW-DISPLAY.
005540     MOVE WS-GONE-COUNT TO WS-GONE-DISPLAY.
005550     MOVE WS-COMPARED-COUNT TO WS-COUNT-DISPLAY.
005560     MOVE 'DRF' TO WS-EXC-TYPE.
005570     MOVE WS-RUN-DATE TO WS-EXC-DATE.
005580     MOVE SPACES TO WS-EXC-DETAIL.
005590     STRING 'DRIFTED' WS-DRIFT-DISPLAY ' NEW' WS-NEW-DISPLAY
005600         ' GONE' WS-GONE-DISPLAY ' OF' WS-COUNT-DISPLAY
005610         ' - SEE DRFRPT'
005620         DELIMITED BY SIZE INTO WS-EXC-DETAIL
005630     END-STRING.
005640     PERFORM 9200-POST-EXCEPTION THRU 9200-POST-EXCEPTION-EXIT.
005650 9300-POST-DRIFT-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*    9200-POST-EXCEPTION - POST THE EXCEPTION IN WS-EXC-POST TO  *
005700*    THE EXCMST EXCEPTION MASTER AS AN OPEN RECORD UNDER THE     *
005710*    NEXT FREE SEQUENCE NUMBER FOR ITS TYPE AND DATE.  THE SAME  *
005720*    DETAIL ALREADY ON FILE FROM THIS PROGRAM FOR THE SAME RUN   *
005730*    NUMBER (A RERUN) IS NOT POSTED AGAIN.  A MASTER THAT        *
005740*    CANNOT BE OPENED IS REPORTED TO SYSOUT BUT DOES NOT CHANGE  *
005750*    THE STEP'S OUTCOME - THE RC AND THE NOTICE STILL GO OUT.    *
005760******************************************************************
005770 9200-POST-EXCEPTION.
005780     OPEN I-O EXCEPTION-MASTER.
005790     IF WS-EXC-NOT-FOUND
005800         OPEN OUTPUT EXCEPTION-MASTER
005810         CLOSE EXCEPTION-MASTER
005820         OPEN I-O EXCEPTION-MASTER
005830     END-IF.
005840     IF NOT WS-EXC-OK
005850         DISPLAY 'CALCVDRF - UNABLE TO OPEN EXCMST, STATUS = '
005860             WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
005870         GO TO 9200-POST-EXCEPTION-EXIT
005880     END-IF.
005890     MOVE 1 TO WS-EXC-NEXT-SEQ.
005900     MOVE 'N' TO WS-EXC-SCAN-SW.
005910     MOVE 'N' TO WS-EXC-ON-FILE-SW.
005920     MOVE WS-EXC-TYPE TO EXC-TYPE.
005930     MOVE WS-EXC-DATE TO EXC-DATE.
005940     MOVE ZERO TO EXC-SEQ.
005950     START EXCEPTION-MASTER KEY IS NOT < EXC-KEY
005960         INVALID KEY
005970             MOVE 'Y' TO WS-EXC-SCAN-SW
005980     END-START.
005990     PERFORM 9210-SCAN-ONE-EXCEPTION
006000         THRU 9210-SCAN-ONE-EXCEPTION-EXIT
006010         UNTIL WS-EXC-SCAN-DONE.
006020     IF WS-EXC-ON-FILE
006030         DISPLAY 'CALCVDRF - EXCEPTION ALREADY ON EXCMST - '
006040             WS-EXC-TYPE ' ' WS-EXC-DATE
006050         GO TO 9200-CLOSE-MASTER
006060     END-IF.
006070     IF WS-EXC-NEXT-SEQ > 999
006080         DISPLAY 'CALCVDRF - EXCMST HAS NO FREE SEQUENCE FOR '
006090             WS-EXC-TYPE ' ' WS-EXC-DATE ' - EXCEPTION NOT POSTED'
006100         GO TO 9200-CLOSE-MASTER
006110     END-IF.
006120     MOVE SPACES TO CALCV-EXCEPTION-RECORD.
006130     MOVE WS-EXC-TYPE TO EXC-TYPE.
006140     MOVE WS-EXC-DATE TO EXC-DATE.
006150     MOVE WS-EXC-NEXT-SEQ TO EXC-SEQ.
006160     MOVE 'CALCVDRF' TO EXC-PROGRAM.
006170     MOVE WS-EXC-RUN-NO TO EXC-RUN-NO.
006180     MOVE WS-RUN-DATE TO EXC-POSTED-DATE.
006190     MOVE 'O' TO EXC-STATUS.
006200     MOVE WS-EXC-DETAIL TO EXC-DETAIL.
006210     MOVE ZERO TO EXC-ACK-DATE.
006220     MOVE ZERO TO EXC-RES-DATE.
006230     WRITE CALCV-EXCEPTION-RECORD
006240         INVALID KEY
006250             DISPLAY 'CALCVDRF - EXCMST WRITE FAILED, STATUS = '
006260                 WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
006270             GO TO 9200-CLOSE-MASTER
006280     END-WRITE.
006290     DISPLAY 'CALCVDRF - EXCEPTION POSTED TO EXCMST - ' EXC-KEY.
006300 9200-CLOSE-MASTER.
006310     CLOSE EXCEPTION-MASTER.
006320 9200-POST-EXCEPTION-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*    9210-SCAN-ONE-EXCEPTION - READ THE NEXT EXCMST RECORD AND   *
006370*    STOP AT THE FIRST ONE PAST THE TYPE AND DATE BEING POSTED   *
006380*    TO, NOTING THE NEXT FREE SEQUENCE NUMBER AND ANY RECORD     *
006390*    THAT ALREADY CARRIES THIS EXCEPTION                         *
006400******************************************************************
006410 9210-SCAN-ONE-EXCEPTION.
006420     READ EXCEPTION-MASTER NEXT
006430         AT END
006440             MOVE 'Y' TO WS-EXC-SCAN-SW
006450             GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
006460     END-READ.
006470     IF EXC-TYPE NOT = WS-EXC-TYPE
006480         OR EXC-DATE NOT = WS-EXC-DATE
006490         MOVE 'Y' TO WS-EXC-SCAN-SW
006500         GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
006510     END-IF.
006520     COMPUTE WS-EXC-NEXT-SEQ = EXC-SEQ + 1.
006530     IF EXC-PROGRAM = 'CALCVDRF'
006540         AND EXC-RUN-NO = WS-EXC-RUN-NO
006550         AND EXC-DETAIL = WS-EXC-DETAIL
006560         MOVE 'Y' TO WS-EXC-ON-FILE-SW
006570     END-IF.
006580 9210-SCAN-ONE-EXCEPTION-EXIT.
006590     EXIT.
