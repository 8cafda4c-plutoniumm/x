000420*                     EXPECTS THE DISTINCT BODY/M PAIRS AMONG    *
000430*                     THE RUN'S OK LOG LINES, SINCE A            *
000440*                     DUPLICATE KEY REPLACES IN PLACE.           *
000442*    2026-10-15 DLR   AN OUT-OF-BALANCE NIGHT - NOTHING TO       *
000444*                     BALANCE INCLUDED - IS ALSO POSTED AS A BAL *
000446*                     EXCEPTION TO THE EXCMST EXCEPTION MASTER   *
000448*                     FOR FOLLOW-UP.                             *
000450*                                                                *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000750     SELECT BALANCE-REPORT ASSIGN TO BALRPT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RPT-STATUS.
000771     SELECT EXCEPTION-MASTER ASSIGN TO EXCMST
000772         ORGANIZATION IS INDEXED
000773         ACCESS IS DYNAMIC
000774         RECORD KEY IS EXC-KEY
000775         FILE STATUS IS WS-EXC-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000980     RECORDING MODE IS F.
000990 COPY CALCVRP.
001000
001002 FD  EXCEPTION-MASTER
001004     RECORDING MODE IS F.
001006 COPY CALCVEX.
001008
001010 WORKING-STORAGE SECTION.
001020 01  WS-ST-STATUS                PIC X(02).
001030     88  WS-ST-OK                VALUE '00'.
001140 01  WS-RPT-STATUS               PIC X(02).
001150     88  WS-RPT-OK               VALUE '00'.
001160     88  WS-RPT-NOT-FOUND        VALUE '35'.
001162 01  WS-EXC-STATUS               PIC X(02).
001164     88  WS-EXC-OK               VALUE '00'.
001166     88  WS-EXC-NOT-FOUND        VALUE '35'.
001170
001180 01  WS-SWITCHES.
001190     05  WS-ST-EOF-SW            PIC X(01)      VALUE 'N'.
001750 01  WS-COUNT-2-DISPLAY          PIC ZZZZZZ9.
001760 01  WS-RUN-NO-DISPLAY           PIC ZZZZZZ9.
001770 01  WS-SIGNED-1-DISPLAY         PIC +ZZZZZ9.
001771
001772******************************************************************
001773*    WS-EXC-POST - THE EXCEPTION 9200-POST-EXCEPTION POSTS TO    *
001774*    THE EXCMST EXCEPTION MASTER, AND ITS WORKING SWITCHES       *
001775******************************************************************
001776 01  WS-EXC-POST.
001777     05  WS-EXC-TYPE             PIC X(03)  VALUE SPACES.
001778     05  WS-EXC-DATE             PIC 9(08)  VALUE ZERO.
001779     05  WS-EXC-RUN-NO           PIC 9(07)  VALUE ZERO.
001780     05  WS-EXC-DETAIL           PIC X(60)  VALUE SPACES.
001781     05  WS-EXC-NEXT-SEQ         PIC 9(04)  COMP VALUE ZERO.
001782     05  WS-EXC-SCAN-SW          PIC X(01)  VALUE 'N'.
001783         88  WS-EXC-SCAN-DONE    VALUE 'Y'.
001784     05  WS-EXC-ON-FILE-SW       PIC X(01)  VALUE 'N'.
001785         88  WS-EXC-ON-FILE      VALUE 'Y'.
001786
001790 PROCEDURE DIVISION.
001800
001810 0000-MAINLINE.
005700     DISPLAY 'CALCVBAL - OK LOG LINES    = ' WS-LOG-OK-COUNT.
005710     DISPLAY 'CALCVBAL - INV LOG LINES   = ' WS-LOG-INV-COUNT.
005720     IF WS-OUT-OF-BALANCE
005722         PERFORM 9300-POST-OUT-OF-BALANCE
005724             THRU 9300-POST-OUT-OF-BALANCE-EXIT
005730         MOVE 4 TO RETURN-CODE
005740     END-IF.
005750 9000-TERMINATE-EXIT.
006130     WRITE CALCV-REPORT-LINE.
006140 8000-EMIT-LINE-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180*    9300-POST-OUT-OF-BALANCE - POST THE NIGHT'S OUT-OF-BALANCE  *
006190*    CONDITION TO THE EXCMST EXCEPTION MASTER AS ONE BAL         *
006200*    EXCEPTION                                                   *
006210******************************************************************
006220 9300-POST-OUT-OF-BALANCE.
006230     MOVE 'BAL' TO WS-EXC-TYPE.
006240     MOVE WS-RUN-DATE TO WS-EXC-DATE.
006250     MOVE WS-BAT-RUN-NO TO WS-EXC-RUN-NO.
006260     MOVE SPACES TO WS-EXC-DETAIL.
006270     EVALUATE TRUE
006280         WHEN WS-BAT-FOUND AND WS-BAT-STATUS = 'C'
006290             MOVE WS-DISCREPANCY-COUNT TO WS-COUNT-1-DISPLAY
006300             MOVE WS-BAT-RUN-NO TO WS-RUN-NO-DISPLAY
006310             STRING 'DISCREPANCIES ='
006320                 WS-COUNT-1-DISPLAY ' BALANCING RUN'
006330                 WS-RUN-NO-DISPLAY
006340                 ' - SEE BALRPT'
006350                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
006360             END-STRING
006370         WHEN WS-BAT-FOUND
006380             STRING 'WORKLIST DID NOT COMPLETE (STATUS '
006390                 WS-BAT-STATUS ') - NOTHING TO BALANCE'
006400                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
006410             END-STRING
006420         WHEN OTHER
006430             STRING 'NO CALCVBAT RECORD ON CALCVST - THE '
006440                 'WORKLIST NEVER RAN'
006450                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
006460             END-STRING
006470     END-EVALUATE.
006480     PERFORM 9200-POST-EXCEPTION THRU 9200-POST-EXCEPTION-EXIT.
006490 9300-POST-OUT-OF-BALANCE-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530*    9200-POST-EXCEPTION - POST THE EXCEPTION IN WS-EXC-POST TO  *
006540*    THE EXCMST EXCEPTION MASTER AS AN OPEN RECORD UNDER THE     *
006550*    NEXT FREE SEQUENCE NUMBER FOR ITS TYPE AND DATE.  THE SAME  *
006560*    DETAIL ALREADY ON FILE FROM THIS PROGRAM FOR THE SAME RUN   *
006570*    NUMBER (A RERUN) IS NOT POSTED AGAIN.  A MASTER THAT        *
006580*    CANNOT BE OPENED IS REPORTED TO SYSOUT BUT DOES NOT CHANGE  *
006590*    THE STEP'S OUTCOME - THE RC AND THE NOTICE STILL GO OUT.    *
006600******************************************************************
006610 9200-POST-EXCEPTION.
006620     OPEN I-O EXCEPTION-MASTER.
006630     IF WS-EXC-NOT-FOUND
006640         OPEN OUTPUT EXCEPTION-MASTER
006650         CLOSE EXCEPTION-MASTER
006660         OPEN I-O EXCEPTION-MASTER
006670     END-IF.
006680     IF NOT WS-EXC-OK
006690         DISPLAY 'CALCVBAL - UNABLE TO OPEN EXCMST, STATUS = '
006700             WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
006710         GO TO 9200-POST-EXCEPTION-EXIT
006720     END-IF.
006730     MOVE 1 TO WS-EXC-NEXT-SEQ.
006740     MOVE 'N' TO WS-EXC-SCAN-SW.
006750     MOVE 'N' TO WS-EXC-ON-FILE-SW.
006760     MOVE WS-EXC-TYPE TO EXC-TYPE.
006770     MOVE WS-EXC-DATE TO EXC-DATE.
006780     MOVE ZERO TO EXC-SEQ.
006790     START EXCEPTION-MASTER KEY IS NOT < EXC-KEY
006800         INVALID KEY
006810             MOVE 'Y' TO WS-EXC-SCAN-SW
006820     END-START.
006830     PERFORM 9210-SCAN-ONE-EXCEPTION
006840         THRU 9210-SCAN-ONE-EXCEPTION-EXIT
006850         UNTIL WS-EXC-SCAN-DONE.
006860     IF WS-EXC-ON-FILE
006870         DISPLAY 'CALCVBAL - EXCEPTION ALREADY ON EXCMST - '
006880             WS-EXC-TYPE ' ' WS-EXC-DATE
006890         GO TO 9200-CLOSE-MASTER
006900     END-IF.
006910     IF WS-EXC-NEXT-SEQ > 999
006920         DISPLAY 'CALCVBAL - EXCMST HAS NO FREE SEQUENCE FOR '
006930             WS-EXC-TYPE ' ' WS-EXC-DATE ' - EXCEPTION NOT POSTED'
006940         GO TO 9200-CLOSE-MASTER
006950     END-IF.
006960     MOVE SPACES TO CALCV-EXCEPTION-RECORD.
006970     MOVE WS-EXC-TYPE TO EXC-TYPE.
006980     MOVE WS-EXC-DATE TO EXC-DATE.
006990     MOVE WS-EXC-NEXT-SEQ TO EXC-SEQ.
007000     MOVE 'CALCVBAL' TO EXC-PROGRAM.
007010     MOVE WS-EXC-RUN-NO TO EXC-RUN-NO.
007020     MOVE WS-RUN-DATE TO EXC-POSTED-DATE.
007030     MOVE 'O' TO EXC-STATUS.
007040     MOVE WS-EXC-DETAIL TO EXC-DETAIL.
007050     MOVE ZERO TO EXC-ACK-DATE.
007060     MOVE ZERO TO EXC-RES-DATE.
007070     WRITE CALCV-EXCEPTION-RECORD
007080         INVALID KEY
007090             DISPLAY 'CALCVBAL - EXCMST WRITE FAILED, STATUS = '
007100                 WS-EXC-STATUS ' - EXCEPTION NOT POSTED'
007110             GO TO 9200-CLOSE-MASTER
007120     END-WRITE.
007130     DISPLAY 'CALCVBAL - EXCEPTION POSTED TO EXCMST - ' EXC-KEY.
007140 9200-CLOSE-MASTER.
007150     CLOSE EXCEPTION-MASTER.
007160 9200-POST-EXCEPTION-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*    9210-SCAN-ONE-EXCEPTION - READ THE NEXT EXCMST RECORD AND   *
007210*    STOP AT THE FIRST ONE PAST THE TYPE AND DATE BEING POSTED   *
007220*    TO, NOTING THE NEXT FREE SEQUENCE NUMBER AND ANY RECORD     *
007230*    THAT ALREADY CARRIES THIS EXCEPTION                         *
007240******************************************************************
007250 9210-SCAN-ONE-EXCEPTION.
007260     READ EXCEPTION-MASTER NEXT
007270         AT END
007280             MOVE 'Y' TO WS-EXC-SCAN-SW
007290             GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
007300     END-READ.
007310     IF EXC-TYPE NOT = WS-EXC-TYPE
007320         OR EXC-DATE NOT = WS-EXC-DATE
007330         MOVE 'Y' TO WS-EXC-SCAN-SW
007340         GO TO 9210-SCAN-ONE-EXCEPTION-EXIT
007350     END-IF.
007360     COMPUTE WS-EXC-NEXT-SEQ = EXC-SEQ + 1.
007370     IF EXC-PROGRAM = 'CALCVBAL'
007380         AND EXC-RUN-NO = WS-EXC-RUN-NO
007390         AND EXC-DETAIL = WS-EXC-DETAIL
007400         MOVE 'Y' TO WS-EXC-ON-FILE-SW
007410     END-IF.
007420 9210-SCAN-ONE-EXCEPTION-EXIT.
007430     EXIT.
