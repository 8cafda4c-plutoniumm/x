000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVRQA                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    MISSION-PLANNING REQUEST AGING REPORT.  RUNS NIGHTLY IN     *
000110*    CALCVJN AFTER CALCVRQR HAS RETURNED WHAT IT CAN.  EVERY     *
000120*    REQUEST ON THE REQMST TRACKING MASTER THAT IS STILL OPEN -  *
000130*    RECEIVED, QUEUED, OR RUN BUT NOT RETURNED, OR REJECTED AND  *
000140*    NOT YET RETURNED - AND WHOSE NEEDED-BY DATE HAS PASSED IS   *
000150*    LISTED TO RQARPT WITH THE DAYS IT IS OVERDUE, MOST OVERDUE  *
000160*    FIRST AND, WITHIN A DAY COUNT, HIGHEST PRIORITY (1) FIRST.  *
000170*    THE FOOTING GIVES THE OPEN AND OVERDUE COUNTS.  RC=4 MEANS  *
000180*    AT LEAST ONE REQUEST IS OVERDUE; RC=12 MEANS THE REPORT     *
000190*    COULD NOT BE OPENED.  NO REQUEST MASTER YET IS AN EMPTY     *
000200*    REPORT AND RC=0.                                            *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    2026-10-15 DLR   ORIGINAL.                                  *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.  CALCVRQA.
000290 AUTHOR.      D. L. RENARD.
000300 INSTALLATION. SURVEY SYSTEMS GROUP.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT REQUEST-MASTER ASSIGN TO REQMST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RT-STATUS.
000440     SELECT AGING-REPORT ASSIGN TO RQARPT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.
000470     SELECT SORT-WORK ASSIGN TO SORTWK.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REQUEST-MASTER
000520     RECORDING MODE IS F.
000530 COPY CALCVRT.
000540
000550 FD  AGING-REPORT
000560     RECORDING MODE IS F.
000570 COPY CALCVRP.
000580
000590******************************************************************
000600*    SORT-WORK - ONE RECORD PER OVERDUE REQUEST, SORTED BACK BY  *
000610*    DESCENDING DAYS OVERDUE, THEN ASCENDING PRIORITY            *
000620******************************************************************
000630 SD  SORT-WORK.
000640 01  AGE-SORT-RECORD.
000650     05  SORT-DAYS-OVER          PIC 9(05).
000660     05  SORT-PRIORITY           PIC 9(01).
000670     05  SORT-REQUEST-ID         PIC X(08).
000680     05  SORT-REQUESTOR          PIC X(08).
000690     05  SORT-TYPE               PIC X(01).
000700     05  SORT-NEEDED-BY          PIC 9(08).
000710     05  SORT-STATUS             PIC X(01).
000720     05  SORT-RECEIVED-DATE      PIC 9(08).
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-RT-STATUS                PIC X(02).
000760     88  WS-RT-OK                VALUE '00'.
000770     88  WS-RT-NOT-FOUND         VALUE '35'.
000780 01  WS-RPT-STATUS               PIC X(02).
000790     88  WS-RPT-OK               VALUE '00'.
000800     88  WS-RPT-NOT-FOUND        VALUE '35'.
000810
000820 01  WS-SWITCHES.
000830     05  WS-RT-EOF-SW            PIC X(01)      VALUE 'N'.
000840         88  WS-RT-EOF           VALUE 'Y'.
000850     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
000860         88  WS-SORT-EOF         VALUE 'Y'.
000870     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
000880         88  WS-ABORTING         VALUE 'Y'.
000890
000900 01  WS-COUNTERS.
000910     05  WS-REQUESTS-READ        PIC 9(05)      COMP VALUE ZERO.
000920     05  WS-REQUESTS-OPEN        PIC 9(05)      COMP VALUE ZERO.
000930     05  WS-REQUESTS-OVERDUE     PIC 9(05)      COMP VALUE ZERO.
000940
000950 01  WS-RUN-DATE                 PIC 9(08).
000960 01  WS-RUN-DAY-NO               PIC 9(07)      COMP.
000970 01  WS-NEEDED-DAY-NO            PIC 9(07)      COMP.
000980 01  WS-STATUS-WORD              PIC X(08).
000990 01  WS-DAYS-DISPLAY             PIC ZZZZ9.
001000 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
001010
001020******************************************************************
001030*    THE NEEDED-BY DATE TAKEN APART, SO A DATE THAT IS NOT A     *
001040*    CALENDAR DATE IS NEVER HANDED TO THE DAY-NUMBER FUNCTION    *
001050******************************************************************
001060 01  WS-DATE-CHECK               PIC 9(08).
001070 01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK.
001080     05  WS-DATE-CHECK-YYYY      PIC 9(04).
001090     05  WS-DATE-CHECK-MM        PIC 9(02).
001100     05  WS-DATE-CHECK-DD        PIC 9(02).
001110
001120 PROCEDURE DIVISION.
001130
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001160     IF WS-ABORTING
001170         MOVE 12 TO RETURN-CODE
001180         GO TO 0000-MAINLINE-EXIT
001190     END-IF.
001200     SORT SORT-WORK
001210         ON DESCENDING KEY SORT-DAYS-OVER
001220         ON ASCENDING KEY SORT-PRIORITY SORT-REQUEST-ID
001230         INPUT PROCEDURE IS 2000-SELECT-OVERDUE
001240             THRU 2000-SELECT-OVERDUE-EXIT
001250         OUTPUT PROCEDURE IS 4000-PRINT-REPORT
001260             THRU 4000-PRINT-REPORT-EXIT.
001270     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001280 0000-MAINLINE-EXIT.
001290     STOP RUN.
001300
001310******************************************************************
001320*    1000-INITIALIZE - OPEN THE REPORT (EXTEND, SO ONE NIGHT     *
001330*    DOES NOT ERASE ANOTHER) AND THE REQUEST MASTER              *
001340******************************************************************
001350 1000-INITIALIZE.
001360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001370     COMPUTE WS-RUN-DAY-NO =
001380         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
001390     OPEN EXTEND AGING-REPORT.
001400     IF WS-RPT-NOT-FOUND
001410         OPEN OUTPUT AGING-REPORT
001420     END-IF.
001430     IF NOT WS-RPT-OK
001440         DISPLAY 'CALCVRQA - UNABLE TO OPEN RQARPT, STATUS = '
001450             WS-RPT-STATUS
001460         MOVE 'Y' TO WS-ABORT-SW
001470         GO TO 1000-INITIALIZE-EXIT
001480     END-IF.
001490     OPEN INPUT REQUEST-MASTER.
001500     IF WS-RT-NOT-FOUND
001510         MOVE 'Y' TO WS-RT-EOF-SW
001520         DISPLAY 'CALCVRQA - NO REQMST YET, NO REQUESTS TO AGE'
001530         GO TO 1000-INITIALIZE-EXIT
001540     END-IF.
001550     IF NOT WS-RT-OK
001560         DISPLAY 'CALCVRQA - UNABLE TO OPEN REQMST, STATUS = '
001570             WS-RT-STATUS
001580         CLOSE AGING-REPORT
001590         MOVE 'Y' TO WS-ABORT-SW
001600     END-IF.
001610 1000-INITIALIZE-EXIT.
001620     EXIT.
001630
001640******************************************************************
001650*    2000-SELECT-OVERDUE - SORT INPUT PROCEDURE.  READS THE      *
001660*    WHOLE REQUEST MASTER, RELEASING EVERY OPEN REQUEST WHOSE    *
001670*    NEEDED-BY DATE IS BEFORE TODAY.                             *
001680******************************************************************
001690 2000-SELECT-OVERDUE.
001700     PERFORM 2100-SELECT-ONE THRU 2100-SELECT-ONE-EXIT
001710         UNTIL WS-RT-EOF.
001720 2000-SELECT-OVERDUE-EXIT.
001730     EXIT.
001740
001750 2100-SELECT-ONE.
001760     READ REQUEST-MASTER
001770         AT END
001780             MOVE 'Y' TO WS-RT-EOF-SW
001790             GO TO 2100-SELECT-ONE-EXIT
001800     END-READ.
001810     ADD 1 TO WS-REQUESTS-READ.
001820     IF RT-RETURNED
001830         GO TO 2100-SELECT-ONE-EXIT
001840     END-IF.
001850     IF RT-REJECTED AND RT-RETURNED-DATE NOT = ZERO
001860         GO TO 2100-SELECT-ONE-EXIT
001870     END-IF.
001880     ADD 1 TO WS-REQUESTS-OPEN.
001890*    A NEEDED-BY DATE THE INTAKE EDITS REFUSED CANNOT BE AGED.
001900     MOVE RT-NEEDED-BY TO WS-DATE-CHECK.
001910     IF WS-DATE-CHECK-YYYY < 1601
001920         OR WS-DATE-CHECK-MM < 01 OR WS-DATE-CHECK-MM > 12
001930         OR WS-DATE-CHECK-DD < 01 OR WS-DATE-CHECK-DD > 31
001940         GO TO 2100-SELECT-ONE-EXIT
001950     END-IF.
001960     IF RT-NEEDED-BY NOT < WS-RUN-DATE
001970         GO TO 2100-SELECT-ONE-EXIT
001980     END-IF.
001990     COMPUTE WS-NEEDED-DAY-NO =
002000         FUNCTION INTEGER-OF-DATE (RT-NEEDED-BY).
002010     ADD 1 TO WS-REQUESTS-OVERDUE.
002020     MOVE SPACES TO AGE-SORT-RECORD.
002030     COMPUTE SORT-DAYS-OVER = WS-RUN-DAY-NO - WS-NEEDED-DAY-NO.
002040     MOVE RT-PRIORITY TO SORT-PRIORITY.
002050     MOVE RT-REQUEST-ID TO SORT-REQUEST-ID.
002060     MOVE RT-REQUESTOR TO SORT-REQUESTOR.
002070     MOVE RT-TYPE TO SORT-TYPE.
002080     MOVE RT-NEEDED-BY TO SORT-NEEDED-BY.
002090     MOVE RT-STATUS TO SORT-STATUS.
002100     MOVE RT-RECEIVED-DATE TO SORT-RECEIVED-DATE.
002110     RELEASE AGE-SORT-RECORD.
002120 2100-SELECT-ONE-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160*    4000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  PRINTS THE      *
002170*    HEADING, EVERY OVERDUE REQUEST MOST OVERDUE FIRST, AND THE  *
002180*    FOOTING COUNTS                                              *
002190******************************************************************
002200 4000-PRINT-REPORT.
002210     MOVE SPACES TO RPT-LINE.
002220     STRING 'CALCULATE-V REQUEST AGING REPORT - RUN DATE '
002230         WS-RUN-DATE
002240         DELIMITED BY SIZE INTO RPT-LINE
002250     END-STRING.
002260     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002270
002280     MOVE SPACES TO RPT-LINE.
002290     STRING 'REQUEST  REQUESTR P T NEEDED-BY STATUS    DAYS OVER'
002300         '  RECEIVED'
002310         DELIMITED BY SIZE INTO RPT-LINE
002320     END-STRING.
002330     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002340
002350     PERFORM 4100-PRINT-ONE THRU 4100-PRINT-ONE-EXIT
002360         UNTIL WS-SORT-EOF.
002370
002380     MOVE SPACES TO RPT-LINE.
002390     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002400     MOVE WS-REQUESTS-OPEN TO WS-COUNT-DISPLAY.
002410     MOVE SPACES TO RPT-LINE.
002420     STRING 'OPEN REQUESTS    = ' WS-COUNT-DISPLAY
002430         DELIMITED BY SIZE INTO RPT-LINE
002440     END-STRING.
002450     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002460     MOVE WS-REQUESTS-OVERDUE TO WS-COUNT-DISPLAY.
002470     MOVE SPACES TO RPT-LINE.
002480     STRING 'OVERDUE REQUESTS = ' WS-COUNT-DISPLAY
002490         DELIMITED BY SIZE INTO RPT-LINE
002500     END-STRING.
002510     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002520     MOVE SPACES TO RPT-LINE.
002530     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002540 4000-PRINT-REPORT-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580*    4100-PRINT-ONE - RETURN ONE OVERDUE REQUEST AND PRINT IT    *
002590******************************************************************
002600 4100-PRINT-ONE.
002610     RETURN SORT-WORK
002620         AT END
002630             MOVE 'Y' TO WS-SORT-EOF-SW
002640             GO TO 4100-PRINT-ONE-EXIT
002650     END-RETURN.
002660     EVALUATE SORT-STATUS
002670         WHEN 'R'
002680             MOVE 'RECEIVED' TO WS-STATUS-WORD
002690         WHEN 'Q'
002700             MOVE 'QUEUED' TO WS-STATUS-WORD
002710         WHEN 'N'
002720             MOVE 'RUN' TO WS-STATUS-WORD
002730         WHEN 'X'
002740             MOVE 'REJECTED' TO WS-STATUS-WORD
002750         WHEN OTHER
002760             MOVE SORT-STATUS TO WS-STATUS-WORD
002770     END-EVALUATE.
002780     MOVE SORT-DAYS-OVER TO WS-DAYS-DISPLAY.
002790     MOVE SPACES TO RPT-LINE.
002800     STRING SORT-REQUEST-ID ' ' SORT-REQUESTOR ' '
002810         SORT-PRIORITY ' ' SORT-TYPE ' ' SORT-NEEDED-BY '  '
002820         WS-STATUS-WORD '    ' WS-DAYS-DISPLAY
002830         '  ' SORT-RECEIVED-DATE
002840         DELIMITED BY SIZE INTO RPT-LINE
002850     END-STRING.
002860     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002870 4100-PRINT-ONE-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.  ANY        *
002920*    OVERDUE REQUEST ENDS THE STEP RC=4.                         *
002930******************************************************************
002940 9000-TERMINATE.
002950     IF NOT WS-RT-NOT-FOUND
002960         CLOSE REQUEST-MASTER
002970     END-IF.
002980     CLOSE AGING-REPORT.
002990     DISPLAY 'CALCVRQA - REQUESTS READ     = ' WS-REQUESTS-READ.
003000     DISPLAY 'CALCVRQA - REQUESTS OPEN     = ' WS-REQUESTS-OPEN.
003010     DISPLAY 'CALCVRQA - REQUESTS OVERDUE  = '
003020         WS-REQUESTS-OVERDUE.
003030     IF WS-REQUESTS-OVERDUE > ZERO
003040         MOVE 4 TO RETURN-CODE
003050     END-IF.
003060 9000-TERMINATE-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
003110******************************************************************
003120 8000-EMIT-LINE.
003130     DISPLAY RPT-LINE.
003140     WRITE CALCV-REPORT-LINE.
003150 8000-EMIT-LINE-EXIT.
003160     EXIT.
