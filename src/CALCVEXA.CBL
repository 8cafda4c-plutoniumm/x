000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVEXA                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    EXCEPTION AGING REPORT.  RUNS NIGHTLY AT THE END OF CALCVJN *
000110*    AFTER EVERY CHECK HAS POSTED ITS EXCEPTIONS.  EVERY RECORD  *
000120*    ON THE EXCMST EXCEPTION MASTER THAT IS NOT YET RESOLVED -   *
000130*    OPEN, OR ACKNOWLEDGED BUT NOT RESOLVED - IS LISTED TO       *
000140*    EXCRPT IN KEY ORDER, SO BY TYPE AND, WITHIN A TYPE, OLDEST  *
000150*    FIRST, WITH ITS AGE IN DAYS SINCE THE EXCEPTION DATE, WHO   *
000160*    ACKNOWLEDGED IT, AND ITS DETAIL.  EACH TYPE IS SUBTOTALED,  *
000170*    AND THE FOOTING GIVES THE UNRESOLVED COUNT BY AGE (0-1,     *
000180*    2-7, 8-30, AND OVER 30 DAYS).  RC=4 MEANS AT LEAST ONE      *
000190*    EXCEPTION IS STILL OPEN - NOBODY HAS ACKNOWLEDGED IT;       *
000200*    RC=12 MEANS THE REPORT OR THE MASTER COULD NOT BE OPENED.   *
000210*    NO EXCEPTION MASTER YET IS AN EMPTY REPORT AND RC=0.        *
000220*                                                                *
000230*    MODIFICATION HISTORY                                       *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    2026-10-15 DLR   ORIGINAL.                                  *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.  CALCVEXA.
000300 AUTHOR.      D. L. RENARD.
000310 INSTALLATION. SURVEY SYSTEMS GROUP.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EXCEPTION-MASTER ASSIGN TO EXCMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS IS SEQUENTIAL
000450         RECORD KEY IS EXC-KEY
000460         FILE STATUS IS WS-EXC-STATUS.
000470     SELECT AGING-REPORT ASSIGN TO EXCRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  EXCEPTION-MASTER
000540     RECORDING MODE IS F.
000550 COPY CALCVEX.
000560
000570 FD  AGING-REPORT
000580     RECORDING MODE IS F.
000590 COPY CALCVRP.
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-EXC-STATUS               PIC X(02).
000630     88  WS-EXC-OK               VALUE '00'.
000640     88  WS-EXC-NOT-FOUND        VALUE '35'.
000650 01  WS-RPT-STATUS               PIC X(02).
000660     88  WS-RPT-OK               VALUE '00'.
000670     88  WS-RPT-NOT-FOUND        VALUE '35'.
000680
000690 01  WS-SWITCHES.
000700     05  WS-EXC-EOF-SW           PIC X(01)      VALUE 'N'.
000710         88  WS-EXC-EOF          VALUE 'Y'.
000720     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
000730         88  WS-ABORTING         VALUE 'Y'.
000740
000750 01  WS-COUNTERS.
000760     05  WS-EXC-READ             PIC 9(05)      COMP VALUE ZERO.
000770     05  WS-EXC-RESOLVED         PIC 9(05)      COMP VALUE ZERO.
000780     05  WS-EXC-UNRESOLVED       PIC 9(05)      COMP VALUE ZERO.
000790     05  WS-EXC-OPEN             PIC 9(05)      COMP VALUE ZERO.
000800     05  WS-TYPE-COUNT           PIC 9(05)      COMP VALUE ZERO.
000810     05  WS-TYPE-OPEN            PIC 9(05)      COMP VALUE ZERO.
000820     05  WS-AGE-0-1              PIC 9(05)      COMP VALUE ZERO.
000830     05  WS-AGE-2-7              PIC 9(05)      COMP VALUE ZERO.
000840     05  WS-AGE-8-30             PIC 9(05)      COMP VALUE ZERO.
000850     05  WS-AGE-OVER-30          PIC 9(05)      COMP VALUE ZERO.
000860
000870 01  WS-RUN-DATE                 PIC 9(08).
000880 01  WS-RUN-DAY-NO               PIC 9(07)      COMP.
000890 01  WS-EXC-DAY-NO               PIC 9(07)      COMP.
000900 01  WS-AGE-DAYS                 PIC 9(05)      COMP.
000910 01  WS-CURRENT-TYPE             PIC X(03)      VALUE SPACES.
000920 01  WS-STATUS-WORD              PIC X(12).
000930 01  WS-DAYS-DISPLAY             PIC ZZZZ9.
000940 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
000950 01  WS-OPEN-DISPLAY             PIC ZZZZ9.
000960 01  WS-RUN-NO-DISPLAY           PIC ZZZZZZ9.
000970
000980 PROCEDURE DIVISION.
000990
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001020     IF WS-ABORTING
001030         MOVE 12 TO RETURN-CODE
001040         GO TO 0000-MAINLINE-EXIT
001050     END-IF.
001060     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
001070     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001080 0000-MAINLINE-EXIT.
001090     STOP RUN.
001100
001110******************************************************************
001120*    1000-INITIALIZE - OPEN THE REPORT (EXTEND, SO ONE NIGHT     *
001130*    DOES NOT ERASE ANOTHER) AND THE EXCEPTION MASTER            *
001140******************************************************************
001150 1000-INITIALIZE.
001160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001170     COMPUTE WS-RUN-DAY-NO =
001180         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
001190     OPEN EXTEND AGING-REPORT.
001200     IF WS-RPT-NOT-FOUND
001210         OPEN OUTPUT AGING-REPORT
001220     END-IF.
001230     IF NOT WS-RPT-OK
001240         DISPLAY 'CALCVEXA - UNABLE TO OPEN EXCRPT, STATUS = '
001250             WS-RPT-STATUS
001260         MOVE 'Y' TO WS-ABORT-SW
001270         GO TO 1000-INITIALIZE-EXIT
001280     END-IF.
001290     OPEN INPUT EXCEPTION-MASTER.
001300     IF WS-EXC-NOT-FOUND
001310         MOVE 'Y' TO WS-EXC-EOF-SW
001320         DISPLAY 'CALCVEXA - NO EXCMST YET, NO EXCEPTIONS TO AGE'
001330         GO TO 1000-INITIALIZE-EXIT
001340     END-IF.
001350     IF NOT WS-EXC-OK
001360         DISPLAY 'CALCVEXA - UNABLE TO OPEN EXCMST, STATUS = '
001370             WS-EXC-STATUS
001380         CLOSE AGING-REPORT
001390         MOVE 'Y' TO WS-ABORT-SW
001400     END-IF.
001410 1000-INITIALIZE-EXIT.
001420     EXIT.
001430
001440******************************************************************
001450*    4000-PRINT-REPORT - PRINT THE HEADING, EVERY UNRESOLVED     *
001460*    EXCEPTION WITH A SUBTOTAL AT EACH CHANGE OF TYPE, AND THE   *
001470*    FOOTING COUNTS                                              *
001480******************************************************************
001490 4000-PRINT-REPORT.
001500     MOVE SPACES TO RPT-LINE.
001510     STRING 'CALCULATE-V EXCEPTION AGING REPORT - RUN DATE '
001520         WS-RUN-DATE
001530         DELIMITED BY SIZE INTO RPT-LINE
001540     END-STRING.
001550     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
001560
001570     MOVE SPACES TO RPT-LINE.
001580     STRING 'TYP DATE     SEQ STATUS         AGE  '
001590         'PROGRAM   RUN NO  ACK BY'
001600         DELIMITED BY SIZE INTO RPT-LINE
001610     END-STRING.
001620     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
001630
001640     PERFORM 4100-PRINT-ONE THRU 4100-PRINT-ONE-EXIT
001650         UNTIL WS-EXC-EOF.
001660     IF WS-CURRENT-TYPE NOT = SPACES
001670         PERFORM 4200-PRINT-TYPE-TOTAL
001680             THRU 4200-PRINT-TYPE-TOTAL-EXIT
001690     END-IF.
001700
001710     MOVE SPACES TO RPT-LINE.
001720     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
001730     MOVE WS-AGE-0-1 TO WS-COUNT-DISPLAY.
001740     MOVE SPACES TO RPT-LINE.
001750     STRING 'UNRESOLVED  0-1 DAYS     = ' WS-COUNT-DISPLAY
001760         DELIMITED BY SIZE INTO RPT-LINE
001770     END-STRING.
001780     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
001790     MOVE WS-AGE-2-7 TO WS-COUNT-DISPLAY.
001800     MOVE SPACES TO RPT-LINE.
001810     STRING 'UNRESOLVED  2-7 DAYS     = ' WS-COUNT-DISPLAY
001820         DELIMITED BY SIZE INTO RPT-LINE
001830     END-STRING.
001840     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
001850     MOVE WS-AGE-8-30 TO WS-COUNT-DISPLAY.
001860     MOVE SPACES TO RPT-LINE.
001870     STRING 'UNRESOLVED  8-30 DAYS    = ' WS-COUNT-DISPLAY
001880         DELIMITED BY SIZE INTO RPT-LINE
001890     END-STRING.
001900     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
001910     MOVE WS-AGE-OVER-30 TO WS-COUNT-DISPLAY.
001920     MOVE SPACES TO RPT-LINE.
001930     STRING 'UNRESOLVED  OVER 30 DAYS = ' WS-COUNT-DISPLAY
001940         DELIMITED BY SIZE INTO RPT-LINE
001950     END-STRING.
001960     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
001970     MOVE WS-EXC-UNRESOLVED TO WS-COUNT-DISPLAY.
001980     MOVE WS-EXC-OPEN TO WS-OPEN-DISPLAY.
001990     MOVE SPACES TO RPT-LINE.
002000     STRING 'UNRESOLVED TOTAL         = ' WS-COUNT-DISPLAY
002010         '  (NOT YET ACKNOWLEDGED =' WS-OPEN-DISPLAY ')'
002020         DELIMITED BY SIZE INTO RPT-LINE
002030     END-STRING.
002040     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002050     MOVE WS-EXC-RESOLVED TO WS-COUNT-DISPLAY.
002060     MOVE SPACES TO RPT-LINE.
002070     STRING 'RESOLVED, ON FILE        = ' WS-COUNT-DISPLAY
002080         DELIMITED BY SIZE INTO RPT-LINE
002090     END-STRING.
002100     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002110     MOVE SPACES TO RPT-LINE.
002120     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002130 4000-PRINT-REPORT-EXIT.
002140     EXIT.
002150
002160******************************************************************
002170*    4100-PRINT-ONE - READ THE NEXT EXCEPTION AND, WHEN IT IS    *
002180*    NOT YET RESOLVED, AGE IT AND PRINT IT WITH ITS DETAIL ON A  *
002190*    SECOND LINE.  A NEW TYPE FIRST CLOSES OFF THE LAST ONE.     *
002200******************************************************************
002210 4100-PRINT-ONE.
002220     READ EXCEPTION-MASTER NEXT
002230         AT END
002240             MOVE 'Y' TO WS-EXC-EOF-SW
002250             GO TO 4100-PRINT-ONE-EXIT
002260     END-READ.
002270     ADD 1 TO WS-EXC-READ.
002280     IF EXC-RESOLVED
002290         ADD 1 TO WS-EXC-RESOLVED
002300         GO TO 4100-PRINT-ONE-EXIT
002310     END-IF.
002320     IF EXC-TYPE NOT = WS-CURRENT-TYPE
002330         IF WS-CURRENT-TYPE NOT = SPACES
002340             PERFORM 4200-PRINT-TYPE-TOTAL
002350                 THRU 4200-PRINT-TYPE-TOTAL-EXIT
002360         END-IF
002370         MOVE EXC-TYPE TO WS-CURRENT-TYPE
002380     END-IF.
002390     ADD 1 TO WS-EXC-UNRESOLVED.
002400     ADD 1 TO WS-TYPE-COUNT.
002410
002420     COMPUTE WS-EXC-DAY-NO =
002430         FUNCTION INTEGER-OF-DATE (EXC-DATE).
002440     IF WS-EXC-DAY-NO > WS-RUN-DAY-NO
002450         MOVE ZERO TO WS-AGE-DAYS
002460     ELSE
002470         COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-EXC-DAY-NO
002480     END-IF.
002490     EVALUATE TRUE
002500         WHEN WS-AGE-DAYS < 2
002510             ADD 1 TO WS-AGE-0-1
002520         WHEN WS-AGE-DAYS < 8
002530             ADD 1 TO WS-AGE-2-7
002540         WHEN WS-AGE-DAYS < 31
002550             ADD 1 TO WS-AGE-8-30
002560         WHEN OTHER
002570             ADD 1 TO WS-AGE-OVER-30
002580     END-EVALUATE.
002590
002600     IF EXC-OPEN
002610         ADD 1 TO WS-EXC-OPEN
002620         ADD 1 TO WS-TYPE-OPEN
002630         MOVE 'OPEN' TO WS-STATUS-WORD
002640     ELSE
002650         MOVE 'ACKNOWLEDGED' TO WS-STATUS-WORD
002660     END-IF.
002670     MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY.
002680     MOVE EXC-RUN-NO TO WS-RUN-NO-DISPLAY.
002690     MOVE SPACES TO RPT-LINE.
002700     STRING EXC-TYPE ' ' EXC-DATE ' ' EXC-SEQ ' '
002710         WS-STATUS-WORD ' ' WS-DAYS-DISPLAY '  '
002720         EXC-PROGRAM ' ' WS-RUN-NO-DISPLAY '  ' EXC-ACK-OPERATOR
002730         DELIMITED BY SIZE INTO RPT-LINE
002740     END-STRING.
002750     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002760     MOVE SPACES TO RPT-LINE.
002770     STRING '      ' EXC-DETAIL
002780         DELIMITED BY SIZE INTO RPT-LINE
002790     END-STRING.
002800     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002810 4100-PRINT-ONE-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    4200-PRINT-TYPE-TOTAL - SUBTOTAL THE TYPE JUST LISTED AND   *
002860*    RESET FOR THE NEXT                                          *
002870******************************************************************
002880 4200-PRINT-TYPE-TOTAL.
002890     MOVE WS-TYPE-COUNT TO WS-COUNT-DISPLAY.
002900     MOVE WS-TYPE-OPEN TO WS-OPEN-DISPLAY.
002910     MOVE SPACES TO RPT-LINE.
002920     STRING '    ' WS-CURRENT-TYPE ' UNRESOLVED ='
002930         WS-COUNT-DISPLAY
002940         '  (NOT YET ACKNOWLEDGED =' WS-OPEN-DISPLAY ')'
002950         DELIMITED BY SIZE INTO RPT-LINE
002960     END-STRING.
002970     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002980     MOVE SPACES TO RPT-LINE.
002990     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003000     MOVE ZERO TO WS-TYPE-COUNT.
003010     MOVE ZERO TO WS-TYPE-OPEN.
003020 4200-PRINT-TYPE-TOTAL-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.  AN         *
003070*    EXCEPTION NOBODY HAS ACKNOWLEDGED ENDS THE STEP RC=4.       *
003080******************************************************************
003090 9000-TERMINATE.
003100     IF NOT WS-EXC-NOT-FOUND
003110         CLOSE EXCEPTION-MASTER
003120     END-IF.
003130     CLOSE AGING-REPORT.
003140     DISPLAY 'CALCVEXA - EXCEPTIONS READ       = ' WS-EXC-READ.
003150     DISPLAY 'CALCVEXA - EXCEPTIONS UNRESOLVED = '
003160         WS-EXC-UNRESOLVED.
003170     DISPLAY 'CALCVEXA - EXCEPTIONS OPEN       = ' WS-EXC-OPEN.
003180     IF WS-EXC-OPEN > ZERO
003190         MOVE 4 TO RETURN-CODE
003200     END-IF.
003210 9000-TERMINATE-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
003260******************************************************************
003270 8000-EMIT-LINE.
003280     DISPLAY RPT-LINE.
003290     WRITE CALCV-REPORT-LINE.
003300 8000-EMIT-LINE-EXIT.
003310     EXIT.
