000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVRQR                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    MISSION-PLANNING REQUEST RETURN.  RUNS NIGHTLY IN CALCVJN   *
000110*    AFTER THE WORKLIST, ORBITAL, AND TRANSFER STEPS.  FOR EVERY *
000120*    REQUEST ON THE REQMST TRACKING MASTER THAT IS QUEUED (OR    *
000130*    RUN BUT NOT YET RETURNED) IT LOOKS FOR THE FIRST RESULT     *
000140*    PRODUCED ON OR AFTER THE DATE THE REQUEST WAS QUEUED:       *
000150*      E - THE HISTMST RECORD FOR THE BODY AND M (ONE PER BODY   *
000160*          FOR AN ALL REQUEST),                                  *
000170*      O - THE ORBRPT DETAIL LINE FOR THE BODY, M, AND ALTITUDE, *
000180*      T - THE TRNRPT LINE FOR THE ORIGIN/DESTINATION LEG,       *
000190*      S - THE SCNRPT LINE FOR THE MEMBER UNDER ITS SCENARIO.    *
000200*    THE RUN NUMBER IS THE RUNCTL FULL RUN FOR THE RESULT'S RUN  *
000210*    DATE (ZERO FOR A SCENARIO, RUN OUTSIDE RUN CONTROL).  A     *
000220*    REQUEST WITH A RESULT MOVES TO RUN, ITS RESULT IS WRITTEN   *
000230*    TO RQRETURN (CALCVRR RECORD), AND IT MOVES TO RETURNED.  A  *
000240*    REQUEST CALCVRQI REJECTED IS RETURNED WITH ITS REASON.  THE *
000250*    NEXT CALCVJN STEP SPLITS RQRETURN INTO ONE RETURN DATASET   *
000260*    PER REQUESTOR.  A REQUEST WITH NO RESULT YET STAYS QUEUED   *
000270*    FOR TOMORROW NIGHT.  A REQUEST RETURNED BY AN EARLIER       *
000280*    SUBMISSION OF THE SAME NIGHT IS NOT RETURNED AGAIN - THE    *
000290*    SPLIT STEP RUNS EVEN AFTER A FAILURE, SO ITS RETURN HAS     *
000300*    ALREADY GONE OUT TO THE REQUESTOR.  RC=12 MEANS REQMST OR   *
000310*    RQRETURN COULD NOT BE OPENED; A MISSING REPORT, RUNCTL, OR  *
000320*    HISTMST ONLY MEANS NOTHING CAN BE FOUND THERE TONIGHT.      *
000330*                                                                *
000340*    MODIFICATION HISTORY                                       *
000350*    DATE       INIT  DESCRIPTION                                *
000360*    2026-10-15 DLR   ORIGINAL.                                  *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.  CALCVRQR.
000410 AUTHOR.      D. L. RENARD.
000420 INSTALLATION. SURVEY SYSTEMS GROUP.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT REQUEST-MASTER ASSIGN TO REQMST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RT-STATUS.
000560     SELECT RUN-CONTROL ASSIGN TO RUNCTL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RC-STATUS.
000590     SELECT HISTORY-MASTER ASSIGN TO HISTMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS IS DYNAMIC
000620         RECORD KEY IS HIST-KEY
000630         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT ORBIT-REPORT ASSIGN TO ORBRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.
000670     SELECT TRANSFER-REPORT ASSIGN TO TRNRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-STATUS.
000700     SELECT SCENARIO-REPORT ASSIGN TO SCNRPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.
000730     SELECT RETURN-FILE ASSIGN TO RQRETURN
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RR-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  REQUEST-MASTER
000800     RECORDING MODE IS F.
000810 COPY CALCVRT.
000820
000830 FD  RUN-CONTROL
000840     RECORDING MODE IS F.
000850 COPY CALCVRC.
000860
000870 FD  HISTORY-MASTER.
000880 COPY CALCVHS.
000890
000900 FD  ORBIT-REPORT
000910     RECORDING MODE IS F.
000920 01  ORB-REPORT-LINE             PIC X(80).
000930
000940 FD  TRANSFER-REPORT
000950     RECORDING MODE IS F.
000960 01  TRN-REPORT-LINE             PIC X(80).
000970
000980 FD  SCENARIO-REPORT
000990     RECORDING MODE IS F.
001000 01  SCN-REPORT-LINE             PIC X(80).
001010
001020 FD  RETURN-FILE
001030     RECORDING MODE IS F.
001040 COPY CALCVRR.
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-RT-STATUS                PIC X(02).
001080     88  WS-RT-OK                VALUE '00'.
001090     88  WS-RT-NOT-FOUND         VALUE '35'.
001100 01  WS-RC-STATUS                PIC X(02).
001110     88  WS-RC-OK                VALUE '00'.
001120 01  WS-HIST-STATUS              PIC X(02).
001130     88  WS-HIST-OK              VALUE '00'.
001140 01  WS-RPT-STATUS               PIC X(02).
001150     88  WS-RPT-OK               VALUE '00'.
001160 01  WS-RR-STATUS                PIC X(02).
001170     88  WS-RR-OK                VALUE '00'.
001180
001190 01  WS-SWITCHES.
001200     05  WS-RT-EOF-SW            PIC X(01)      VALUE 'N'.
001210         88  WS-RT-EOF           VALUE 'Y'.
001220     05  WS-RC-EOF-SW            PIC X(01)      VALUE 'N'.
001230         88  WS-RC-EOF           VALUE 'Y'.
001240     05  WS-HIST-EOF-SW          PIC X(01)      VALUE 'N'.
001250         88  WS-HIST-EOF         VALUE 'Y'.
001260     05  WS-HIST-OPEN-SW         PIC X(01)      VALUE 'N'.
001270         88  WS-HIST-OPEN        VALUE 'Y'.
001280     05  WS-RPT-EOF-SW           PIC X(01)      VALUE 'N'.
001290         88  WS-RPT-EOF          VALUE 'Y'.
001300     05  WS-RUN-FOUND-SW         PIC X(01)      VALUE 'N'.
001310         88  WS-RUN-FOUND        VALUE 'Y'.
001320     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
001330         88  WS-ABORTING         VALUE 'Y'.
001340
001350 01  WS-COUNTERS.
001360     05  WS-REQUESTS-WAITING     PIC 9(05)      COMP VALUE ZERO.
001370     05  WS-REQUESTS-RETURNED    PIC 9(05)      COMP VALUE ZERO.
001380     05  WS-REJECTS-RETURNED     PIC 9(05)      COMP VALUE ZERO.
001390     05  WS-LINES-WRITTEN        PIC 9(05)      COMP VALUE ZERO.
001400     05  WS-MASTER-WRITTEN       PIC 9(05)      COMP VALUE ZERO.
001410
001420 01  WS-RUN-DATE                 PIC 9(08).
001430 01  WS-SECTION-DATE             PIC 9(08)      VALUE ZERO.
001440 01  WS-SECTION-SCENARIO         PIC X(08)      VALUE SPACES.
001450 01  WS-REPORT-TYPE              PIC X(01).
001460 01  WS-LAST-BODY                PIC X(08).
001470 01  WS-RESULT-DATE              PIC 9(08).
001480 01  WS-LOOKUP-DATE              PIC 9(08).
001490 01  WS-LOOKUP-RUN-NO            PIC 9(07).
001500 01  WS-RESULT-TEXT              PIC X(80).
001510
001520 01  WS-M-DISPLAY                PIC ZZZZZZZZZ9.9999.
001530 01  WS-ALT-DISPLAY              PIC ZZZZZZ9.99.
001540
001550******************************************************************
001560*    ONE REPORT LINE, WITH THE SECTION HEADER OF EACH REPORT     *
001570*    LAID OVER IT SO THE RUN DATE (AND SCENARIO) CAN BE PICKED   *
001580*    UP AS EACH NIGHT'S SECTION STARTS                           *
001590******************************************************************
001600 01  WS-LINE                     PIC X(80).
001610 01  WS-ORB-HEADER REDEFINES WS-LINE.
001620     05  WS-ORB-HDR-TEXT         PIC X(48).
001630         88  WS-ORB-HDR-LINE     VALUE
001640             'CALCULATE-V ORBITAL MECHANICS REPORT - RUN DATE '.
001650     05  WS-ORB-HDR-DATE         PIC 9(08).
001660     05  FILLER                  PIC X(24).
001670 01  WS-TRN-HEADER REDEFINES WS-LINE.
001680     05  WS-TRN-HDR-TEXT         PIC X(49).
001690         88  WS-TRN-HDR-LINE     VALUE
001700             'CALCULATE-V BODY-PAIR TRANSFER REPORT - RUN DATE '.
001710     05  WS-TRN-HDR-DATE         PIC 9(08).
001720     05  FILLER                  PIC X(23).
001730 01  WS-SCN-HEADER REDEFINES WS-LINE.
001740     05  WS-SCN-HDR-TEXT         PIC X(39).
001750         88  WS-SCN-HDR-LINE     VALUE
001760             'CALCULATE-V SCENARIO REPORT - SCENARIO '.
001770     05  WS-SCN-HDR-NAME         PIC X(08).
001780     05  FILLER                  PIC X(12).
001790     05  WS-SCN-HDR-DATE         PIC 9(08).
001800     05  FILLER                  PIC X(13).
001810
001820******************************************************************
001830*    THE REQUEST IMAGE OF THE TRACKING ENTRY IN HAND             *
001840******************************************************************
001850 COPY CALCVRQ.
001860
001870******************************************************************
001880*    TK-TRACK-TABLE - THE WHOLE REQUEST MASTER HELD IN STORAGE,  *
001890*    REWRITTEN IN 3000.  FOR A REQUEST STILL AWAITING ITS        *
001900*    RESULT, TK-MATCH-KEY IS THE START OF THE REPORT LINE THAT   *
001910*    WOULD CARRY IT, BUILT WITH THE SAME PICTURES THE REPORTING  *
001920*    PROGRAM USES, AND TK-MATCH-LEN ITS LENGTH.                  *
001930******************************************************************
001940 01  TK-TRACK-TABLE.
001950     05  TK-COUNT                PIC 9(04)  COMP VALUE ZERO.
001960     05  TK-ENTRY OCCURS 1 TO 3000 TIMES
001970                 DEPENDING ON TK-COUNT
001980                 INDEXED BY TK-IDX.
001990         10  TK-IMAGE            PIC X(84).
002000         10  TK-STATUS           PIC X(01).
002010             88  TK-QUEUED       VALUE 'Q'.
002020             88  TK-RUN          VALUE 'N'.
002030             88  TK-REJECTED     VALUE 'X'.
002040         10  TK-RECEIVED-DATE    PIC 9(08).
002050         10  TK-QUEUED-DATE      PIC 9(08).
002060         10  TK-RUN-DATE         PIC 9(08).
002070         10  TK-RUN-NO           PIC 9(07).
002080         10  TK-RETURNED-DATE    PIC 9(08).
002090         10  TK-REASON           PIC X(20).
002100         10  TK-TYPE             PIC X(01).
002110         10  TK-SCENARIO-NAME    PIC X(08).
002120         10  TK-MATCH-KEY        PIC X(40).
002130         10  TK-MATCH-LEN        PIC 9(02)  COMP.
002140         10  TK-FOUND-SW         PIC X(01).
002150             88  TK-FOUND        VALUE 'Y'.
002160         10  TK-RESULT-TEXT      PIC X(80).
002170
002180******************************************************************
002190*    RN-RUN-TABLE - BUSINESS DATE TO RUN NUMBER, FROM THE FULL   *
002200*    RUNS ON RUNCTL.  A LATER FULL RUN FOR A DATE (AN OVERRIDE)  *
002210*    REPLACES THE EARLIER ONE - ITS RESULTS ARE THE ONES ON      *
002220*    FILE.                                                       *
002230******************************************************************
002240 01  RN-RUN-TABLE.
002250     05  RN-COUNT                PIC 9(04)  COMP VALUE ZERO.
002260     05  RN-ENTRY OCCURS 1 TO 2000 TIMES
002270                 DEPENDING ON RN-COUNT
002280                 INDEXED BY RN-IDX.
002290         10  RN-RUN-DATE         PIC 9(08).
002300         10  RN-RUN-NUMBER       PIC 9(07).
002310
002320 PROCEDURE DIVISION.
002330
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002360     IF WS-ABORTING
002370         MOVE 12 TO RETURN-CODE
002380         GO TO 0000-MAINLINE-EXIT
002390     END-IF.
002400     IF TK-COUNT > ZERO
002410         PERFORM 2000-RETURN-REJECT THRU 2000-RETURN-REJECT-EXIT
002420             VARYING TK-IDX FROM 1 BY 1
002430             UNTIL TK-IDX > TK-COUNT
002440         PERFORM 2100-FIND-ESCAPE THRU 2100-FIND-ESCAPE-EXIT
002450             VARYING TK-IDX FROM 1 BY 1
002460             UNTIL TK-IDX > TK-COUNT
002470     END-IF.
002480     PERFORM 2300-SCAN-ORBRPT THRU 2300-SCAN-ORBRPT-EXIT.
002490     PERFORM 2400-SCAN-TRNRPT THRU 2400-SCAN-TRNRPT-EXIT.
002500     PERFORM 2500-SCAN-SCNRPT THRU 2500-SCAN-SCNRPT-EXIT.
002510     IF TK-COUNT > ZERO
002520         PERFORM 2700-RETURN-FOUND THRU 2700-RETURN-FOUND-EXIT
002530             VARYING TK-IDX FROM 1 BY 1
002540             UNTIL TK-IDX > TK-COUNT
002550     END-IF.
002560     PERFORM 3000-REWRITE-MASTER THRU 3000-REWRITE-MASTER-EXIT.
002570     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002580 0000-MAINLINE-EXIT.
002590     STOP RUN.
002600
002610******************************************************************
002620*    1000-INITIALIZE - LOAD THE REQUEST MASTER AND THE RUN       *
002630*    NUMBERS, OPEN HISTMST IF IT IS THERE, AND OPEN TONIGHT'S    *
002640*    RETURN FILE.  NO REQUEST MASTER YET MEANS NO REQUESTS -     *
002650*    AN EMPTY RETURN FILE AND RC=0.                              *
002660******************************************************************
002670 1000-INITIALIZE.
002680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002690     OPEN INPUT REQUEST-MASTER.
002700     IF WS-RT-NOT-FOUND
002710         MOVE 'Y' TO WS-RT-EOF-SW
002720     ELSE
002730         IF NOT WS-RT-OK
002740             DISPLAY 'CALCVRQR - UNABLE TO OPEN REQMST, '
002750                 'STATUS = ' WS-RT-STATUS
002760             MOVE 'Y' TO WS-ABORT-SW
002770             GO TO 1000-INITIALIZE-EXIT
002780         END-IF
002790     END-IF.
002800     PERFORM 1100-LOAD-ONE-MASTER THRU 1100-LOAD-ONE-MASTER-EXIT
002810         UNTIL WS-RT-EOF.
002820     IF NOT WS-RT-NOT-FOUND
002830         CLOSE REQUEST-MASTER
002840     END-IF.
002850     IF WS-ABORTING
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF.
002880
002890     OPEN INPUT RUN-CONTROL.
002900     IF WS-RC-OK
002910         PERFORM 1200-LOAD-ONE-RUN THRU 1200-LOAD-ONE-RUN-EXIT
002920             UNTIL WS-RC-EOF
002930         CLOSE RUN-CONTROL
002940     ELSE
002950         DISPLAY 'CALCVRQR - RUNCTL NOT AVAILABLE, STATUS = '
002960             WS-RC-STATUS ' - RUN NUMBERS RETURNED AS ZERO'
002970     END-IF.
002980
002990     OPEN INPUT HISTORY-MASTER.
003000     IF WS-HIST-OK
003010         MOVE 'Y' TO WS-HIST-OPEN-SW
003020     ELSE
003030         DISPLAY 'CALCVRQR - HISTMST NOT AVAILABLE, STATUS = '
003040             WS-HIST-STATUS ' - NO ESCAPE RESULTS TONIGHT'
003050     END-IF.
003060
003070     OPEN OUTPUT RETURN-FILE.
003080     IF NOT WS-RR-OK
003090         DISPLAY 'CALCVRQR - UNABLE TO OPEN RQRETURN, STATUS = '
003100             WS-RR-STATUS
003110         MOVE 'Y' TO WS-ABORT-SW
003120     END-IF.
003130 1000-INITIALIZE-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*    1100-LOAD-ONE-MASTER - READ ONE REQUEST MASTER RECORD INTO  *
003180*    THE NEXT TABLE SLOT, AND FOR A REQUEST STILL AWAITING ITS   *
003190*    RESULT BUILD THE REPORT-LINE KEY IT IS LOOKED FOR UNDER     *
003200******************************************************************
003210 1100-LOAD-ONE-MASTER.
003220     READ REQUEST-MASTER
003230         AT END
003240             MOVE 'Y' TO WS-RT-EOF-SW
003250             GO TO 1100-LOAD-ONE-MASTER-EXIT
003260     END-READ.
003270     IF TK-COUNT NOT < 3000
003280         DISPLAY 'CALCVRQR - REQMST EXCEEDS 3000 REQUESTS, '
003290             'CANNOT CONTINUE'
003300         MOVE 'Y' TO WS-RT-EOF-SW
003310         MOVE 'Y' TO WS-ABORT-SW
003320         GO TO 1100-LOAD-ONE-MASTER-EXIT
003330     END-IF.
003340     ADD 1 TO TK-COUNT.
003350     SET TK-IDX TO TK-COUNT.
003360     MOVE RT-REQUEST-IMAGE TO TK-IMAGE (TK-IDX).
003370     MOVE RT-STATUS TO TK-STATUS (TK-IDX).
003380     MOVE RT-RECEIVED-DATE TO TK-RECEIVED-DATE (TK-IDX).
003390     MOVE RT-QUEUED-DATE TO TK-QUEUED-DATE (TK-IDX).
003400     MOVE RT-RUN-DATE TO TK-RUN-DATE (TK-IDX).
003410     MOVE RT-RUN-NO TO TK-RUN-NO (TK-IDX).
003420     MOVE RT-RETURNED-DATE TO TK-RETURNED-DATE (TK-IDX).
003430     MOVE RT-REASON TO TK-REASON (TK-IDX).
003440     MOVE RT-TYPE TO TK-TYPE (TK-IDX).
003450     MOVE RT-SCENARIO-NAME TO TK-SCENARIO-NAME (TK-IDX).
003460     MOVE SPACES TO TK-MATCH-KEY (TK-IDX).
003470     MOVE ZERO TO TK-MATCH-LEN (TK-IDX).
003480     MOVE 'N' TO TK-FOUND-SW (TK-IDX).
003490     MOVE SPACES TO TK-RESULT-TEXT (TK-IDX).
003500     IF NOT TK-QUEUED (TK-IDX) AND NOT TK-RUN (TK-IDX)
003510         GO TO 1100-LOAD-ONE-MASTER-EXIT
003520     END-IF.
003530     ADD 1 TO WS-REQUESTS-WAITING.
003540
003550*    THE DETAIL-LINE LAYOUTS OF CALCVORB, CALCVTRN, AND CALCVSCN.
003560     MOVE RT-M TO WS-M-DISPLAY.
003570     MOVE RT-ALTITUDE-KM TO WS-ALT-DISPLAY.
003580     EVALUATE TRUE
003590         WHEN RT-ORBITAL
003600             STRING RT-BODY-CODE '  ' WS-M-DISPLAY
003610                 '  ' WS-ALT-DISPLAY
003620                 DELIMITED BY SIZE INTO TK-MATCH-KEY (TK-IDX)
003630             END-STRING
003640             MOVE 37 TO TK-MATCH-LEN (TK-IDX)
003650         WHEN RT-TRANSFER
003660             STRING RT-BODY-CODE ' ' RT-DEST-CODE '  '
003670                 DELIMITED BY SIZE INTO TK-MATCH-KEY (TK-IDX)
003680             END-STRING
003690             MOVE 19 TO TK-MATCH-LEN (TK-IDX)
003700         WHEN RT-SCENARIO AND RT-MEMBER-TYPE = 'O'
003710             STRING 'O ' RT-BODY-CODE ' ' WS-M-DISPLAY
003720                 ' ' WS-ALT-DISPLAY
003730                 DELIMITED BY SIZE INTO TK-MATCH-KEY (TK-IDX)
003740             END-STRING
003750             MOVE 37 TO TK-MATCH-LEN (TK-IDX)
003760         WHEN RT-SCENARIO
003770             STRING 'E ' RT-BODY-CODE ' ' WS-M-DISPLAY
003780                 DELIMITED BY SIZE INTO TK-MATCH-KEY (TK-IDX)
003790             END-STRING
003800             MOVE 26 TO TK-MATCH-LEN (TK-IDX)
003810     END-EVALUATE.
003820 1100-LOAD-ONE-MASTER-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    1200-LOAD-ONE-RUN - NOTE THE RUN NUMBER OF ONE FULL RUN     *
003870******************************************************************
003880 1200-LOAD-ONE-RUN.
003890     READ RUN-CONTROL
003900         AT END
003910             MOVE 'Y' TO WS-RC-EOF-SW
003920             GO TO 1200-LOAD-ONE-RUN-EXIT
003930     END-READ.
003940     IF NOT RC-FULL-RUN
003950         GO TO 1200-LOAD-ONE-RUN-EXIT
003960     END-IF.
003970     MOVE RC-RUN-DATE TO WS-LOOKUP-DATE.
003980     PERFORM 2900-FIND-RUN THRU 2900-FIND-RUN-EXIT.
003990     IF WS-RUN-FOUND
004000         MOVE RC-RUN-NUMBER TO RN-RUN-NUMBER (RN-IDX)
004010         GO TO 1200-LOAD-ONE-RUN-EXIT
004020     END-IF.
004030     IF RN-COUNT NOT < 2000
004040         GO TO 1200-LOAD-ONE-RUN-EXIT
004050     END-IF.
004060     ADD 1 TO RN-COUNT.
004070     SET RN-IDX TO RN-COUNT.
004080     MOVE RC-RUN-DATE TO RN-RUN-DATE (RN-IDX).
004090     MOVE RC-RUN-NUMBER TO RN-RUN-NUMBER (RN-IDX).
004100 1200-LOAD-ONE-RUN-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*    2000-RETURN-REJECT - RETURN A REQUEST CALCVRQI REJECTED,    *
004150*    WITH ITS REASON, AND MARK IT RETURNED                       *
004160******************************************************************
004170 2000-RETURN-REJECT.
004180     IF NOT TK-REJECTED (TK-IDX)
004190         GO TO 2000-RETURN-REJECT-EXIT
004200     END-IF.
004210     MOVE TK-IMAGE (TK-IDX) TO CALCV-REQUEST-RECORD.
004220     MOVE SPACES TO WS-RESULT-TEXT.
004230     STRING 'REJECTED - ' TK-REASON (TK-IDX)
004240         DELIMITED BY SIZE INTO WS-RESULT-TEXT
004250     END-STRING.
004260     MOVE ZERO TO WS-RESULT-DATE.
004270     MOVE ZERO TO WS-LOOKUP-RUN-NO.
004280     PERFORM 8000-WRITE-RETURN THRU 8000-WRITE-RETURN-EXIT.
004290     MOVE 'T' TO TK-STATUS (TK-IDX).
004300     MOVE WS-RUN-DATE TO TK-RETURNED-DATE (TK-IDX).
004310     ADD 1 TO WS-REJECTS-RETURNED.
004320     DISPLAY 'CALCVRQR - RETURNED ' RQ-REQUEST-ID ' TO '
004330         RQ-REQUESTOR ' - REJECTED'.
004340 2000-RETURN-REJECT-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*    2100-FIND-ESCAPE - LOOK UP THE HISTMST RESULT OF A WAITING  *
004390*    ESCAPE REQUEST: THE FIRST RECORD FOR ITS BODY AND M ON OR   *
004400*    AFTER THE QUEUED DATE.  AN ALL REQUEST READS THE WHOLE      *
004410*    MASTER AND RETURNS THE FIRST SUCH RECORD FOR EACH BODY.     *
004420*    EACH RESULT IS RETURNED AS IT IS FOUND.                     *
004430******************************************************************
004440 2100-FIND-ESCAPE.
004450     IF TK-TYPE (TK-IDX) NOT = 'E'
004460         OR (NOT TK-QUEUED (TK-IDX) AND NOT TK-RUN (TK-IDX))
004470         OR NOT WS-HIST-OPEN
004480         GO TO 2100-FIND-ESCAPE-EXIT
004490     END-IF.
004500     MOVE TK-IMAGE (TK-IDX) TO CALCV-REQUEST-RECORD.
004510     MOVE 'N' TO WS-HIST-EOF-SW.
004520     MOVE SPACES TO WS-LAST-BODY.
004530     IF RQ-BODY-CODE = 'ALL'
004540         MOVE LOW-VALUES TO HIST-KEY
004550     ELSE
004560         MOVE RQ-BODY-CODE TO HIST-BODY-CODE
004570         MOVE TK-QUEUED-DATE (TK-IDX) TO HIST-RUN-DATE
004580         MOVE ZERO TO HIST-M
004590     END-IF.
004600     START HISTORY-MASTER KEY IS NOT < HIST-KEY
004610         INVALID KEY
004620             MOVE 'Y' TO WS-HIST-EOF-SW
004630     END-START.
004640     PERFORM 2150-CHECK-ONE-HISTORY
004650         THRU 2150-CHECK-ONE-HISTORY-EXIT
004660         UNTIL WS-HIST-EOF.
004670     IF TK-FOUND (TK-IDX)
004680         MOVE 'T' TO TK-STATUS (TK-IDX)
004690         MOVE WS-RUN-DATE TO TK-RETURNED-DATE (TK-IDX)
004700         ADD 1 TO WS-REQUESTS-RETURNED
004710         DISPLAY 'CALCVRQR - RETURNED ' RQ-REQUEST-ID ' TO '
004720             RQ-REQUESTOR ' - RUN ' TK-RUN-NO (TK-IDX)
004730     END-IF.
004740 2100-FIND-ESCAPE-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*    2150-CHECK-ONE-HISTORY - READ THE NEXT HISTMST RECORD AND   *
004790*    RETURN IT IF IT ANSWERS THE REQUEST                         *
004800******************************************************************
004810 2150-CHECK-ONE-HISTORY.
004820     READ HISTORY-MASTER NEXT
004830         AT END
004840             MOVE 'Y' TO WS-HIST-EOF-SW
004850             GO TO 2150-CHECK-ONE-HISTORY-EXIT
004860     END-READ.
004870     IF RQ-BODY-CODE NOT = 'ALL'
004880         AND HIST-BODY-CODE NOT = RQ-BODY-CODE
004890         MOVE 'Y' TO WS-HIST-EOF-SW
004900         GO TO 2150-CHECK-ONE-HISTORY-EXIT
004910     END-IF.
004920     IF HIST-M NOT = RQ-M
004930         OR HIST-RUN-DATE < TK-QUEUED-DATE (TK-IDX)
004940         OR HIST-BODY-CODE = WS-LAST-BODY
004950         GO TO 2150-CHECK-ONE-HISTORY-EXIT
004960     END-IF.
004970     MOVE HIST-BODY-CODE TO WS-LAST-BODY.
004980     MOVE HIST-M TO WS-M-DISPLAY.
004990     MOVE SPACES TO WS-RESULT-TEXT.
005000     STRING HIST-BODY-CODE '  ' WS-M-DISPLAY
005010         '  KM/S ' HIST-V-KMS
005020         '  MPH ' HIST-V-MPH
005030         '  V2 ' HIST-V2
005040         ' ' HIST-STATUS
005050         DELIMITED BY SIZE INTO WS-RESULT-TEXT
005060     END-STRING.
005070     MOVE HIST-RUN-DATE TO WS-LOOKUP-DATE.
005080     PERFORM 2950-RUN-NUMBER THRU 2950-RUN-NUMBER-EXIT.
005090     MOVE HIST-RUN-DATE TO WS-RESULT-DATE.
005100     PERFORM 8000-WRITE-RETURN THRU 8000-WRITE-RETURN-EXIT.
005110*    RUN.  AN ALL REQUEST CAN BE ANSWERED ACROSS MORE THAN ONE
005120*    NIGHT; THE TRACKING RECORD CARRIES THE LATEST.
005130     MOVE 'Y' TO TK-FOUND-SW (TK-IDX).
005140     MOVE 'N' TO TK-STATUS (TK-IDX).
005150     IF HIST-RUN-DATE > TK-RUN-DATE (TK-IDX)
005160         MOVE HIST-RUN-DATE TO TK-RUN-DATE (TK-IDX)
005170         MOVE WS-LOOKUP-RUN-NO TO TK-RUN-NO (TK-IDX)
005180     END-IF.
005190     IF RQ-BODY-CODE NOT = 'ALL'
005200         MOVE 'Y' TO WS-HIST-EOF-SW
005210     END-IF.
005220 2150-CHECK-ONE-HISTORY-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    2300-SCAN-ORBRPT - READ THE ORBITAL REPORT, NIGHT BY NIGHT, *
005270*    FOR THE DETAIL LINES OF WAITING O REQUESTS                  *
005280******************************************************************
005290 2300-SCAN-ORBRPT.
005300     MOVE 'O' TO WS-REPORT-TYPE.
005310     MOVE ZERO TO WS-SECTION-DATE.
005320     MOVE 'N' TO WS-RPT-EOF-SW.
005330     OPEN INPUT ORBIT-REPORT.
005340     IF NOT WS-RPT-OK
005350         DISPLAY 'CALCVRQR - ORBRPT NOT AVAILABLE, STATUS = '
005360             WS-RPT-STATUS
005370         GO TO 2300-SCAN-ORBRPT-EXIT
005380     END-IF.
005390     PERFORM 2310-READ-ORBRPT THRU 2310-READ-ORBRPT-EXIT
005400         UNTIL WS-RPT-EOF.
005410     CLOSE ORBIT-REPORT.
005420 2300-SCAN-ORBRPT-EXIT.
005430     EXIT.
005440
005450 2310-READ-ORBRPT.
005460     READ ORBIT-REPORT
005470         AT END
005480             MOVE 'Y' TO WS-RPT-EOF-SW
005490             GO TO 2310-READ-ORBRPT-EXIT
005500     END-READ.
005510     MOVE ORB-REPORT-LINE TO WS-LINE.
005520     IF WS-ORB-HDR-LINE
005530         MOVE WS-ORB-HDR-DATE TO WS-SECTION-DATE
005540         GO TO 2310-READ-ORBRPT-EXIT
005550     END-IF.
005560     PERFORM 2600-MATCH-LINE THRU 2600-MATCH-LINE-EXIT
005570         VARYING TK-IDX FROM 1 BY 1
005580         UNTIL TK-IDX > TK-COUNT.
005590 2310-READ-ORBRPT-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*    2400-SCAN-TRNRPT - READ THE TRANSFER REPORT, NIGHT BY       *
005640*    NIGHT, FOR THE LEGS OF WAITING T REQUESTS                   *
005650******************************************************************
005660 2400-SCAN-TRNRPT.
005670     MOVE 'T' TO WS-REPORT-TYPE.
005680     MOVE ZERO TO WS-SECTION-DATE.
005690     MOVE 'N' TO WS-RPT-EOF-SW.
005700     OPEN INPUT TRANSFER-REPORT.
005710     IF NOT WS-RPT-OK
005720         DISPLAY 'CALCVRQR - TRNRPT NOT AVAILABLE, STATUS = '
005730             WS-RPT-STATUS
005740         GO TO 2400-SCAN-TRNRPT-EXIT
005750     END-IF.
005760     PERFORM 2410-READ-TRNRPT THRU 2410-READ-TRNRPT-EXIT
005770         UNTIL WS-RPT-EOF.
005780     CLOSE TRANSFER-REPORT.
005790 2400-SCAN-TRNRPT-EXIT.
005800     EXIT.
005810
005820 2410-READ-TRNRPT.
005830     READ TRANSFER-REPORT
005840         AT END
005850             MOVE 'Y' TO WS-RPT-EOF-SW
005860             GO TO 2410-READ-TRNRPT-EXIT
005870     END-READ.
005880     MOVE TRN-REPORT-LINE TO WS-LINE.
005890     IF WS-TRN-HDR-LINE
005900         MOVE WS-TRN-HDR-DATE TO WS-SECTION-DATE
005910         GO TO 2410-READ-TRNRPT-EXIT
005920     END-IF.
005930     PERFORM 2600-MATCH-LINE THRU 2600-MATCH-LINE-EXIT
005940         VARYING TK-IDX FROM 1 BY 1
005950         UNTIL TK-IDX > TK-COUNT.
005960 2410-READ-TRNRPT-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*    2500-SCAN-SCNRPT - READ THE SCENARIO REPORT, RUN BY RUN,    *
006010*    FOR THE MEMBER LINES OF WAITING S REQUESTS                  *
006020******************************************************************
006030 2500-SCAN-SCNRPT.
006040     MOVE 'S' TO WS-REPORT-TYPE.
006050     MOVE ZERO TO WS-SECTION-DATE.
006060     MOVE SPACES TO WS-SECTION-SCENARIO.
006070     MOVE 'N' TO WS-RPT-EOF-SW.
006080     OPEN INPUT SCENARIO-REPORT.
006090     IF NOT WS-RPT-OK
006100         DISPLAY 'CALCVRQR - SCNRPT NOT AVAILABLE, STATUS = '
006110             WS-RPT-STATUS
006120         GO TO 2500-SCAN-SCNRPT-EXIT
006130     END-IF.
006140     PERFORM 2510-READ-SCNRPT THRU 2510-READ-SCNRPT-EXIT
006150         UNTIL WS-RPT-EOF.
006160     CLOSE SCENARIO-REPORT.
006170 2500-SCAN-SCNRPT-EXIT.
006180     EXIT.
006190
006200 2510-READ-SCNRPT.
006210     READ SCENARIO-REPORT
006220         AT END
006230             MOVE 'Y' TO WS-RPT-EOF-SW
006240             GO TO 2510-READ-SCNRPT-EXIT
006250     END-READ.
006260     MOVE SCN-REPORT-LINE TO WS-LINE.
006270     IF WS-SCN-HDR-LINE
006280         MOVE WS-SCN-HDR-NAME TO WS-SECTION-SCENARIO
006290         MOVE WS-SCN-HDR-DATE TO WS-SECTION-DATE
006300         GO TO 2510-READ-SCNRPT-EXIT
006310     END-IF.
006320     PERFORM 2600-MATCH-LINE THRU 2600-MATCH-LINE-EXIT
006330         VARYING TK-IDX FROM 1 BY 1
006340         UNTIL TK-IDX > TK-COUNT.
006350 2510-READ-SCNRPT-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*    2600-MATCH-LINE - DOES THE REPORT LINE IN HAND ANSWER THIS  *
006400*    WAITING REQUEST?  ONLY A LINE IN A SECTION DATED ON OR      *
006410*    AFTER THE QUEUED DATE (AND FOR A SCENARIO, UNDER ITS OWN    *
006420*    SCENARIO) COUNTS, AND THE FIRST SUCH LINE IS KEPT.          *
006430******************************************************************
006440 2600-MATCH-LINE.
006450     IF TK-TYPE (TK-IDX) NOT = WS-REPORT-TYPE
006460         OR TK-FOUND (TK-IDX)
006470         OR TK-MATCH-LEN (TK-IDX) = ZERO
006480         OR WS-SECTION-DATE < TK-QUEUED-DATE (TK-IDX)
006490         GO TO 2600-MATCH-LINE-EXIT
006500     END-IF.
006510     IF WS-REPORT-TYPE = 'S'
006520         AND WS-SECTION-SCENARIO NOT = TK-SCENARIO-NAME (TK-IDX)
006530         GO TO 2600-MATCH-LINE-EXIT
006540     END-IF.
006550     IF WS-LINE (1:TK-MATCH-LEN (TK-IDX)) NOT =
006560         TK-MATCH-KEY (TK-IDX) (1:TK-MATCH-LEN (TK-IDX))
006570         GO TO 2600-MATCH-LINE-EXIT
006580     END-IF.
006590*    RUN.
006600     MOVE 'Y' TO TK-FOUND-SW (TK-IDX).
006610     MOVE 'N' TO TK-STATUS (TK-IDX).
006620     MOVE WS-LINE TO TK-RESULT-TEXT (TK-IDX).
006630     MOVE WS-SECTION-DATE TO TK-RUN-DATE (TK-IDX).
006640     MOVE ZERO TO WS-LOOKUP-RUN-NO.
006650     IF WS-REPORT-TYPE NOT = 'S'
006660         MOVE WS-SECTION-DATE TO WS-LOOKUP-DATE
006670         PERFORM 2950-RUN-NUMBER THRU 2950-RUN-NUMBER-EXIT
006680     END-IF.
006690     MOVE WS-LOOKUP-RUN-NO TO TK-RUN-NO (TK-IDX).
006700 2600-MATCH-LINE-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740*    2700-RETURN-FOUND - RETURN AN O, T, OR S REQUEST WHOSE      *
006750*    REPORT LINE WAS FOUND, AND MARK IT RETURNED                 *
006760******************************************************************
006770 2700-RETURN-FOUND.
006780     IF TK-TYPE (TK-IDX) = 'E'
006790         OR NOT TK-FOUND (TK-IDX)
006800         GO TO 2700-RETURN-FOUND-EXIT
006810     END-IF.
006820     MOVE TK-IMAGE (TK-IDX) TO CALCV-REQUEST-RECORD.
006830     MOVE TK-RESULT-TEXT (TK-IDX) TO WS-RESULT-TEXT.
006840     MOVE TK-RUN-DATE (TK-IDX) TO WS-RESULT-DATE.
006850     MOVE TK-RUN-NO (TK-IDX) TO WS-LOOKUP-RUN-NO.
006860     PERFORM 8000-WRITE-RETURN THRU 8000-WRITE-RETURN-EXIT.
006870     MOVE 'T' TO TK-STATUS (TK-IDX).
006880     MOVE WS-RUN-DATE TO TK-RETURNED-DATE (TK-IDX).
006890     ADD 1 TO WS-REQUESTS-RETURNED.
006900     DISPLAY 'CALCVRQR - RETURNED ' RQ-REQUEST-ID ' TO '
006910         RQ-REQUESTOR ' - RUN ' TK-RUN-NO (TK-IDX).
006920 2700-RETURN-FOUND-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960*    2900-FIND-RUN - POSITION RN-IDX ON THE RUN TABLE ENTRY FOR  *
006970*    WS-LOOKUP-DATE; WS-RUN-FOUND WHEN THERE IS ONE              *
006980******************************************************************
006990 2900-FIND-RUN.
007000     MOVE 'N' TO WS-RUN-FOUND-SW.
007010     IF RN-COUNT = ZERO
007020         GO TO 2900-FIND-RUN-EXIT
007030     END-IF.
007040     SET RN-IDX TO 1.
007050     SEARCH RN-ENTRY
007060         AT END
007070             MOVE 'N' TO WS-RUN-FOUND-SW
007080         WHEN RN-RUN-DATE (RN-IDX) = WS-LOOKUP-DATE
007090             MOVE 'Y' TO WS-RUN-FOUND-SW
007100     END-SEARCH.
007110 2900-FIND-RUN-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150*    2950-RUN-NUMBER - THE FULL-RUN NUMBER FOR WS-LOOKUP-DATE    *
007160*    INTO WS-LOOKUP-RUN-NO, ZERO WHEN RUNCTL HAS NONE            *
007170******************************************************************
007180 2950-RUN-NUMBER.
007190     MOVE ZERO TO WS-LOOKUP-RUN-NO.
007200     PERFORM 2900-FIND-RUN THRU 2900-FIND-RUN-EXIT.
007210     IF WS-RUN-FOUND
007220         MOVE RN-RUN-NUMBER (RN-IDX) TO WS-LOOKUP-RUN-NO
007230     END-IF.
007240 2950-RUN-NUMBER-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*    3000-REWRITE-MASTER - WRITE THE IN-STORAGE TABLE BACK OVER  *
007290*    THE REQUEST MASTER                                          *
007300******************************************************************
007310 3000-REWRITE-MASTER.
007320     IF TK-COUNT = ZERO
007330         GO TO 3000-REWRITE-MASTER-EXIT
007340     END-IF.
007350     OPEN OUTPUT REQUEST-MASTER.
007360     IF NOT WS-RT-OK
007370         DISPLAY 'CALCVRQR - UNABLE TO REWRITE REQMST, '
007380             'STATUS = ' WS-RT-STATUS
007390         MOVE 12 TO RETURN-CODE
007400         GO TO 3000-REWRITE-MASTER-EXIT
007410     END-IF.
007420     PERFORM 3100-WRITE-ONE-MASTER THRU 3100-WRITE-ONE-MASTER-EXIT
007430         VARYING TK-IDX FROM 1 BY 1
007440         UNTIL TK-IDX > TK-COUNT.
007450     CLOSE REQUEST-MASTER.
007460 3000-REWRITE-MASTER-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    3100-WRITE-ONE-MASTER - WRITE ONE TRACKING ENTRY BACK       *
007510******************************************************************
007520 3100-WRITE-ONE-MASTER.
007530     MOVE SPACES TO CALCV-REQ-TRACK-RECORD.
007540     MOVE TK-IMAGE (TK-IDX) TO RT-REQUEST-IMAGE.
007550     MOVE TK-STATUS (TK-IDX) TO RT-STATUS.
007560     MOVE TK-RECEIVED-DATE (TK-IDX) TO RT-RECEIVED-DATE.
007570     MOVE TK-QUEUED-DATE (TK-IDX) TO RT-QUEUED-DATE.
007580     MOVE TK-RUN-DATE (TK-IDX) TO RT-RUN-DATE.
007590     MOVE TK-RUN-NO (TK-IDX) TO RT-RUN-NO.
007600     MOVE TK-RETURNED-DATE (TK-IDX) TO RT-RETURNED-DATE.
007610     MOVE TK-REASON (TK-IDX) TO RT-REASON.
007620     WRITE CALCV-REQ-TRACK-RECORD.
007630     ADD 1 TO WS-MASTER-WRITTEN.
007640 3100-WRITE-ONE-MASTER-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680*    8000-WRITE-RETURN - WRITE ONE RQRETURN LINE FOR THE REQUEST *
007690*    IN CALCV-REQUEST-RECORD                                     *
007700******************************************************************
007710 8000-WRITE-RETURN.
007720     MOVE SPACES TO CALCV-REQ-RETURN-RECORD.
007730     MOVE RQ-REQUESTOR TO RR-REQUESTOR.
007740     MOVE RQ-REQUEST-ID TO RR-REQUEST-ID.
007750     MOVE RQ-TYPE TO RR-TYPE.
007760     MOVE WS-RESULT-DATE TO RR-RUN-DATE.
007770     MOVE WS-LOOKUP-RUN-NO TO RR-RUN-NO.
007780     MOVE WS-RESULT-TEXT TO RR-RESULT-TEXT.
007790     WRITE CALCV-REQ-RETURN-RECORD.
007800     ADD 1 TO WS-LINES-WRITTEN.
007810 8000-WRITE-RETURN-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS              *
007860******************************************************************
007870 9000-TERMINATE.
007880     IF WS-HIST-OPEN
007890         CLOSE HISTORY-MASTER
007900     END-IF.
007910     CLOSE RETURN-FILE.
007920     DISPLAY 'CALCVRQR - REQUESTS WAITING  = '
007930         WS-REQUESTS-WAITING.
007940     DISPLAY 'CALCVRQR - REQUESTS RETURNED = '
007950         WS-REQUESTS-RETURNED.
007960     DISPLAY 'CALCVRQR - REJECTS RETURNED  = '
007970         WS-REJECTS-RETURNED.
007980     DISPLAY 'CALCVRQR - RETURN LINES      = ' WS-LINES-WRITTEN.
007990     DISPLAY 'CALCVRQR - MASTER WRITTEN    = ' WS-MASTER-WRITTEN.
008000 9000-TERMINATE-EXIT.
008010     EXIT.
