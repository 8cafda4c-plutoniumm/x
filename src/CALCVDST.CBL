000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVDST                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    MORNING REPORT DISTRIBUTION.  THE DSTCTL CONTROL DATASET    *
000110*    (CALCVDC RECORD) SAYS WHICH RECIPIENT GETS WHICH REPORT,    *
000120*    ON WHICH DAYS OF THE WEEK, AND WHETHER ALWAYS OR ONLY ON A  *
000130*    NIGHT WHOSE CALCVSUM VERDICT IS ATTENTION.  THE VERDICT IS  *
000140*    TAKEN FROM THE CALCVSUM RECORD ON THE CALCVST RUN-STATUS    *
000150*    DATASET; WITH NO SUCH RECORD (THE SUMMARY NEVER RAN) IT IS  *
000160*    NOT KNOWN AND IS TREATED AS ATTENTION, SO NOBODY MISSES     *
000170*    THE REPORTS ON THE NIGHT THEY MATTER MOST.                  *
000180*    EVERY RECIPIENT WITH A REPORT DUE TODAY GETS ONE PACKAGE    *
000190*    ON DSTPKG (CALCVDP RECORD) - A COVER PAGE WITH THE          *
000200*    PACKAGE NUMBER, RUN NUMBER, AND VERDICT, A TABLE OF         *
000210*    CONTENTS, AND THEN EACH REPORT IN CONTROL-DATASET ORDER.    *
000220*    THE REPORT DATASETS ARE APPENDED TO NIGHT AFTER NIGHT, SO   *
000230*    A PACKAGE CARRIES ONLY THE LINES ADDED SINCE THAT           *
000240*    RECIPIENT'S LAST PACKAGE OF THAT REPORT, AS RECORDED ON     *
000250*    THE DSTLOG DISTRIBUTION LOG (CALCVDL RECORD).  A REPORT     *
000260*    DATASET NOW SHORTER THAN THE LOGGED POSITION HAS BEEN       *
000270*    REPLACED AND IS SENT FROM ITS FIRST LINE.  A SECOND RUN     *
000280*    ON THE SAME DATE (A RESUBMITTED CALCVJN) STARTS FROM THE    *
000290*    POSITIONS LOGGED BEFORE TODAY, SO ITS PACKAGE CARRIES THE   *
000300*    WHOLE DAY AGAIN UNDER THE NEXT PACKAGE NUMBER AND           *
000310*    SUPERSEDES THE EARLIER ONE.  EVERY PACKAGE                  *
000320*    PRODUCED IS LOGGED TO DSTLOG - ONE P RECORD AND ONE R       *
000330*    RECORD PER REPORT WITH THE LINES SENT - SO WHO WAS SENT     *
000340*    WHAT ON A GIVEN DATE CAN BE PROVED.  CALCVJN SPLITS DSTPKG  *
000350*    OUT TO ONE DATASET PER RECIPIENT.  A CONTROL ENTRY IN ERROR *
000360*    IS REPORTED AND LEFT OUT, AND ENDS THE STEP RC=4; RC=12     *
000370*    WHEN THE CONTROL DATASET, THE LOG, OR THE PACKAGE DATASET   *
000380*    CANNOT BE USED.                                             *
000390*                                                                *
000400*    MODIFICATION HISTORY                                       *
000410*    DATE       INIT  DESCRIPTION                                *
000420*    2026-10-15 DLR   ORIGINAL.                                  *
000430*                                                                *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.  CALCVDST.
000470 AUTHOR.      D. L. RENARD.
000480 INSTALLATION. SURVEY SYSTEMS GROUP.
000490 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT DIST-CONTROL ASSIGN TO DSTCTL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DC-STATUS.
000620     SELECT RUN-STATUS ASSIGN TO CALCVST
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ST-STATUS.
000650     SELECT DIST-LOG ASSIGN TO DSTLOG
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DL-STATUS.
000680     SELECT DIST-PACKAGE ASSIGN TO DSTPKG
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DP-STATUS.
000710     SELECT SUMMARY-REPORT ASSIGN TO SUMRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RPT-STATUS.
000740     SELECT DRIFT-REPORT ASSIGN TO DRFRPT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000770     SELECT BALANCE-REPORT ASSIGN TO BALRPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPT-STATUS.
000800     SELECT ORBIT-REPORT ASSIGN TO ORBRPT
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-RPT-STATUS.
000830     SELECT TRANSFER-REPORT ASSIGN TO TRNRPT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RPT-STATUS.
000860     SELECT STATS-REPORT ASSIGN TO HSTRPT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.
000890     SELECT INVERSE-REPORT ASSIGN TO INVRPT
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RPT-STATUS.
000920     SELECT SCENARIO-REPORT ASSIGN TO SCNRPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RPT-STATUS.
000950     SELECT CALENDAR-REPORT ASSIGN TO CALRPT
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RPT-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  DIST-CONTROL
001020     RECORDING MODE IS F.
001030 COPY CALCVDC.
001040
001050 FD  RUN-STATUS
001060     RECORDING MODE IS F.
001070 COPY CALCVST.
001080
001090 FD  DIST-LOG
001100     RECORDING MODE IS F.
001110 COPY CALCVDL.
001120
001130 FD  DIST-PACKAGE
001140     RECORDING MODE IS F.
001150 COPY CALCVDP.
001160
001170 FD  SUMMARY-REPORT
001180     RECORDING MODE IS F.
001190 01  SUM-REPORT-LINE             PIC X(80).
001200
001210 FD  DRIFT-REPORT
001220     RECORDING MODE IS F.
001230 01  DRF-REPORT-LINE             PIC X(80).
001240
001250 FD  BALANCE-REPORT
001260     RECORDING MODE IS F.
001270 01  BAL-REPORT-LINE             PIC X(80).
001280
001290 FD  ORBIT-REPORT
001300     RECORDING MODE IS F.
001310 01  ORB-REPORT-LINE             PIC X(80).
001320
001330 FD  TRANSFER-REPORT
001340     RECORDING MODE IS F.
001350 01  TRN-REPORT-LINE             PIC X(80).
001360
001370 FD  STATS-REPORT
001380     RECORDING MODE IS F.
001390 01  HST-REPORT-LINE             PIC X(80).
001400
001410 FD  INVERSE-REPORT
001420     RECORDING MODE IS F.
001430 01  INV-REPORT-LINE             PIC X(80).
001440
001450 FD  SCENARIO-REPORT
001460     RECORDING MODE IS F.
001470 01  SCN-REPORT-LINE             PIC X(80).
001480
001490 FD  CALENDAR-REPORT
001500     RECORDING MODE IS F.
001510 01  CAL-REPORT-LINE             PIC X(80).
001520
001530 WORKING-STORAGE SECTION.
001540 01  WS-DC-STATUS                PIC X(02).
001550     88  WS-DC-OK                VALUE '00'.
001560 01  WS-ST-STATUS                PIC X(02).
001570     88  WS-ST-OK                VALUE '00'.
001580     88  WS-ST-NOT-FOUND         VALUE '35'.
001590 01  WS-DL-STATUS                PIC X(02).
001600     88  WS-DL-OK                VALUE '00'.
001610     88  WS-DL-NOT-FOUND         VALUE '35'.
001620 01  WS-DP-STATUS                PIC X(02).
001630     88  WS-DP-OK                VALUE '00'.
001640 01  WS-RPT-STATUS               PIC X(02).
001650     88  WS-RPT-OK               VALUE '00'.
001660
001670 01  WS-SWITCHES.
001680     05  WS-DC-EOF-SW            PIC X(01)      VALUE 'N'.
001690         88  WS-DC-EOF           VALUE 'Y'.
001700     05  WS-ST-EOF-SW            PIC X(01)      VALUE 'N'.
001710         88  WS-ST-EOF           VALUE 'Y'.
001720     05  WS-DL-EOF-SW            PIC X(01)      VALUE 'N'.
001730         88  WS-DL-EOF           VALUE 'Y'.
001740     05  WS-RPT-EOF-SW           PIC X(01)      VALUE 'N'.
001750         88  WS-RPT-EOF          VALUE 'Y'.
001760     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
001770         88  WS-ABORTING         VALUE 'Y'.
001780     05  WS-LOG-OPEN-SW          PIC X(01)      VALUE 'N'.
001790         88  WS-LOG-OPEN         VALUE 'Y'.
001800     05  WS-PKG-OPEN-SW          PIC X(01)      VALUE 'N'.
001810         88  WS-PKG-OPEN         VALUE 'Y'.
001820     05  WS-SLOT-FOUND-SW        PIC X(01)      VALUE 'N'.
001830         88  WS-SLOT-FOUND       VALUE 'Y'.
001840
001850 01  WS-COUNTERS.
001860     05  WS-ENTRIES-READ         PIC 9(05)      COMP VALUE ZERO.
001870     05  WS-ENTRIES-REJECTED     PIC 9(05)      COMP VALUE ZERO.
001880     05  WS-PACKAGES-BUILT       PIC 9(05)      COMP VALUE ZERO.
001890     05  WS-REPORT-LINES-SENT    PIC 9(07)      COMP VALUE ZERO.
001900     05  WS-TALLY                PIC 9(03)      COMP VALUE ZERO.
001910
001920 01  WS-SUBSCRIPTS.
001930     05  WS-ENT-SUB              PIC 9(03)      COMP VALUE ZERO.
001940     05  WS-SEC-SUB              PIC 9(03)      COMP VALUE ZERO.
001950     05  WS-CAT-NO               PIC 9(03)      COMP VALUE ZERO.
001960
001970 01  WS-RUN-DATE                 PIC 9(08).
001980 01  WS-RUN-TIME                 PIC 9(08).
001990 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
002000     05  WS-RUN-HH               PIC 9(02).
002010     05  WS-RUN-MM               PIC 9(02).
002020     05  WS-RUN-SS               PIC 9(02).
002030     05  FILLER                  PIC 9(02).
002040 01  WS-DAY-NO                   PIC 9(01).
002050
002060******************************************************************
002070*    THE NIGHT'S VERDICT AS CALCVSUM LEFT IT ON CALCVST, AND     *
002080*    THE RUN NUMBER IT WAS REACHED FOR                           *
002090******************************************************************
002100 01  WS-VERDICT                  PIC X(01)      VALUE 'U'.
002110     88  WS-VERDICT-CLEAN        VALUE 'C'.
002120     88  WS-VERDICT-ATTENTION    VALUE 'A'.
002130     88  WS-VERDICT-UNKNOWN      VALUE 'U'.
002140 01  WS-NIGHT-RUN-NO             PIC 9(07)      VALUE ZERO.
002150
002160******************************************************************
002170*    THE PACKAGE BEING ASSEMBLED                                 *
002180******************************************************************
002190 01  WS-PKG-RECIPIENT            PIC X(08).
002200 01  WS-PKG-RECIP-NAME           PIC X(30).
002210 01  WS-PKG-NO                   PIC 9(03)      VALUE ZERO.
002220 01  WS-PKG-SECTIONS             PIC 9(03)      COMP VALUE ZERO.
002230 01  WS-PKG-LINES                PIC 9(07)      COMP VALUE ZERO.
002240 01  WS-NEXT-START               PIC 9(07)      COMP VALUE ZERO.
002250 01  WS-LINE-NO                  PIC 9(07)      COMP VALUE ZERO.
002260 01  WS-IN-LINE                  PIC X(80).
002270 01  WS-OUT-LINE                 PIC X(80).
002280
002290 01  WS-SEC-DISPLAY              PIC ZZ9.
002300 01  WS-PKG-NO-DISPLAY           PIC 9(03).
002310 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002320 01  WS-FROM-DISPLAY             PIC ZZZZZZ9.
002330 01  WS-TO-DISPLAY               PIC ZZZZZZ9.
002340 01  WS-TOTAL-DISPLAY            PIC ZZZZZZ9.
002350 01  WS-START-DISPLAY            PIC ZZZZZZ9.
002360 01  WS-RUN-NO-DISPLAY           PIC ZZZZZZ9.
002370
002380******************************************************************
002390*    DS-CATALOGUE - THE REPORTS THAT CAN BE DISTRIBUTED, BY THE  *
002400*    DD NAME THE CONTROL DATASET NAMES THEM BY.  THE POSITION    *
002410*    IN THIS TABLE PICKS THE FILE IN THE 5100-5300 PARAGRAPHS -  *
002420*    A NEW REPORT NEEDS A SELECT, AN FD, AN ENTRY HERE, AND A    *
002430*    WHEN IN EACH OF THOSE PARAGRAPHS.                           *
002440******************************************************************
002450 01  DS-CATALOGUE-INIT.
002460     05  FILLER  PIC X(48) VALUE
002470         'SUMRPT  NIGHTLY OPERATIONS SUMMARY'.
002480     05  FILLER  PIC X(48) VALUE
002490         'DRFRPT  NIGHT-OVER-NIGHT DRIFT REPORT'.
002500     05  FILLER  PIC X(48) VALUE
002510         'BALRPT  CONTROL-TOTALS BALANCING REPORT'.
002520     05  FILLER  PIC X(48) VALUE
002530         'ORBRPT  ORBITAL MECHANICS REPORT'.
002540     05  FILLER  PIC X(48) VALUE
002550         'TRNRPT  BODY-PAIR TRANSFER REPORT'.
002560     05  FILLER  PIC X(48) VALUE
002570         'HSTRPT  RESULTS STATISTICS AND TREND REPORT'.
002580     05  FILLER  PIC X(48) VALUE
002590         'INVRPT  INVERSE MODE REPORT'.
002600     05  FILLER  PIC X(48) VALUE
002610         'SCNRPT  SCENARIO REPORT'.
002620     05  FILLER  PIC X(48) VALUE
002630         'CALRPT  MONTHLY RUN-CALENDAR REPORT'.
002640
002650 01  DS-CATALOGUE REDEFINES DS-CATALOGUE-INIT.
002660     05  DS-CAT-ENTRY OCCURS 9 TIMES
002670                 INDEXED BY DS-CAT-IDX.
002680         10  DS-CAT-DDNAME       PIC X(08).
002690         10  DS-CAT-TITLE        PIC X(40).
002700
002710******************************************************************
002720*    DS-CAT-STATE - WHAT THIS RUN FOUND OF EACH CATALOGUE        *
002730*    REPORT.  A REPORT IS COUNTED ONCE, THE FIRST TIME ANY       *
002740*    PACKAGE NEEDS IT.                                           *
002750******************************************************************
002760 01  DS-CAT-STATE-TABLE.
002770     05  DS-CAT-STATE OCCURS 9 TIMES.
002780         10  DS-CAT-COUNTED-SW   PIC X(01)  VALUE 'N'.
002790             88  DS-CAT-COUNTED  VALUE 'Y'.
002800         10  DS-CAT-READABLE-SW  PIC X(01)  VALUE 'N'.
002810             88  DS-CAT-READABLE VALUE 'Y'.
002820         10  DS-CAT-OPEN-STATUS  PIC X(02)  VALUE SPACES.
002830         10  DS-CAT-LINES        PIC 9(07)  COMP VALUE ZERO.
002840
002850******************************************************************
002860*    DS-ENT-TABLE - THE ACCEPTED CONTROL ENTRIES IN DATASET      *
002870*    ORDER, EACH WITH THE LINE ITS RECIPIENT WAS LAST SENT TO    *
002880*    (DS-ENT-HWM, FROM DSTLOG) AND, WHEN DUE TODAY, THE LINES    *
002890*    GOING INTO THIS PACKAGE                                     *
002900******************************************************************
002910 01  DS-ENT-TABLE.
002920     05  DS-ENT-COUNT            PIC 9(03)  COMP VALUE ZERO.
002930     05  DS-ENT-ENTRY OCCURS 1 TO 100 TIMES
002940                 DEPENDING ON DS-ENT-COUNT
002950                 INDEXED BY DS-ENT-IDX.
002960         10  DS-ENT-RECIPIENT    PIC X(08).
002970         10  DS-ENT-REPORT       PIC X(08).
002980         10  DS-ENT-CAT-NO       PIC 9(03)  COMP.
002990         10  DS-ENT-DAYS         PIC X(07).
003000         10  DS-ENT-DAY-TABLE REDEFINES DS-ENT-DAYS.
003010             15  DS-ENT-DAY      PIC X(01)  OCCURS 7 TIMES.
003020         10  DS-ENT-CONDITION    PIC X(01).
003030             88  DS-ENT-ALWAYS   VALUE 'A'.
003040         10  DS-ENT-RECIP-NAME   PIC X(30).
003050         10  DS-ENT-HWM          PIC 9(07)  COMP.
003060         10  DS-ENT-DONE-SW      PIC X(01).
003070             88  DS-ENT-DONE     VALUE 'Y'.
003080         10  DS-ENT-DUE-SW       PIC X(01).
003090             88  DS-ENT-DUE      VALUE 'Y'.
003100         10  DS-ENT-SEC-NO       PIC 9(03)  COMP.
003110         10  DS-ENT-FROM         PIC 9(07)  COMP.
003120         10  DS-ENT-TO           PIC 9(07)  COMP.
003130         10  DS-ENT-LINES        PIC 9(07)  COMP.
003140         10  DS-ENT-START        PIC 9(07)  COMP.
003150
003160 PROCEDURE DIVISION.
003170
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003200     IF NOT WS-ABORTING
003210         PERFORM 2000-BUILD-PACKAGE THRU 2000-BUILD-PACKAGE-EXIT
003220             VARYING WS-ENT-SUB FROM 1 BY 1
003230             UNTIL WS-ENT-SUB > DS-ENT-COUNT
003240     END-IF.
003250     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003260 0000-MAINLINE-EXIT.
003270     STOP RUN.
003280
003290******************************************************************
003300*    1000-INITIALIZE - TAKE TODAY'S DATE AND DAY OF THE WEEK,    *
003310*    THE NIGHT'S VERDICT, THE CONTROL ENTRIES, AND WHERE EACH    *
003320*    RECIPIENT LEFT OFF ON THE LOG, THEN OPEN THE LOG (EXTEND)   *
003330*    AND THE PACKAGE DATASET FOR OUTPUT                          *
003340******************************************************************
003350 1000-INITIALIZE.
003360     DISPLAY 'CALCVDST - REPORT DISTRIBUTION STARTING'.
003370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003380     ACCEPT WS-RUN-TIME FROM TIME.
003390     ACCEPT WS-DAY-NO FROM DAY-OF-WEEK.
003400     PERFORM 1100-READ-VERDICT THRU 1100-READ-VERDICT-EXIT.
003410     PERFORM 1200-LOAD-CONTROL THRU 1200-LOAD-CONTROL-EXIT.
003420     IF WS-ABORTING
003430         GO TO 1000-INITIALIZE-EXIT
003440     END-IF.
003450     PERFORM 1300-LOAD-LOG THRU 1300-LOAD-LOG-EXIT.
003460     IF WS-ABORTING
003470         GO TO 1000-INITIALIZE-EXIT
003480     END-IF.
003490
003500     OPEN EXTEND DIST-LOG.
003510     IF WS-DL-NOT-FOUND
003520         OPEN OUTPUT DIST-LOG
003530     END-IF.
003540     IF NOT WS-DL-OK
003550         DISPLAY 'CALCVDST - UNABLE TO OPEN DSTLOG, STATUS = '
003560             WS-DL-STATUS
003570         MOVE 'Y' TO WS-ABORT-SW
003580         GO TO 1000-INITIALIZE-EXIT
003590     END-IF.
003600     MOVE 'Y' TO WS-LOG-OPEN-SW.
003610
003620     OPEN OUTPUT DIST-PACKAGE.
003630     IF NOT WS-DP-OK
003640         DISPLAY 'CALCVDST - UNABLE TO OPEN DSTPKG, STATUS = '
003650             WS-DP-STATUS
003660         MOVE 'Y' TO WS-ABORT-SW
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690     MOVE 'Y' TO WS-PKG-OPEN-SW.
003700
003710     EVALUATE TRUE
003720         WHEN WS-VERDICT-CLEAN
003730             DISPLAY 'CALCVDST - VERDICT CLEAN, RUN NO '
003740                 WS-NIGHT-RUN-NO ', DAY ' WS-DAY-NO
003750         WHEN WS-VERDICT-ATTENTION
003760             DISPLAY 'CALCVDST - VERDICT ATTENTION, RUN NO '
003770                 WS-NIGHT-RUN-NO ', DAY ' WS-DAY-NO
003780         WHEN OTHER
003790             DISPLAY 'CALCVDST - NO CALCVSUM VERDICT ON CALCVST'
003800                 ' - TREATED AS ATTENTION, DAY ' WS-DAY-NO
003810     END-EVALUATE.
003820 1000-INITIALIZE-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    1100-READ-VERDICT - FIND THE CALCVSUM RECORD ON CALCVST.    *
003870*    THE LAST ONE WINS (A RERUN OF THE SUMMARY SUPERSEDES THE    *
003880*    EARLIER ONE).  NONE LEAVES THE VERDICT NOT KNOWN.           *
003890******************************************************************
003900 1100-READ-VERDICT.
003910     OPEN INPUT RUN-STATUS.
003920     IF WS-ST-NOT-FOUND
003930         GO TO 1100-READ-VERDICT-EXIT
003940     END-IF.
003950     IF NOT WS-ST-OK
003960         DISPLAY 'CALCVDST - UNABLE TO OPEN CALCVST, STATUS = '
003970             WS-ST-STATUS
003980         GO TO 1100-READ-VERDICT-EXIT
003990     END-IF.
004000     PERFORM 1110-READ-ONE-STATUS THRU 1110-READ-ONE-STATUS-EXIT
004010         UNTIL WS-ST-EOF.
004020     CLOSE RUN-STATUS.
004030 1100-READ-VERDICT-EXIT.
004040     EXIT.
004050
004060 1110-READ-ONE-STATUS.
004070     READ RUN-STATUS
004080         AT END
004090             MOVE 'Y' TO WS-ST-EOF-SW
004100             GO TO 1110-READ-ONE-STATUS-EXIT
004110     END-READ.
004120     IF ST-PROGRAM = 'CALCVSUM'
004130         MOVE ST-STATUS TO WS-VERDICT
004140         MOVE ST-RUN-NO TO WS-NIGHT-RUN-NO
004150         IF NOT WS-VERDICT-CLEAN
004160             MOVE 'A' TO WS-VERDICT
004170         END-IF
004180     END-IF.
004190 1110-READ-ONE-STATUS-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*    1200-LOAD-CONTROL - LOAD THE DSTCTL ENTRIES, EDITING EACH   *
004240*    ONE.  AN ENTRY IN ERROR IS REPORTED TO SYSOUT AND LEFT OUT; *
004250*    THE REST STILL GO.                                          *
004260******************************************************************
004270 1200-LOAD-CONTROL.
004280     OPEN INPUT DIST-CONTROL.
004290     IF NOT WS-DC-OK
004300         DISPLAY 'CALCVDST - UNABLE TO OPEN DSTCTL, STATUS = '
004310             WS-DC-STATUS
004320         MOVE 'Y' TO WS-ABORT-SW
004330         GO TO 1200-LOAD-CONTROL-EXIT
004340     END-IF.
004350     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-LOAD-ONE-ENTRY-EXIT
004360         UNTIL WS-DC-EOF.
004370     CLOSE DIST-CONTROL.
004380     DISPLAY 'CALCVDST - CONTROL ENTRIES READ = ' WS-ENTRIES-READ
004390         ', ACCEPTED = ' DS-ENT-COUNT
004400         ', REJECTED = ' WS-ENTRIES-REJECTED.
004410 1200-LOAD-CONTROL-EXIT.
004420     EXIT.
004430
004440 1210-LOAD-ONE-ENTRY.
004450     READ DIST-CONTROL
004460         AT END
004470             MOVE 'Y' TO WS-DC-EOF-SW
004480             GO TO 1210-LOAD-ONE-ENTRY-EXIT
004490     END-READ.
004500     IF CALCV-DIST-CONTROL-RECORD = SPACES
004510         GO TO 1210-LOAD-ONE-ENTRY-EXIT
004520     END-IF.
004530     ADD 1 TO WS-ENTRIES-READ.
004540
004550     IF DC-RECIPIENT = SPACES
004560         DISPLAY 'CALCVDST - DSTCTL ENTRY REJECTED, NO '
004570             'RECIPIENT - ' DC-REPORT
004580         GO TO 1210-REJECT-ENTRY
004590     END-IF.
004600     SET DS-CAT-IDX TO 1.
004610     SEARCH DS-CAT-ENTRY
004620         AT END
004630             DISPLAY 'CALCVDST - DSTCTL ENTRY REJECTED, UNKNOWN '
004640                 'REPORT - ' DC-RECIPIENT ' ' DC-REPORT
004650             GO TO 1210-REJECT-ENTRY
004660         WHEN DS-CAT-DDNAME (DS-CAT-IDX) = DC-REPORT
004670             SET WS-CAT-NO TO DS-CAT-IDX
004680     END-SEARCH.
004690     MOVE ZERO TO WS-TALLY.
004700     INSPECT DC-DAYS TALLYING WS-TALLY FOR ALL 'Y' ALL 'N'.
004710     IF WS-TALLY NOT = 7
004720         DISPLAY 'CALCVDST - DSTCTL ENTRY REJECTED, DAYS NOT '
004730             'Y/N - ' DC-RECIPIENT ' ' DC-REPORT ' ' DC-DAYS
004740         GO TO 1210-REJECT-ENTRY
004750     END-IF.
004760     IF NOT DC-ALWAYS
004770         AND NOT DC-ATTENTION-ONLY
004780         DISPLAY 'CALCVDST - DSTCTL ENTRY REJECTED, CONDITION '
004790             'NOT A/T - ' DC-RECIPIENT ' ' DC-REPORT ' '
004800             DC-CONDITION
004810         GO TO 1210-REJECT-ENTRY
004820     END-IF.
004830     IF DS-ENT-COUNT > ZERO
004840         SET DS-ENT-IDX TO 1
004850         SEARCH DS-ENT-ENTRY
004860             AT END
004870                 CONTINUE
004880             WHEN DS-ENT-RECIPIENT (DS-ENT-IDX) = DC-RECIPIENT
004890                 AND DS-ENT-REPORT (DS-ENT-IDX) = DC-REPORT
004900                 DISPLAY 'CALCVDST - DSTCTL ENTRY REJECTED, '
004910                     'DUPLICATE - ' DC-RECIPIENT ' ' DC-REPORT
004920                 GO TO 1210-REJECT-ENTRY
004930         END-SEARCH
004940     END-IF.
004950     IF DS-ENT-COUNT NOT < 100
004960         DISPLAY 'CALCVDST - DSTCTL ENTRY REJECTED, CONTROL '
004970             'TABLE FULL - ' DC-RECIPIENT ' ' DC-REPORT
004980         GO TO 1210-REJECT-ENTRY
004990     END-IF.
005000
005010     ADD 1 TO DS-ENT-COUNT.
005020     SET DS-ENT-IDX TO DS-ENT-COUNT.
005030     MOVE DC-RECIPIENT TO DS-ENT-RECIPIENT (DS-ENT-IDX).
005040     MOVE DC-REPORT TO DS-ENT-REPORT (DS-ENT-IDX).
005050     MOVE WS-CAT-NO TO DS-ENT-CAT-NO (DS-ENT-IDX).
005060     MOVE DC-DAYS TO DS-ENT-DAYS (DS-ENT-IDX).
005070     MOVE DC-CONDITION TO DS-ENT-CONDITION (DS-ENT-IDX).
005080     MOVE DC-RECIP-NAME TO DS-ENT-RECIP-NAME (DS-ENT-IDX).
005090     MOVE ZERO TO DS-ENT-HWM (DS-ENT-IDX).
005100     MOVE 'N' TO DS-ENT-DONE-SW (DS-ENT-IDX).
005110     MOVE 'N' TO DS-ENT-DUE-SW (DS-ENT-IDX).
005120     MOVE ZERO TO DS-ENT-SEC-NO (DS-ENT-IDX).
005130     MOVE ZERO TO DS-ENT-FROM (DS-ENT-IDX).
005140     MOVE ZERO TO DS-ENT-TO (DS-ENT-IDX).
005150     MOVE ZERO TO DS-ENT-LINES (DS-ENT-IDX).
005160     MOVE ZERO TO DS-ENT-START (DS-ENT-IDX).
005170     GO TO 1210-LOAD-ONE-ENTRY-EXIT.
005180 1210-REJECT-ENTRY.
005190     ADD 1 TO WS-ENTRIES-REJECTED.
005200 1210-LOAD-ONE-ENTRY-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    1300-LOAD-LOG - READ THE DISTRIBUTION LOG FROM THE TOP.     *
005250*    EACH R RECORD MOVES ITS RECIPIENT AND REPORT'S POSITION UP  *
005260*    TO ITS TO-LINE.  R RECORDS OF TODAY'S OWN EARLIER PACKAGES  *
005270*    ARE PASSED OVER, SO A RERUN REBUILDS THE WHOLE DAY FROM THE *
005280*    POSITIONS BEFORE TODAY - A RESUBMITTED CALCVJN CLEARS THE   *
005290*    FAILED SUBMISSION'S PACKAGES, WHICH WOULD OTHERWISE NEVER   *
005300*    BE DELIVERED.  THE HIGHEST PACKAGE NUMBER ALREADY USED      *
005310*    TODAY IS KEPT SO TODAY'S NEXT PACKAGE FOLLOWS IT.  NO LOG   *
005320*    YET MEANS NOTHING HAS BEEN SENT.                            *
005330******************************************************************
005340 1300-LOAD-LOG.
005350     OPEN INPUT DIST-LOG.
005360     IF WS-DL-NOT-FOUND
005370         GO TO 1300-LOAD-LOG-EXIT
005380     END-IF.
005390     IF NOT WS-DL-OK
005400         DISPLAY 'CALCVDST - UNABLE TO OPEN DSTLOG, STATUS = '
005410             WS-DL-STATUS
005420         MOVE 'Y' TO WS-ABORT-SW
005430         GO TO 1300-LOAD-LOG-EXIT
005440     END-IF.
005450     PERFORM 1310-READ-ONE-LOG THRU 1310-READ-ONE-LOG-EXIT
005460         UNTIL WS-DL-EOF.
005470     CLOSE DIST-LOG.
005480 1300-LOAD-LOG-EXIT.
005490     EXIT.
005500
005510 1310-READ-ONE-LOG.
005520     READ DIST-LOG
005530         AT END
005540             MOVE 'Y' TO WS-DL-EOF-SW
005550             GO TO 1310-READ-ONE-LOG-EXIT
005560     END-READ.
005570     IF DL-PACKAGE
005580         IF DL-RUN-DATE = WS-RUN-DATE
005590             AND DL-PACKAGE-NO > WS-PKG-NO
005600             MOVE DL-PACKAGE-NO TO WS-PKG-NO
005610         END-IF
005620         GO TO 1310-READ-ONE-LOG-EXIT
005630     END-IF.
005640     IF NOT DL-REPORT-SECTION
005650         OR DS-ENT-COUNT = ZERO
005660         OR DL-RUN-DATE = WS-RUN-DATE
005670         GO TO 1310-READ-ONE-LOG-EXIT
005680     END-IF.
005690     SET DS-ENT-IDX TO 1.
005700     SEARCH DS-ENT-ENTRY
005710         AT END
005720             CONTINUE
005730         WHEN DS-ENT-RECIPIENT (DS-ENT-IDX) = DL-RECIPIENT
005740             AND DS-ENT-REPORT (DS-ENT-IDX) = DL-REPORT
005750             MOVE DL-TO-LINE TO DS-ENT-HWM (DS-ENT-IDX)
005760     END-SEARCH.
005770 1310-READ-ONE-LOG-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810*    2000-BUILD-PACKAGE - FOR THE FIRST ENTRY OF EACH RECIPIENT, *
005820*    GATHER ALL OF THAT RECIPIENT'S ENTRIES DUE TODAY AND, IF    *
005830*    THERE ARE ANY, WRITE THE PACKAGE AND LOG IT.  A LATER       *
005840*    ENTRY OF A RECIPIENT ALREADY PACKAGED IS PASSED OVER.       *
005850******************************************************************
005860 2000-BUILD-PACKAGE.
005870     IF DS-ENT-DONE (WS-ENT-SUB)
005880         GO TO 2000-BUILD-PACKAGE-EXIT
005890     END-IF.
005900     MOVE DS-ENT-RECIPIENT (WS-ENT-SUB) TO WS-PKG-RECIPIENT.
005910     MOVE DS-ENT-RECIP-NAME (WS-ENT-SUB) TO WS-PKG-RECIP-NAME.
005920     MOVE ZERO TO WS-PKG-SECTIONS.
005930     PERFORM 2100-SELECT-SECTION THRU 2100-SELECT-SECTION-EXIT
005940         VARYING WS-SEC-SUB FROM WS-ENT-SUB BY 1
005950         UNTIL WS-SEC-SUB > DS-ENT-COUNT.
005960     IF WS-PKG-SECTIONS = ZERO
005970         DISPLAY 'CALCVDST - NOTHING DUE TODAY FOR '
005980             WS-PKG-RECIPIENT
005990         GO TO 2000-BUILD-PACKAGE-EXIT
006000     END-IF.
006010     IF WS-PKG-NO NOT < 999
006020         DISPLAY 'CALCVDST - NO PACKAGE NUMBER LEFT TODAY FOR '
006030             WS-PKG-RECIPIENT ' - PACKAGE NOT BUILT'
006040         MOVE 'Y' TO WS-ABORT-SW
006050         GO TO 2000-BUILD-PACKAGE-EXIT
006060     END-IF.
006070     ADD 1 TO WS-PKG-NO.
006080     MOVE ZERO TO WS-PKG-LINES.
006090
006100     COMPUTE WS-NEXT-START = 13 + WS-PKG-SECTIONS.
006110     PERFORM 2200-PLACE-SECTION THRU 2200-PLACE-SECTION-EXIT
006120         VARYING WS-SEC-SUB FROM WS-ENT-SUB BY 1
006130         UNTIL WS-SEC-SUB > DS-ENT-COUNT.
006140     PERFORM 3000-WRITE-COVER THRU 3000-WRITE-COVER-EXIT.
006150     PERFORM 3200-WRITE-SECTION THRU 3200-WRITE-SECTION-EXIT
006160         VARYING WS-SEC-SUB FROM WS-ENT-SUB BY 1
006170         UNTIL WS-SEC-SUB > DS-ENT-COUNT.
006180     PERFORM 4000-LOG-PACKAGE THRU 4000-LOG-PACKAGE-EXIT.
006190     ADD 1 TO WS-PACKAGES-BUILT.
006200     MOVE WS-PKG-NO TO WS-PKG-NO-DISPLAY.
006210     MOVE WS-PKG-LINES TO WS-COUNT-DISPLAY.
006220     DISPLAY 'CALCVDST - PACKAGE ' WS-RUN-DATE '-'
006230         WS-PKG-NO-DISPLAY ' BUILT FOR ' WS-PKG-RECIPIENT ', '
006240         WS-PKG-SECTIONS ' REPORTS, ' WS-COUNT-DISPLAY ' LINES'.
006250 2000-BUILD-PACKAGE-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290*    2100-SELECT-SECTION - MARK ONE OF THIS RECIPIENT'S ENTRIES  *
006300*    DONE AND DECIDE WHETHER IT IS DUE TODAY: ITS DAY FLAG MUST  *
006310*    BE Y, AND AN ATTENTION-ONLY ENTRY GOES ONLY WHEN THE        *
006320*    VERDICT IS NOT CLEAN.  A DUE ENTRY IS NUMBERED AND SIZED.   *
006330******************************************************************
006340 2100-SELECT-SECTION.
006350     IF DS-ENT-RECIPIENT (WS-SEC-SUB) NOT = WS-PKG-RECIPIENT
006360         GO TO 2100-SELECT-SECTION-EXIT
006370     END-IF.
006380     MOVE 'Y' TO DS-ENT-DONE-SW (WS-SEC-SUB).
006390     IF DS-ENT-DAY (WS-SEC-SUB, WS-DAY-NO) NOT = 'Y'
006400         GO TO 2100-SELECT-SECTION-EXIT
006410     END-IF.
006420     IF NOT DS-ENT-ALWAYS (WS-SEC-SUB)
006430         AND WS-VERDICT-CLEAN
006440         GO TO 2100-SELECT-SECTION-EXIT
006450     END-IF.
006460     MOVE 'Y' TO DS-ENT-DUE-SW (WS-SEC-SUB).
006470     ADD 1 TO WS-PKG-SECTIONS.
006480     MOVE WS-PKG-SECTIONS TO DS-ENT-SEC-NO (WS-SEC-SUB).
006490     PERFORM 2110-SIZE-SECTION THRU 2110-SIZE-SECTION-EXIT.
006500 2100-SELECT-SECTION-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*    2110-SIZE-SECTION - THE LINES OF THE REPORT THIS RECIPIENT  *
006550*    HAS NOT HAD YET: FROM ONE PAST ITS LOGGED POSITION TO THE   *
006560*    END OF THE DATASET.  A DATASET SHORTER THAN THE POSITION    *
006570*    HAS BEEN REPLACED AND GOES FROM LINE 1.  A DATASET THAT     *
006580*    CANNOT BE READ SENDS NOTHING AND LEAVES THE POSITION.       *
006590******************************************************************
006600 2110-SIZE-SECTION.
006610     MOVE DS-ENT-CAT-NO (WS-SEC-SUB) TO WS-CAT-NO.
006620     IF NOT DS-CAT-COUNTED (WS-CAT-NO)
006630         PERFORM 2120-COUNT-REPORT THRU 2120-COUNT-REPORT-EXIT
006640     END-IF.
006650     IF NOT DS-CAT-READABLE (WS-CAT-NO)
006660         COMPUTE DS-ENT-FROM (WS-SEC-SUB) =
006670             DS-ENT-HWM (WS-SEC-SUB) + 1
006680         MOVE DS-ENT-HWM (WS-SEC-SUB) TO DS-ENT-TO (WS-SEC-SUB)
006690         MOVE ZERO TO DS-ENT-LINES (WS-SEC-SUB)
006700         GO TO 2110-SIZE-SECTION-EXIT
006710     END-IF.
006720     IF DS-CAT-LINES (WS-CAT-NO) < DS-ENT-HWM (WS-SEC-SUB)
006730         DISPLAY 'CALCVDST - ' DS-ENT-REPORT (WS-SEC-SUB)
006740             ' IS SHORTER THAN WHEN LAST SENT TO '
006750             WS-PKG-RECIPIENT ' - SENDING IT FROM LINE 1'
006760         MOVE ZERO TO DS-ENT-HWM (WS-SEC-SUB)
006770     END-IF.
006780     COMPUTE DS-ENT-FROM (WS-SEC-SUB) =
006790         DS-ENT-HWM (WS-SEC-SUB) + 1.
006800     MOVE DS-CAT-LINES (WS-CAT-NO) TO DS-ENT-TO (WS-SEC-SUB).
006810     COMPUTE DS-ENT-LINES (WS-SEC-SUB) =
006820         DS-ENT-TO (WS-SEC-SUB) - DS-ENT-HWM (WS-SEC-SUB).
006830 2110-SIZE-SECTION-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*    2120-COUNT-REPORT - COUNT THE LINES OF ONE CATALOGUE REPORT *
006880******************************************************************
006890 2120-COUNT-REPORT.
006900     MOVE 'Y' TO DS-CAT-COUNTED-SW (WS-CAT-NO).
006910     MOVE ZERO TO DS-CAT-LINES (WS-CAT-NO).
006920     PERFORM 5100-OPEN-REPORT THRU 5100-OPEN-REPORT-EXIT.
006930     MOVE WS-RPT-STATUS TO DS-CAT-OPEN-STATUS (WS-CAT-NO).
006940     IF NOT WS-RPT-OK
006950         DISPLAY 'CALCVDST - UNABLE TO OPEN '
006960             DS-CAT-DDNAME (WS-CAT-NO) ', STATUS = ' WS-RPT-STATUS
006970             ' - NOT SENT'
006980         GO TO 2120-COUNT-REPORT-EXIT
006990     END-IF.
007000     MOVE 'Y' TO DS-CAT-READABLE-SW (WS-CAT-NO).
007010     MOVE 'N' TO WS-RPT-EOF-SW.
007020     PERFORM 2130-COUNT-ONE-LINE THRU 2130-COUNT-ONE-LINE-EXIT
007030         UNTIL WS-RPT-EOF.
007040     PERFORM 5300-CLOSE-REPORT THRU 5300-CLOSE-REPORT-EXIT.
007050 2120-COUNT-REPORT-EXIT.
007060     EXIT.
007070
007080 2130-COUNT-ONE-LINE.
007090     PERFORM 5200-READ-REPORT THRU 5200-READ-REPORT-EXIT.
007100     IF NOT WS-RPT-EOF
007110         ADD 1 TO DS-CAT-LINES (WS-CAT-NO)
007120     END-IF.
007130 2130-COUNT-ONE-LINE-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170*    2200-PLACE-SECTION - THE PACKAGE LINE EACH DUE SECTION      *
007180*    STARTS ON, FOR THE TABLE OF CONTENTS.  A SECTION IS A       *
007190*    BANNER, A LINE-RANGE LINE, ITS REPORT LINES, AND A BLANK.   *
007200******************************************************************
007210 2200-PLACE-SECTION.
007220     IF DS-ENT-RECIPIENT (WS-SEC-SUB) NOT = WS-PKG-RECIPIENT
007230         OR NOT DS-ENT-DUE (WS-SEC-SUB)
007240         GO TO 2200-PLACE-SECTION-EXIT
007250     END-IF.
007260     MOVE WS-NEXT-START TO DS-ENT-START (WS-SEC-SUB).
007270     COMPUTE WS-NEXT-START = WS-NEXT-START + 3
007280         + DS-ENT-LINES (WS-SEC-SUB).
007290 2200-PLACE-SECTION-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*    3000-WRITE-COVER - THE COVER PAGE AND TABLE OF CONTENTS.    *
007340*    TWELVE LINES PLUS ONE PER SECTION - 2000 COUNTS ON THAT.    *
007350******************************************************************
007360 3000-WRITE-COVER.
007370     MOVE ALL '=' TO WS-OUT-LINE.
007380     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007390     MOVE SPACES TO WS-OUT-LINE.
007400     MOVE WS-PKG-NO TO WS-PKG-NO-DISPLAY.
007410     STRING 'CALCULATE-V REPORT PACKAGE ' WS-RUN-DATE '-'
007420         WS-PKG-NO-DISPLAY
007430         DELIMITED BY SIZE INTO WS-OUT-LINE
007440     END-STRING.
007450     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007460     MOVE ALL '=' TO WS-OUT-LINE.
007470     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007480
007490     MOVE SPACES TO WS-OUT-LINE.
007500     STRING 'RECIPIENT   : ' WS-PKG-RECIPIENT ' - '
007510         WS-PKG-RECIP-NAME
007520         DELIMITED BY SIZE INTO WS-OUT-LINE
007530     END-STRING.
007540     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007550     MOVE SPACES TO WS-OUT-LINE.
007560     STRING 'PREPARED    : ' WS-RUN-DATE ' AT ' WS-RUN-HH ':'
007570         WS-RUN-MM ':' WS-RUN-SS
007580         DELIMITED BY SIZE INTO WS-OUT-LINE
007590     END-STRING.
007600     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007610     MOVE SPACES TO WS-OUT-LINE.
007620     IF WS-NIGHT-RUN-NO = ZERO
007630         STRING 'NIGHTLY RUN : NOT KNOWN'
007640             DELIMITED BY SIZE INTO WS-OUT-LINE
007650         END-STRING
007660     ELSE
007670         MOVE WS-NIGHT-RUN-NO TO WS-RUN-NO-DISPLAY
007680         STRING 'NIGHTLY RUN : NO ' WS-RUN-NO-DISPLAY
007690             DELIMITED BY SIZE INTO WS-OUT-LINE
007700         END-STRING
007710     END-IF.
007720     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007730     MOVE SPACES TO WS-OUT-LINE.
007740     EVALUATE TRUE
007750         WHEN WS-VERDICT-CLEAN
007760             STRING 'VERDICT     : CLEAN'
007770                 DELIMITED BY SIZE INTO WS-OUT-LINE
007780             END-STRING
007790         WHEN WS-VERDICT-ATTENTION
007800             STRING 'VERDICT     : *** ATTENTION - SEE SUMRPT ***'
007810                 DELIMITED BY SIZE INTO WS-OUT-LINE
007820             END-STRING
007830         WHEN OTHER
007840             STRING 'VERDICT     : *** NOT KNOWN - THE SUMMARY '
007850                 'DID NOT RUN ***'
007860                 DELIMITED BY SIZE INTO WS-OUT-LINE
007870             END-STRING
007880     END-EVALUATE.
007890     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007900     MOVE SPACES TO WS-OUT-LINE.
007910     MOVE WS-PKG-SECTIONS TO WS-SEC-DISPLAY.
007920     STRING 'REPORTS     : ' WS-SEC-DISPLAY
007930         DELIMITED BY SIZE INTO WS-OUT-LINE
007940     END-STRING.
007950     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007960     MOVE SPACES TO WS-OUT-LINE.
007970     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007980
007990     MOVE SPACES TO WS-OUT-LINE.
008000     STRING 'CONTENTS'
008010         DELIMITED BY SIZE INTO WS-OUT-LINE
008020     END-STRING.
008030     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008040     MOVE SPACES TO WS-OUT-LINE.
008050     STRING 'SEC  REPORT    TITLE'
008060         '                                   '
008070         '  NEW LINES   AT LINE'
008080         DELIMITED BY SIZE INTO WS-OUT-LINE
008090     END-STRING.
008100     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008110     PERFORM 3100-WRITE-CONTENTS-LINE
008120         THRU 3100-WRITE-CONTENTS-LINE-EXIT
008130         VARYING WS-SEC-SUB FROM WS-ENT-SUB BY 1
008140         UNTIL WS-SEC-SUB > DS-ENT-COUNT.
008150     MOVE SPACES TO WS-OUT-LINE.
008160     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008170 3000-WRITE-COVER-EXIT.
008180     EXIT.
008190
008200******************************************************************
008210*    3100-WRITE-CONTENTS-LINE - ONE TABLE-OF-CONTENTS LINE PER   *
008220*    DUE SECTION: NUMBER, DD NAME, TITLE, NEW LINES, AND THE     *
008230*    PACKAGE LINE THE SECTION STARTS ON                          *
008240******************************************************************
008250 3100-WRITE-CONTENTS-LINE.
008260     IF DS-ENT-RECIPIENT (WS-SEC-SUB) NOT = WS-PKG-RECIPIENT
008270         OR NOT DS-ENT-DUE (WS-SEC-SUB)
008280         GO TO 3100-WRITE-CONTENTS-LINE-EXIT
008290     END-IF.
008300     MOVE DS-ENT-CAT-NO (WS-SEC-SUB) TO WS-CAT-NO.
008310     MOVE DS-ENT-SEC-NO (WS-SEC-SUB) TO WS-SEC-DISPLAY.
008320     MOVE DS-ENT-LINES (WS-SEC-SUB) TO WS-COUNT-DISPLAY.
008330     MOVE DS-ENT-START (WS-SEC-SUB) TO WS-START-DISPLAY.
008340     MOVE SPACES TO WS-OUT-LINE.
008350     STRING WS-SEC-DISPLAY '  ' DS-CAT-DDNAME (WS-CAT-NO) '  '
008360         DS-CAT-TITLE (WS-CAT-NO) '    ' WS-COUNT-DISPLAY '   '
008370         WS-START-DISPLAY
008380         DELIMITED BY SIZE INTO WS-OUT-LINE
008390     END-STRING.
008400     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008410 3100-WRITE-CONTENTS-LINE-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    3200-WRITE-SECTION - ONE DUE REPORT: THE BANNER, WHICH      *
008460*    LINES OF THE DATASET FOLLOW (OR WHY NONE DO), THE LINES     *
008470*    THEMSELVES, AND A BLANK LINE                                *
008480******************************************************************
008490 3200-WRITE-SECTION.
008500     IF DS-ENT-RECIPIENT (WS-SEC-SUB) NOT = WS-PKG-RECIPIENT
008510         OR NOT DS-ENT-DUE (WS-SEC-SUB)
008520         GO TO 3200-WRITE-SECTION-EXIT
008530     END-IF.
008540     MOVE DS-ENT-CAT-NO (WS-SEC-SUB) TO WS-CAT-NO.
008550     MOVE DS-ENT-SEC-NO (WS-SEC-SUB) TO WS-SEC-DISPLAY.
008560     MOVE SPACES TO WS-OUT-LINE.
008570     STRING '=== SECTION ' WS-SEC-DISPLAY ' - '
008580         DS-CAT-DDNAME (WS-CAT-NO) ' - ' DS-CAT-TITLE (WS-CAT-NO)
008590         DELIMITED BY SIZE INTO WS-OUT-LINE
008600     END-STRING.
008610     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008620
008630     MOVE DS-ENT-FROM (WS-SEC-SUB) TO WS-FROM-DISPLAY.
008640     MOVE DS-ENT-TO (WS-SEC-SUB) TO WS-TO-DISPLAY.
008650     MOVE DS-CAT-LINES (WS-CAT-NO) TO WS-TOTAL-DISPLAY.
008660     MOVE SPACES TO WS-OUT-LINE.
008670     EVALUATE TRUE
008680         WHEN NOT DS-CAT-READABLE (WS-CAT-NO)
008690             STRING '    REPORT DATASET COULD NOT BE READ, '
008700                 'STATUS = '
008710                 DS-CAT-OPEN-STATUS (WS-CAT-NO)
008720                 ' - NOTHING SENT'
008730                 DELIMITED BY SIZE INTO WS-OUT-LINE
008740             END-STRING
008750         WHEN DS-ENT-LINES (WS-SEC-SUB) = ZERO
008760             STRING '    NO NEW OUTPUT SINCE THE LAST PACKAGE ('
008770                 WS-TOTAL-DISPLAY ' LINES ON FILE)'
008780                 DELIMITED BY SIZE INTO WS-OUT-LINE
008790             END-STRING
008800         WHEN OTHER
008810             STRING '    REPORT LINES ' WS-FROM-DISPLAY ' TO '
008820                 WS-TO-DISPLAY ' OF ' WS-TOTAL-DISPLAY
008830                 DELIMITED BY SIZE INTO WS-OUT-LINE
008840             END-STRING
008850     END-EVALUATE.
008860     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008870
008880     IF DS-ENT-LINES (WS-SEC-SUB) > ZERO
008890         PERFORM 3300-COPY-REPORT THRU 3300-COPY-REPORT-EXIT
008900     END-IF.
008910     MOVE SPACES TO WS-OUT-LINE.
008920     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008930 3200-WRITE-SECTION-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970*    3300-COPY-REPORT - COPY THE SECTION'S LINE RANGE OF THE     *
008980*    REPORT DATASET INTO THE PACKAGE.  THE RANGE WAS COUNTED     *
008990*    EARLIER IN THIS RUN; A DATASET THAT HAS SINCE GONE SHORT    *
009000*    SIMPLY ENDS THE COPY EARLY.                                 *
009010******************************************************************
009020 3300-COPY-REPORT.
009030     PERFORM 5100-OPEN-REPORT THRU 5100-OPEN-REPORT-EXIT.
009040     IF NOT WS-RPT-OK
009050         DISPLAY 'CALCVDST - UNABLE TO REOPEN '
009060             DS-CAT-DDNAME (WS-CAT-NO) ', STATUS = ' WS-RPT-STATUS
009070         GO TO 3300-COPY-REPORT-EXIT
009080     END-IF.
009090     MOVE 'N' TO WS-RPT-EOF-SW.
009100     MOVE ZERO TO WS-LINE-NO.
009110     PERFORM 3310-COPY-ONE-LINE THRU 3310-COPY-ONE-LINE-EXIT
009120         UNTIL WS-RPT-EOF
009130             OR WS-LINE-NO NOT < DS-ENT-TO (WS-SEC-SUB).
009140     PERFORM 5300-CLOSE-REPORT THRU 5300-CLOSE-REPORT-EXIT.
009150 3300-COPY-REPORT-EXIT.
009160     EXIT.
009170
009180 3310-COPY-ONE-LINE.
009190     PERFORM 5200-READ-REPORT THRU 5200-READ-REPORT-EXIT.
009200     IF WS-RPT-EOF
009210         GO TO 3310-COPY-ONE-LINE-EXIT
009220     END-IF.
009230     ADD 1 TO WS-LINE-NO.
009240     IF WS-LINE-NO < DS-ENT-FROM (WS-SEC-SUB)
009250         GO TO 3310-COPY-ONE-LINE-EXIT
009260     END-IF.
009270     MOVE WS-IN-LINE TO WS-OUT-LINE.
009280     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009290     ADD 1 TO WS-REPORT-LINES-SENT.
009300 3310-COPY-ONE-LINE-EXIT.
009310     EXIT.
009320
009330******************************************************************
009340*    4000-LOG-PACKAGE - APPEND THE PACKAGE'S P RECORD AND ONE R  *
009350*    RECORD PER SECTION TO THE DISTRIBUTION LOG                  *
009360******************************************************************
009370 4000-LOG-PACKAGE.
009380     MOVE SPACES TO CALCV-DIST-LOG-RECORD.
009390     MOVE WS-RUN-DATE TO DL-RUN-DATE.
009400     MOVE WS-RUN-TIME TO DL-RUN-TIME.
009410     MOVE WS-PKG-NO TO DL-PACKAGE-NO.
009420     MOVE WS-PKG-RECIPIENT TO DL-RECIPIENT.
009430     MOVE 'P' TO DL-REC-TYPE.
009440     MOVE ZERO TO DL-FROM-LINE.
009450     MOVE ZERO TO DL-TO-LINE.
009460     MOVE WS-PKG-LINES TO DL-LINE-COUNT.
009470     MOVE WS-VERDICT TO DL-VERDICT.
009480     MOVE WS-NIGHT-RUN-NO TO DL-NIGHT-RUN-NO.
009490     WRITE CALCV-DIST-LOG-RECORD.
009500     PERFORM 4100-LOG-SECTION THRU 4100-LOG-SECTION-EXIT
009510         VARYING WS-SEC-SUB FROM WS-ENT-SUB BY 1
009520         UNTIL WS-SEC-SUB > DS-ENT-COUNT.
009530 4000-LOG-PACKAGE-EXIT.
009540     EXIT.
009550
009560 4100-LOG-SECTION.
009570     IF DS-ENT-RECIPIENT (WS-SEC-SUB) NOT = WS-PKG-RECIPIENT
009580         OR NOT DS-ENT-DUE (WS-SEC-SUB)
009590         GO TO 4100-LOG-SECTION-EXIT
009600     END-IF.
009610     MOVE 'R' TO DL-REC-TYPE.
009620     MOVE DS-ENT-REPORT (WS-SEC-SUB) TO DL-REPORT.
009630     MOVE DS-ENT-FROM (WS-SEC-SUB) TO DL-FROM-LINE.
009640     MOVE DS-ENT-TO (WS-SEC-SUB) TO DL-TO-LINE.
009650     MOVE DS-ENT-LINES (WS-SEC-SUB) TO DL-LINE-COUNT.
009660     WRITE CALCV-DIST-LOG-RECORD.
009670 4100-LOG-SECTION-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710*    5100-OPEN-REPORT, 5200-READ-REPORT, 5300-CLOSE-REPORT -     *
009720*    OPEN, READ INTO WS-IN-LINE, AND CLOSE THE CATALOGUE REPORT  *
009730*    NUMBER WS-CAT-NO                                            *
009740******************************************************************
009750 5100-OPEN-REPORT.
009760     EVALUATE WS-CAT-NO
009770         WHEN 1
009780             OPEN INPUT SUMMARY-REPORT
009790         WHEN 2
009800             OPEN INPUT DRIFT-REPORT
009810         WHEN 3
009820             OPEN INPUT BALANCE-REPORT
009830         WHEN 4
009840             OPEN INPUT ORBIT-REPORT
009850         WHEN 5
009860             OPEN INPUT TRANSFER-REPORT
009870         WHEN 6
009880             OPEN INPUT STATS-REPORT
009890         WHEN 7
009900             OPEN INPUT INVERSE-REPORT
009910         WHEN 8
009920             OPEN INPUT SCENARIO-REPORT
009930         WHEN 9
009940             OPEN INPUT CALENDAR-REPORT
009950     END-EVALUATE.
009960 5100-OPEN-REPORT-EXIT.
009970     EXIT.
009980
009990 5200-READ-REPORT.
010000     EVALUATE WS-CAT-NO
010010         WHEN 1
010020             READ SUMMARY-REPORT INTO WS-IN-LINE
010030                 AT END
010040                     MOVE 'Y' TO WS-RPT-EOF-SW
010050             END-READ
010060         WHEN 2
010070             READ DRIFT-REPORT INTO WS-IN-LINE
010080                 AT END
010090                     MOVE 'Y' TO WS-RPT-EOF-SW
010100             END-READ
010110         WHEN 3
010120             READ BALANCE-REPORT INTO WS-IN-LINE
010130                 AT END
010140                     MOVE 'Y' TO WS-RPT-EOF-SW
010150             END-READ
010160         WHEN 4
010170             READ ORBIT-REPORT INTO WS-IN-LINE
010180                 AT END
010190                     MOVE 'Y' TO WS-RPT-EOF-SW
010200             END-READ
010210         WHEN 5
010220             READ TRANSFER-REPORT INTO WS-IN-LINE
010230                 AT END
010240                     MOVE 'Y' TO WS-RPT-EOF-SW
010250             END-READ
010260         WHEN 6
010270             READ STATS-REPORT INTO WS-IN-LINE
010280                 AT END
010290                     MOVE 'Y' TO WS-RPT-EOF-SW
010300             END-READ
010310         WHEN 7
010320             READ INVERSE-REPORT INTO WS-IN-LINE
010330                 AT END
010340                     MOVE 'Y' TO WS-RPT-EOF-SW
010350             END-READ
010360         WHEN 8
010370             READ SCENARIO-REPORT INTO WS-IN-LINE
010380                 AT END
010390                     MOVE 'Y' TO WS-RPT-EOF-SW
010400             END-READ
010410         WHEN 9
010420             READ CALENDAR-REPORT INTO WS-IN-LINE
010430                 AT END
010440                     MOVE 'Y' TO WS-RPT-EOF-SW
010450             END-READ
010460     END-EVALUATE.
010470 5200-READ-REPORT-EXIT.
010480     EXIT.
010490
010500 5300-CLOSE-REPORT.
010510     EVALUATE WS-CAT-NO
010520         WHEN 1
010530             CLOSE SUMMARY-REPORT
010540         WHEN 2
010550             CLOSE DRIFT-REPORT
010560         WHEN 3
010570             CLOSE BALANCE-REPORT
010580         WHEN 4
010590             CLOSE ORBIT-REPORT
010600         WHEN 5
010610             CLOSE TRANSFER-REPORT
010620         WHEN 6
010630             CLOSE STATS-REPORT
010640         WHEN 7
010650             CLOSE INVERSE-REPORT
010660         WHEN 8
010670             CLOSE SCENARIO-REPORT
010680         WHEN 9
010690             CLOSE CALENDAR-REPORT
010700     END-EVALUATE.
010710 5300-CLOSE-REPORT-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750*    9000-TERMINATE - PRINT THE COUNTS, CLOSE UP, AND SET THE    *
010760*    RETURN CODE                                                 *
010770******************************************************************
010780 9000-TERMINATE.
010790     IF WS-PKG-OPEN
010800         CLOSE DIST-PACKAGE
010810     END-IF.
010820     IF WS-LOG-OPEN
010830         CLOSE DIST-LOG
010840     END-IF.
010850     DISPLAY 'CALCVDST - PACKAGES BUILT = ' WS-PACKAGES-BUILT
010860         ', REPORT LINES SENT = ' WS-REPORT-LINES-SENT.
010870     EVALUATE TRUE
010880         WHEN WS-ABORTING
010890             MOVE 12 TO RETURN-CODE
010900         WHEN WS-ENTRIES-REJECTED > ZERO
010910             MOVE 4 TO RETURN-CODE
010920         WHEN OTHER
010930             MOVE ZERO TO RETURN-CODE
010940     END-EVALUATE.
010950     DISPLAY 'CALCVDST - REPORT DISTRIBUTION ENDED, RC = '
010960         RETURN-CODE.
010970 9000-TERMINATE-EXIT.
010980     EXIT.
010990
011000******************************************************************
011010*    8000-EMIT-LINE - WRITE ONE PACKAGE LINE UNDER THE           *
011020*    RECIPIENT'S ID                                              *
011030******************************************************************
011040 8000-EMIT-LINE.
011050     MOVE SPACES TO CALCV-DIST-PACKAGE-LINE.
011060     MOVE WS-PKG-RECIPIENT TO DP-RECIPIENT.
011070     MOVE WS-OUT-LINE TO DP-LINE.
011080     WRITE CALCV-DIST-PACKAGE-LINE.
011090     ADD 1 TO WS-PKG-LINES.
011100 8000-EMIT-LINE-EXIT.
011110     EXIT.
