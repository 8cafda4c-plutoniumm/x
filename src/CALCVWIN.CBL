000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVWIN                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    LAUNCH WINDOW PLANNER.  CALCVTRN SAYS WHAT EACH PAIRLIST    *
000110*    TRANSFER LEG COSTS; THIS PROGRAM SAYS WHEN IT CAN BE        *
000120*    FLOWN.  FOR EVERY LEG WHOSE ENDS BOTH ORBIT THE SUN (THE    *
000130*    SAME RULE CALCVTRN APPLIES) IT TAKES THE BODYMST ORBITAL    *
000140*    DISTANCES AS CIRCULAR, COPLANAR ORBITS AND WORKS:           *
000150*        T    = 2 * PI * SQRT(R**3 / MU)  ORBITAL PERIOD         *
000160*        N    = 360 / T                   MEAN MOTION, DEG/DAY   *
000170*        S    = 360 / ABS(N2 - N1)        SYNODIC PERIOD         *
000180*        TOF  = PI * SQRT(A**3 / MU)      HOHMANN TIME OF FLIGHT *
000190*        PHI  = 180 - N2 * TOF            DEPARTURE PHASE ANGLE  *
000200*    WHERE A = (R1 + R2) / 2 AND PHI IS HOW FAR THE DESTINATION  *
000210*    MUST LEAD THE ORIGIN IN LONGITUDE ON THE DAY OF DEPARTURE.  *
000220*    EACH BODY'S LONGITUDE ON THE PLANNING DATE IS CARRIED       *
000230*    FORWARD FROM ITS ENTRY ON THE BODYPHS EPOCH/PHASE DATASET   *
000240*    (CALCVEP RECORD) AT ITS MEAN MOTION, AND THE FIRST DAY ON   *
000250*    OR AFTER THE PLANNING DATE WHEN THE PHASE ANGLE COMES ROUND *
000260*    TO PHI IS THE NEXT WINDOW; LATER WINDOWS FOLLOW ONE         *
000270*    SYNODIC PERIOD APART.  THE DATES ARE THE PLANNERS' FIRST    *
000280*    CUT - ECCENTRICITY AND INCLINATION CAN MOVE A REAL WINDOW   *
000290*    BY SOME WEEKS.                                              *
000300*    THE PARM IS 'YYYYMMDD,NN' - THE PLANNING DATE AND THE       *
000310*    NUMBER OF WINDOWS WANTED PER LEG (1 TO 12).  EITHER MAY BE  *
000320*    LEFT OFF: NO DATE PLANS FROM THE RUN DATE, SO THE NIGHTLY   *
000330*    STEP IS ALWAYS CURRENT, AND NO COUNT LISTS THREE.  THE      *
000340*    REPORT GOES TO WINRPT IN THE TRNRPT STYLE.  A LEG WITH AN   *
000350*    UNKNOWN BODY, A BODY THAT DOES NOT ORBIT THE SUN, NO        *
000360*    DISTANCE, OR NO EPOCH ENTRY IS SKIPPED WITH A MESSAGE AND   *
000370*    COUNTED.  A BAD PARM, OR A BODY MASTER, EPOCH DATASET, OR   *
000380*    PAIR LIST THAT CANNOT BE READ, ENDS RC=12.                  *
000390*                                                                *
000400*    MODIFICATION HISTORY                                       *
000410*    DATE       INIT  DESCRIPTION                                *
000420*    2026-10-15 DLR   ORIGINAL.                                  *
000430*                                                                *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.  CALCVWIN.
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
000590     SELECT BODY-MASTER ASSIGN TO BODYMST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BM-STATUS.
000620     SELECT EPOCH-FILE ASSIGN TO BODYPHS
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-EP-STATUS.
000650     SELECT PAIRLIST ASSIGN TO PAIRLIST
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PL-STATUS.
000680     SELECT WINDOW-REPORT ASSIGN TO WINRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  BODY-MASTER
000750     RECORDING MODE IS F.
000760 COPY CALCVBM.
000770
000780 FD  EPOCH-FILE
000790     RECORDING MODE IS F.
000800 COPY CALCVEP.
000810
000820 FD  PAIRLIST
000830     RECORDING MODE IS F.
000840 COPY CALCVPL.
000850
000860 FD  WINDOW-REPORT
000870     RECORDING MODE IS F.
000880 COPY CALCVRP.
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-BM-STATUS                PIC X(02).
000920     88  WS-BM-OK                VALUE '00'.
000930 01  WS-EP-STATUS                PIC X(02).
000940     88  WS-EP-OK                VALUE '00'.
000950 01  WS-PL-STATUS                PIC X(02).
000960     88  WS-PL-OK                VALUE '00'.
000970 01  WS-RPT-STATUS               PIC X(02).
000980     88  WS-RPT-OK               VALUE '00'.
000990     88  WS-RPT-NOT-FOUND        VALUE '35'.
001000
001010 01  WS-SWITCHES.
001020     05  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001030         88  WS-EOF              VALUE 'Y'.
001040     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
001050         88  WS-BODY-FOUND       VALUE 'Y'.
001060     05  WS-EPOCH-FOUND-SW       PIC X(01)      VALUE 'N'.
001070         88  WS-EPOCH-FOUND      VALUE 'Y'.
001080     05  WS-BM-EOF-SW            PIC X(01)      VALUE 'N'.
001090         88  WS-BM-EOF           VALUE 'Y'.
001100     05  WS-BM-LOADED-SW         PIC X(01)      VALUE 'N'.
001110         88  WS-BM-LOADED        VALUE 'Y'.
001120     05  WS-EP-EOF-SW            PIC X(01)      VALUE 'N'.
001130         88  WS-EP-EOF           VALUE 'Y'.
001140     05  WS-EP-LOADED-SW         PIC X(01)      VALUE 'N'.
001150         88  WS-EP-LOADED        VALUE 'Y'.
001160     05  WS-PL-OPEN-SW           PIC X(01)      VALUE 'N'.
001170         88  WS-PL-OPEN          VALUE 'Y'.
001180     05  WS-RPT-OPEN-SW          PIC X(01)      VALUE 'N'.
001190         88  WS-RPT-OPEN         VALUE 'Y'.
001200
001210 01  WS-COUNTERS.
001220     05  WS-RECORDS-READ         PIC 9(07)      COMP VALUE ZERO.
001230     05  WS-LEGS-PRINTED         PIC 9(07)      COMP VALUE ZERO.
001240     05  WS-LEGS-SKIPPED         PIC 9(07)      COMP VALUE ZERO.
001250     05  WS-WINDOW-COUNT         PIC 9(02)      COMP VALUE 3.
001260     05  WS-WINDOW-NO            PIC 9(02)      COMP VALUE ZERO.
001270
001280******************************************************************
001290*    THE PARM - PLANNING DATE AND WINDOW COUNT, EITHER OPTIONAL  *
001300******************************************************************
001310 01  WS-PARM                     PIC X(20)  VALUE SPACES.
001320 01  WS-PARM-DATE                PIC X(08)  VALUE SPACES.
001330 01  WS-PARM-COUNT               PIC X(04)  VALUE SPACES.
001340 01  WS-NUMVAL-CHECK             PIC S9(04)      COMP.
001350 01  WS-COUNT-SIGNED             PIC S9(04)V9(02).
001360
001370 01  WS-CALC-FIELDS.
001380     05  WS-G           PIC 9(16)V9(14) VALUE 0.00000000006674.
001390     05  WS-PI          USAGE COMP-2.
001400     05  WS-MU          USAGE COMP-2.
001410     05  WS-R1          USAGE COMP-2.
001420     05  WS-R2          USAGE COMP-2.
001430     05  WS-AXIS        USAGE COMP-2.
001440     05  WS-PERIOD-1    USAGE COMP-2.
001450     05  WS-PERIOD-2    USAGE COMP-2.
001460     05  WS-MOTION-1    USAGE COMP-2.
001470     05  WS-MOTION-2    USAGE COMP-2.
001480     05  WS-REL-MOTION  USAGE COMP-2.
001490     05  WS-REL-ABS     USAGE COMP-2.
001500     05  WS-SYNODIC     USAGE COMP-2.
001510     05  WS-TOF-DAYS    USAGE COMP-2.
001520     05  WS-PHASE-NEEDED USAGE COMP-2.
001530     05  WS-PHASE-NOW   USAGE COMP-2.
001540     05  WS-LONG-1      USAGE COMP-2.
001550     05  WS-LONG-2      USAGE COMP-2.
001560     05  WS-WAIT-DAYS   USAGE COMP-2.
001570     05  WS-DEPART-FLOAT USAGE COMP-2.
001580     05  WS-ANGLE       USAGE COMP-2.
001590     05  WS-TURNS       PIC S9(09).
001600
001610******************************************************************
001620*    DAY NUMBERS (INTEGER-OF-DATE) AND THE DATES THEY MAP BACK   *
001630*    TO                                                          *
001640******************************************************************
001650 01  WS-DATE-FIELDS.
001660     05  WS-RUN-DATE             PIC 9(08).
001670     05  WS-FROM-DATE            PIC 9(08).
001680     05  WS-FROM-DAY-NO          PIC 9(07).
001690     05  WS-DEPART-DAY-NO        PIC 9(07).
001700     05  WS-ARRIVE-DAY-NO        PIC 9(07).
001710     05  WS-DEPART-DATE          PIC 9(08).
001720     05  WS-ARRIVE-DATE          PIC 9(08).
001730
001740******************************************************************
001750*    WIN-EPOCH-TABLE - THE BODYPHS EPOCH/PHASE DATASET, ONE SLOT *
001760*    PER BODY, THE EPOCH HELD AS ITS DAY NUMBER                  *
001770******************************************************************
001780 01  WIN-EPOCH-TABLE.
001790     05  WIN-EPOCH-COUNT         PIC 9(03)  COMP VALUE ZERO.
001800     05  WIN-EPOCH-ENTRY OCCURS 1 TO 50 TIMES
001810                 DEPENDING ON WIN-EPOCH-COUNT
001820                 INDEXED BY WIN-EPOCH-IDX.
001830         10  WIN-EPOCH-BODY      PIC X(08).
001840         10  WIN-EPOCH-DAY-NO    PIC 9(07).
001850         10  WIN-EPOCH-LONG      PIC 9(03)V9(04).
001860
001870******************************************************************
001880*    THE RESOLVED ORIGIN AND DESTINATION, COPIED OUT OF THE      *
001890*    TABLES SO BOTH ENDS CAN BE HELD AT ONCE                     *
001900******************************************************************
001910 01  WIN-ORIGIN-FIELDS.
001920     05  WIN-ORG-DIST            PIC 9(10).
001930     05  WIN-ORG-PRIMARY         PIC X(08).
001940     05  WIN-ORG-EPOCH-DAY-NO    PIC 9(07).
001950     05  WIN-ORG-EPOCH-LONG      PIC 9(03)V9(04).
001960 01  WIN-DEST-FIELDS.
001970     05  WIN-DST-DIST            PIC 9(10).
001980     05  WIN-DST-PRIMARY         PIC X(08).
001990     05  WIN-DST-EPOCH-DAY-NO    PIC 9(07).
002000     05  WIN-DST-EPOCH-LONG      PIC 9(03)V9(04).
002010
002020 01  WS-LOOKUP-CODE              PIC X(08).
002030 01  WS-SUN-MASS                 USAGE COMP-2.
002040
002050 01  WS-DAYS-WORK                PIC 9(05)V9(01).
002060 01  WS-DEG-WORK                 PIC 9(03)V9(01).
002070 01  WS-SYNODIC-DISPLAY          PIC ZZZZ9.9.
002080 01  WS-TOF-DISPLAY              PIC ZZZZ9.9.
002090 01  WS-PHASE-DISPLAY            PIC ZZ9.9.
002100 01  WS-NOW-DISPLAY              PIC ZZ9.9.
002110 01  WS-WINDOW-DISPLAY           PIC Z9.
002120 01  WS-COUNT-DISPLAY            PIC Z9.
002130
002140 COPY CALCVBD.
002150
002160 PROCEDURE DIVISION.
002170
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002200     PERFORM 2000-PROCESS-PAIR THRU 2000-PROCESS-PAIR-EXIT
002210         UNTIL WS-EOF.
002220     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002230     STOP RUN.
002240
002250******************************************************************
002260*    1000-INITIALIZE - TAKE THE PARM, LOAD THE BODY TABLE AND    *
002270*    THE EPOCH TABLE, RESOLVE THE SUN'S MASS FOR MU, OPEN THE    *
002280*    PAIR LIST AND THE REPORT (EXTEND, SO ONE NIGHT DOES NOT     *
002290*    ERASE ANOTHER), PRINT THE HEADING, AND PRIME THE READ.      *
002300******************************************************************
002310 1000-INITIALIZE.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330     COMPUTE WS-PI = 3.14159265358979.
002340     PERFORM 1010-TAKE-PARM THRU 1010-TAKE-PARM-EXIT.
002350     IF WS-EOF
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF.
002380
002390     PERFORM 1025-LOAD-BODY-MASTER
002400         THRU 1025-LOAD-BODY-MASTER-EXIT.
002410     IF NOT WS-BM-LOADED
002420         MOVE 'Y' TO WS-EOF-SWITCH
002430         MOVE 12 TO RETURN-CODE
002440         GO TO 1000-INITIALIZE-EXIT
002450     END-IF.
002460     PERFORM 1040-LOAD-EPOCHS THRU 1040-LOAD-EPOCHS-EXIT.
002470     IF NOT WS-EP-LOADED
002480         MOVE 'Y' TO WS-EOF-SWITCH
002490         MOVE 12 TO RETURN-CODE
002500         GO TO 1000-INITIALIZE-EXIT
002510     END-IF.
002520
002530     MOVE 'SUN' TO WS-LOOKUP-CODE.
002540     PERFORM 2050-LOOKUP-BODY THRU 2050-LOOKUP-BODY-EXIT.
002550     IF NOT WS-BODY-FOUND
002560         DISPLAY 'CALCVWIN - SUN IS NOT ON BODYMST - ADD IT '
002570             'THROUGH CALCVBMT BEFORE PLANNING TRANSFER LEGS'
002580         MOVE 'Y' TO WS-EOF-SWITCH
002590         MOVE 12 TO RETURN-CODE
002600         GO TO 1000-INITIALIZE-EXIT
002610     END-IF.
002620     MOVE CALCV-BODY-MASS (CALCV-BODY-IDX) TO WS-SUN-MASS.
002630     COMPUTE WS-MU = WS-G * WS-SUN-MASS.
002640
002650     OPEN INPUT PAIRLIST.
002660     IF NOT WS-PL-OK
002670         DISPLAY 'CALCVWIN - UNABLE TO OPEN PAIRLIST, STATUS = '
002680             WS-PL-STATUS
002690         MOVE 'Y' TO WS-EOF-SWITCH
002700         MOVE 12 TO RETURN-CODE
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730     MOVE 'Y' TO WS-PL-OPEN-SW.
002740
002750     OPEN EXTEND WINDOW-REPORT.
002760     IF WS-RPT-NOT-FOUND
002770         OPEN OUTPUT WINDOW-REPORT
002780     END-IF.
002790     IF NOT WS-RPT-OK
002800         DISPLAY 'CALCVWIN - UNABLE TO OPEN WINRPT, STATUS = '
002810             WS-RPT-STATUS
002820         MOVE 'Y' TO WS-EOF-SWITCH
002830         MOVE 12 TO RETURN-CODE
002840         GO TO 1000-INITIALIZE-EXIT
002850     END-IF.
002860     MOVE 'Y' TO WS-RPT-OPEN-SW.
002870
002880     MOVE SPACES TO RPT-LINE.
002890     STRING 'CALCULATE-V LAUNCH WINDOW PLANNER - RUN DATE '
002900         WS-RUN-DATE ', WINDOWS FROM ' WS-FROM-DATE
002910         DELIMITED BY SIZE INTO RPT-LINE
002920     END-STRING.
002930     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002940
002950     MOVE SPACES TO RPT-LINE.
002960     STRING 'ORIGIN   DEST      SYNODIC  PHASE  PHASE      TOF'
002970         DELIMITED BY SIZE INTO RPT-LINE
002980     END-STRING.
002990     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003000     MOVE SPACES TO RPT-LINE.
003010     STRING '                    (DAYS) NEEDED    NOW   (DAYS)'
003020         DELIMITED BY SIZE INTO RPT-LINE
003030     END-STRING.
003040     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003050
003060     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
003070 1000-INITIALIZE-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    1010-TAKE-PARM - SPLIT THE PARM INTO THE PLANNING DATE AND  *
003120*    THE WINDOW COUNT.  NO DATE MEANS THE RUN DATE AND NO COUNT  *
003130*    MEANS THREE; A DATE THAT IS NOT A REAL YYYYMMDD DATE OR A   *
003140*    COUNT OUTSIDE 1 TO 12 STOPS THE RUN RC=12.                  *
003150******************************************************************
003160 1010-TAKE-PARM.
003170     ACCEPT WS-PARM FROM COMMAND-LINE.
003180     UNSTRING WS-PARM DELIMITED BY ',' OR ALL SPACES
003190         INTO WS-PARM-DATE WS-PARM-COUNT
003200     END-UNSTRING.
003210
003220     IF WS-PARM-DATE = SPACES
003230         MOVE WS-RUN-DATE TO WS-FROM-DATE
003240     ELSE
003250         IF WS-PARM-DATE NOT NUMERIC
003260             DISPLAY 'CALCVWIN - PLANNING DATE IN THE PARM IS '
003270                 'NOT YYYYMMDD - ' WS-PARM
003280             MOVE 'Y' TO WS-EOF-SWITCH
003290             MOVE 12 TO RETURN-CODE
003300             GO TO 1010-TAKE-PARM-EXIT
003310         END-IF
003320         MOVE WS-PARM-DATE TO WS-FROM-DATE
003330         IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = ZERO
003340             DISPLAY 'CALCVWIN - PLANNING DATE IN THE PARM IS '
003350                 'NOT A VALID DATE - ' WS-PARM
003360             MOVE 'Y' TO WS-EOF-SWITCH
003370             MOVE 12 TO RETURN-CODE
003380             GO TO 1010-TAKE-PARM-EXIT
003390         END-IF
003400     END-IF.
003410     COMPUTE WS-FROM-DAY-NO =
003420         FUNCTION INTEGER-OF-DATE (WS-FROM-DATE).
003430
003440     IF WS-PARM-COUNT = SPACES
003450         GO TO 1010-TAKE-PARM-EXIT
003460     END-IF.
003470     MOVE FUNCTION TEST-NUMVAL (WS-PARM-COUNT) TO WS-NUMVAL-CHECK.
003480     IF WS-NUMVAL-CHECK NOT = ZERO
003490         DISPLAY 'CALCVWIN - WINDOW COUNT IN THE PARM IS NOT '
003500             'NUMERIC - ' WS-PARM
003510         MOVE 'Y' TO WS-EOF-SWITCH
003520         MOVE 12 TO RETURN-CODE
003530         GO TO 1010-TAKE-PARM-EXIT
003540     END-IF.
003550     MOVE FUNCTION NUMVAL (WS-PARM-COUNT) TO WS-COUNT-SIGNED.
003560     IF WS-COUNT-SIGNED < 1 OR WS-COUNT-SIGNED > 12
003570         DISPLAY 'CALCVWIN - WINDOW COUNT IN THE PARM MUST BE '
003580             '1 TO 12 - ' WS-PARM
003590         MOVE 'Y' TO WS-EOF-SWITCH
003600         MOVE 12 TO RETURN-CODE
003610         GO TO 1010-TAKE-PARM-EXIT
003620     END-IF.
003630     MOVE WS-COUNT-SIGNED TO WS-WINDOW-COUNT.
003640 1010-TAKE-PARM-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680*    1025-LOAD-BODY-MASTER - LOAD THE CALCVBD BODY TABLE FROM    *
003690*    THE BODYMST BODY REFERENCE MASTER, ORBITAL DISTANCE AND     *
003700*    PRIMARY INCLUDED.  AN UNOPENABLE OR EMPTY MASTER LEAVES     *
003710*    WS-BM-LOADED OFF AND THE RUN STOPS.                         *
003720******************************************************************
003730 1025-LOAD-BODY-MASTER.
003740     MOVE 'N' TO WS-BM-LOADED-SW.
003750     MOVE 'N' TO WS-BM-EOF-SW.
003760     MOVE ZERO TO CALCV-BODY-COUNT.
003770     OPEN INPUT BODY-MASTER.
003780     IF NOT WS-BM-OK
003790         DISPLAY 'CALCVWIN - UNABLE TO OPEN BODYMST, STATUS = '
003800             WS-BM-STATUS
003810         GO TO 1025-LOAD-BODY-MASTER-EXIT
003820     END-IF.
003830     PERFORM 1030-LOAD-ONE-BODY THRU 1030-LOAD-ONE-BODY-EXIT
003840         UNTIL WS-BM-EOF.
003850     CLOSE BODY-MASTER.
003860     IF CALCV-BODY-COUNT = ZERO
003870         DISPLAY 'CALCVWIN - BODYMST IS EMPTY, NO BODIES LOADED'
003880         GO TO 1025-LOAD-BODY-MASTER-EXIT
003890     END-IF.
003900     MOVE 'Y' TO WS-BM-LOADED-SW.
003910 1025-LOAD-BODY-MASTER-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950*    1030-LOAD-ONE-BODY - READ ONE BODY MASTER RECORD INTO THE   *
003960*    NEXT CALCVBD TABLE SLOT, CONVERTING THE MANTISSA/EXPONENT   *
003970*    MASS TO ITS COMP-2 VALUE                                    *
003980******************************************************************
003990 1030-LOAD-ONE-BODY.
004000     READ BODY-MASTER
004010         AT END
004020             MOVE 'Y' TO WS-BM-EOF-SW
004030             GO TO 1030-LOAD-ONE-BODY-EXIT
004040     END-READ.
004050     IF CALCV-BODY-COUNT NOT < 50
004060         DISPLAY 'CALCVWIN - BODYMST EXCEEDS 50 BODIES, '
004070             'REMAINDER IGNORED'
004080         MOVE 'Y' TO WS-BM-EOF-SW
004090         GO TO 1030-LOAD-ONE-BODY-EXIT
004100     END-IF.
004110     ADD 1 TO CALCV-BODY-COUNT.
004120     SET CALCV-BODY-IDX TO CALCV-BODY-COUNT.
004130     MOVE BM-BODY-CODE TO CALCV-BODY-CODE (CALCV-BODY-IDX).
004140     MOVE BM-RADIUS TO CALCV-BODY-RADIUS (CALCV-BODY-IDX).
004150     COMPUTE CALCV-BODY-MASS (CALCV-BODY-IDX) =
004160         BM-MASS-MANT * 10 ** BM-MASS-EXP.
004170*    AN OLD-FORMAT MASTER RECORD CARRIES THE NEWER COLUMNS AS
004180*    SPACES - TREAT THE DISTANCE AS NOT-ON-FILE ZERO.
004190     IF BM-ORBIT-DIST NOT NUMERIC
004200         MOVE ZERO TO BM-ORBIT-DIST
004210     END-IF.
004220     MOVE BM-ORBIT-DIST
004230         TO CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX).
004240     MOVE BM-PRIMARY
004250         TO CALCV-BODY-PRIMARY (CALCV-BODY-IDX).
004260 1030-LOAD-ONE-BODY-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*    1040-LOAD-EPOCHS - LOAD THE BODYPHS EPOCH/PHASE DATASET     *
004310*    INTO WIN-EPOCH-TABLE.  A RECORD WHOSE DATE IS NOT A REAL    *
004320*    DATE OR WHOSE LONGITUDE IS NOT NUMERIC IS REPORTED AND      *
004330*    PASSED OVER - ITS BODY'S LEGS ARE THEN SKIPPED AS HAVING    *
004340*    NO EPOCH.  AN UNOPENABLE OR EMPTY DATASET STOPS THE RUN.    *
004350******************************************************************
004360 1040-LOAD-EPOCHS.
004370     MOVE 'N' TO WS-EP-LOADED-SW.
004380     MOVE 'N' TO WS-EP-EOF-SW.
004390     MOVE ZERO TO WIN-EPOCH-COUNT.
004400     OPEN INPUT EPOCH-FILE.
004410     IF NOT WS-EP-OK
004420         DISPLAY 'CALCVWIN - UNABLE TO OPEN BODYPHS, STATUS = '
004430             WS-EP-STATUS
004440         GO TO 1040-LOAD-EPOCHS-EXIT
004450     END-IF.
004460     PERFORM 1050-LOAD-ONE-EPOCH THRU 1050-LOAD-ONE-EPOCH-EXIT
004470         UNTIL WS-EP-EOF.
004480     CLOSE EPOCH-FILE.
004490     IF WIN-EPOCH-COUNT = ZERO
004500         DISPLAY 'CALCVWIN - BODYPHS IS EMPTY, NO EPOCHS LOADED'
004510         GO TO 1040-LOAD-EPOCHS-EXIT
004520     END-IF.
004530     MOVE 'Y' TO WS-EP-LOADED-SW.
004540 1040-LOAD-EPOCHS-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    1050-LOAD-ONE-EPOCH - READ ONE BODYPHS RECORD INTO THE NEXT *
004590*    EPOCH TABLE SLOT                                            *
004600******************************************************************
004610 1050-LOAD-ONE-EPOCH.
004620     READ EPOCH-FILE
004630         AT END
004640             MOVE 'Y' TO WS-EP-EOF-SW
004650             GO TO 1050-LOAD-ONE-EPOCH-EXIT
004660     END-READ.
004670     IF EP-EPOCH-DATE NOT NUMERIC
004680         OR EP-LONGITUDE NOT NUMERIC
004690         DISPLAY 'CALCVWIN - BODYPHS RECORD NOT NUMERIC, '
004700             'PASSED OVER - ' EP-BODY-CODE
004710         GO TO 1050-LOAD-ONE-EPOCH-EXIT
004720     END-IF.
004730     IF FUNCTION TEST-DATE-YYYYMMDD (EP-EPOCH-DATE) NOT = ZERO
004740         DISPLAY 'CALCVWIN - BODYPHS EPOCH IS NOT A VALID DATE, '
004750             'PASSED OVER - ' EP-BODY-CODE ' ' EP-EPOCH-DATE
004760         GO TO 1050-LOAD-ONE-EPOCH-EXIT
004770     END-IF.
004780     IF WIN-EPOCH-COUNT NOT < 50
004790         DISPLAY 'CALCVWIN - BODYPHS EXCEEDS 50 BODIES, '
004800             'REMAINDER IGNORED'
004810         MOVE 'Y' TO WS-EP-EOF-SW
004820         GO TO 1050-LOAD-ONE-EPOCH-EXIT
004830     END-IF.
004840     ADD 1 TO WIN-EPOCH-COUNT.
004850     SET WIN-EPOCH-IDX TO WIN-EPOCH-COUNT.
004860     MOVE EP-BODY-CODE TO WIN-EPOCH-BODY (WIN-EPOCH-IDX).
004870     COMPUTE WIN-EPOCH-DAY-NO (WIN-EPOCH-IDX) =
004880         FUNCTION INTEGER-OF-DATE (EP-EPOCH-DATE).
004890     MOVE EP-LONGITUDE TO WIN-EPOCH-LONG (WIN-EPOCH-IDX).
004900 1050-LOAD-ONE-EPOCH-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940*    2000-PROCESS-PAIR - PLAN ONE TRANSFER LEG.  A LEG FROM A    *
004950*    BODY TO ITSELF, AN UNKNOWN BODY, AN END THAT DOES NOT       *
004960*    ORBIT THE SUN, A ZERO DISTANCE, A MISSING EPOCH, OR TWO     *
004970*    BODIES AT THE SAME DISTANCE (NO SYNODIC PERIOD) SKIPS THE   *
004980*    LEG AND IS COUNTED, SAME AS CALCVTRN.                       *
004990******************************************************************
005000 2000-PROCESS-PAIR.
005010     IF PAIR-ORIGIN = PAIR-DEST
005020         DISPLAY 'CALCVWIN - ORIGIN AND DESTINATION ARE THE '
005030             'SAME, RECORD ' WS-RECORDS-READ
005040         ADD 1 TO WS-LEGS-SKIPPED
005050         GO TO 2000-NEXT-PAIR
005060     END-IF.
005070
005080     MOVE PAIR-ORIGIN TO WS-LOOKUP-CODE.
005090     PERFORM 2050-LOOKUP-BODY THRU 2050-LOOKUP-BODY-EXIT.
005100     IF NOT WS-BODY-FOUND
005110         DISPLAY 'CALCVWIN - UNKNOWN ORIGIN BODY, RECORD '
005120             WS-RECORDS-READ ' - ' PAIR-ORIGIN
005130         ADD 1 TO WS-LEGS-SKIPPED
005140         GO TO 2000-NEXT-PAIR
005150     END-IF.
005160     MOVE CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX)
005170         TO WIN-ORG-DIST.
005180     MOVE CALCV-BODY-PRIMARY (CALCV-BODY-IDX)
005190         TO WIN-ORG-PRIMARY.
005200
005210     MOVE PAIR-DEST TO WS-LOOKUP-CODE.
005220     PERFORM 2050-LOOKUP-BODY THRU 2050-LOOKUP-BODY-EXIT.
005230     IF NOT WS-BODY-FOUND
005240         DISPLAY 'CALCVWIN - UNKNOWN DESTINATION BODY, RECORD '
005250             WS-RECORDS-READ ' - ' PAIR-DEST
005260         ADD 1 TO WS-LEGS-SKIPPED
005270         GO TO 2000-NEXT-PAIR
005280     END-IF.
005290     MOVE CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX)
005300         TO WIN-DST-DIST.
005310     MOVE CALCV-BODY-PRIMARY (CALCV-BODY-IDX)
005320         TO WIN-DST-PRIMARY.
005330
005340     IF WIN-ORG-PRIMARY NOT = 'SUN'
005350         OR WIN-DST-PRIMARY NOT = 'SUN'
005360         DISPLAY 'CALCVWIN - LEG DOES NOT ORBIT THE SUN AT '
005370             'BOTH ENDS, RECORD ' WS-RECORDS-READ ' - '
005380             PAIR-ORIGIN ' ' PAIR-DEST
005390         ADD 1 TO WS-LEGS-SKIPPED
005400         GO TO 2000-NEXT-PAIR
005410     END-IF.
005420
005430     IF WIN-ORG-DIST = ZERO OR WIN-DST-DIST = ZERO
005440         DISPLAY 'CALCVWIN - NO ORBITAL DISTANCE ON FILE FOR '
005450             'ONE END, RECORD ' WS-RECORDS-READ ' - '
005460             PAIR-ORIGIN ' ' PAIR-DEST
005470         ADD 1 TO WS-LEGS-SKIPPED
005480         GO TO 2000-NEXT-PAIR
005490     END-IF.
005500
005510     IF WIN-ORG-DIST = WIN-DST-DIST
005520         DISPLAY 'CALCVWIN - BOTH ENDS AT THE SAME DISTANCE, NO '
005530             'SYNODIC PERIOD, RECORD ' WS-RECORDS-READ ' - '
005540             PAIR-ORIGIN ' ' PAIR-DEST
005550         ADD 1 TO WS-LEGS-SKIPPED
005560         GO TO 2000-NEXT-PAIR
005570     END-IF.
005580
005590     MOVE PAIR-ORIGIN TO WS-LOOKUP-CODE.
005600     PERFORM 2060-LOOKUP-EPOCH THRU 2060-LOOKUP-EPOCH-EXIT.
005610     IF NOT WS-EPOCH-FOUND
005620         DISPLAY 'CALCVWIN - NO BODYPHS EPOCH FOR ORIGIN, '
005630             'RECORD ' WS-RECORDS-READ ' - ' PAIR-ORIGIN
005640         ADD 1 TO WS-LEGS-SKIPPED
005650         GO TO 2000-NEXT-PAIR
005660     END-IF.
005670     MOVE WIN-EPOCH-DAY-NO (WIN-EPOCH-IDX)
005680         TO WIN-ORG-EPOCH-DAY-NO.
005690     MOVE WIN-EPOCH-LONG (WIN-EPOCH-IDX) TO WIN-ORG-EPOCH-LONG.
005700
005710     MOVE PAIR-DEST TO WS-LOOKUP-CODE.
005720     PERFORM 2060-LOOKUP-EPOCH THRU 2060-LOOKUP-EPOCH-EXIT.
005730     IF NOT WS-EPOCH-FOUND
005740         DISPLAY 'CALCVWIN - NO BODYPHS EPOCH FOR DESTINATION, '
005750             'RECORD ' WS-RECORDS-READ ' - ' PAIR-DEST
005760         ADD 1 TO WS-LEGS-SKIPPED
005770         GO TO 2000-NEXT-PAIR
005780     END-IF.
005790     MOVE WIN-EPOCH-DAY-NO (WIN-EPOCH-IDX)
005800         TO WIN-DST-EPOCH-DAY-NO.
005810     MOVE WIN-EPOCH-LONG (WIN-EPOCH-IDX) TO WIN-DST-EPOCH-LONG.
005820
005830     PERFORM 3000-PLAN-THE-LEG THRU 3000-PLAN-THE-LEG-EXIT.
005840     PERFORM 4000-PRINT-LEG THRU 4000-PRINT-LEG-EXIT.
005850     ADD 1 TO WS-LEGS-PRINTED.
005860
005870 2000-NEXT-PAIR.
005880     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
005890 2000-PROCESS-PAIR-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930*    2050-LOOKUP-BODY - FIND WS-LOOKUP-CODE IN THE CALCVBD       *
005940*    REFERENCE TABLE                                             *
005950******************************************************************
005960 2050-LOOKUP-BODY.
005970     MOVE 'N' TO WS-BODY-FOUND-SW.
005980     SET CALCV-BODY-IDX TO 1.
005990     SEARCH CALCV-BODY-ENTRY
006000         AT END
006010             MOVE 'N' TO WS-BODY-FOUND-SW
006020         WHEN CALCV-BODY-CODE (CALCV-BODY-IDX) = WS-LOOKUP-CODE
006030             MOVE 'Y' TO WS-BODY-FOUND-SW
006040     END-SEARCH.
006050 2050-LOOKUP-BODY-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090*    2060-LOOKUP-EPOCH - FIND WS-LOOKUP-CODE IN THE EPOCH TABLE  *
006100******************************************************************
006110 2060-LOOKUP-EPOCH.
006120     MOVE 'N' TO WS-EPOCH-FOUND-SW.
006130     SET WIN-EPOCH-IDX TO 1.
006140     SEARCH WIN-EPOCH-ENTRY
006150         AT END
006160             MOVE 'N' TO WS-EPOCH-FOUND-SW
006170         WHEN WIN-EPOCH-BODY (WIN-EPOCH-IDX) = WS-LOOKUP-CODE
006180             MOVE 'Y' TO WS-EPOCH-FOUND-SW
006190     END-SEARCH.
006200 2060-LOOKUP-EPOCH-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240*    2100-READ-PAIR - READ THE NEXT PAIR-LIST RECORD             *
006250******************************************************************
006260 2100-READ-PAIR.
006270     READ PAIRLIST
006280         AT END
006290             MOVE 'Y' TO WS-EOF-SWITCH
006300             GO TO 2100-READ-PAIR-EXIT
006310     END-READ.
006320     ADD 1 TO WS-RECORDS-READ.
006330 2100-READ-PAIR-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370*    3000-PLAN-THE-LEG - THE PERIOD, SYNODIC PERIOD, TIME OF     *
006380*    FLIGHT, AND PHASE ANGLE ARITHMETIC FROM THE REMARKS, IN     *
006390*    METERS AND SECONDS UNTIL CONVERTED TO DAYS AND DEGREES.     *
006400*    THE WAIT TO THE FIRST WINDOW IS THE ANGLE THE PHASE MUST    *
006410*    STILL TURN THROUGH DIVIDED BY THE RATE IT TURNS AT - THE    *
006420*    PHASE GROWS WHEN THE DESTINATION IS THE FASTER (INNER)      *
006430*    BODY AND SHRINKS WHEN IT IS THE SLOWER (OUTER) ONE.         *
006440******************************************************************
006450 3000-PLAN-THE-LEG.
006460     COMPUTE WS-R1 = WIN-ORG-DIST * 1000.
006470     COMPUTE WS-R2 = WIN-DST-DIST * 1000.
006480     COMPUTE WS-AXIS = (WS-R1 + WS-R2) / 2.
006490     COMPUTE WS-PERIOD-1 = 2 * WS-PI
006500         * FUNCTION SQRT(WS-R1 * WS-R1 * WS-R1 / WS-MU) / 86400.
006510     COMPUTE WS-PERIOD-2 = 2 * WS-PI
006520         * FUNCTION SQRT(WS-R2 * WS-R2 * WS-R2 / WS-MU) / 86400.
006530     COMPUTE WS-TOF-DAYS = WS-PI
006540         * FUNCTION SQRT(WS-AXIS * WS-AXIS * WS-AXIS / WS-MU)
006550         / 86400.
006560     COMPUTE WS-MOTION-1 = 360 / WS-PERIOD-1.
006570     COMPUTE WS-MOTION-2 = 360 / WS-PERIOD-2.
006580     COMPUTE WS-REL-MOTION = WS-MOTION-2 - WS-MOTION-1.
006590     IF WS-REL-MOTION < 0
006600         COMPUTE WS-REL-ABS = 0 - WS-REL-MOTION
006610     ELSE
006620         MOVE WS-REL-MOTION TO WS-REL-ABS
006630     END-IF.
006640     COMPUTE WS-SYNODIC = 360 / WS-REL-ABS.
006650
006660     COMPUTE WS-ANGLE = 180 - WS-MOTION-2 * WS-TOF-DAYS.
006670     PERFORM 3900-NORMALIZE-ANGLE THRU 3900-NORMALIZE-ANGLE-EXIT.
006680     MOVE WS-ANGLE TO WS-PHASE-NEEDED.
006690
006700     COMPUTE WS-ANGLE = WIN-ORG-EPOCH-LONG + WS-MOTION-1
006710         * (WS-FROM-DAY-NO - WIN-ORG-EPOCH-DAY-NO).
006720     PERFORM 3900-NORMALIZE-ANGLE THRU 3900-NORMALIZE-ANGLE-EXIT.
006730     MOVE WS-ANGLE TO WS-LONG-1.
006740     COMPUTE WS-ANGLE = WIN-DST-EPOCH-LONG + WS-MOTION-2
006750         * (WS-FROM-DAY-NO - WIN-DST-EPOCH-DAY-NO).
006760     PERFORM 3900-NORMALIZE-ANGLE THRU 3900-NORMALIZE-ANGLE-EXIT.
006770     MOVE WS-ANGLE TO WS-LONG-2.
006780     COMPUTE WS-ANGLE = WS-LONG-2 - WS-LONG-1.
006790     PERFORM 3900-NORMALIZE-ANGLE THRU 3900-NORMALIZE-ANGLE-EXIT.
006800     MOVE WS-ANGLE TO WS-PHASE-NOW.
006810
006820     IF WS-REL-MOTION > 0
006830         COMPUTE WS-ANGLE = WS-PHASE-NEEDED - WS-PHASE-NOW
006840     ELSE
006850         COMPUTE WS-ANGLE = WS-PHASE-NOW - WS-PHASE-NEEDED
006860     END-IF.
006870     PERFORM 3900-NORMALIZE-ANGLE THRU 3900-NORMALIZE-ANGLE-EXIT.
006880     COMPUTE WS-WAIT-DAYS = WS-ANGLE / WS-REL-ABS.
006890 3000-PLAN-THE-LEG-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930*    3900-NORMALIZE-ANGLE - BRING WS-ANGLE INTO 0 TO UNDER 360   *
006940*    DEGREES.  WS-TURNS TAKES THE WHOLE TURNS, TRUNCATED TOWARD  *
006950*    ZERO, SO A NEGATIVE ANGLE IS LEFT BETWEEN -360 AND 0 AND    *
006960*    HAS ONE TURN ADDED BACK.                                    *
006970******************************************************************
006980 3900-NORMALIZE-ANGLE.
006990     COMPUTE WS-TURNS = WS-ANGLE / 360.
007000     COMPUTE WS-ANGLE = WS-ANGLE - WS-TURNS * 360.
007010     IF WS-ANGLE < 0
007020         COMPUTE WS-ANGLE = WS-ANGLE + 360
007030     END-IF.
007040     IF WS-ANGLE NOT < 360
007050         COMPUTE WS-ANGLE = WS-ANGLE - 360
007060     END-IF.
007070 3900-NORMALIZE-ANGLE-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*    4000-PRINT-LEG - PRINT THE LEG'S SYNODIC PERIOD, PHASE      *
007120*    ANGLES, AND TIME OF FLIGHT, THEN ONE LINE PER WINDOW        *
007130******************************************************************
007140 4000-PRINT-LEG.
007150     COMPUTE WS-DAYS-WORK ROUNDED = WS-SYNODIC.
007160     MOVE WS-DAYS-WORK TO WS-SYNODIC-DISPLAY.
007170     COMPUTE WS-DAYS-WORK ROUNDED = WS-TOF-DAYS.
007180     MOVE WS-DAYS-WORK TO WS-TOF-DISPLAY.
007190     COMPUTE WS-DEG-WORK ROUNDED = WS-PHASE-NEEDED.
007200     MOVE WS-DEG-WORK TO WS-PHASE-DISPLAY.
007210     COMPUTE WS-DEG-WORK ROUNDED = WS-PHASE-NOW.
007220     MOVE WS-DEG-WORK TO WS-NOW-DISPLAY.
007230     MOVE SPACES TO RPT-LINE.
007240     STRING PAIR-ORIGIN ' ' PAIR-DEST '  ' WS-SYNODIC-DISPLAY
007250         '  ' WS-PHASE-DISPLAY
007260         '  ' WS-NOW-DISPLAY
007270         '  ' WS-TOF-DISPLAY
007280         DELIMITED BY SIZE INTO RPT-LINE
007290     END-STRING.
007300     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007310     PERFORM 4100-PRINT-WINDOW THRU 4100-PRINT-WINDOW-EXIT
007320         VARYING WS-WINDOW-NO FROM 1 BY 1
007330         UNTIL WS-WINDOW-NO > WS-WINDOW-COUNT.
007340 4000-PRINT-LEG-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380*    4100-PRINT-WINDOW - PRINT ONE DEPARTURE WINDOW AND ITS      *
007390*    ARRIVAL DATE.  WINDOWS AFTER THE FIRST FOLLOW ONE SYNODIC   *
007400*    PERIOD APART; DAYS ARE ROUNDED TO THE NEAREST WHOLE DAY.    *
007410******************************************************************
007420 4100-PRINT-WINDOW.
007430     COMPUTE WS-DEPART-FLOAT = WS-FROM-DAY-NO + WS-WAIT-DAYS
007440         + (WS-WINDOW-NO - 1) * WS-SYNODIC.
007450     COMPUTE WS-DEPART-DAY-NO ROUNDED = WS-DEPART-FLOAT.
007460     COMPUTE WS-ARRIVE-DAY-NO ROUNDED =
007470         WS-DEPART-FLOAT + WS-TOF-DAYS.
007480     COMPUTE WS-DEPART-DATE =
007490         FUNCTION DATE-OF-INTEGER (WS-DEPART-DAY-NO).
007500     COMPUTE WS-ARRIVE-DATE =
007510         FUNCTION DATE-OF-INTEGER (WS-ARRIVE-DAY-NO).
007520     MOVE WS-WINDOW-NO TO WS-WINDOW-DISPLAY.
007530     MOVE SPACES TO RPT-LINE.
007540     STRING '          WINDOW ' WS-WINDOW-DISPLAY
007550         '  DEPART ' WS-DEPART-DATE
007560         '  ARRIVE ' WS-ARRIVE-DATE
007570         DELIMITED BY SIZE INTO RPT-LINE
007580     END-STRING.
007590     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007600 4100-PRINT-WINDOW-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*    9000-TERMINATE - PRINT THE RUN COUNTS AND CLOSE FILES       *
007650******************************************************************
007660 9000-TERMINATE.
007670     IF WS-RPT-OPEN
007680         MOVE SPACES TO RPT-LINE
007690         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
007700         CLOSE WINDOW-REPORT
007710     END-IF.
007720     IF WS-PL-OPEN
007730         CLOSE PAIRLIST
007740     END-IF.
007750     MOVE WS-WINDOW-COUNT TO WS-COUNT-DISPLAY.
007760     DISPLAY 'CALCVWIN - WINDOWS PER LEG = ' WS-COUNT-DISPLAY.
007770     DISPLAY 'CALCVWIN - PAIRS READ      = ' WS-RECORDS-READ.
007780     DISPLAY 'CALCVWIN - LEGS PRINTED    = ' WS-LEGS-PRINTED.
007790     DISPLAY 'CALCVWIN - LEGS SKIPPED    = ' WS-LEGS-SKIPPED.
007800 9000-TERMINATE-EXIT.
007810     EXIT.
007820
007830******************************************************************
007840*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
007850******************************************************************
007860 8000-EMIT-LINE.
007870     DISPLAY RPT-LINE.
007880     WRITE CALCV-REPORT-LINE.
007890 8000-EMIT-LINE-EXIT.
007900     EXIT.
