000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVHIE                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    BODY HIERARCHY INTEGRITY CHECK AND SPHERE-OF-INFLUENCE      *
000110*    REPORT.  BM-PRIMARY AND BM-ORBIT-DIST ON THE BODYMST BODY   *
000120*    MASTER ARE KEYED BY HAND THROUGH CALCVBMT AND NOTHING ELSE  *
000130*    CHECKS THAT THEY HANG TOGETHER - CALCVTRN, CALCVFEA, AND    *
000140*    CALCVWIN WOULD QUIETLY WORK FROM BAD DATA.  THIS PROGRAM    *
000150*    WALKS THE WHOLE PRIMARY HIERARCHY AND FLAGS:                *
000160*        A PRIMARY THAT IS NOT ON THE MASTER                     *
000170*        A CHAIN OF PRIMARIES THAT LOOPS BACK ON ITSELF (A BODY  *
000180*            NAMING ITSELF IS THE SHORTEST SUCH LOOP)            *
000190*        AN ORBITAL DISTANCE BEYOND THE PRIMARY'S HILL SPHERE    *
000200*            (THE LIMIT OF ITS GRAVITATIONAL REACH) OR INSIDE    *
000210*            THE PRIMARY'S OWN RADIUS                            *
000220*    AND ENDS RC=4 WHEN IT FINDS ANY.  A BODY WITH A BLANK       *
000230*    PRIMARY IS A ROOT (THE SUN) AND HAS NO REACH LIMIT; A ZERO  *
000240*    DISTANCE IS NOT-ON-FILE AND IS NOT CHECKED.  IT THEN        *
000250*    PRINTS THE SYSTEM AS AN INDENTED TREE, EACH BODY UNDER ITS  *
000260*    PRIMARY, WITH THE FIGURES AGAINST THAT PRIMARY (M = BODY    *
000270*    MASS, MP = PRIMARY MASS, A = ORBITAL DISTANCE):             *
000280*        SOI   = A * (M / MP) ** 0.4       SPHERE OF INFLUENCE   *
000290*        HILL  = A * (M / (3 * MP)) ** 1/3 HILL SPHERE           *
000300*        ROCHE = R * (2 * MP / M) ** 1/3   ROCHE LIMIT (RIGID)   *
000310*    ALL IN KILOMETERS.  BODIES THE TREE CANNOT REACH (MISSING   *
000320*    PRIMARY OR A LOOP) ARE LISTED AFTER IT.  THE REPORT GOES    *
000330*    TO HIERPT IN THE TRNRPT STYLE AND THE OUTCOME TO THE        *
000340*    CALCVST RUN-STATUS DATASET FOR CALCVSUM.  AN UNREADABLE     *
000350*    BODY MASTER ENDS RC=12.                                     *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-10-15 DLR   ORIGINAL.                                  *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.  CALCVHIE.
000440 AUTHOR.      D. L. RENARD.
000450 INSTALLATION. SURVEY SYSTEMS GROUP.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.  IBM-370.
000520 OBJECT-COMPUTER.  IBM-370.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT BODY-MASTER ASSIGN TO BODYMST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-BM-STATUS.
000590     SELECT HIERARCHY-REPORT ASSIGN TO HIERPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620     SELECT RUN-STATUS ASSIGN TO CALCVST
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ST-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BODY-MASTER
000690     RECORDING MODE IS F.
000700 COPY CALCVBM.
000710
000720 FD  HIERARCHY-REPORT
000730     RECORDING MODE IS F.
000740 COPY CALCVRP.
000750
000760 FD  RUN-STATUS
000770     RECORDING MODE IS F.
000780 COPY CALCVST.
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-BM-STATUS                PIC X(02).
000820     88  WS-BM-OK                VALUE '00'.
000830 01  WS-RPT-STATUS               PIC X(02).
000840     88  WS-RPT-OK               VALUE '00'.
000850     88  WS-RPT-NOT-FOUND        VALUE '35'.
000860 01  WS-ST-STATUS                PIC X(02).
000870     88  WS-ST-OK                VALUE '00'.
000880     88  WS-ST-NOT-FOUND         VALUE '35'.
000890
000900 01  WS-SWITCHES.
000910     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
000920         88  WS-BODY-FOUND       VALUE 'Y'.
000930     05  WS-BM-EOF-SW            PIC X(01)      VALUE 'N'.
000940         88  WS-BM-EOF           VALUE 'Y'.
000950     05  WS-BM-LOADED-SW         PIC X(01)      VALUE 'N'.
000960         88  WS-BM-LOADED        VALUE 'Y'.
000970     05  WS-RPT-OPEN-SW          PIC X(01)      VALUE 'N'.
000980         88  WS-RPT-OPEN         VALUE 'Y'.
000990     05  WS-CHILD-FOUND-SW       PIC X(01)      VALUE 'N'.
001000         88  WS-CHILD-FOUND      VALUE 'Y'.
001010
001020 01  WS-COUNTERS.
001030     05  WS-BODIES-CHECKED       PIC 9(07)      COMP VALUE ZERO.
001040     05  WS-INCONSISTENT-COUNT   PIC 9(07)      COMP VALUE ZERO.
001050     05  WS-UNATTACHED-COUNT     PIC 9(07)      COMP VALUE ZERO.
001060     05  WS-BODY-SUB             PIC 9(03)      COMP VALUE ZERO.
001070     05  WS-PRIMARY-SUB          PIC 9(03)      COMP VALUE ZERO.
001080     05  WS-CHILD-SUB            PIC 9(03)      COMP VALUE ZERO.
001090     05  WS-WALK-SUB             PIC 9(03)      COMP VALUE ZERO.
001100     05  WS-WALK-STEPS           PIC 9(03)      COMP VALUE ZERO.
001110     05  WS-DEPTH                PIC 9(03)      COMP VALUE ZERO.
001120     05  WS-INDENT               PIC 9(03)      COMP VALUE ZERO.
001130
001140 01  WS-OUTCOME                  PIC X(01).
001150 01  WS-RUN-DATE                 PIC 9(08).
001160 01  WS-LOOKUP-CODE              PIC X(08).
001170
001180******************************************************************
001190*    HIE-WORK-TABLE - ONE SLOT PER CALCVBD BODY, SAME            *
001200*    SUBSCRIPT: THE PRIMARY'S SLOT (ZERO FOR A ROOT OR A         *
001210*    MISSING PRIMARY), WHAT THE CHECK MADE OF THE BODY, AND ITS  *
001220*    FIGURES AGAINST THE PRIMARY IN KILOMETERS                   *
001230******************************************************************
001240 01  HIE-WORK-TABLE.
001250     05  HIE-WORK-ENTRY OCCURS 50 TIMES.
001260         10  HIE-PRIMARY-SUB     PIC 9(03)      COMP.
001270         10  HIE-STATE           PIC X(01).
001280             88  HIE-ROOT        VALUE 'R'.
001290             88  HIE-ATTACHED    VALUE 'A'.
001300             88  HIE-MISSING     VALUE 'M'.
001310             88  HIE-LOOPED      VALUE 'L'.
001320         10  HIE-PRINTED-SW      PIC X(01).
001330             88  HIE-PRINTED     VALUE 'Y'.
001340         10  HIE-FLAGGED-SW      PIC X(01).
001350             88  HIE-FLAGGED     VALUE 'Y'.
001360         10  HIE-FIGURES-SW      PIC X(01).
001370             88  HIE-FIGURES     VALUE 'Y'.
001380         10  HIE-SOI-KM          USAGE COMP-2.
001390         10  HIE-HILL-KM         USAGE COMP-2.
001400         10  HIE-ROCHE-KM        USAGE COMP-2.
001410
001420******************************************************************
001430*    HIE-STACK - THE PATH FROM THE ROOT DOWN TO THE BODY NOW     *
001440*    BEING PRINTED, WITH THE SLOT EACH LEVEL RESUMES ITS SEARCH  *
001450*    FOR CHILDREN FROM                                           *
001460******************************************************************
001470 01  HIE-STACK.
001480     05  HIE-STACK-TOP           PIC 9(03)      COMP VALUE ZERO.
001490     05  HIE-STACK-ENTRY OCCURS 50 TIMES.
001500         10  HIE-STACK-BODY      PIC 9(03)      COMP.
001510         10  HIE-STACK-SCAN      PIC 9(03)      COMP.
001520
001530 01  WS-CALC-FIELDS.
001540     05  WS-DIST-KM     USAGE COMP-2.
001550     05  WS-RATIO       USAGE COMP-2.
001560     05  WS-KM-WORK     PIC 9(10).
001570
001580 01  WS-TREE-NAME                PIC X(20).
001590 01  WS-DIST-TEXT                PIC X(14).
001600 01  WS-SOI-TEXT                 PIC X(14).
001610 01  WS-HILL-TEXT                PIC X(14).
001620 01  WS-ROCHE-TEXT               PIC X(14).
001630 01  WS-KM-DISPLAY               PIC Z,ZZZ,ZZZ,ZZ9.
001640 01  WS-FLAG-TEXT                PIC X(02).
001650 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001660 01  WS-PROBLEM-TEXT             PIC X(60).
001670
001680 COPY CALCVBD.
001690
001700 PROCEDURE DIVISION.
001710
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001740     IF NOT WS-BM-LOADED OR NOT WS-RPT-OPEN
001750         MOVE 12 TO RETURN-CODE
001760         MOVE 'E' TO WS-OUTCOME
001770         PERFORM 9100-WRITE-STATUS THRU 9100-WRITE-STATUS-EXIT
001780         GO TO 0000-MAINLINE-EXIT
001790     END-IF.
001800     PERFORM 2000-FIND-PRIMARY THRU 2000-FIND-PRIMARY-EXIT
001810         VARYING WS-BODY-SUB FROM 1 BY 1
001820         UNTIL WS-BODY-SUB > CALCV-BODY-COUNT.
001830     PERFORM 2200-CHECK-CHAIN THRU 2200-CHECK-CHAIN-EXIT
001840         VARYING WS-BODY-SUB FROM 1 BY 1
001850         UNTIL WS-BODY-SUB > CALCV-BODY-COUNT.
001860     PERFORM 2300-WORK-FIGURES THRU 2300-WORK-FIGURES-EXIT
001870         VARYING WS-BODY-SUB FROM 1 BY 1
001880         UNTIL WS-BODY-SUB > CALCV-BODY-COUNT.
001890     PERFORM 2400-CHECK-REACH THRU 2400-CHECK-REACH-EXIT
001900         VARYING WS-BODY-SUB FROM 1 BY 1
001910         UNTIL WS-BODY-SUB > CALCV-BODY-COUNT.
001920     IF WS-INCONSISTENT-COUNT = ZERO
001930         MOVE SPACES TO RPT-LINE
001940         STRING '  NO INCONSISTENCIES FOUND'
001950             DELIMITED BY SIZE INTO RPT-LINE
001960         END-STRING
001970         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
001980     END-IF.
001990     PERFORM 3000-PRINT-TREE THRU 3000-PRINT-TREE-EXIT.
002000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002010 0000-MAINLINE-EXIT.
002020     STOP RUN.
002030
002040******************************************************************
002050*    1000-INITIALIZE - LOAD THE BODY TABLE, OPEN THE REPORT      *
002060*    (EXTEND, SO ONE NIGHT DOES NOT ERASE ANOTHER), AND PRINT    *
002070*    THE HEADING OF THE INTEGRITY SECTION                        *
002080******************************************************************
002090 1000-INITIALIZE.
002100     DISPLAY 'CALCVHIE - BODY HIERARCHY INTEGRITY CHECK STARTING'.
002110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002120     PERFORM 1025-LOAD-BODY-MASTER
002130         THRU 1025-LOAD-BODY-MASTER-EXIT.
002140     IF NOT WS-BM-LOADED
002150         GO TO 1000-INITIALIZE-EXIT
002160     END-IF.
002170
002180     OPEN EXTEND HIERARCHY-REPORT.
002190     IF WS-RPT-NOT-FOUND
002200         OPEN OUTPUT HIERARCHY-REPORT
002210     END-IF.
002220     IF NOT WS-RPT-OK
002230         DISPLAY 'CALCVHIE - UNABLE TO OPEN HIERPT, STATUS = '
002240             WS-RPT-STATUS
002250         GO TO 1000-INITIALIZE-EXIT
002260     END-IF.
002270     MOVE 'Y' TO WS-RPT-OPEN-SW.
002280
002290     MOVE SPACES TO RPT-LINE.
002300     STRING 'CALCULATE-V BODY HIERARCHY REPORT - RUN DATE '
002310         WS-RUN-DATE
002320         DELIMITED BY SIZE INTO RPT-LINE
002330     END-STRING.
002340     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002350     MOVE SPACES TO RPT-LINE.
002360     STRING 'INTEGRITY CHECK'
002370         DELIMITED BY SIZE INTO RPT-LINE
002380     END-STRING.
002390     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    1025-LOAD-BODY-MASTER - LOAD THE CALCVBD BODY TABLE FROM    *
002450*    THE BODYMST BODY REFERENCE MASTER, ORBITAL DISTANCE AND     *
002460*    PRIMARY INCLUDED.  AN UNOPENABLE OR EMPTY MASTER LEAVES     *
002470*    WS-BM-LOADED OFF AND THE RUN STOPS.                         *
002480******************************************************************
002490 1025-LOAD-BODY-MASTER.
002500     MOVE 'N' TO WS-BM-LOADED-SW.
002510     MOVE 'N' TO WS-BM-EOF-SW.
002520     MOVE ZERO TO CALCV-BODY-COUNT.
002530     OPEN INPUT BODY-MASTER.
002540     IF NOT WS-BM-OK
002550         DISPLAY 'CALCVHIE - UNABLE TO OPEN BODYMST, STATUS = '
002560             WS-BM-STATUS
002570         GO TO 1025-LOAD-BODY-MASTER-EXIT
002580     END-IF.
002590     PERFORM 1030-LOAD-ONE-BODY THRU 1030-LOAD-ONE-BODY-EXIT
002600         UNTIL WS-BM-EOF.
002610     CLOSE BODY-MASTER.
002620     IF CALCV-BODY-COUNT = ZERO
002630         DISPLAY 'CALCVHIE - BODYMST IS EMPTY, NO BODIES LOADED'
002640         GO TO 1025-LOAD-BODY-MASTER-EXIT
002650     END-IF.
002660     MOVE 'Y' TO WS-BM-LOADED-SW.
002670 1025-LOAD-BODY-MASTER-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    1030-LOAD-ONE-BODY - READ ONE BODY MASTER RECORD INTO THE   *
002720*    NEXT CALCVBD TABLE SLOT, CONVERTING THE MANTISSA/EXPONENT   *
002730*    MASS TO ITS COMP-2 VALUE, AND CLEAR ITS WORK SLOT           *
002740******************************************************************
002750 1030-LOAD-ONE-BODY.
002760     READ BODY-MASTER
002770         AT END
002780             MOVE 'Y' TO WS-BM-EOF-SW
002790             GO TO 1030-LOAD-ONE-BODY-EXIT
002800     END-READ.
002810     IF CALCV-BODY-COUNT NOT < 50
002820         DISPLAY 'CALCVHIE - BODYMST EXCEEDS 50 BODIES, '
002830             'REMAINDER IGNORED'
002840         MOVE 'Y' TO WS-BM-EOF-SW
002850         GO TO 1030-LOAD-ONE-BODY-EXIT
002860     END-IF.
002870     ADD 1 TO CALCV-BODY-COUNT.
002880     SET CALCV-BODY-IDX TO CALCV-BODY-COUNT.
002890     MOVE BM-BODY-CODE TO CALCV-BODY-CODE (CALCV-BODY-IDX).
002900     MOVE BM-RADIUS TO CALCV-BODY-RADIUS (CALCV-BODY-IDX).
002910     COMPUTE CALCV-BODY-MASS (CALCV-BODY-IDX) =
002920         BM-MASS-MANT * 10 ** BM-MASS-EXP.
002930*    AN OLD-FORMAT MASTER RECORD CARRIES THE NEWER COLUMNS AS
002940*    SPACES - TREAT THE DISTANCE AS NOT-ON-FILE ZERO.
002950     IF BM-ORBIT-DIST NOT NUMERIC
002960         MOVE ZERO TO BM-ORBIT-DIST
002970     END-IF.
002980     MOVE BM-ORBIT-DIST
002990         TO CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX).
003000     MOVE BM-PRIMARY
003010         TO CALCV-BODY-PRIMARY (CALCV-BODY-IDX).
003020     MOVE ZERO TO HIE-PRIMARY-SUB (CALCV-BODY-COUNT).
003030     MOVE SPACE TO HIE-STATE (CALCV-BODY-COUNT).
003040     MOVE 'N' TO HIE-PRINTED-SW (CALCV-BODY-COUNT).
003050     MOVE 'N' TO HIE-FLAGGED-SW (CALCV-BODY-COUNT).
003060     MOVE 'N' TO HIE-FIGURES-SW (CALCV-BODY-COUNT).
003070 1030-LOAD-ONE-BODY-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    2000-FIND-PRIMARY - RESOLVE ONE BODY'S PRIMARY TO ITS       *
003120*    TABLE SLOT.  A BLANK PRIMARY IS A ROOT; A PRIMARY NOT ON    *
003130*    THE MASTER IS AN INCONSISTENCY.                             *
003140******************************************************************
003150 2000-FIND-PRIMARY.
003160     ADD 1 TO WS-BODIES-CHECKED.
003170     IF CALCV-BODY-PRIMARY (WS-BODY-SUB) = SPACES
003180         MOVE 'R' TO HIE-STATE (WS-BODY-SUB)
003190         GO TO 2000-FIND-PRIMARY-EXIT
003200     END-IF.
003210     MOVE CALCV-BODY-PRIMARY (WS-BODY-SUB) TO WS-LOOKUP-CODE.
003220     PERFORM 2050-LOOKUP-BODY THRU 2050-LOOKUP-BODY-EXIT.
003230     IF NOT WS-BODY-FOUND
003240         MOVE 'M' TO HIE-STATE (WS-BODY-SUB)
003250         MOVE SPACES TO WS-PROBLEM-TEXT
003260         STRING 'PRIMARY ' WS-LOOKUP-CODE ' IS NOT ON BODYMST'
003270             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
003280         END-STRING
003290         PERFORM 2900-REPORT-PROBLEM THRU 2900-REPORT-PROBLEM-EXIT
003300         GO TO 2000-FIND-PRIMARY-EXIT
003310     END-IF.
003320     SET HIE-PRIMARY-SUB (WS-BODY-SUB) TO CALCV-BODY-IDX.
003330     MOVE 'A' TO HIE-STATE (WS-BODY-SUB).
003340 2000-FIND-PRIMARY-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    2050-LOOKUP-BODY - FIND WS-LOOKUP-CODE IN THE CALCVBD       *
003390*    REFERENCE TABLE                                             *
003400******************************************************************
003410 2050-LOOKUP-BODY.
003420     MOVE 'N' TO WS-BODY-FOUND-SW.
003430     SET CALCV-BODY-IDX TO 1.
003440     SEARCH CALCV-BODY-ENTRY
003450         AT END
003460             MOVE 'N' TO WS-BODY-FOUND-SW
003470         WHEN CALCV-BODY-CODE (CALCV-BODY-IDX) = WS-LOOKUP-CODE
003480             MOVE 'Y' TO WS-BODY-FOUND-SW
003490     END-SEARCH.
003500 2050-LOOKUP-BODY-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*    2200-CHECK-CHAIN - FOLLOW ONE BODY'S PRIMARIES UPWARD.  A   *
003550*    CHAIN ENDS AT A ROOT OR A MISSING PRIMARY; ONE STILL GOING  *
003560*    AFTER MORE STEPS THAN THERE ARE BODIES HAS LOOPED.  A BODY  *
003570*    ALREADY FLAGGED FOR A MISSING PRIMARY IS NOT FLAGGED AGAIN. *
003580******************************************************************
003590 2200-CHECK-CHAIN.
003600     IF NOT HIE-ATTACHED (WS-BODY-SUB)
003610         GO TO 2200-CHECK-CHAIN-EXIT
003620     END-IF.
003630     MOVE WS-BODY-SUB TO WS-WALK-SUB.
003640     MOVE ZERO TO WS-WALK-STEPS.
003650     PERFORM 2250-WALK-UP THRU 2250-WALK-UP-EXIT
003660         UNTIL WS-WALK-SUB = ZERO
003670            OR WS-WALK-STEPS > CALCV-BODY-COUNT.
003680     IF WS-WALK-SUB = ZERO
003690         GO TO 2200-CHECK-CHAIN-EXIT
003700     END-IF.
003710     MOVE 'L' TO HIE-STATE (WS-BODY-SUB).
003720     MOVE SPACES TO WS-PROBLEM-TEXT.
003730     IF CALCV-BODY-PRIMARY (WS-BODY-SUB) =
003740             CALCV-BODY-CODE (WS-BODY-SUB)
003750         STRING 'NAMES ITSELF AS ITS OWN PRIMARY'
003760             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
003770         END-STRING
003780     ELSE
003790         STRING 'PRIMARY CHAIN LOOPS BACK ON ITSELF VIA '
003800             CALCV-BODY-PRIMARY (WS-BODY-SUB)
003810             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
003820         END-STRING
003830     END-IF.
003840     PERFORM 2900-REPORT-PROBLEM THRU 2900-REPORT-PROBLEM-EXIT.
003850 2200-CHECK-CHAIN-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*    2250-WALK-UP - ONE STEP UP THE PRIMARY CHAIN                *
003900******************************************************************
003910 2250-WALK-UP.
003920     MOVE HIE-PRIMARY-SUB (WS-WALK-SUB) TO WS-WALK-SUB.
003930     ADD 1 TO WS-WALK-STEPS.
003940 2250-WALK-UP-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    2300-WORK-FIGURES - SPHERE OF INFLUENCE, HILL SPHERE, AND   *
003990*    ROCHE LIMIT OF ONE ATTACHED BODY AGAINST ITS PRIMARY.  THE  *
004000*    ROCHE LIMIT NEEDS ONLY THE MASSES AND THE BODY'S RADIUS;    *
004010*    THE OTHER TWO NEED THE ORBITAL DISTANCE AND ARE LEFT OFF    *
004020*    WHEN IT IS NOT ON FILE.                                     *
004030******************************************************************
004040 2300-WORK-FIGURES.
004050     IF NOT HIE-ATTACHED (WS-BODY-SUB)
004060         GO TO 2300-WORK-FIGURES-EXIT
004070     END-IF.
004080     MOVE HIE-PRIMARY-SUB (WS-BODY-SUB) TO WS-PRIMARY-SUB.
004090     IF CALCV-BODY-MASS (WS-BODY-SUB) NOT > ZERO
004100         OR CALCV-BODY-MASS (WS-PRIMARY-SUB) NOT > ZERO
004110         GO TO 2300-WORK-FIGURES-EXIT
004120     END-IF.
004130     COMPUTE WS-RATIO = 2 * CALCV-BODY-MASS (WS-PRIMARY-SUB)
004140         / CALCV-BODY-MASS (WS-BODY-SUB).
004150     COMPUTE HIE-ROCHE-KM (WS-BODY-SUB) =
004160         CALCV-BODY-RADIUS (WS-BODY-SUB) / 1000
004170         * WS-RATIO ** (1 / 3).
004180     IF CALCV-BODY-ORBIT-DIST (WS-BODY-SUB) = ZERO
004190         GO TO 2300-WORK-FIGURES-EXIT
004200     END-IF.
004210     MOVE CALCV-BODY-ORBIT-DIST (WS-BODY-SUB) TO WS-DIST-KM.
004220     COMPUTE WS-RATIO = CALCV-BODY-MASS (WS-BODY-SUB)
004230         / CALCV-BODY-MASS (WS-PRIMARY-SUB).
004240     COMPUTE HIE-SOI-KM (WS-BODY-SUB) =
004250         WS-DIST-KM * WS-RATIO ** 0.4.
004260     COMPUTE HIE-HILL-KM (WS-BODY-SUB) =
004270         WS-DIST-KM * (WS-RATIO / 3) ** (1 / 3).
004280     MOVE 'Y' TO HIE-FIGURES-SW (WS-BODY-SUB).
004290 2300-WORK-FIGURES-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330*    2400-CHECK-REACH - AN ATTACHED BODY'S ORBITAL DISTANCE      *
004340*    MUST CLEAR ITS PRIMARY'S RADIUS AND, WHEN THE PRIMARY       *
004350*    ITSELF ORBITS SOMETHING, STAY INSIDE THE PRIMARY'S HILL     *
004360*    SPHERE.  A ROOT PRIMARY HAS NO REACH LIMIT.                 *
004370******************************************************************
004380 2400-CHECK-REACH.
004390     IF NOT HIE-ATTACHED (WS-BODY-SUB)
004400         OR CALCV-BODY-ORBIT-DIST (WS-BODY-SUB) = ZERO
004410         GO TO 2400-CHECK-REACH-EXIT
004420     END-IF.
004430     MOVE HIE-PRIMARY-SUB (WS-BODY-SUB) TO WS-PRIMARY-SUB.
004440     IF CALCV-BODY-ORBIT-DIST (WS-BODY-SUB) * 1000 NOT >
004450             CALCV-BODY-RADIUS (WS-PRIMARY-SUB)
004460         MOVE 'Y' TO HIE-FLAGGED-SW (WS-BODY-SUB)
004470         MOVE SPACES TO WS-PROBLEM-TEXT
004480         STRING 'ORBITS INSIDE THE RADIUS OF PRIMARY '
004490             CALCV-BODY-CODE (WS-PRIMARY-SUB)
004500             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
004510         END-STRING
004520         PERFORM 2900-REPORT-PROBLEM THRU 2900-REPORT-PROBLEM-EXIT
004530         GO TO 2400-CHECK-REACH-EXIT
004540     END-IF.
004550     IF NOT HIE-FIGURES (WS-PRIMARY-SUB)
004560         GO TO 2400-CHECK-REACH-EXIT
004570     END-IF.
004580     IF CALCV-BODY-ORBIT-DIST (WS-BODY-SUB) >
004590             HIE-HILL-KM (WS-PRIMARY-SUB)
004600         MOVE 'Y' TO HIE-FLAGGED-SW (WS-BODY-SUB)
004610         COMPUTE WS-KM-WORK ROUNDED =
004620             HIE-HILL-KM (WS-PRIMARY-SUB)
004630         MOVE WS-KM-WORK TO WS-KM-DISPLAY
004640         MOVE SPACES TO WS-PROBLEM-TEXT
004650         STRING 'DISTANCE BEYOND '
004660             CALCV-BODY-CODE (WS-PRIMARY-SUB)
004670             ' HILL SPHERE OF ' WS-KM-DISPLAY ' KM'
004680             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
004690         END-STRING
004700         PERFORM 2900-REPORT-PROBLEM THRU 2900-REPORT-PROBLEM-EXIT
004710     END-IF.
004720 2400-CHECK-REACH-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760*    2900-REPORT-PROBLEM - COUNT, DISPLAY, AND PRINT ONE         *
004770*    INCONSISTENCY FOR THE BODY IN WS-BODY-SUB                   *
004780******************************************************************
004790 2900-REPORT-PROBLEM.
004800     ADD 1 TO WS-INCONSISTENT-COUNT.
004810     DISPLAY '*** WARNING *** CALCVHIE - '
004820         CALCV-BODY-CODE (WS-BODY-SUB) ' ' WS-PROBLEM-TEXT.
004830     MOVE SPACES TO RPT-LINE.
004840     STRING '  *** ' CALCV-BODY-CODE (WS-BODY-SUB) ' '
004850         WS-PROBLEM-TEXT
004860         DELIMITED BY SIZE INTO RPT-LINE
004870     END-STRING.
004880     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
004890 2900-REPORT-PROBLEM-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*    3000-PRINT-TREE - PRINT EVERY ROOT AND, DEPTH FIRST, EVERY  *
004940*    BODY BENEATH IT, THEN ANY BODY THE TREE NEVER REACHED       *
004950******************************************************************
004960 3000-PRINT-TREE.
004970     MOVE SPACES TO RPT-LINE.
004980     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
004990     MOVE SPACES TO RPT-LINE.
005000     STRING 'BODY                   DISTANCE KM'
005010         '        SOI KM       HILL KM      ROCHE KM'
005020         DELIMITED BY SIZE INTO RPT-LINE
005030     END-STRING.
005040     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
005050     PERFORM 3100-PRINT-ROOT THRU 3100-PRINT-ROOT-EXIT
005060         VARYING WS-BODY-SUB FROM 1 BY 1
005070         UNTIL WS-BODY-SUB > CALCV-BODY-COUNT.
005080     PERFORM 3500-PRINT-UNATTACHED THRU 3500-PRINT-UNATTACHED-EXIT
005090         VARYING WS-BODY-SUB FROM 1 BY 1
005100         UNTIL WS-BODY-SUB > CALCV-BODY-COUNT.
005110 3000-PRINT-TREE-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150*    3100-PRINT-ROOT - PRINT ONE ROOT BODY AND WALK DOWN FROM IT *
005160******************************************************************
005170 3100-PRINT-ROOT.
005180     IF NOT HIE-ROOT (WS-BODY-SUB)
005190         GO TO 3100-PRINT-ROOT-EXIT
005200     END-IF.
005210     MOVE ZERO TO WS-DEPTH.
005220     MOVE WS-BODY-SUB TO WS-CHILD-SUB.
005230     PERFORM 3300-PRINT-BODY THRU 3300-PRINT-BODY-EXIT.
005240     MOVE 1 TO HIE-STACK-TOP.
005250     MOVE WS-BODY-SUB TO HIE-STACK-BODY (1).
005260     MOVE 1 TO HIE-STACK-SCAN (1).
005270     PERFORM 3200-WALK-DOWN THRU 3200-WALK-DOWN-EXIT
005280         UNTIL HIE-STACK-TOP = ZERO.
005290 3100-PRINT-ROOT-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*    3200-WALK-DOWN - FIND THE NEXT CHILD OF THE BODY ON TOP OF  *
005340*    THE STACK.  A CHILD IS PRINTED ONE LEVEL DEEPER AND PUSHED  *
005350*    SO ITS OWN CHILDREN FOLLOW IT; A BODY WITH NO CHILDREN      *
005360*    LEFT IS POPPED.                                             *
005370******************************************************************
005380 3200-WALK-DOWN.
005390     MOVE 'N' TO WS-CHILD-FOUND-SW.
005400     MOVE HIE-STACK-BODY (HIE-STACK-TOP) TO WS-PRIMARY-SUB.
005410     MOVE HIE-STACK-SCAN (HIE-STACK-TOP) TO WS-CHILD-SUB.
005420     PERFORM 3250-SCAN-CHILD THRU 3250-SCAN-CHILD-EXIT
005430         UNTIL WS-CHILD-FOUND
005440            OR WS-CHILD-SUB > CALCV-BODY-COUNT.
005450     IF NOT WS-CHILD-FOUND
005460         SUBTRACT 1 FROM HIE-STACK-TOP
005470         GO TO 3200-WALK-DOWN-EXIT
005480     END-IF.
005490     COMPUTE HIE-STACK-SCAN (HIE-STACK-TOP) = WS-CHILD-SUB + 1.
005500     MOVE HIE-STACK-TOP TO WS-DEPTH.
005510     PERFORM 3300-PRINT-BODY THRU 3300-PRINT-BODY-EXIT.
005520     ADD 1 TO HIE-STACK-TOP.
005530     MOVE WS-CHILD-SUB TO HIE-STACK-BODY (HIE-STACK-TOP).
005540     MOVE 1 TO HIE-STACK-SCAN (HIE-STACK-TOP).
005550 3200-WALK-DOWN-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*    3250-SCAN-CHILD - TEST ONE SLOT AS A CHILD OF THE BODY IN   *
005600*    WS-PRIMARY-SUB, STEPPING ON WHEN IT IS NOT                  *
005610******************************************************************
005620 3250-SCAN-CHILD.
005630     IF HIE-ATTACHED (WS-CHILD-SUB)
005640         AND HIE-PRIMARY-SUB (WS-CHILD-SUB) = WS-PRIMARY-SUB
005650         AND NOT HIE-PRINTED (WS-CHILD-SUB)
005660         MOVE 'Y' TO WS-CHILD-FOUND-SW
005670     ELSE
005680         ADD 1 TO WS-CHILD-SUB
005690     END-IF.
005700 3250-SCAN-CHILD-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*    3300-PRINT-BODY - ONE TREE LINE FOR THE BODY IN             *
005750*    WS-CHILD-SUB, INDENTED TWO COLUMNS PER LEVEL.  A BODY THE   *
005760*    INTEGRITY CHECK FLAGGED CARRIES ** AT THE RIGHT.            *
005770******************************************************************
005780 3300-PRINT-BODY.
005790     MOVE 'Y' TO HIE-PRINTED-SW (WS-CHILD-SUB).
005800     MOVE SPACES TO WS-TREE-NAME.
005810     COMPUTE WS-INDENT = WS-DEPTH * 2 + 1.
005820     IF WS-INDENT > 12
005830         MOVE 13 TO WS-INDENT
005840     END-IF.
005850     MOVE CALCV-BODY-CODE (WS-CHILD-SUB)
005860         TO WS-TREE-NAME (WS-INDENT:8).
005870
005880     IF HIE-ROOT (WS-CHILD-SUB)
005890         MOVE '        (ROOT)' TO WS-DIST-TEXT
005900     ELSE
005910         IF CALCV-BODY-ORBIT-DIST (WS-CHILD-SUB) = ZERO
005920             MOVE '   NOT ON FILE' TO WS-DIST-TEXT
005930         ELSE
005940             MOVE CALCV-BODY-ORBIT-DIST (WS-CHILD-SUB)
005950                 TO WS-KM-DISPLAY
005960             MOVE SPACES TO WS-DIST-TEXT
005970             MOVE WS-KM-DISPLAY TO WS-DIST-TEXT (2:13)
005980         END-IF
005990     END-IF.
006000
006010     MOVE SPACES TO WS-SOI-TEXT WS-HILL-TEXT WS-ROCHE-TEXT.
006020     IF HIE-FIGURES (WS-CHILD-SUB)
006030         COMPUTE WS-KM-WORK ROUNDED = HIE-SOI-KM (WS-CHILD-SUB)
006040         MOVE WS-KM-WORK TO WS-KM-DISPLAY
006050         MOVE WS-KM-DISPLAY TO WS-SOI-TEXT (2:13)
006060         COMPUTE WS-KM-WORK ROUNDED = HIE-HILL-KM (WS-CHILD-SUB)
006070         MOVE WS-KM-WORK TO WS-KM-DISPLAY
006080         MOVE WS-KM-DISPLAY TO WS-HILL-TEXT (2:13)
006090     END-IF.
006100     IF HIE-ATTACHED (WS-CHILD-SUB)
006110         AND CALCV-BODY-MASS (WS-CHILD-SUB) > ZERO
006120         COMPUTE WS-KM-WORK ROUNDED =
006130             HIE-ROCHE-KM (WS-CHILD-SUB)
006140         MOVE WS-KM-WORK TO WS-KM-DISPLAY
006150         MOVE WS-KM-DISPLAY TO WS-ROCHE-TEXT (2:13)
006160     END-IF.
006170     IF HIE-FLAGGED (WS-CHILD-SUB)
006180         MOVE '**' TO WS-FLAG-TEXT
006190     ELSE
006200         MOVE SPACES TO WS-FLAG-TEXT
006210     END-IF.
006220
006230     MOVE SPACES TO RPT-LINE.
006240     STRING WS-TREE-NAME WS-DIST-TEXT WS-SOI-TEXT WS-HILL-TEXT
006250         WS-ROCHE-TEXT ' ' WS-FLAG-TEXT
006260         DELIMITED BY SIZE INTO RPT-LINE
006270     END-STRING.
006280     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006290 3300-PRINT-BODY-EXIT.
006300     EXIT.
006310
006320******************************************************************
006330*    3500-PRINT-UNATTACHED - LIST A BODY THE TREE NEVER REACHED  *
006340*    (A MISSING PRIMARY, OR ON OR BELOW A LOOP) WITH THE         *
006350*    PRIMARY IT NAMES                                            *
006360******************************************************************
006370 3500-PRINT-UNATTACHED.
006380     IF HIE-PRINTED (WS-BODY-SUB)
006390         GO TO 3500-PRINT-UNATTACHED-EXIT
006400     END-IF.
006410     ADD 1 TO WS-UNATTACHED-COUNT.
006420     IF WS-UNATTACHED-COUNT = 1
006430         MOVE SPACES TO RPT-LINE
006440         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
006450         MOVE SPACES TO RPT-LINE
006460         STRING 'NOT REACHABLE FROM A ROOT'
006470             DELIMITED BY SIZE INTO RPT-LINE
006480         END-STRING
006490         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
006500     END-IF.
006510     MOVE SPACES TO RPT-LINE.
006520     STRING '  ' CALCV-BODY-CODE (WS-BODY-SUB)
006530         '  NAMES PRIMARY ' CALCV-BODY-PRIMARY (WS-BODY-SUB)
006540         DELIMITED BY SIZE INTO RPT-LINE
006550     END-STRING.
006560     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006570 3500-PRINT-UNATTACHED-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610*    9000-TERMINATE - SUMMARIZE THE RUN AND SET A RETURN CODE    *
006620*    A DOWNSTREAM JOB STEP CAN CONDITION ON                      *
006630******************************************************************
006640 9000-TERMINATE.
006650     MOVE SPACES TO RPT-LINE.
006660     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006670     MOVE WS-BODIES-CHECKED TO WS-COUNT-DISPLAY.
006680     MOVE SPACES TO RPT-LINE.
006690     STRING 'BODIES CHECKED  =' WS-COUNT-DISPLAY
006700         DELIMITED BY SIZE INTO RPT-LINE
006710     END-STRING.
006720     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006730     MOVE WS-INCONSISTENT-COUNT TO WS-COUNT-DISPLAY.
006740     MOVE SPACES TO RPT-LINE.
006750     STRING 'INCONSISTENCIES =' WS-COUNT-DISPLAY
006760         DELIMITED BY SIZE INTO RPT-LINE
006770     END-STRING.
006780     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006790     MOVE SPACES TO RPT-LINE.
006800     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006810     CLOSE HIERARCHY-REPORT.
006820     IF WS-INCONSISTENT-COUNT > ZERO
006830         MOVE 'I' TO WS-OUTCOME
006840         MOVE 4 TO RETURN-CODE
006850     ELSE
006860         MOVE 'C' TO WS-OUTCOME
006870         MOVE 0 TO RETURN-CODE
006880     END-IF.
006890     PERFORM 9100-WRITE-STATUS THRU 9100-WRITE-STATUS-EXIT.
006900 9000-TERMINATE-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940*    9100-WRITE-STATUS - APPEND THE HIERARCHY CHECK OUTCOME AND  *
006950*    COUNTS TO THE CALCVST RUN-STATUS DATASET FOR THE            *
006960*    END-OF-NIGHT OPERATIONS SUMMARY                             *
006970******************************************************************
006980 9100-WRITE-STATUS.
006990     OPEN EXTEND RUN-STATUS.
007000     IF WS-ST-NOT-FOUND
007010         OPEN OUTPUT RUN-STATUS
007020     END-IF.
007030     IF NOT WS-ST-OK
007040         DISPLAY 'CALCVHIE - UNABLE TO OPEN CALCVST, STATUS = '
007050             WS-ST-STATUS
007060         GO TO 9100-WRITE-STATUS-EXIT
007070     END-IF.
007080     MOVE SPACES TO CALCV-STATUS-RECORD.
007090     MOVE 'CALCVHIE' TO ST-PROGRAM.
007100     MOVE WS-RUN-DATE TO ST-RUN-DATE.
007110     MOVE ZERO TO ST-RUN-NO.
007120     MOVE WS-OUTCOME TO ST-STATUS.
007130     MOVE WS-BODIES-CHECKED TO ST-COUNT-1.
007140     MOVE WS-INCONSISTENT-COUNT TO ST-COUNT-2.
007150     MOVE WS-UNATTACHED-COUNT TO ST-COUNT-3.
007160     MOVE ZERO TO ST-COUNT-4.
007170     MOVE ZERO TO ST-COUNT-5.
007180     WRITE CALCV-STATUS-RECORD.
007190     CLOSE RUN-STATUS.
007200 9100-WRITE-STATUS-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
007250******************************************************************
007260 8000-EMIT-LINE.
007270     DISPLAY RPT-LINE.
007280     WRITE CALCV-REPORT-LINE.
007290 8000-EMIT-LINE-EXIT.
007300     EXIT.
