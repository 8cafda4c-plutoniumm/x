000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVFEA                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    LAUNCH VEHICLE FEASIBILITY REPORT.  HOLDS EVERY VEHICLE ON  *
000110*    THE VEHMST LAUNCH VEHICLE MASTER (CALCVVM RECORD, KEPT BY   *
000120*    CALCVVMT) AGAINST TWO SETS OF DELTA-V TARGETS:              *
000130*      - THE SURFACE ESCAPE VELOCITY OF EVERY BODY ON BODYMST,   *
000140*        SQRT(2GM/R) FROM THE SAME CALCVBD VALUES CALCVBAT       *
000150*        USES, AND                                               *
000160*      - THE TOTAL DELTA-V OF EVERY PAIRLIST LEG, COSTED WITH    *
000170*        THE CALCVTRN TWO-BURN TRANSFER ARITHMETIC AND THE SAME  *
000180*        SKIP RULES (BOTH ENDS MUST ORBIT THE SUN AND CARRY AN   *
000190*        ORBITAL DISTANCE), SO THE TOTAL IS THE ONE ON TRNRPT.   *
000200*    EACH VEHICLE'S DELTA-V IS THE ROCKET EQUATION SUMMED OVER   *
000210*    ITS STAGES, STAGE 1 FIRST:                                  *
000220*        DV(I) = ISP(I) * G0 * LN(M0(I) / M1(I))                 *
000230*        M0(I) = WET MASS OF STAGES I THRU N + PAYLOAD           *
000240*        M1(I) = M0(I) - (WET(I) - DRY(I))                       *
000250*    AND FOR EACH TARGET THE REPORT SHOWS THE DELTA-V THE        *
000260*    VEHICLE DELIVERS WITH ITS DESIGN PAYLOAD, THE LARGEST       *
000270*    PAYLOAD IT COULD CARRY AND STILL MAKE THE TARGET (FOUND BY  *
000280*    INTERVAL HALVING - DELTA-V ONLY FALLS AS PAYLOAD RISES),    *
000290*    THE PAYLOAD MARGIN (LARGEST PAYLOAD LESS DESIGN PAYLOAD),   *
000300*    AND MAKES IT / FALLS SHORT.  A VEHICLE THAT CANNOT MAKE THE *
000310*    TARGET EVEN UNLADEN SHOWS A LARGEST PAYLOAD OF ZERO.  THE   *
000320*    REPORT GOES TO FEARPT IN THE TRNRPT STYLE AND THE STEP      *
000330*    RUNS NIGHTLY IN CALCVJN AFTER CALCVTRN.  A MISSING OR EMPTY *
000340*    VEHICLE MASTER ENDS RC=4 WITH NOTHING ASSESSED; A BODY      *
000350*    MASTER OR PAIR LIST THAT CANNOT BE READ ENDS RC=12.         *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-10-15 DLR   ORIGINAL.                                  *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.  CALCVFEA.
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
000590     SELECT VEHICLE-MASTER ASSIGN TO VEHMST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-VM-STATUS.
000620     SELECT PAIRLIST ASSIGN TO PAIRLIST
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PL-STATUS.
000650     SELECT FEASIBILITY-REPORT ASSIGN TO FEARPT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  BODY-MASTER
000720     RECORDING MODE IS F.
000730 COPY CALCVBM.
000740
000750 FD  VEHICLE-MASTER
000760     RECORDING MODE IS F.
000770 COPY CALCVVM.
000780
000790 FD  PAIRLIST
000800     RECORDING MODE IS F.
000810 COPY CALCVPL.
000820
000830 FD  FEASIBILITY-REPORT
000840     RECORDING MODE IS F.
000850 COPY CALCVRP.
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-BM-STATUS                PIC X(02).
000890     88  WS-BM-OK                VALUE '00'.
000900 01  WS-VM-STATUS                PIC X(02).
000910     88  WS-VM-OK                VALUE '00'.
000920     88  WS-VM-NOT-FOUND         VALUE '35'.
000930 01  WS-PL-STATUS                PIC X(02).
000940     88  WS-PL-OK                VALUE '00'.
000950 01  WS-RPT-STATUS               PIC X(02).
000960     88  WS-RPT-OK               VALUE '00'.
000970     88  WS-RPT-NOT-FOUND        VALUE '35'.
000980
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001010         88  WS-EOF              VALUE 'Y'.
001020     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
001030         88  WS-BODY-FOUND       VALUE 'Y'.
001040     05  WS-OVERFLOW-SW          PIC X(01)      VALUE 'N'.
001050         88  WS-OVERFLOW         VALUE 'Y'.
001060     05  WS-BM-EOF-SW            PIC X(01)      VALUE 'N'.
001070         88  WS-BM-EOF           VALUE 'Y'.
001080     05  WS-BM-LOADED-SW         PIC X(01)      VALUE 'N'.
001090         88  WS-BM-LOADED        VALUE 'Y'.
001100     05  WS-VM-EOF-SW            PIC X(01)      VALUE 'N'.
001110         88  WS-VM-EOF           VALUE 'Y'.
001120     05  WS-SUN-FOUND-SW         PIC X(01)      VALUE 'N'.
001130         88  WS-SUN-FOUND        VALUE 'Y'.
001140     05  WS-RPT-OPEN-SW          PIC X(01)      VALUE 'N'.
001150         88  WS-RPT-OPEN         VALUE 'Y'.
001160     05  WS-PL-OPEN-SW           PIC X(01)      VALUE 'N'.
001170         88  WS-PL-OPEN          VALUE 'Y'.
001180
001190 01  WS-COUNTERS.
001200     05  WS-PAIRS-READ           PIC 9(07)      COMP VALUE ZERO.
001210     05  WS-LEGS-SKIPPED         PIC 9(07)      COMP VALUE ZERO.
001220     05  WS-TARGETS-ASSESSED     PIC 9(07)      COMP VALUE ZERO.
001230     05  WS-MAKES-IT-COUNT       PIC 9(07)      COMP VALUE ZERO.
001240     05  WS-FALLS-SHORT-COUNT    PIC 9(07)      COMP VALUE ZERO.
001250
001260 01  WS-CALC-FIELDS.
001270     05  WS-G           PIC 9(16)V9(14) VALUE 0.00000000006674.
001280     05  WS-G0          PIC 9(02)V9(05) VALUE 9.80665.
001290     05  WS-MU          USAGE COMP-2.
001300     05  WS-R1          USAGE COMP-2.
001310     05  WS-R2          USAGE COMP-2.
001320     05  WS-AXIS        USAGE COMP-2.
001330     05  WS-VC1         USAGE COMP-2.
001340     05  WS-VC2         USAGE COMP-2.
001350     05  WS-VT1         USAGE COMP-2.
001360     05  WS-VT2         USAGE COMP-2.
001370     05  WS-DV1         PIC 9(05)V9(02).
001380     05  WS-DV2         PIC 9(05)V9(02).
001390     05  WS-VESC1       PIC 9(05)V9(02).
001400     05  WS-TOTAL-DV    PIC 9(06)V9(02).
001410
001420******************************************************************
001430*    THE ROCKET-EQUATION WORK FIELDS.  WS-REQUIRED-DV IS THE     *
001440*    TARGET IN M/S; 6000 TURNS WS-TRY-PAYLOAD INTO               *
001450*    WS-STACK-DV FOR THE VEHICLE VH-IDX POINTS AT.               *
001460******************************************************************
001470 01  WS-ROCKET-FIELDS.
001480     05  WS-REQUIRED-DV          USAGE COMP-2.
001490     05  WS-TRY-PAYLOAD          USAGE COMP-2.
001500     05  WS-STACK-DV             USAGE COMP-2.
001510     05  WS-DESIGN-DV            USAGE COMP-2.
001520     05  WS-STACK-MASS           USAGE COMP-2.
001530     05  WS-BURNOUT-MASS         USAGE COMP-2.
001540     05  WS-LOW-PAYLOAD          USAGE COMP-2.
001550     05  WS-HIGH-PAYLOAD         USAGE COMP-2.
001560     05  WS-MAX-PAYLOAD          PIC 9(08).
001570     05  WS-MARGIN-KG            PIC S9(08).
001580     05  WS-HALVING-PASSES       PIC 9(03)  COMP VALUE 40.
001590     05  WS-PASS                 PIC 9(03)  COMP.
001600     05  WS-STAGE-SUB            PIC 9(01)  COMP.
001610
001620******************************************************************
001630*    THE RESOLVED ORIGIN AND DESTINATION ENTRIES, COPIED OUT    *
001640*    OF THE TABLE SO BOTH ENDS CAN BE HELD AT ONCE              *
001650******************************************************************
001660 01  TRN-ORIGIN-FIELDS.
001670     05  TRN-ORG-RADIUS          PIC 9(10).
001680     05  TRN-ORG-MASS            USAGE COMP-2.
001690     05  TRN-ORG-DIST            PIC 9(10).
001700     05  TRN-ORG-PRIMARY         PIC X(08).
001710 01  TRN-DEST-FIELDS.
001720     05  TRN-DST-DIST            PIC 9(10).
001730     05  TRN-DST-PRIMARY         PIC X(08).
001740
001750 01  WS-LOOKUP-CODE              PIC X(08).
001760 01  WS-SUN-MASS                 USAGE COMP-2.
001770 01  WS-RUN-DATE                 PIC 9(08).
001780 01  WS-TARGET-TEXT              PIC X(30).
001790
001800 01  WS-KMS-WORK                 PIC 9(04)V9(02).
001810 01  WS-REQ-KMS-DISPLAY          PIC ZZZ9.99.
001820 01  WS-DV-KMS-DISPLAY           PIC ZZZ9.99.
001830 01  WS-PAYLOAD-DISPLAY          PIC ZZZZZZZ9.
001840 01  WS-MAX-PAYLOAD-DISPLAY      PIC ZZZZZZZ9.
001850 01  WS-MARGIN-DISPLAY           PIC -(8)9.
001860 01  WS-RESULT-TEXT              PIC X(11).
001870 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001880
001890 COPY CALCVBD.
001900
001910******************************************************************
001920*    VH-VEHICLE-TABLE - THE VEHICLE MASTER HELD IN STORAGE WITH  *
001930*    EACH STAGE'S FIGURES IN COMP-2 FOR THE ROCKET EQUATION.     *
001940*    VH-TOTAL-WET IS THE LIFTOFF MASS LESS PAYLOAD.              *
001950******************************************************************
001960 01  VH-VEHICLE-TABLE.
001970     05  VH-COUNT                PIC 9(03)  COMP VALUE ZERO.
001980     05  VH-ENTRY OCCURS 1 TO 100 TIMES
001990                 DEPENDING ON VH-COUNT
002000                 INDEXED BY VH-IDX.
002010         10  VH-CODE             PIC X(08).
002020         10  VH-STAGE-COUNT      PIC 9(01).
002030         10  VH-PAYLOAD-KG       PIC 9(08).
002040         10  VH-TOTAL-WET        USAGE COMP-2.
002050         10  VH-STAGE OCCURS 4 TIMES.
002060             15  VH-ISP          USAGE COMP-2.
002070             15  VH-WET          USAGE COMP-2.
002080             15  VH-DRY          USAGE COMP-2.
002090
002100 PROCEDURE DIVISION.
002110
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002140     IF NOT WS-EOF
002150         PERFORM 3000-ASSESS-ESCAPES THRU 3000-ASSESS-ESCAPES-EXIT
002160         PERFORM 4000-PROCESS-PAIR THRU 4000-PROCESS-PAIR-EXIT
002170             UNTIL WS-EOF
002180     END-IF.
002190     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002200     STOP RUN.
002210
002220******************************************************************
002230*    1000-INITIALIZE - LOAD THE BODY TABLE AND THE VEHICLE       *
002240*    TABLE, RESOLVE THE SUN'S MASS FOR THE TRANSFER LEGS' MU,    *
002250*    OPEN THE PAIR LIST AND THE REPORT, PRINT THE HEADING, AND   *
002260*    PRIME THE PAIR READ.  NO SUN ON THE MASTER LEAVES THE       *
002270*    ESCAPE TARGETS STANDING AND SKIPS EVERY LEG.                *
002280******************************************************************
002290 1000-INITIALIZE.
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002310     PERFORM 1025-LOAD-BODY-MASTER
002320         THRU 1025-LOAD-BODY-MASTER-EXIT.
002330     IF NOT WS-BM-LOADED
002340         MOVE 'Y' TO WS-EOF-SWITCH
002350         MOVE 12 TO RETURN-CODE
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF.
002380
002390     PERFORM 1100-LOAD-VEHICLES THRU 1100-LOAD-VEHICLES-EXIT.
002400     IF WS-EOF
002410         GO TO 1000-INITIALIZE-EXIT
002420     END-IF.
002430
002440     MOVE 'SUN' TO WS-LOOKUP-CODE.
002450     PERFORM 2050-LOOKUP-BODY THRU 2050-LOOKUP-BODY-EXIT.
002460     IF WS-BODY-FOUND
002470         MOVE 'Y' TO WS-SUN-FOUND-SW
002480         MOVE CALCV-BODY-MASS (CALCV-BODY-IDX) TO WS-SUN-MASS
002490         COMPUTE WS-MU = WS-G * WS-SUN-MASS
002500     ELSE
002510         DISPLAY 'CALCVFEA - SUN IS NOT ON BODYMST - TRANSFER '
002520             'LEGS WILL NOT BE ASSESSED'
002530     END-IF.
002540
002550     OPEN INPUT PAIRLIST.
002560     IF NOT WS-PL-OK
002570         DISPLAY 'CALCVFEA - UNABLE TO OPEN PAIRLIST, STATUS = '
002580             WS-PL-STATUS
002590         MOVE 'Y' TO WS-EOF-SWITCH
002600         MOVE 12 TO RETURN-CODE
002610         GO TO 1000-INITIALIZE-EXIT
002620     END-IF.
002630     MOVE 'Y' TO WS-PL-OPEN-SW.
002640
002650     OPEN EXTEND FEASIBILITY-REPORT.
002660     IF WS-RPT-NOT-FOUND
002670         OPEN OUTPUT FEASIBILITY-REPORT
002680     END-IF.
002690     IF NOT WS-RPT-OK
002700         DISPLAY 'CALCVFEA - UNABLE TO OPEN FEARPT, STATUS = '
002710             WS-RPT-STATUS
002720         MOVE 'Y' TO WS-EOF-SWITCH
002730         MOVE 12 TO RETURN-CODE
002740         GO TO 1000-INITIALIZE-EXIT
002750     END-IF.
002760     MOVE 'Y' TO WS-RPT-OPEN-SW.
002770
002780     MOVE SPACES TO RPT-LINE.
002790     STRING 'CALCULATE-V LAUNCH VEHICLE FEASIBILITY REPORT - RUN '
002800         'DATE ' WS-RUN-DATE
002810         DELIMITED BY SIZE INTO RPT-LINE
002820     END-STRING.
002830     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002840
002850     MOVE SPACES TO RPT-LINE.
002860     STRING '  VEHICLE   DELIVERS   DESIGN PAYLOAD   MAX PAYLOAD'
002870         '    MARGIN  RESULT'
002880         DELIMITED BY SIZE INTO RPT-LINE
002890     END-STRING.
002900     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002910     MOVE SPACES TO RPT-LINE.
002920     STRING '            (KM/S)        (KG)           (KG)       '
002930         '   (KG)'
002940         DELIMITED BY SIZE INTO RPT-LINE
002950     END-STRING.
002960     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002970
002980     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
002990 1000-INITIALIZE-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030*    1025-LOAD-BODY-MASTER - LOAD THE CALCVBD BODY TABLE FROM    *
003040*    THE BODYMST BODY REFERENCE MASTER, ORBITAL DISTANCE         *
003050*    INCLUDED.  AN UNOPENABLE OR EMPTY MASTER LEAVES             *
003060*    WS-BM-LOADED OFF AND THE RUN STOPS.                         *
003070******************************************************************
003080 1025-LOAD-BODY-MASTER.
003090     MOVE 'N' TO WS-BM-LOADED-SW.
003100     MOVE 'N' TO WS-BM-EOF-SW.
003110     MOVE ZERO TO CALCV-BODY-COUNT.
003120     OPEN INPUT BODY-MASTER.
003130     IF NOT WS-BM-OK
003140         DISPLAY 'CALCVFEA - UNABLE TO OPEN BODYMST, STATUS = '
003150             WS-BM-STATUS
003160         GO TO 1025-LOAD-BODY-MASTER-EXIT
003170     END-IF.
003180     PERFORM 1030-LOAD-ONE-BODY THRU 1030-LOAD-ONE-BODY-EXIT
003190         UNTIL WS-BM-EOF.
003200     CLOSE BODY-MASTER.
003210     IF CALCV-BODY-COUNT = ZERO
003220         DISPLAY 'CALCVFEA - BODYMST IS EMPTY, NO BODIES LOADED'
003230         GO TO 1025-LOAD-BODY-MASTER-EXIT
003240     END-IF.
003250     MOVE 'Y' TO WS-BM-LOADED-SW.
003260 1025-LOAD-BODY-MASTER-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*    1030-LOAD-ONE-BODY - READ ONE BODY MASTER RECORD INTO THE   *
003310*    NEXT CALCVBD TABLE SLOT, CONVERTING THE MANTISSA/EXPONENT   *
003320*    MASS TO ITS COMP-2 VALUE                                    *
003330******************************************************************
003340 1030-LOAD-ONE-BODY.
003350     READ BODY-MASTER
003360         AT END
003370             MOVE 'Y' TO WS-BM-EOF-SW
003380             GO TO 1030-LOAD-ONE-BODY-EXIT
003390     END-READ.
003400     IF CALCV-BODY-COUNT NOT < 50
003410         DISPLAY 'CALCVFEA - BODYMST EXCEEDS 50 BODIES, '
003420             'REMAINDER IGNORED'
003430         MOVE 'Y' TO WS-BM-EOF-SW
003440         GO TO 1030-LOAD-ONE-BODY-EXIT
003450     END-IF.
003460     ADD 1 TO CALCV-BODY-COUNT.
003470     SET CALCV-BODY-IDX TO CALCV-BODY-COUNT.
003480     MOVE BM-BODY-CODE TO CALCV-BODY-CODE (CALCV-BODY-IDX).
003490     MOVE BM-RADIUS TO CALCV-BODY-RADIUS (CALCV-BODY-IDX).
003500     COMPUTE CALCV-BODY-MASS (CALCV-BODY-IDX) =
003510         BM-MASS-MANT * 10 ** BM-MASS-EXP.
003520*    AN OLD-FORMAT MASTER RECORD CARRIES THE NEWER COLUMNS AS
003530*    SPACES - TREAT THE DISTANCE AS NOT-ON-FILE ZERO.
003540     IF BM-ORBIT-DIST NOT NUMERIC
003550         MOVE ZERO TO BM-ORBIT-DIST
003560     END-IF.
003570     MOVE BM-ORBIT-DIST
003580         TO CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX).
003590     MOVE BM-PRIMARY
003600         TO CALCV-BODY-PRIMARY (CALCV-BODY-IDX).
003610 1030-LOAD-ONE-BODY-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650*    1100-LOAD-VEHICLES - LOAD THE VEHICLE TABLE FROM VEHMST.    *
003660*    NO MASTER, OR AN EMPTY ONE, MEANS NOTHING TO ASSESS -       *
003670*    RC=4 AND THE RUN STOPS; AN UNREADABLE ONE IS RC=12.         *
003680******************************************************************
003690 1100-LOAD-VEHICLES.
003700     MOVE ZERO TO VH-COUNT.
003710     OPEN INPUT VEHICLE-MASTER.
003720     IF WS-VM-NOT-FOUND
003730         DISPLAY 'CALCVFEA - NO VEHMST DATASET - NO VEHICLES '
003740             'TO ASSESS'
003750         MOVE 'Y' TO WS-EOF-SWITCH
003760         MOVE 4 TO RETURN-CODE
003770         GO TO 1100-LOAD-VEHICLES-EXIT
003780     END-IF.
003790     IF NOT WS-VM-OK
003800         DISPLAY 'CALCVFEA - UNABLE TO OPEN VEHMST, STATUS = '
003810             WS-VM-STATUS
003820         MOVE 'Y' TO WS-EOF-SWITCH
003830         MOVE 12 TO RETURN-CODE
003840         GO TO 1100-LOAD-VEHICLES-EXIT
003850     END-IF.
003860     PERFORM 1110-LOAD-ONE-VEHICLE THRU 1110-LOAD-ONE-VEHICLE-EXIT
003870         UNTIL WS-VM-EOF.
003880     CLOSE VEHICLE-MASTER.
003890     IF VH-COUNT = ZERO
003900         DISPLAY 'CALCVFEA - VEHMST IS EMPTY, NO VEHICLES TO '
003910             'ASSESS'
003920         MOVE 'Y' TO WS-EOF-SWITCH
003930         MOVE 4 TO RETURN-CODE
003940     END-IF.
003950 1100-LOAD-VEHICLES-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*    1110-LOAD-ONE-VEHICLE - READ ONE VEHICLE INTO THE NEXT      *
004000*    TABLE SLOT.  A RECORD THAT WOULD NOT PASS THE CALCVVMT      *
004010*    EDITS (IT CAN ONLY GET THERE BY HAND) IS SKIPPED WITH A     *
004020*    MESSAGE RATHER THAN FED TO THE LOGARITHM.                   *
004030******************************************************************
004040 1110-LOAD-ONE-VEHICLE.
004050     READ VEHICLE-MASTER
004060         AT END
004070             MOVE 'Y' TO WS-VM-EOF-SW
004080             GO TO 1110-LOAD-ONE-VEHICLE-EXIT
004090     END-READ.
004100     IF VH-COUNT NOT < 100
004110         DISPLAY 'CALCVFEA - VEHMST EXCEEDS 100 VEHICLES, '
004120             'REMAINDER IGNORED'
004130         MOVE 'Y' TO WS-VM-EOF-SW
004140         GO TO 1110-LOAD-ONE-VEHICLE-EXIT
004150     END-IF.
004160     IF VM-STAGE-COUNT NOT NUMERIC
004170         OR VM-STAGE-COUNT < 1
004180         OR VM-STAGE-COUNT > 4
004190         OR VM-PAYLOAD-KG NOT NUMERIC
004200         DISPLAY 'CALCVFEA - BAD VEHMST RECORD SKIPPED - '
004210             VM-VEHICLE-CODE
004220         GO TO 1110-LOAD-ONE-VEHICLE-EXIT
004230     END-IF.
004240     ADD 1 TO VH-COUNT.
004250     SET VH-IDX TO VH-COUNT.
004260     MOVE VM-VEHICLE-CODE TO VH-CODE (VH-IDX).
004270     MOVE VM-STAGE-COUNT TO VH-STAGE-COUNT (VH-IDX).
004280     MOVE VM-PAYLOAD-KG TO VH-PAYLOAD-KG (VH-IDX).
004290     MOVE ZERO TO VH-TOTAL-WET (VH-IDX).
004300     PERFORM 1120-LOAD-ONE-STAGE THRU 1120-LOAD-ONE-STAGE-EXIT
004310         VARYING WS-STAGE-SUB FROM 1 BY 1
004320         UNTIL WS-STAGE-SUB > VM-STAGE-COUNT
004330         OR WS-OVERFLOW.
004340     IF WS-OVERFLOW
004350         DISPLAY 'CALCVFEA - BAD VEHMST RECORD SKIPPED - '
004360             VM-VEHICLE-CODE
004370         MOVE 'N' TO WS-OVERFLOW-SW
004380         SUBTRACT 1 FROM VH-COUNT
004390     END-IF.
004400 1110-LOAD-ONE-VEHICLE-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*    1120-LOAD-ONE-STAGE - CONVERT ONE STAGE TO COMP-2, FLAGGING *
004450*    (THROUGH WS-OVERFLOW) A STAGE THE ROCKET EQUATION CANNOT    *
004460*    TAKE                                                        *
004470******************************************************************
004480 1120-LOAD-ONE-STAGE.
004490     IF VM-ISP (WS-STAGE-SUB) NOT NUMERIC
004500         OR VM-WET-KG (WS-STAGE-SUB) NOT NUMERIC
004510         OR VM-DRY-KG (WS-STAGE-SUB) NOT NUMERIC
004520         MOVE 'Y' TO WS-OVERFLOW-SW
004530         GO TO 1120-LOAD-ONE-STAGE-EXIT
004540     END-IF.
004550     IF VM-ISP (WS-STAGE-SUB) = ZERO
004560         OR VM-DRY-KG (WS-STAGE-SUB) = ZERO
004570         OR VM-DRY-KG (WS-STAGE-SUB)
004580                NOT < VM-WET-KG (WS-STAGE-SUB)
004590         MOVE 'Y' TO WS-OVERFLOW-SW
004600         GO TO 1120-LOAD-ONE-STAGE-EXIT
004610     END-IF.
004620     MOVE VM-ISP (WS-STAGE-SUB) TO VH-ISP (VH-IDX, WS-STAGE-SUB).
004630     MOVE VM-WET-KG (WS-STAGE-SUB)
004640         TO VH-WET (VH-IDX, WS-STAGE-SUB).
004650     MOVE VM-DRY-KG (WS-STAGE-SUB)
004660         TO VH-DRY (VH-IDX, WS-STAGE-SUB).
004670     COMPUTE VH-TOTAL-WET (VH-IDX) =
004680         VH-TOTAL-WET (VH-IDX) + VH-WET (VH-IDX, WS-STAGE-SUB).
004690 1120-LOAD-ONE-STAGE-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    2050-LOOKUP-BODY - FIND WS-LOOKUP-CODE IN THE CALCVBD       *
004740*    REFERENCE TABLE                                             *
004750******************************************************************
004760 2050-LOOKUP-BODY.
004770     MOVE 'N' TO WS-BODY-FOUND-SW.
004780     SET CALCV-BODY-IDX TO 1.
004790     SEARCH CALCV-BODY-ENTRY
004800         AT END
004810             MOVE 'N' TO WS-BODY-FOUND-SW
004820         WHEN CALCV-BODY-CODE (CALCV-BODY-IDX) = WS-LOOKUP-CODE
004830             MOVE 'Y' TO WS-BODY-FOUND-SW
004840     END-SEARCH.
004850 2050-LOOKUP-BODY-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*    2100-READ-PAIR - READ THE NEXT PAIR-LIST RECORD             *
004900******************************************************************
004910 2100-READ-PAIR.
004920     READ PAIRLIST
004930         AT END
004940             MOVE 'Y' TO WS-EOF-SWITCH
004950             GO TO 2100-READ-PAIR-EXIT
004960     END-READ.
004970     ADD 1 TO WS-PAIRS-READ.
004980 2100-READ-PAIR-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    3000-ASSESS-ESCAPES - HOLD EVERY VEHICLE AGAINST THE        *
005030*    SURFACE ESCAPE VELOCITY OF EVERY BODY ON THE MASTER         *
005040******************************************************************
005050 3000-ASSESS-ESCAPES.
005060     PERFORM 3100-ASSESS-ONE-BODY THRU 3100-ASSESS-ONE-BODY-EXIT
005070         VARYING CALCV-BODY-IDX FROM 1 BY 1
005080         UNTIL CALCV-BODY-IDX > CALCV-BODY-COUNT.
005090 3000-ASSESS-ESCAPES-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*    3100-ASSESS-ONE-BODY - ESCAPE VELOCITY OF ONE BODY AS THE   *
005140*    TARGET.  A BODY WITH NO RADIUS ON FILE CANNOT BE COSTED.    *
005150******************************************************************
005160 3100-ASSESS-ONE-BODY.
005170     IF CALCV-BODY-RADIUS (CALCV-BODY-IDX) = ZERO
005180         DISPLAY 'CALCVFEA - NO RADIUS ON FILE, BODY SKIPPED - '
005190             CALCV-BODY-CODE (CALCV-BODY-IDX)
005200         GO TO 3100-ASSESS-ONE-BODY-EXIT
005210     END-IF.
005220     COMPUTE WS-REQUIRED-DV = FUNCTION SQRT(
005230         (2 * WS-G * CALCV-BODY-MASS (CALCV-BODY-IDX))
005240             / CALCV-BODY-RADIUS (CALCV-BODY-IDX)).
005250     MOVE SPACES TO WS-TARGET-TEXT.
005260     STRING 'ESCAPE    ' CALCV-BODY-CODE (CALCV-BODY-IDX)
005270         DELIMITED BY SIZE INTO WS-TARGET-TEXT
005280     END-STRING.
005290     PERFORM 5000-ASSESS-TARGET THRU 5000-ASSESS-TARGET-EXIT.
005300 3100-ASSESS-ONE-BODY-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    4000-PROCESS-PAIR - COST ONE TRANSFER LEG EXACTLY AS        *
005350*    CALCVTRN DOES AND HOLD EVERY VEHICLE AGAINST ITS TOTAL.     *
005360*    A LEG CALCVTRN WOULD SKIP IS SKIPPED HERE TOO AND COUNTED.  *
005370******************************************************************
005380 4000-PROCESS-PAIR.
005390     IF NOT WS-SUN-FOUND
005400         ADD 1 TO WS-LEGS-SKIPPED
005410         GO TO 4000-NEXT-PAIR
005420     END-IF.
005430     IF PAIR-ORIGIN = PAIR-DEST
005440         DISPLAY 'CALCVFEA - ORIGIN AND DESTINATION ARE THE '
005450             'SAME, RECORD ' WS-PAIRS-READ
005460         ADD 1 TO WS-LEGS-SKIPPED
005470         GO TO 4000-NEXT-PAIR
005480     END-IF.
005490
005500     MOVE PAIR-ORIGIN TO WS-LOOKUP-CODE.
005510     PERFORM 2050-LOOKUP-BODY THRU 2050-LOOKUP-BODY-EXIT.
005520     IF NOT WS-BODY-FOUND
005530         DISPLAY 'CALCVFEA - UNKNOWN ORIGIN BODY, RECORD '
005540             WS-PAIRS-READ ' - ' PAIR-ORIGIN
005550         ADD 1 TO WS-LEGS-SKIPPED
005560         GO TO 4000-NEXT-PAIR
005570     END-IF.
005580     MOVE CALCV-BODY-RADIUS (CALCV-BODY-IDX) TO TRN-ORG-RADIUS.
005590     MOVE CALCV-BODY-MASS (CALCV-BODY-IDX) TO TRN-ORG-MASS.
005600     MOVE CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX)
005610         TO TRN-ORG-DIST.
005620     MOVE CALCV-BODY-PRIMARY (CALCV-BODY-IDX)
005630         TO TRN-ORG-PRIMARY.
005640
005650     MOVE PAIR-DEST TO WS-LOOKUP-CODE.
005660     PERFORM 2050-LOOKUP-BODY THRU 2050-LOOKUP-BODY-EXIT.
005670     IF NOT WS-BODY-FOUND
005680         DISPLAY 'CALCVFEA - UNKNOWN DESTINATION BODY, RECORD '
005690             WS-PAIRS-READ ' - ' PAIR-DEST
005700         ADD 1 TO WS-LEGS-SKIPPED
005710         GO TO 4000-NEXT-PAIR
005720     END-IF.
005730     MOVE CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX)
005740         TO TRN-DST-DIST.
005750     MOVE CALCV-BODY-PRIMARY (CALCV-BODY-IDX)
005760         TO TRN-DST-PRIMARY.
005770
005780     IF TRN-ORG-PRIMARY NOT = 'SUN'
005790         OR TRN-DST-PRIMARY NOT = 'SUN'
005800         DISPLAY 'CALCVFEA - LEG DOES NOT ORBIT THE SUN AT '
005810             'BOTH ENDS, RECORD ' WS-PAIRS-READ ' - '
005820             PAIR-ORIGIN ' ' PAIR-DEST
005830         ADD 1 TO WS-LEGS-SKIPPED
005840         GO TO 4000-NEXT-PAIR
005850     END-IF.
005860
005870     IF TRN-ORG-DIST = ZERO OR TRN-DST-DIST = ZERO
005880         DISPLAY 'CALCVFEA - NO ORBITAL DISTANCE ON FILE FOR '
005890             'ONE END, RECORD ' WS-PAIRS-READ ' - '
005900             PAIR-ORIGIN ' ' PAIR-DEST
005910         ADD 1 TO WS-LEGS-SKIPPED
005920         GO TO 4000-NEXT-PAIR
005930     END-IF.
005940
005950     PERFORM 4100-COST-THE-LEG THRU 4100-COST-THE-LEG-EXIT.
005960     IF WS-OVERFLOW
005970         DISPLAY 'CALCVFEA - FIGURE TOO LARGE, RECORD '
005980             WS-PAIRS-READ ' - ' PAIR-ORIGIN ' ' PAIR-DEST
005990         ADD 1 TO WS-LEGS-SKIPPED
006000         GO TO 4000-NEXT-PAIR
006010     END-IF.
006020
006030     MOVE WS-TOTAL-DV TO WS-REQUIRED-DV.
006040     MOVE SPACES TO WS-TARGET-TEXT.
006050     STRING 'TRANSFER  ' PAIR-ORIGIN ' TO ' PAIR-DEST
006060         DELIMITED BY SIZE INTO WS-TARGET-TEXT
006070     END-STRING.
006080     PERFORM 5000-ASSESS-TARGET THRU 5000-ASSESS-TARGET-EXIT.
006090
006100 4000-NEXT-PAIR.
006110     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
006120 4000-PROCESS-PAIR-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*    4100-COST-THE-LEG - THE CALCVTRN TRANSFER ARITHMETIC,       *
006170*    FIELD FOR FIELD, SO WS-TOTAL-DV IS THE TRNRPT TOTAL         *
006180******************************************************************
006190 4100-COST-THE-LEG.
006200     MOVE 'N' TO WS-OVERFLOW-SW.
006210     COMPUTE WS-R1 = TRN-ORG-DIST * 1000.
006220     COMPUTE WS-R2 = TRN-DST-DIST * 1000.
006230     COMPUTE WS-AXIS = (WS-R1 + WS-R2) / 2.
006240     COMPUTE WS-VC1 = FUNCTION SQRT(WS-MU / WS-R1).
006250     COMPUTE WS-VC2 = FUNCTION SQRT(WS-MU / WS-R2).
006260     COMPUTE WS-VT1 =
006270         FUNCTION SQRT(WS-MU * (2 / WS-R1 - 1 / WS-AXIS)).
006280     COMPUTE WS-VT2 =
006290         FUNCTION SQRT(WS-MU * (2 / WS-R2 - 1 / WS-AXIS)).
006300     IF WS-VT1 NOT < WS-VC1
006310         COMPUTE WS-DV1 ROUNDED = WS-VT1 - WS-VC1
006320             ON SIZE ERROR MOVE 'Y' TO WS-OVERFLOW-SW
006330         END-COMPUTE
006340     ELSE
006350         COMPUTE WS-DV1 ROUNDED = WS-VC1 - WS-VT1
006360             ON SIZE ERROR MOVE 'Y' TO WS-OVERFLOW-SW
006370         END-COMPUTE
006380     END-IF.
006390     IF WS-VC2 NOT < WS-VT2
006400         COMPUTE WS-DV2 ROUNDED = WS-VC2 - WS-VT2
006410             ON SIZE ERROR MOVE 'Y' TO WS-OVERFLOW-SW
006420         END-COMPUTE
006430     ELSE
006440         COMPUTE WS-DV2 ROUNDED = WS-VT2 - WS-VC2
006450             ON SIZE ERROR MOVE 'Y' TO WS-OVERFLOW-SW
006460         END-COMPUTE
006470     END-IF.
006480     COMPUTE WS-VESC1 ROUNDED =
006490         FUNCTION SQRT((2 * WS-G * TRN-ORG-MASS)
006500             / TRN-ORG-RADIUS)
006510         ON SIZE ERROR
006520             MOVE 'Y' TO WS-OVERFLOW-SW
006530     END-COMPUTE.
006540     IF NOT WS-OVERFLOW
006550         COMPUTE WS-TOTAL-DV ROUNDED =
006560             WS-VESC1 + WS-DV1 + WS-DV2
006570             ON SIZE ERROR
006580                 MOVE 'Y' TO WS-OVERFLOW-SW
006590         END-COMPUTE
006600     END-IF.
006610 4100-COST-THE-LEG-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650*    5000-ASSESS-TARGET - PRINT THE TARGET LINE (WS-TARGET-TEXT  *
006660*    AND WS-REQUIRED-DV) AND ONE LINE PER VEHICLE UNDER IT       *
006670******************************************************************
006680 5000-ASSESS-TARGET.
006690     ADD 1 TO WS-TARGETS-ASSESSED.
006700     COMPUTE WS-KMS-WORK ROUNDED = WS-REQUIRED-DV / 1000
006710         ON SIZE ERROR
006720             MOVE 9999.99 TO WS-KMS-WORK
006730     END-COMPUTE.
006740     MOVE WS-KMS-WORK TO WS-REQ-KMS-DISPLAY.
006750     MOVE SPACES TO RPT-LINE.
006760     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006770     MOVE SPACES TO RPT-LINE.
006780     STRING WS-TARGET-TEXT '  REQUIRES ' WS-REQ-KMS-DISPLAY
006790         ' KM/S'
006800         DELIMITED BY SIZE INTO RPT-LINE
006810     END-STRING.
006820     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006830     PERFORM 5100-ASSESS-ONE-VEHICLE
006840         THRU 5100-ASSESS-ONE-VEHICLE-EXIT
006850         VARYING VH-IDX FROM 1 BY 1
006860         UNTIL VH-IDX > VH-COUNT.
006870 5000-ASSESS-TARGET-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*    5100-ASSESS-ONE-VEHICLE - DELTA-V WITH THE DESIGN PAYLOAD,  *
006920*    THE LARGEST PAYLOAD THAT STILL MAKES THE TARGET, THE        *
006930*    MARGIN, AND THE VERDICT FOR ONE VEHICLE                     *
006940******************************************************************
006950 5100-ASSESS-ONE-VEHICLE.
006960     MOVE VH-PAYLOAD-KG (VH-IDX) TO WS-TRY-PAYLOAD.
006970     PERFORM 6000-STACK-DV THRU 6000-STACK-DV-EXIT.
006980     MOVE WS-STACK-DV TO WS-DESIGN-DV.
006990     PERFORM 5200-FIND-MAX-PAYLOAD
007000         THRU 5200-FIND-MAX-PAYLOAD-EXIT.
007010
007020     IF WS-DESIGN-DV NOT < WS-REQUIRED-DV
007030         MOVE 'MAKES IT' TO WS-RESULT-TEXT
007040         ADD 1 TO WS-MAKES-IT-COUNT
007050     ELSE
007060         MOVE 'FALLS SHORT' TO WS-RESULT-TEXT
007070         ADD 1 TO WS-FALLS-SHORT-COUNT
007080     END-IF.
007090     COMPUTE WS-MARGIN-KG =
007100         WS-MAX-PAYLOAD - VH-PAYLOAD-KG (VH-IDX).
007110
007120     COMPUTE WS-KMS-WORK ROUNDED = WS-DESIGN-DV / 1000
007130         ON SIZE ERROR
007140             MOVE 9999.99 TO WS-KMS-WORK
007150     END-COMPUTE.
007160     MOVE WS-KMS-WORK TO WS-DV-KMS-DISPLAY.
007170     MOVE VH-PAYLOAD-KG (VH-IDX) TO WS-PAYLOAD-DISPLAY.
007180     MOVE WS-MAX-PAYLOAD TO WS-MAX-PAYLOAD-DISPLAY.
007190     MOVE WS-MARGIN-KG TO WS-MARGIN-DISPLAY.
007200     MOVE SPACES TO RPT-LINE.
007210     STRING '  ' VH-CODE (VH-IDX) '  ' WS-DV-KMS-DISPLAY
007220         '       ' WS-PAYLOAD-DISPLAY
007230         '      ' WS-MAX-PAYLOAD-DISPLAY
007240         ' ' WS-MARGIN-DISPLAY
007250         '  ' WS-RESULT-TEXT
007260         DELIMITED BY SIZE INTO RPT-LINE
007270     END-STRING.
007280     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007290 5100-ASSESS-ONE-VEHICLE-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*    5200-FIND-MAX-PAYLOAD - THE LARGEST WHOLE-KILOGRAM PAYLOAD  *
007340*    WITH WHICH THE VEHICLE STILL DELIVERS WS-REQUIRED-DV.       *
007350*    ZERO WHEN IT FALLS SHORT EVEN UNLADEN.  OTHERWISE THE       *
007360*    INTERVAL FROM ZERO TO TEN TIMES THE VEHICLE'S OWN WET MASS  *
007370*    IS HALVED WS-HALVING-PASSES TIMES, WHICH PINS THE ANSWER    *
007380*    WELL INSIDE A KILOGRAM.                                     *
007390******************************************************************
007400 5200-FIND-MAX-PAYLOAD.
007410     MOVE ZERO TO WS-MAX-PAYLOAD.
007420     MOVE ZERO TO WS-TRY-PAYLOAD.
007430     PERFORM 6000-STACK-DV THRU 6000-STACK-DV-EXIT.
007440     IF WS-STACK-DV < WS-REQUIRED-DV
007450         GO TO 5200-FIND-MAX-PAYLOAD-EXIT
007460     END-IF.
007470     MOVE ZERO TO WS-LOW-PAYLOAD.
007480     COMPUTE WS-HIGH-PAYLOAD = VH-TOTAL-WET (VH-IDX) * 10.
007490     MOVE WS-HIGH-PAYLOAD TO WS-TRY-PAYLOAD.
007500     PERFORM 6000-STACK-DV THRU 6000-STACK-DV-EXIT.
007510     IF WS-STACK-DV NOT < WS-REQUIRED-DV
007520         MOVE WS-HIGH-PAYLOAD TO WS-LOW-PAYLOAD
007530     ELSE
007540         PERFORM 5210-HALVE-ONCE THRU 5210-HALVE-ONCE-EXIT
007550             VARYING WS-PASS FROM 1 BY 1
007560             UNTIL WS-PASS > WS-HALVING-PASSES
007570     END-IF.
007580     COMPUTE WS-MAX-PAYLOAD = WS-LOW-PAYLOAD
007590         ON SIZE ERROR
007600             MOVE 99999999 TO WS-MAX-PAYLOAD
007610     END-COMPUTE.
007620 5200-FIND-MAX-PAYLOAD-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660*    5210-HALVE-ONCE - TRY THE MIDPOINT AND KEEP THE HALF THAT   *
007670*    STILL STRADDLES THE TARGET                                  *
007680******************************************************************
007690 5210-HALVE-ONCE.
007700     COMPUTE WS-TRY-PAYLOAD =
007710         (WS-LOW-PAYLOAD + WS-HIGH-PAYLOAD) / 2.
007720     PERFORM 6000-STACK-DV THRU 6000-STACK-DV-EXIT.
007730     IF WS-STACK-DV NOT < WS-REQUIRED-DV
007740         MOVE WS-TRY-PAYLOAD TO WS-LOW-PAYLOAD
007750     ELSE
007760         MOVE WS-TRY-PAYLOAD TO WS-HIGH-PAYLOAD
007770     END-IF.
007780 5210-HALVE-ONCE-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820*    6000-STACK-DV - THE ROCKET EQUATION FROM THE REMARKS,       *
007830*    SUMMED OVER THE STAGES OF VEHICLE VH-IDX CARRYING           *
007840*    WS-TRY-PAYLOAD.  EACH SPENT STAGE IS DROPPED WHOLE BEFORE   *
007850*    THE NEXT ONE LIGHTS.                                        *
007860******************************************************************
007870 6000-STACK-DV.
007880     MOVE ZERO TO WS-STACK-DV.
007890     COMPUTE WS-STACK-MASS =
007900         VH-TOTAL-WET (VH-IDX) + WS-TRY-PAYLOAD.
007910     PERFORM 6100-BURN-ONE-STAGE THRU 6100-BURN-ONE-STAGE-EXIT
007920         VARYING WS-STAGE-SUB FROM 1 BY 1
007930         UNTIL WS-STAGE-SUB > VH-STAGE-COUNT (VH-IDX).
007940 6000-STACK-DV-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980*    6100-BURN-ONE-STAGE - ADD ONE STAGE'S DELTA-V AND JETTISON  *
007990*    IT                                                          *
008000******************************************************************
008010 6100-BURN-ONE-STAGE.
008020     COMPUTE WS-BURNOUT-MASS = WS-STACK-MASS
008030         - (VH-WET (VH-IDX, WS-STAGE-SUB)
008040            - VH-DRY (VH-IDX, WS-STAGE-SUB)).
008050     COMPUTE WS-STACK-DV = WS-STACK-DV
008060         + VH-ISP (VH-IDX, WS-STAGE-SUB) * WS-G0
008070         * FUNCTION LOG(WS-STACK-MASS / WS-BURNOUT-MASS).
008080     COMPUTE WS-STACK-MASS =
008090         WS-STACK-MASS - VH-WET (VH-IDX, WS-STAGE-SUB).
008100 6100-BURN-ONE-STAGE-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140*    9000-TERMINATE - PRINT THE RUN COUNTS AND CLOSE FILES       *
008150******************************************************************
008160 9000-TERMINATE.
008170     IF WS-RPT-OPEN
008180         MOVE SPACES TO RPT-LINE
008190         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008200         MOVE SPACES TO RPT-LINE
008210         MOVE WS-TARGETS-ASSESSED TO WS-COUNT-DISPLAY
008220         STRING 'TARGETS ASSESSED    = ' WS-COUNT-DISPLAY
008230             DELIMITED BY SIZE INTO RPT-LINE
008240         END-STRING
008250         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008260         MOVE SPACES TO RPT-LINE
008270         MOVE WS-MAKES-IT-COUNT TO WS-COUNT-DISPLAY
008280         STRING 'VEHICLE MAKES IT    = ' WS-COUNT-DISPLAY
008290             DELIMITED BY SIZE INTO RPT-LINE
008300         END-STRING
008310         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008320         MOVE SPACES TO RPT-LINE
008330         MOVE WS-FALLS-SHORT-COUNT TO WS-COUNT-DISPLAY
008340         STRING 'VEHICLE FALLS SHORT = ' WS-COUNT-DISPLAY
008350             DELIMITED BY SIZE INTO RPT-LINE
008360         END-STRING
008370         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008380         MOVE SPACES TO RPT-LINE
008390         MOVE WS-LEGS-SKIPPED TO WS-COUNT-DISPLAY
008400         STRING 'LEGS NOT ASSESSED   = ' WS-COUNT-DISPLAY
008410             DELIMITED BY SIZE INTO RPT-LINE
008420         END-STRING
008430         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008440         MOVE SPACES TO RPT-LINE
008450         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008460         CLOSE FEASIBILITY-REPORT
008470     END-IF.
008480     IF WS-PL-OPEN
008490         CLOSE PAIRLIST
008500     END-IF.
008510     DISPLAY 'CALCVFEA - VEHICLES LOADED = ' VH-COUNT.
008520     DISPLAY 'CALCVFEA - PAIRS READ      = ' WS-PAIRS-READ.
008530     DISPLAY 'CALCVFEA - TARGETS         = ' WS-TARGETS-ASSESSED.
008540     DISPLAY 'CALCVFEA - MAKES IT        = ' WS-MAKES-IT-COUNT.
008550     DISPLAY 'CALCVFEA - FALLS SHORT     = ' WS-FALLS-SHORT-COUNT.
008560     DISPLAY 'CALCVFEA - LEGS SKIPPED    = ' WS-LEGS-SKIPPED.
008570 9000-TERMINATE-EXIT.
008580     EXIT.
008590
008600******************************************************************
008610*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
008620******************************************************************
008630 8000-EMIT-LINE.
008640     DISPLAY RPT-LINE.
008650     WRITE CALCV-REPORT-LINE.
008660 8000-EMIT-LINE-EXIT.
008670     EXIT.
