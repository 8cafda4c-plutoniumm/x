000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVVMT                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    BATCH MAINTENANCE FOR THE VEHMST LAUNCH VEHICLE MASTER.     *
000110*    READS A VEHTRN TRANSACTION DATASET OF ADD / CHANGE /        *
000120*    DELETE / INQUIRE ACTIONS (CALCVVT RECORD), APPLIES THEM     *
000130*    AGAINST THE MASTER, REWRITES THE MASTER, AND APPENDS ONE    *
000140*    LINE PER TRANSACTION TO THE VEHMLOG MAINTENANCE LOG - THE   *
000150*    SAME PATTERN CALCVBMT USES FOR BODYMST.  AN ADD OR CHANGE   *
000160*    CARRIES THE WHOLE VEHICLE AND IS EDITED BEFORE IT REACHES   *
000170*    THE MASTER, SINCE THE NIGHTLY CALCVFEA FEASIBILITY REPORT   *
000180*    TAKES THE LOG OF EVERY STAGE'S MASS RATIO:                  *
000190*      - THE STAGE COUNT MUST BE 1 TO 4,                         *
000200*      - EVERY STAGE IN USE NEEDS A NONZERO SPECIFIC IMPULSE     *
000210*        AND A NONZERO DRY MASS BELOW ITS WET MASS,              *
000220*      - THE DESIGN PAYLOAD MUST BE NUMERIC (ZERO IS ALLOWED),   *
000230*    AND STAGES BEYOND THE STAGE COUNT ARE WRITTEN AS ZERO.      *
000240*                                                                *
000250*    EVERY TRANSACTION CARRIES THE KEYING OPERATOR'S ID          *
000260*    (VT-OPERATOR), CHECKED AGAINST THE OPERAUTH AUTHORIZED-     *
000270*    OPERATOR DATASET - AN UNKNOWN OPERATOR, OR AN ADD, CHANGE,  *
000280*    OR DELETE BY AN OPERATOR WITHOUT VEHICLE-MAINTENANCE        *
000290*    AUTHORITY, IS REFUSED AND LOGGED.  VEHMLOG LINES CARRY THE  *
000300*    OPERATOR ID.                                                *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-10-15 DLR   ORIGINAL.                                  *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.  CALCVVMT.
000390 AUTHOR.      D. L. RENARD.
000400 INSTALLATION. SURVEY SYSTEMS GROUP.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT VEHICLE-MASTER ASSIGN TO VEHMST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-VM-STATUS.
000540     SELECT TRANS-FILE ASSIGN TO VEHTRN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-TRN-STATUS.
000570     SELECT MAINT-LOG ASSIGN TO VEHMLOG
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-VL-STATUS.
000600     SELECT OPER-AUTH ASSIGN TO OPERAUTH
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AU-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  VEHICLE-MASTER
000670     RECORDING MODE IS F.
000680 COPY CALCVVM.
000690
000700 FD  TRANS-FILE
000710     RECORDING MODE IS F.
000720 COPY CALCVVT.
000730
000740 FD  MAINT-LOG
000750     RECORDING MODE IS F.
000760 COPY CALCVVL.
000770
000780 FD  OPER-AUTH
000790     RECORDING MODE IS F.
000800 COPY CALCVAU.
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-VM-STATUS                PIC X(02).
000840     88  WS-VM-OK                VALUE '00'.
000850     88  WS-VM-NOT-FOUND         VALUE '35'.
000860 01  WS-TRN-STATUS               PIC X(02).
000870     88  WS-TRN-OK               VALUE '00'.
000880     88  WS-TRN-EOF              VALUE '10'.
000890 01  WS-VL-STATUS                PIC X(02).
000900     88  WS-VL-OK                VALUE '00'.
000910     88  WS-VL-NOT-FOUND         VALUE '35'.
000920 01  WS-AU-STATUS                PIC X(02).
000930     88  WS-AU-OK                VALUE '00'.
000940
000950 01  WS-SWITCHES.
000960     05  WS-TRN-EOF-SW           PIC X(01)      VALUE 'N'.
000970         88  WS-TRN-DONE         VALUE 'Y'.
000980     05  WS-VM-EOF-SW            PIC X(01)      VALUE 'N'.
000990         88  WS-VM-EOF           VALUE 'Y'.
001000     05  WS-VEHICLE-FOUND-SW     PIC X(01)      VALUE 'N'.
001010         88  WS-VEHICLE-FOUND    VALUE 'Y'.
001020     05  WS-FIELDS-BAD-SW        PIC X(01)      VALUE 'N'.
001030         88  WS-FIELDS-BAD       VALUE 'Y'.
001040     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
001050         88  WS-ABORTING         VALUE 'Y'.
001060     05  WS-AU-EOF-SW            PIC X(01)      VALUE 'N'.
001070         88  WS-AU-EOF           VALUE 'Y'.
001080     05  WS-OPER-KNOWN-SW        PIC X(01)      VALUE 'N'.
001090         88  WS-OPER-KNOWN       VALUE 'Y'.
001100     05  WS-REFUSED-SW           PIC X(01)      VALUE 'N'.
001110         88  WS-REFUSED          VALUE 'Y'.
001120
001130 01  WS-COUNTERS.
001140     05  WS-TRANS-READ           PIC 9(05)      COMP VALUE ZERO.
001150     05  WS-TRANS-APPLIED        PIC 9(05)      COMP VALUE ZERO.
001160     05  WS-TRANS-REJECTED       PIC 9(05)      COMP VALUE ZERO.
001170     05  WS-MASTER-WRITTEN       PIC 9(05)      COMP VALUE ZERO.
001180     05  WS-TRANS-REFUSED        PIC 9(05)      COMP VALUE ZERO.
001190
001200 01  WS-RUN-DATE                 PIC 9(08).
001210 01  WS-FOUND-IDX                PIC 9(03)      COMP VALUE ZERO.
001220 01  WS-STAGE-SUB                PIC 9(01)      COMP VALUE ZERO.
001230 01  WS-REJECT-REASON            PIC X(20)      VALUE SPACES.
001240
001250 COPY CALCVAT.
001260 01  WS-STAGE-DISPLAY            PIC 9(01).
001270
001280******************************************************************
001290*    VH-MASTER-TABLE - THE WHOLE VEHICLE MASTER HELD IN STORAGE  *
001300*    WHILE TRANSACTIONS ARE APPLIED.  THE STAGE BLOCK IS KEPT    *
001310*    IN ITS EXTERNAL CALCVVM FORM.  A DELETED VEHICLE IS ONLY    *
001320*    FLAGGED HERE AND IS DROPPED WHEN THE MASTER IS REWRITTEN    *
001330*    IN 3000.                                                    *
001340******************************************************************
001350 01  VH-MASTER-TABLE.
001360     05  VH-COUNT                PIC 9(03)  COMP VALUE ZERO.
001370     05  VH-ENTRY OCCURS 1 TO 100 TIMES
001380                 DEPENDING ON VH-COUNT
001390                 INDEXED BY VH-IDX.
001400         10  VH-REC-CODE         PIC X(08).
001410         10  VH-REC-STAGE-COUNT  PIC 9(01).
001420         10  VH-REC-PAYLOAD-KG   PIC 9(08).
001430         10  VH-REC-STAGES       PIC X(92).
001440         10  VH-REC-DELETED-SW   PIC X(01).
001450             88  VH-REC-DELETED  VALUE 'Y'.
001460
001470 PROCEDURE DIVISION.
001480
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001510     IF WS-ABORTING
001520         MOVE 12 TO RETURN-CODE
001530         GO TO 0000-MAINLINE-EXIT
001540     END-IF.
001550     PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
001560         UNTIL WS-TRN-DONE.
001570     PERFORM 3000-REWRITE-MASTER THRU 3000-REWRITE-MASTER-EXIT.
001580     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001590 0000-MAINLINE-EXIT.
001600     STOP RUN.
001610
001620******************************************************************
001630*    1000-INITIALIZE - LOAD THE MASTER INTO STORAGE, OPEN THE    *
001640*    TRANSACTION FILE AND THE MAINTENANCE LOG, AND PRIME THE     *
001650*    TRANSACTION READ.  A MASTER THAT DOES NOT EXIST YET IS      *
001660*    NOT AN ERROR - THE FIRST ADD EVER CREATES IT.               *
001670******************************************************************
001680 1000-INITIALIZE.
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001700     OPEN INPUT VEHICLE-MASTER.
001710     IF WS-VM-NOT-FOUND
001720         MOVE 'Y' TO WS-VM-EOF-SW
001730     ELSE
001740         IF NOT WS-VM-OK
001750             DISPLAY 'CALCVVMT - UNABLE TO OPEN VEHMST, '
001760                 'STATUS = ' WS-VM-STATUS
001770             MOVE 'Y' TO WS-ABORT-SW
001780             GO TO 1000-INITIALIZE-EXIT
001790         END-IF
001800     END-IF.
001810     PERFORM 1100-LOAD-ONE-MASTER THRU 1100-LOAD-ONE-MASTER-EXIT
001820         UNTIL WS-VM-EOF.
001830     IF NOT WS-VM-NOT-FOUND
001840         CLOSE VEHICLE-MASTER
001850     END-IF.
001860
001870     PERFORM 1400-LOAD-OPERATORS THRU 1400-LOAD-OPERATORS-EXIT.
001880     IF WS-ABORTING
001890         GO TO 1000-INITIALIZE-EXIT
001900     END-IF.
001910
001920     OPEN INPUT TRANS-FILE.
001930     IF NOT WS-TRN-OK
001940         DISPLAY 'CALCVVMT - UNABLE TO OPEN VEHTRN, STATUS = '
001950             WS-TRN-STATUS
001960         MOVE 'Y' TO WS-ABORT-SW
001970         GO TO 1000-INITIALIZE-EXIT
001980     END-IF.
001990
002000     OPEN EXTEND MAINT-LOG.
002010     IF WS-VL-NOT-FOUND
002020         OPEN OUTPUT MAINT-LOG
002030     END-IF.
002040     IF NOT WS-VL-OK
002050         DISPLAY 'CALCVVMT - UNABLE TO OPEN VEHMLOG, STATUS = '
002060             WS-VL-STATUS
002070         MOVE 'Y' TO WS-ABORT-SW
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF.
002100
002110     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
002120 1000-INITIALIZE-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160*    1100-LOAD-ONE-MASTER - READ ONE MASTER RECORD INTO THE      *
002170*    NEXT IN-STORAGE TABLE SLOT                                  *
002180******************************************************************
002190 1100-LOAD-ONE-MASTER.
002200     READ VEHICLE-MASTER
002210         AT END
002220             MOVE 'Y' TO WS-VM-EOF-SW
002230             GO TO 1100-LOAD-ONE-MASTER-EXIT
002240     END-READ.
002250     IF VH-COUNT NOT < 100
002260         DISPLAY 'CALCVVMT - VEHMST EXCEEDS 100 VEHICLES, '
002270             'REMAINDER IGNORED'
002280         MOVE 'Y' TO WS-VM-EOF-SW
002290         GO TO 1100-LOAD-ONE-MASTER-EXIT
002300     END-IF.
002310     ADD 1 TO VH-COUNT.
002320     SET VH-IDX TO VH-COUNT.
002330     MOVE VM-VEHICLE-CODE TO VH-REC-CODE (VH-IDX).
002340     MOVE VM-STAGE-COUNT TO VH-REC-STAGE-COUNT (VH-IDX).
002350     MOVE VM-PAYLOAD-KG TO VH-REC-PAYLOAD-KG (VH-IDX).
002360     MOVE VM-STAGES TO VH-REC-STAGES (VH-IDX).
002370     MOVE 'N' TO VH-REC-DELETED-SW (VH-IDX).
002380 1100-LOAD-ONE-MASTER-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*    1400-LOAD-OPERATORS - LOAD THE OPERAUTH AUTHORIZED-         *
002430*    OPERATOR DATASET INTO STORAGE.  WITHOUT IT NO TRANSACTION   *
002440*    CAN BE AUTHORIZED, SO A MISSING DATASET STOPS THE RUN.      *
002450******************************************************************
002460 1400-LOAD-OPERATORS.
002470     OPEN INPUT OPER-AUTH.
002480     IF NOT WS-AU-OK
002490         DISPLAY 'CALCVVMT - UNABLE TO OPEN OPERAUTH, STATUS = '
002500             WS-AU-STATUS
002510         MOVE 'Y' TO WS-ABORT-SW
002520         GO TO 1400-LOAD-OPERATORS-EXIT
002530     END-IF.
002540     PERFORM 1410-LOAD-ONE-OPERATOR
002550         THRU 1410-LOAD-ONE-OPERATOR-EXIT
002560         UNTIL WS-AU-EOF.
002570     CLOSE OPER-AUTH.
002580 1400-LOAD-OPERATORS-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*    1410-LOAD-ONE-OPERATOR - READ ONE OPERAUTH RECORD INTO THE  *
002630*    NEXT IN-STORAGE TABLE SLOT                                  *
002640******************************************************************
002650 1410-LOAD-ONE-OPERATOR.
002660     READ OPER-AUTH
002670         AT END
002680             MOVE 'Y' TO WS-AU-EOF-SW
002690             GO TO 1410-LOAD-ONE-OPERATOR-EXIT
002700     END-READ.
002710     IF CALCV-AUTH-COUNT NOT < 200
002720         DISPLAY 'CALCVVMT - OPERAUTH EXCEEDS 200 OPERATORS, '
002730             'REMAINDER IGNORED'
002740         MOVE 'Y' TO WS-AU-EOF-SW
002750         GO TO 1410-LOAD-ONE-OPERATOR-EXIT
002760     END-IF.
002770     ADD 1 TO CALCV-AUTH-COUNT.
002780     SET CALCV-AUTH-IDX TO CALCV-AUTH-COUNT.
002790     MOVE AU-OPERATOR-ID TO CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX).
002800     MOVE AU-BODY-MAINT
002810         TO CALCV-AUTH-BODY-MAINT (CALCV-AUTH-IDX).
002820     MOVE AU-BODY-CONFIRM
002830         TO CALCV-AUTH-BODY-CONFIRM (CALCV-AUTH-IDX).
002840     MOVE AU-SCEN-MAINT
002850         TO CALCV-AUTH-SCEN-MAINT (CALCV-AUTH-IDX).
002860     MOVE AU-VEH-MAINT
002870         TO CALCV-AUTH-VEH-MAINT (CALCV-AUTH-IDX).
002880     MOVE AU-WORKLIST-SAVE
002890         TO CALCV-AUTH-WORKLIST-SAVE (CALCV-AUTH-IDX).
002900     MOVE AU-RUN-OVERRIDE
002910         TO CALCV-AUTH-RUN-OVERRIDE (CALCV-AUTH-IDX).
002920 1410-LOAD-ONE-OPERATOR-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*    2000-PROCESS-TRANS - APPLY ONE TRANSACTION AGAINST THE      *
002970*    IN-STORAGE MASTER AND LOG THE OUTCOME.  A TRANSACTION THAT  *
002980*    CANNOT BE APPLIED IS LOGGED AS REJECTED WITH A REASON AND   *
002990*    DOES NOT STOP THE RUN.                                      *
003000******************************************************************
003010 2000-PROCESS-TRANS.
003020     ADD 1 TO WS-TRANS-READ.
003030     MOVE SPACES TO WS-REJECT-REASON.
003040     PERFORM 2200-FIND-VEHICLE THRU 2200-FIND-VEHICLE-EXIT.
003050     PERFORM 2050-CHECK-AUTHORITY
003060         THRU 2050-CHECK-AUTHORITY-EXIT.
003070
003080     EVALUATE TRUE
003090         WHEN WS-REFUSED
003100             ADD 1 TO WS-TRANS-REFUSED
003110             DISPLAY 'CALCVVMT - ' VT-ACTION ' REFUSED, '
003120                 'OPERATOR ' VT-OPERATOR ' NOT AUTHORIZED - '
003130                 VT-VEHICLE-CODE
003140             PERFORM 2900-WRITE-LOG-REJECT
003150                 THRU 2900-WRITE-LOG-REJECT-EXIT
003160         WHEN VT-ADD
003170             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
003180         WHEN VT-CHANGE
003190             PERFORM 2400-APPLY-CHANGE THRU 2400-APPLY-CHANGE-EXIT
003200         WHEN VT-DELETE
003210             PERFORM 2500-APPLY-DELETE THRU 2500-APPLY-DELETE-EXIT
003220         WHEN VT-INQUIRE
003230             PERFORM 2600-APPLY-INQUIRE
003240                 THRU 2600-APPLY-INQUIRE-EXIT
003250         WHEN OTHER
003260             DISPLAY 'CALCVVMT - INVALID ACTION CODE - '
003270                 VT-ACTION ' FOR ' VT-VEHICLE-CODE
003280             MOVE 'INVALID ACTION' TO WS-REJECT-REASON
003290             PERFORM 2900-WRITE-LOG-REJECT
003300                 THRU 2900-WRITE-LOG-REJECT-EXIT
003310     END-EVALUATE.
003320
003330     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
003340 2000-PROCESS-TRANS-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    2050-CHECK-AUTHORITY - LOOK THE TRANSACTION'S OPERATOR UP   *
003390*    ON OPERAUTH AND REFUSE AN ACTION THE OPERATOR MAY NOT       *
003400*    PERFORM.  AN UNKNOWN OR BLANK OPERATOR MAY DO NOTHING; ANY  *
003410*    KNOWN OPERATOR MAY INQUIRE.                                 *
003420******************************************************************
003430 2050-CHECK-AUTHORITY.
003440     MOVE 'N' TO WS-OPER-KNOWN-SW.
003450     MOVE 'N' TO WS-REFUSED-SW.
003460     IF VT-OPERATOR = SPACES OR CALCV-AUTH-COUNT = ZERO
003470         MOVE 'Y' TO WS-REFUSED-SW
003480         MOVE 'UNKNOWN OPERATOR' TO WS-REJECT-REASON
003490         GO TO 2050-CHECK-AUTHORITY-EXIT
003500     END-IF.
003510     SET CALCV-AUTH-IDX TO 1.
003520     SEARCH CALCV-AUTH-ENTRY
003530         AT END
003540             MOVE 'N' TO WS-OPER-KNOWN-SW
003550         WHEN CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX) = VT-OPERATOR
003560             MOVE 'Y' TO WS-OPER-KNOWN-SW
003570     END-SEARCH.
003580     IF NOT WS-OPER-KNOWN
003590         MOVE 'Y' TO WS-REFUSED-SW
003600         MOVE 'UNKNOWN OPERATOR' TO WS-REJECT-REASON
003610         GO TO 2050-CHECK-AUTHORITY-EXIT
003620     END-IF.
003630     IF (VT-ADD OR VT-CHANGE OR VT-DELETE)
003640         AND NOT CALCV-AUTH-MAY-VEH-MAINT (CALCV-AUTH-IDX)
003650         MOVE 'Y' TO WS-REFUSED-SW
003660         MOVE 'NOT AUTHORIZED' TO WS-REJECT-REASON
003670     END-IF.
003680 2050-CHECK-AUTHORITY-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    2100-READ-TRANS - READ THE NEXT TRANSACTION RECORD          *
003730******************************************************************
003740 2100-READ-TRANS.
003750     READ TRANS-FILE
003760         AT END
003770             MOVE 'Y' TO WS-TRN-EOF-SW
003780             GO TO 2100-READ-TRANS-EXIT
003790     END-READ.
003800 2100-READ-TRANS-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*    2200-FIND-VEHICLE - LOOK FOR THE TRANSACTION'S VEHICLE      *
003850*    AMONG THE NOT-DELETED IN-STORAGE ENTRIES.  WS-FOUND-IDX     *
003860*    IS ITS SLOT WHEN WS-VEHICLE-FOUND IS SET.                   *
003870******************************************************************
003880 2200-FIND-VEHICLE.
003890     MOVE 'N' TO WS-VEHICLE-FOUND-SW.
003900     MOVE ZERO TO WS-FOUND-IDX.
003910     IF VH-COUNT = ZERO
003920         GO TO 2200-FIND-VEHICLE-EXIT
003930     END-IF.
003940     PERFORM 2250-SCAN-ONE-VEHICLE THRU 2250-SCAN-ONE-VEHICLE-EXIT
003950         VARYING VH-IDX FROM 1 BY 1
003960         UNTIL VH-IDX > VH-COUNT
003970         OR WS-VEHICLE-FOUND.
003980 2200-FIND-VEHICLE-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    2250-SCAN-ONE-VEHICLE - TEST ONE IN-STORAGE ENTRY AGAINST   *
004030*    THE CURRENT TRANSACTION                                     *
004040******************************************************************
004050 2250-SCAN-ONE-VEHICLE.
004060     IF VH-REC-DELETED (VH-IDX)
004070         GO TO 2250-SCAN-ONE-VEHICLE-EXIT
004080     END-IF.
004090     IF VH-REC-CODE (VH-IDX) = VT-VEHICLE-CODE
004100         MOVE 'Y' TO WS-VEHICLE-FOUND-SW
004110         SET WS-FOUND-IDX TO VH-IDX
004120     END-IF.
004130 2250-SCAN-ONE-VEHICLE-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*    2300-APPLY-ADD - ADD A NEW VEHICLE.  REJECTED WHEN THE      *
004180*    VEHICLE IS ALREADY ON FILE, THE TABLE IS FULL, OR THE       *
004190*    KEYED FIELDS FAIL THE 2350 EDITS.                           *
004200******************************************************************
004210 2300-APPLY-ADD.
004220     IF WS-VEHICLE-FOUND
004230         DISPLAY 'CALCVVMT - ADD REJECTED, DUPLICATE VEHICLE - '
004240             VT-VEHICLE-CODE
004250         MOVE 'DUPLICATE VEHICLE' TO WS-REJECT-REASON
004260         PERFORM 2900-WRITE-LOG-REJECT
004270             THRU 2900-WRITE-LOG-REJECT-EXIT
004280         GO TO 2300-APPLY-ADD-EXIT
004290     END-IF.
004300     IF VH-COUNT NOT < 100
004310         DISPLAY 'CALCVVMT - ADD REJECTED, MASTER FULL - '
004320             VT-VEHICLE-CODE
004330         MOVE 'MASTER FULL' TO WS-REJECT-REASON
004340         PERFORM 2900-WRITE-LOG-REJECT
004350             THRU 2900-WRITE-LOG-REJECT-EXIT
004360         GO TO 2300-APPLY-ADD-EXIT
004370     END-IF.
004380     PERFORM 2350-EDIT-VEHICLE THRU 2350-EDIT-VEHICLE-EXIT.
004390     IF WS-FIELDS-BAD
004400         DISPLAY 'CALCVVMT - ADD REJECTED, ' WS-REJECT-REASON
004410             ' - ' VT-VEHICLE-CODE
004420         PERFORM 2900-WRITE-LOG-REJECT
004430             THRU 2900-WRITE-LOG-REJECT-EXIT
004440         GO TO 2300-APPLY-ADD-EXIT
004450     END-IF.
004460     ADD 1 TO VH-COUNT.
004470     SET VH-IDX TO VH-COUNT.
004480     MOVE VT-VEHICLE-CODE TO VH-REC-CODE (VH-IDX).
004490     MOVE VT-STAGE-COUNT TO VH-REC-STAGE-COUNT (VH-IDX).
004500     MOVE VT-PAYLOAD-KG TO VH-REC-PAYLOAD-KG (VH-IDX).
004510     MOVE VT-STAGES TO VH-REC-STAGES (VH-IDX).
004520     MOVE 'N' TO VH-REC-DELETED-SW (VH-IDX).
004530     ADD 1 TO WS-TRANS-APPLIED.
004540     PERFORM 2800-WRITE-LOG-APPLIED
004550         THRU 2800-WRITE-LOG-APPLIED-EXIT.
004560 2300-APPLY-ADD-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*    2350-EDIT-VEHICLE - EDIT THE VEHICLE CARRIED ON AN ADD OR   *
004610*    CHANGE.  SETS WS-FIELDS-BAD AND WS-REJECT-REASON ON THE     *
004620*    FIRST FAILURE; OTHERWISE ZEROES THE STAGES BEYOND THE       *
004630*    STAGE COUNT SO THE MASTER NEVER CARRIES SPACES OR STRAY     *
004640*    FIGURES IN AN UNUSED STAGE.                                 *
004650******************************************************************
004660 2350-EDIT-VEHICLE.
004670     MOVE 'N' TO WS-FIELDS-BAD-SW.
004680     IF VT-VEHICLE-CODE = SPACES
004690         MOVE 'Y' TO WS-FIELDS-BAD-SW
004700         MOVE 'BLANK VEHICLE CODE' TO WS-REJECT-REASON
004710         GO TO 2350-EDIT-VEHICLE-EXIT
004720     END-IF.
004730     IF VT-STAGE-COUNT NOT NUMERIC
004740         OR VT-STAGE-COUNT < 1
004750         OR VT-STAGE-COUNT > 4
004760         MOVE 'Y' TO WS-FIELDS-BAD-SW
004770         MOVE 'BAD STAGE COUNT' TO WS-REJECT-REASON
004780         GO TO 2350-EDIT-VEHICLE-EXIT
004790     END-IF.
004800     IF VT-PAYLOAD-KG NOT NUMERIC
004810         MOVE 'Y' TO WS-FIELDS-BAD-SW
004820         MOVE 'BAD PAYLOAD' TO WS-REJECT-REASON
004830         GO TO 2350-EDIT-VEHICLE-EXIT
004840     END-IF.
004850     PERFORM 2360-EDIT-ONE-STAGE THRU 2360-EDIT-ONE-STAGE-EXIT
004860         VARYING WS-STAGE-SUB FROM 1 BY 1
004870         UNTIL WS-STAGE-SUB > 4
004880         OR WS-FIELDS-BAD.
004890 2350-EDIT-VEHICLE-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*    2360-EDIT-ONE-STAGE - EDIT ONE STAGE OF THE TRANSACTION,    *
004940*    OR ZERO IT WHEN IT IS BEYOND THE STAGE COUNT                *
004950******************************************************************
004960 2360-EDIT-ONE-STAGE.
004970     IF WS-STAGE-SUB > VT-STAGE-COUNT
004980         MOVE ZERO TO VT-ISP (WS-STAGE-SUB)
004990         MOVE ZERO TO VT-WET-KG (WS-STAGE-SUB)
005000         MOVE ZERO TO VT-DRY-KG (WS-STAGE-SUB)
005010         GO TO 2360-EDIT-ONE-STAGE-EXIT
005020     END-IF.
005030     IF VT-ISP (WS-STAGE-SUB) NOT NUMERIC
005040         OR VT-WET-KG (WS-STAGE-SUB) NOT NUMERIC
005050         OR VT-DRY-KG (WS-STAGE-SUB) NOT NUMERIC
005060         OR VT-ISP (WS-STAGE-SUB) = ZERO
005070         OR VT-DRY-KG (WS-STAGE-SUB) = ZERO
005080         OR VT-DRY-KG (WS-STAGE-SUB)
005090             NOT < VT-WET-KG (WS-STAGE-SUB)
005100         MOVE 'Y' TO WS-FIELDS-BAD-SW
005110         MOVE WS-STAGE-SUB TO WS-STAGE-DISPLAY
005120         STRING 'BAD STAGE ' WS-STAGE-DISPLAY ' FIELDS'
005130             DELIMITED BY SIZE INTO WS-REJECT-REASON
005140         END-STRING
005150     END-IF.
005160 2360-EDIT-ONE-STAGE-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    2400-APPLY-CHANGE - REPLACE AN EXISTING VEHICLE WITH THE    *
005210*    ONE KEYED.  REJECTED WHEN THE VEHICLE IS NOT ON FILE OR     *
005220*    THE KEYED FIELDS FAIL THE 2350 EDITS.                       *
005230******************************************************************
005240 2400-APPLY-CHANGE.
005250     IF NOT WS-VEHICLE-FOUND
005260         DISPLAY 'CALCVVMT - CHANGE REJECTED, NOT FOUND - '
005270             VT-VEHICLE-CODE
005280         MOVE 'VEHICLE NOT FOUND' TO WS-REJECT-REASON
005290         PERFORM 2900-WRITE-LOG-REJECT
005300             THRU 2900-WRITE-LOG-REJECT-EXIT
005310         GO TO 2400-APPLY-CHANGE-EXIT
005320     END-IF.
005330     PERFORM 2350-EDIT-VEHICLE THRU 2350-EDIT-VEHICLE-EXIT.
005340     IF WS-FIELDS-BAD
005350         DISPLAY 'CALCVVMT - CHANGE REJECTED, ' WS-REJECT-REASON
005360             ' - ' VT-VEHICLE-CODE
005370         PERFORM 2900-WRITE-LOG-REJECT
005380             THRU 2900-WRITE-LOG-REJECT-EXIT
005390         GO TO 2400-APPLY-CHANGE-EXIT
005400     END-IF.
005410     SET VH-IDX TO WS-FOUND-IDX.
005420     MOVE VT-STAGE-COUNT TO VH-REC-STAGE-COUNT (VH-IDX).
005430     MOVE VT-PAYLOAD-KG TO VH-REC-PAYLOAD-KG (VH-IDX).
005440     MOVE VT-STAGES TO VH-REC-STAGES (VH-IDX).
005450     ADD 1 TO WS-TRANS-APPLIED.
005460     PERFORM 2800-WRITE-LOG-APPLIED
005470         THRU 2800-WRITE-LOG-APPLIED-EXIT.
005480 2400-APPLY-CHANGE-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    2500-APPLY-DELETE - FLAG THE VEHICLE SO IT IS DROPPED WHEN  *
005530*    THE MASTER IS REWRITTEN.  REJECTED WHEN IT IS NOT ON FILE.  *
005540******************************************************************
005550 2500-APPLY-DELETE.
005560     IF NOT WS-VEHICLE-FOUND
005570         DISPLAY 'CALCVVMT - DELETE REJECTED, NOT FOUND - '
005580             VT-VEHICLE-CODE
005590         MOVE 'VEHICLE NOT FOUND' TO WS-REJECT-REASON
005600         PERFORM 2900-WRITE-LOG-REJECT
005610             THRU 2900-WRITE-LOG-REJECT-EXIT
005620         GO TO 2500-APPLY-DELETE-EXIT
005630     END-IF.
005640     SET VH-IDX TO WS-FOUND-IDX.
005650     MOVE 'Y' TO VH-REC-DELETED-SW (VH-IDX).
005660     ADD 1 TO WS-TRANS-APPLIED.
005670     PERFORM 2800-WRITE-LOG-APPLIED
005680         THRU 2800-WRITE-LOG-APPLIED-EXIT.
005690 2500-APPLY-DELETE-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*    2600-APPLY-INQUIRE - DISPLAY THE VEHICLE AS ON FILE AND     *
005740*    LOG THE INQUIRY.  AN INQUIRY CHANGES NOTHING.               *
005750******************************************************************
005760 2600-APPLY-INQUIRE.
005770     IF NOT WS-VEHICLE-FOUND
005780         DISPLAY 'CALCVVMT - INQUIRE, NOT FOUND - '
005790             VT-VEHICLE-CODE
005800         MOVE 'VEHICLE NOT FOUND' TO WS-REJECT-REASON
005810         PERFORM 2900-WRITE-LOG-REJECT
005820             THRU 2900-WRITE-LOG-REJECT-EXIT
005830         GO TO 2600-APPLY-INQUIRE-EXIT
005840     END-IF.
005850     SET VH-IDX TO WS-FOUND-IDX.
005860     MOVE VH-REC-CODE (VH-IDX) TO VM-VEHICLE-CODE.
005870     MOVE VH-REC-STAGE-COUNT (VH-IDX) TO VM-STAGE-COUNT.
005880     MOVE VH-REC-PAYLOAD-KG (VH-IDX) TO VM-PAYLOAD-KG.
005890     MOVE VH-REC-STAGES (VH-IDX) TO VM-STAGES.
005900     DISPLAY 'CALCVVMT - ' VM-VEHICLE-CODE
005910         ' STAGES = ' VM-STAGE-COUNT
005920         ' PAYLOAD KG = ' VM-PAYLOAD-KG.
005930     PERFORM 2650-LIST-ONE-STAGE THRU 2650-LIST-ONE-STAGE-EXIT
005940         VARYING WS-STAGE-SUB FROM 1 BY 1
005950         UNTIL WS-STAGE-SUB > VM-STAGE-COUNT.
005960     ADD 1 TO WS-TRANS-APPLIED.
005970     PERFORM 2800-WRITE-LOG-APPLIED
005980         THRU 2800-WRITE-LOG-APPLIED-EXIT.
005990 2600-APPLY-INQUIRE-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    2650-LIST-ONE-STAGE - DISPLAY ONE STAGE OF THE VEHICLE      *
006040*    BEING INQUIRED ON                                           *
006050******************************************************************
006060 2650-LIST-ONE-STAGE.
006070     MOVE WS-STAGE-SUB TO WS-STAGE-DISPLAY.
006080     DISPLAY 'CALCVVMT -   STAGE ' WS-STAGE-DISPLAY
006090         ' ISP = ' VM-ISP (WS-STAGE-SUB)
006100         ' WET KG = ' VM-WET-KG (WS-STAGE-SUB)
006110         ' DRY KG = ' VM-DRY-KG (WS-STAGE-SUB).
006120 2650-LIST-ONE-STAGE-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*    2800-WRITE-LOG-APPLIED - LOG ONE APPLIED TRANSACTION        *
006170******************************************************************
006180 2800-WRITE-LOG-APPLIED.
006190     MOVE SPACES TO CALCV-VEHICLE-LOG-RECORD.
006200     MOVE WS-RUN-DATE TO VL-DATE.
006210     ACCEPT VL-TIME FROM TIME.
006220     MOVE VT-ACTION TO VL-ACTION.
006230     MOVE VT-VEHICLE-CODE TO VL-VEHICLE-CODE.
006240     IF VT-ADD OR VT-CHANGE
006250         MOVE VT-STAGE-COUNT TO VL-STAGE-COUNT
006260         MOVE VT-PAYLOAD-KG TO VL-PAYLOAD-KG
006270     ELSE
006280         MOVE VH-REC-STAGE-COUNT (VH-IDX) TO VL-STAGE-COUNT
006290         MOVE VH-REC-PAYLOAD-KG (VH-IDX) TO VL-PAYLOAD-KG
006300     END-IF.
006310     MOVE VT-OPERATOR TO VL-OPERATOR.
006320     MOVE 'APPLIED' TO VL-RESULT.
006330     WRITE CALCV-VEHICLE-LOG-RECORD.
006340 2800-WRITE-LOG-APPLIED-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*    2900-WRITE-LOG-REJECT - LOG ONE REJECTED TRANSACTION WITH   *
006390*    THE REASON IT COULD NOT BE APPLIED.  THE KEYED STAGE COUNT  *
006400*    AND PAYLOAD ARE LOGGED ONLY WHEN THEY ARE NUMERIC.          *
006410******************************************************************
006420 2900-WRITE-LOG-REJECT.
006430     ADD 1 TO WS-TRANS-REJECTED.
006440     MOVE SPACES TO CALCV-VEHICLE-LOG-RECORD.
006450     MOVE WS-RUN-DATE TO VL-DATE.
006460     ACCEPT VL-TIME FROM TIME.
006470     MOVE VT-ACTION TO VL-ACTION.
006480     MOVE VT-VEHICLE-CODE TO VL-VEHICLE-CODE.
006490     IF VT-STAGE-COUNT NUMERIC
006500         MOVE VT-STAGE-COUNT TO VL-STAGE-COUNT
006510     ELSE
006520         MOVE ZERO TO VL-STAGE-COUNT
006530     END-IF.
006540     IF VT-PAYLOAD-KG NUMERIC
006550         MOVE VT-PAYLOAD-KG TO VL-PAYLOAD-KG
006560     ELSE
006570         MOVE ZERO TO VL-PAYLOAD-KG
006580     END-IF.
006590     MOVE VT-OPERATOR TO VL-OPERATOR.
006600     MOVE 'REJECTED' TO VL-RESULT.
006610     MOVE WS-REJECT-REASON TO VL-REASON.
006620     WRITE CALCV-VEHICLE-LOG-RECORD.
006630 2900-WRITE-LOG-REJECT-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670*    3000-REWRITE-MASTER - WRITE THE IN-STORAGE TABLE BACK OVER  *
006680*    THE MASTER, DROPPING VEHICLES FLAGGED DELETED               *
006690******************************************************************
006700 3000-REWRITE-MASTER.
006710     OPEN OUTPUT VEHICLE-MASTER.
006720     IF NOT WS-VM-OK
006730         DISPLAY 'CALCVVMT - UNABLE TO REWRITE VEHMST, '
006740             'STATUS = ' WS-VM-STATUS
006750         MOVE 12 TO RETURN-CODE
006760         GO TO 3000-REWRITE-MASTER-EXIT
006770     END-IF.
006780     IF VH-COUNT > ZERO
006790         PERFORM 3100-WRITE-ONE-MASTER
006800             THRU 3100-WRITE-ONE-MASTER-EXIT
006810             VARYING VH-IDX FROM 1 BY 1
006820             UNTIL VH-IDX > VH-COUNT
006830     END-IF.
006840     CLOSE VEHICLE-MASTER.
006850 3000-REWRITE-MASTER-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*    3100-WRITE-ONE-MASTER - WRITE ONE NOT-DELETED VEHICLE BACK  *
006900*    TO THE MASTER                                               *
006910******************************************************************
006920 3100-WRITE-ONE-MASTER.
006930     IF VH-REC-DELETED (VH-IDX)
006940         GO TO 3100-WRITE-ONE-MASTER-EXIT
006950     END-IF.
006960     MOVE SPACES TO CALCV-VEHICLE-RECORD.
006970     MOVE VH-REC-CODE (VH-IDX) TO VM-VEHICLE-CODE.
006980     MOVE VH-REC-STAGE-COUNT (VH-IDX) TO VM-STAGE-COUNT.
006990     MOVE VH-REC-PAYLOAD-KG (VH-IDX) TO VM-PAYLOAD-KG.
007000     MOVE VH-REC-STAGES (VH-IDX) TO VM-STAGES.
007010     WRITE CALCV-VEHICLE-RECORD.
007020     ADD 1 TO WS-MASTER-WRITTEN.
007030 3100-WRITE-ONE-MASTER-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.  A RUN      *
007080*    WITH ANY REJECTED TRANSACTION ENDS WITH RC=4 SO THE JOB     *
007090*    CAN FLAG IT FOR REVIEW.                                     *
007100******************************************************************
007110 9000-TERMINATE.
007120     CLOSE TRANS-FILE.
007130     CLOSE MAINT-LOG.
007140     DISPLAY 'CALCVVMT - TRANS READ      = ' WS-TRANS-READ.
007150     DISPLAY 'CALCVVMT - TRANS APPLIED   = ' WS-TRANS-APPLIED.
007160     DISPLAY 'CALCVVMT - TRANS REJECTED  = ' WS-TRANS-REJECTED.
007170     DISPLAY 'CALCVVMT - TRANS REFUSED   = ' WS-TRANS-REFUSED.
007180     DISPLAY 'CALCVVMT - MASTER WRITTEN  = ' WS-MASTER-WRITTEN.
007190*    A HARD FAILURE (MASTER NOT REWRITTEN, RC=12) OUTRANKS THE
007200*    ROUTINE REJECTED-TRANSACTION CONDITION.
007210     IF WS-TRANS-REJECTED > ZERO
007220         AND RETURN-CODE = ZERO
007230         MOVE 4 TO RETURN-CODE
007240     END-IF.
007250 9000-TERMINATE-EXIT.
007260     EXIT.
