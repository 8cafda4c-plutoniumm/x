000340*        UNTIL A CONFIRMING F TRANSACTION FOR THE SAME BODY      *
000350*        APPLIES IT.                                             *
000360*                                                                *
000361*    EVERY TRANSACTION CARRIES THE KEYING OPERATOR'S ID, AND     *
000362*    THE OPERATOR MUST BE ON THE OPERAUTH DATASET (CALCVAU       *
000363*    RECORD) WITH AUTHORITY FOR THE ACTION.  AN F CONFIRM OF A   *
000364*    HELD CHANGE MUST COME FROM A DIFFERENT OPERATOR THAN THE    *
000365*    ONE WHO KEYED THE CHANGE.                                   *
000366*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-08-22 DLR   ORIGINAL.                                  *
000680*                     BEING WIPED TO ZERO/SPACES BY A ROUTINE    *
000690*                     RADIUS/MASS CORRECTION KEYED FROM AN       *
000700*                     OLD-FORMAT IMAGE.                          *
000701*    2026-10-15 DLR   EVERY RUN THAT CHANGES THE MASTER NOW      *
000702*                     APPENDS THE REWRITTEN MASTER TO THE        *
000703*                     BODYGEN GENERATION DATASET (CALCVBG) AS    *
000704*                     ONE NUMBERED GENERATION STAMPED WITH THE   *
000705*                     DATE AND TIME IT WAS WRITTEN, SO THE BODY  *
000706*                     VALUES BEHIND ANY PAST NIGHT'S FIGURES CAN *
000707*                     BE RECOVERED AND REPLAYED (CALCVRPY).  THE *
000708*                     FIRST RUN AGAINST AN EMPTY DATASET ALSO    *
000709*                     WRITES THE UNCHANGED MASTER AS A BASELINE  *
000710*                     GENERATION STAMPED ZERO - IF IT CANNOT BE  *
000711*                     WRITTEN THE RUN STOPS RC=12 BEFORE ANY     *
000712*                     TRANSACTION IS APPLIED.                    *
000713*    2026-10-15 DLR   EVERY TRANSACTION NOW CARRIES THE KEYING   *
000714*                     OPERATOR'S ID (TRN-OPERATOR), CHECKED      *
000715*                     AGAINST THE OPERAUTH AUTHORIZED-OPERATOR   *
000716*                     DATASET - AN UNKNOWN OPERATOR, OR AN       *
000717*                     ADD/CHANGE/DELETE OR F CONFIRM THE         *
000718*                     OPERATOR IS NOT AUTHORIZED FOR, IS         *
000719*                     REFUSED AND LOGGED.  A HELD CHANGE NOW     *
000720*                     REMEMBERS WHO KEYED IT, AND ITS F CONFIRM  *
000721*                     MUST COME FROM A DIFFERENT OPERATOR.       *
000722*                     BODYMLOG LINES CARRY THE OPERATOR ID.      *
000723*                                                                *
000724******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID.  CALCVBMT.
000750 AUTHOR.      D. L. RENARD.
001080     SELECT IMPACT-REPORT ASSIGN TO IMPRPT
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-RPT-STATUS.
001101     SELECT BODY-GEN ASSIGN TO BODYGEN
001102         ORGANIZATION IS LINE SEQUENTIAL
001103         FILE STATUS IS WS-BG-STATUS.
001104     SELECT OPER-AUTH ASSIGN TO OPERAUTH
001105         ORGANIZATION IS LINE SEQUENTIAL
001106         FILE STATUS IS WS-AU-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001510     RECORDING MODE IS F.
001520 COPY CALCVRP.
001530
001531 FD  BODY-GEN
001532     RECORDING MODE IS F.
001533 COPY CALCVBG.
001534
001535 FD  OPER-AUTH
001536     RECORDING MODE IS F.
001537 COPY CALCVAU.
001538
001540 WORKING-STORAGE SECTION.
001550 01  WS-BM-STATUS                PIC X(02).
001560     88  WS-BM-OK                VALUE '00'.
001760 01  WS-RPT-STATUS               PIC X(02).
001770     88  WS-RPT-OK               VALUE '00'.
001780     88  WS-RPT-NOT-FOUND        VALUE '35'.
001781 01  WS-BG-STATUS                PIC X(02).
001782     88  WS-BG-OK                VALUE '00'.
001783     88  WS-BG-NOT-FOUND         VALUE '35'.
001784 01  WS-AU-STATUS                PIC X(02).
001785     88  WS-AU-OK                VALUE '00'.
001790
001800 01  WS-SWITCHES.
001810     05  WS-TRN-EOF-SW           PIC X(01)      VALUE 'N'.
001960         88  WS-OUT-OF-TOL       VALUE 'Y'.
001970     05  WS-SCAN-EOF-SW          PIC X(01)      VALUE 'N'.
001980         88  WS-SCAN-EOF         VALUE 'Y'.
001981     05  WS-BG-EOF-SW            PIC X(01)      VALUE 'N'.
001982         88  WS-BG-EOF           VALUE 'Y'.
001983     05  WS-MASTER-CHANGED-SW    PIC X(01)      VALUE 'N'.
001984         88  WS-MASTER-CHANGED   VALUE 'Y'.
001985     05  WS-AU-EOF-SW            PIC X(01)      VALUE 'N'.
001986         88  WS-AU-EOF           VALUE 'Y'.
001987     05  WS-OPER-KNOWN-SW        PIC X(01)      VALUE 'N'.
001988         88  WS-OPER-KNOWN       VALUE 'Y'.
001989     05  WS-REFUSED-SW           PIC X(01)      VALUE 'N'.
001990         88  WS-REFUSED          VALUE 'Y'.
001991     05  WS-SAME-OPER-SW         PIC X(01)      VALUE 'N'.
001992         88  WS-SAME-OPER        VALUE 'Y'.
001993
002000 01  WS-COUNTERS.
002010     05  WS-TRANS-READ           PIC 9(05)      COMP VALUE ZERO.
002020     05  WS-TRANS-APPLIED        PIC 9(05)      COMP VALUE ZERO.
002060     05  WS-PENDING-WRITTEN      PIC 9(05)      COMP VALUE ZERO.
002070     05  WS-SCAN-RECNO           PIC 9(07)      COMP VALUE ZERO.
002080     05  WS-SCAN-HITS            PIC 9(07)      COMP VALUE ZERO.
002083     05  WS-GEN-WRITTEN          PIC 9(05)      COMP VALUE ZERO.
002086     05  WS-TRANS-REFUSED        PIC 9(05)      COMP VALUE ZERO.
002090
002100 01  WS-RUN-DATE                 PIC 9(08).
002101 01  WS-LAST-GEN-NO              PIC 9(05)  VALUE ZERO.
002102 01  WS-GEN-EFF-DATE             PIC 9(08)  VALUE ZERO.
002103 01  WS-GEN-EFF-TIME             PIC 9(08)  VALUE ZERO.
002104
002105 COPY CALCVAT.
002110
002120******************************************************************
002130*    PLAUSIBILITY AND IMPACT CONSTANTS.  THE DENSITY BOUNDS     *
002750         10  PD-REC-ROT          PIC 9(05)V9(02).
002760         10  PD-REC-PRIMARY      PIC X(08).
002770         10  PD-REC-DATE         PIC 9(08).
002775         10  PD-REC-OPERATOR     PIC X(08).
002780         10  PD-REC-DROPPED-SW   PIC X(01).
002790             88  PD-REC-DROPPED  VALUE 'Y'.
002800
003100     END-IF.
003110     PERFORM 1100-LOAD-ONE-MASTER THRU 1100-LOAD-ONE-MASTER-EXIT
003120         UNTIL WS-BM-EOF.
003121     CLOSE BODY-MASTER.
003122
003123*    NO GENERATION ON FILE YET - KEEP THE MASTER AS IT STANDS,
003124*    BEFORE TONIGHT'S TRANSACTIONS, AS THE BASELINE GENERATION.
003125     PERFORM 1300-SCAN-GENERATIONS
003126         THRU 1300-SCAN-GENERATIONS-EXIT.
003127     IF WS-ABORTING
003128         GO TO 1000-INITIALIZE-EXIT
003129     END-IF.
003130     IF WS-LAST-GEN-NO = ZERO AND BM-COUNT > ZERO
003131         MOVE ZERO TO WS-GEN-EFF-DATE
003132         MOVE ZERO TO WS-GEN-EFF-TIME
003133         PERFORM 3200-WRITE-GENERATION
003134             THRU 3200-WRITE-GENERATION-EXIT
003135     END-IF.
003136     IF WS-ABORTING
003137         GO TO 1000-INITIALIZE-EXIT
003138     END-IF.
003140
003141     PERFORM 1400-LOAD-OPERATORS THRU 1400-LOAD-OPERATORS-EXIT.
003142     IF WS-ABORTING
003143         GO TO 1000-INITIALIZE-EXIT
003144     END-IF.
003145
003150     PERFORM 1200-LOAD-PENDING THRU 1200-LOAD-PENDING-EXIT.
003160
003170     OPEN INPUT TRANS-FILE.
004420     MOVE PND-ROT-HOURS TO PD-REC-ROT (PD-IDX).
004430     MOVE PND-PRIMARY TO PD-REC-PRIMARY (PD-IDX).
004440     MOVE PND-HELD-DATE TO PD-REC-DATE (PD-IDX).
004441     MOVE PND-OPERATOR TO PD-REC-OPERATOR (PD-IDX).
004442     MOVE 'N' TO PD-REC-DROPPED-SW (PD-IDX).
004443 1210-LOAD-ONE-PENDING-EXIT.
004444     EXIT.
004445
004446******************************************************************
004447*    1300-SCAN-GENERATIONS - READ THE BODYGEN GENERATION         *
004448*    DATASET FOR THE HIGHEST GENERATION NUMBER ON FILE.  NO      *
004449*    DATASET, OR AN EMPTY ONE, LEAVES IT ZERO.                   *
004450******************************************************************
004451 1300-SCAN-GENERATIONS.
004452     MOVE ZERO TO WS-LAST-GEN-NO.
004453     MOVE 'N' TO WS-BG-EOF-SW.
004454     OPEN INPUT BODY-GEN.
004455     IF WS-BG-NOT-FOUND
004456         GO TO 1300-SCAN-GENERATIONS-EXIT
004457     END-IF.
004458     IF NOT WS-BG-OK
004459         DISPLAY 'CALCVBMT - UNABLE TO OPEN BODYGEN, STATUS = '
004460             WS-BG-STATUS
004461         MOVE 'Y' TO WS-ABORT-SW
004462         GO TO 1300-SCAN-GENERATIONS-EXIT
004463     END-IF.
004464     PERFORM 1310-SCAN-ONE-GENERATION
004465         THRU 1310-SCAN-ONE-GENERATION-EXIT
004466         UNTIL WS-BG-EOF.
004467     CLOSE BODY-GEN.
004468 1300-SCAN-GENERATIONS-EXIT.
004470     EXIT.
004471
004472******************************************************************
004473*    1310-SCAN-ONE-GENERATION - READ ONE GENERATION RECORD AND   *
004474*    TRACK THE HIGHEST GENERATION NUMBER                         *
004475******************************************************************
004476 1310-SCAN-ONE-GENERATION.
004477     READ BODY-GEN
004478         AT END
004479             MOVE 'Y' TO WS-BG-EOF-SW
004480             GO TO 1310-SCAN-ONE-GENERATION-EXIT
004481     END-READ.
004482     IF BG-GEN-NO > WS-LAST-GEN-NO
004483         MOVE BG-GEN-NO TO WS-LAST-GEN-NO
004484     END-IF.
004485 1310-SCAN-ONE-GENERATION-EXIT.
004486     EXIT.
004487
004490******************************************************************
004491*    1400-LOAD-OPERATORS - LOAD THE OPERAUTH AUTHORIZED-         *
004492*    OPERATOR DATASET INTO STORAGE.  WITHOUT IT NO TRANSACTION   *
004493*    CAN BE AUTHORIZED, SO A MISSING DATASET STOPS THE RUN.      *
004494******************************************************************
004495 1400-LOAD-OPERATORS.
004496     OPEN INPUT OPER-AUTH.
004497     IF NOT WS-AU-OK
004498         DISPLAY 'CALCVBMT - UNABLE TO OPEN OPERAUTH, STATUS = '
004499             WS-AU-STATUS
004500         MOVE 'Y' TO WS-ABORT-SW
004501         GO TO 1400-LOAD-OPERATORS-EXIT
004502     END-IF.
004503     PERFORM 1410-LOAD-ONE-OPERATOR
004504         THRU 1410-LOAD-ONE-OPERATOR-EXIT
004505         UNTIL WS-AU-EOF.
004506     CLOSE OPER-AUTH.
004507 1400-LOAD-OPERATORS-EXIT.
004508     EXIT.
004509
004510******************************************************************
004511*    1410-LOAD-ONE-OPERATOR - READ ONE OPERAUTH RECORD INTO THE  *
004512*    NEXT IN-STORAGE TABLE SLOT                                  *
004513******************************************************************
004514 1410-LOAD-ONE-OPERATOR.
004515     READ OPER-AUTH
004516         AT END
004517             MOVE 'Y' TO WS-AU-EOF-SW
004518             GO TO 1410-LOAD-ONE-OPERATOR-EXIT
004519     END-READ.
004520     IF CALCV-AUTH-COUNT NOT < 200
004521         DISPLAY 'CALCVBMT - OPERAUTH EXCEEDS 200 OPERATORS, '
004522             'REMAINDER IGNORED'
004523         MOVE 'Y' TO WS-AU-EOF-SW
004524         GO TO 1410-LOAD-ONE-OPERATOR-EXIT
004525     END-IF.
004526     ADD 1 TO CALCV-AUTH-COUNT.
004527     SET CALCV-AUTH-IDX TO CALCV-AUTH-COUNT.
004528     MOVE AU-OPERATOR-ID TO CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX).
004529     MOVE AU-BODY-MAINT
004530         TO CALCV-AUTH-BODY-MAINT (CALCV-AUTH-IDX).
004531     MOVE AU-BODY-CONFIRM
004532         TO CALCV-AUTH-BODY-CONFIRM (CALCV-AUTH-IDX).
004533     MOVE AU-SCEN-MAINT
004534         TO CALCV-AUTH-SCEN-MAINT (CALCV-AUTH-IDX).
004535     MOVE AU-VEH-MAINT
004536         TO CALCV-AUTH-VEH-MAINT (CALCV-AUTH-IDX).
004537     MOVE AU-WORKLIST-SAVE
004538         TO CALCV-AUTH-WORKLIST-SAVE (CALCV-AUTH-IDX).
004539     MOVE AU-RUN-OVERRIDE
004540         TO CALCV-AUTH-RUN-OVERRIDE (CALCV-AUTH-IDX).
004541 1410-LOAD-ONE-OPERATOR-EXIT.
004542     EXIT.
004543
004544******************************************************************
004545*    2000-PROCESS-TRANS - APPLY ONE TRANSACTION AGAINST THE      *
004546*    IN-STORAGE MASTER AND LOG THE OUTCOME.  A TRANSACTION THAT  *
004547*    CANNOT BE APPLIED IS LOGGED AS REJECTED WITH A REASON AND   *
004548*    DOES NOT STOP THE RUN.                                      *
004549******************************************************************
004550 2000-PROCESS-TRANS.
004560     ADD 1 TO WS-TRANS-READ.
004570*    THE EDIT SWITCHES ARE OTHERWISE ONLY SET INSIDE THE EDITS
004600*    PRIOR TRANSACTION'S REASON.
004610     MOVE 'N' TO WS-DENSITY-BAD-SW.
004620     MOVE 'N' TO WS-OUT-OF-TOL-SW.
004625     MOVE 'N' TO WS-SAME-OPER-SW.
004630     PERFORM 2200-FIND-BODY THRU 2200-FIND-BODY-EXIT.
004633     PERFORM 2050-CHECK-AUTHORITY
004636         THRU 2050-CHECK-AUTHORITY-EXIT.
004640
004650     EVALUATE TRUE
004651         WHEN WS-REFUSED
004652             ADD 1 TO WS-TRANS-REJECTED
004653             ADD 1 TO WS-TRANS-REFUSED
004654             DISPLAY 'CALCVBMT - ' TRN-ACTION ' REFUSED, '
004655                 'OPERATOR ' TRN-OPERATOR ' NOT AUTHORIZED - '
004656                 TRN-BODY-CODE
004657             PERFORM 2900-WRITE-LOG-REJECT
004658                 THRU 2900-WRITE-LOG-REJECT-EXIT
004660         WHEN TRN-ADD
004670             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
004680         WHEN TRN-CHANGE
004820             PERFORM 2900-WRITE-LOG-REJECT
004830                 THRU 2900-WRITE-LOG-REJECT-EXIT
004840     END-EVALUATE.
004842
004844     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
004846 2000-PROCESS-TRANS-EXIT.
004848     EXIT.
004850
004851******************************************************************
004852*    2050-CHECK-AUTHORITY - LOOK THE TRANSACTION'S OPERATOR UP   *
004853*    ON OPERAUTH AND REFUSE AN ACTION THE OPERATOR MAY NOT       *
004854*    PERFORM.  AN UNKNOWN OR BLANK OPERATOR MAY DO NOTHING; ANY  *
004855*    KNOWN OPERATOR MAY INQUIRE.                                 *
004856******************************************************************
004857 2050-CHECK-AUTHORITY.
004858     MOVE 'N' TO WS-OPER-KNOWN-SW.
004859     MOVE 'N' TO WS-REFUSED-SW.
004860     IF TRN-OPERATOR = SPACES OR CALCV-AUTH-COUNT = ZERO
004861         MOVE 'Y' TO WS-REFUSED-SW
004862         GO TO 2050-CHECK-AUTHORITY-EXIT
004863     END-IF.
004864     SET CALCV-AUTH-IDX TO 1.
004865     SEARCH CALCV-AUTH-ENTRY
004866         AT END
004867             MOVE 'N' TO WS-OPER-KNOWN-SW
004868         WHEN CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX) = TRN-OPERATOR
004869             MOVE 'Y' TO WS-OPER-KNOWN-SW
004870     END-SEARCH.
004871     IF NOT WS-OPER-KNOWN
004872         MOVE 'Y' TO WS-REFUSED-SW
004873         GO TO 2050-CHECK-AUTHORITY-EXIT
004874     END-IF.
004875     EVALUATE TRUE
004876         WHEN TRN-ADD OR TRN-CHANGE OR TRN-DELETE
004877             IF NOT CALCV-AUTH-MAY-BODY-MAINT (CALCV-AUTH-IDX)
004878                 MOVE 'Y' TO WS-REFUSED-SW
004879             END-IF
004880         WHEN TRN-CONFIRM
004881             IF NOT CALCV-AUTH-MAY-CONFIRM (CALCV-AUTH-IDX)
004882                 MOVE 'Y' TO WS-REFUSED-SW
004883             END-IF
004884     END-EVALUATE.
004885 2050-CHECK-AUTHORITY-EXIT.
004886     EXIT.
004890
004900******************************************************************
004910*    2100-READ-TRANS - READ THE NEXT TRANSACTION RECORD          *
005760     MOVE TRN-ROT-HOURS TO BM-REC-ROT (BM-IDX).
005770     MOVE TRN-PRIMARY TO BM-REC-PRIMARY (BM-IDX).
005780     MOVE 'N' TO BM-REC-DELETED-SW (BM-IDX).
005785     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
005790     ADD 1 TO WS-TRANS-APPLIED.
005800     PERFORM 2800-WRITE-LOG-APPLIED
005810         THRU 2800-WRITE-LOG-APPLIED-EXIT.
006380     MOVE TRN-ORBIT-DIST TO BM-REC-DIST (BM-IDX).
006390     MOVE TRN-ROT-HOURS TO BM-REC-ROT (BM-IDX).
006400     MOVE TRN-PRIMARY TO BM-REC-PRIMARY (BM-IDX).
006405     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
006410     ADD 1 TO WS-TRANS-APPLIED.
006420     PERFORM 2800-WRITE-LOG-APPLIED
006430         THRU 2800-WRITE-LOG-APPLIED-EXIT.
006630     MOVE 'N' TO WS-OUT-OF-TOL-SW.
006640     PERFORM 3500-IMPACT-REPORT THRU 3500-IMPACT-REPORT-EXIT.
006650     MOVE 'Y' TO BM-REC-DELETED-SW (BM-IDX).
006655     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
006660     ADD 1 TO WS-TRANS-APPLIED.
006670     PERFORM 2800-WRITE-LOG-APPLIED
006680         THRU 2800-WRITE-LOG-APPLIED-EXIT.
006970*    THE BODY OR THE BODY IS NO LONGER ON THE MASTER.  THE       *
006980*    APPLIED VALUES ARE THE HELD ONES - THE F TRANSACTION        *
006990*    CARRIES ONLY THE ACTION AND BODY CODE.                      *
006993*    AN F FROM THE SAME OPERATOR WHO KEYED THE HELD CHANGE IS    *
006996*    REJECTED - A SECOND OPERATOR MUST CONFIRM IT.               *
007000******************************************************************
007010 2700-APPLY-CONFIRM.
007020     PERFORM 2710-FIND-PENDING THRU 2710-FIND-PENDING-EXIT.
007160             THRU 2900-WRITE-LOG-REJECT-EXIT
007170         GO TO 2700-APPLY-CONFIRM-EXIT
007180     END-IF.
007181     IF PD-REC-OPERATOR (PD-IDX) NOT = SPACES
007182         AND PD-REC-OPERATOR (PD-IDX) = TRN-OPERATOR
007183         MOVE 'Y' TO WS-SAME-OPER-SW
007184         ADD 1 TO WS-TRANS-REJECTED
007185         DISPLAY 'CALCVBMT - CONFIRM REJECTED, SAME OPERATOR '
007186             'AS KEYED THE CHANGE - ' TRN-BODY-CODE
007187         PERFORM 2900-WRITE-LOG-REJECT
007188             THRU 2900-WRITE-LOG-REJECT-EXIT
007189         GO TO 2700-APPLY-CONFIRM-EXIT
007190     END-IF.
007191*    THE HELD VALUES GO INTO THE TRANSACTION FIELDS SO THE
007200*    MAINTENANCE LOG SHOWS WHAT WAS ACTUALLY APPLIED.
007210     MOVE PD-REC-RADIUS (PD-IDX) TO TRN-RADIUS.
007220     MOVE PD-REC-MANT (PD-IDX) TO TRN-MASS-MANT.
007310     MOVE TRN-ROT-HOURS TO BM-REC-ROT (BM-IDX).
007320     MOVE TRN-PRIMARY TO BM-REC-PRIMARY (BM-IDX).
007330     MOVE 'Y' TO PD-REC-DROPPED-SW (PD-IDX).
007335     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
007340     ADD 1 TO WS-TRANS-APPLIED.
007350     PERFORM 2800-WRITE-LOG-APPLIED
007360         THRU 2800-WRITE-LOG-APPLIED-EXIT.
007850     MOVE TRN-ROT-HOURS TO PD-REC-ROT (PD-IDX).
007860     MOVE TRN-PRIMARY TO PD-REC-PRIMARY (PD-IDX).
007870     MOVE WS-RUN-DATE TO PD-REC-DATE (PD-IDX).
007875     MOVE TRN-OPERATOR TO PD-REC-OPERATOR (PD-IDX).
007880     MOVE 'N' TO PD-REC-DROPPED-SW (PD-IDX).
007890     ADD 1 TO WS-TRANS-PENDING.
007900     MOVE WS-PCT-MOVE TO WS-PCT-DISPLAY.
008080     MOVE TRN-RADIUS TO ML-RADIUS.
008090     MOVE TRN-MASS-MANT TO ML-MASS-MANT.
008100     MOVE TRN-MASS-EXP TO ML-MASS-EXP.
008105     MOVE TRN-OPERATOR TO ML-OPERATOR.
008110     MOVE 'APPLIED' TO ML-RESULT.
008120     WRITE CALCV-MAINT-LOG-RECORD.
008130 2800-WRITE-LOG-APPLIED-EXIT.
008260     MOVE TRN-RADIUS TO ML-RADIUS.
008270     MOVE TRN-MASS-MANT TO ML-MASS-MANT.
008280     MOVE TRN-MASS-EXP TO ML-MASS-EXP.
008285     MOVE TRN-OPERATOR TO ML-OPERATOR.
008290     MOVE 'REJECTED' TO ML-RESULT.
008300     EVALUATE TRUE
008301         WHEN WS-REFUSED AND NOT WS-OPER-KNOWN
008302             MOVE 'UNKNOWN OPERATOR' TO ML-REASON
008303         WHEN WS-REFUSED
008304             MOVE 'NOT AUTHORIZED' TO ML-REASON
008305         WHEN WS-SAME-OPER
008306             MOVE 'SAME OPER AS KEYED' TO ML-REASON
008310         WHEN TRN-ADD AND WS-ENTRY-FOUND
008320             MOVE 'DUPLICATE BODY CODE' TO ML-REASON
008330         WHEN TRN-ADD AND BM-COUNT NOT < 50
008700     MOVE TRN-RADIUS TO ML-RADIUS.
008710     MOVE TRN-MASS-MANT TO ML-MASS-MANT.
008720     MOVE TRN-MASS-EXP TO ML-MASS-EXP.
008725     MOVE TRN-OPERATOR TO ML-OPERATOR.
008730     MOVE 'PENDING' TO ML-RESULT.
008740     MOVE 'AWAITS F CONFIRM' TO ML-REASON.
008750     WRITE CALCV-MAINT-LOG-RECORD.
008950             UNTIL BM-IDX > BM-COUNT
008960     END-IF.
008970     CLOSE BODY-MASTER.
008971     IF WS-MASTER-CHANGED
008972         ACCEPT WS-GEN-EFF-DATE FROM DATE YYYYMMDD
008973         ACCEPT WS-GEN-EFF-TIME FROM TIME
008974         PERFORM 3200-WRITE-GENERATION
008975             THRU 3200-WRITE-GENERATION-EXIT
008976     END-IF.
008980 3000-REWRITE-MASTER-EXIT.
008990     EXIT.
009000
010070     IF WS-PCT-ABS > WS-IMPACT-TOLERANCE
010080         MOVE 'Y' TO WS-OUT-OF-TOL-SW
010090     END-IF.
010091 3150-COMPUTE-V-MOVE-EXIT.
010092     EXIT.
010093
010094******************************************************************
010095*    3200-WRITE-GENERATION - APPEND THE IN-STORAGE MASTER TO     *
010096*    BODYGEN AS THE NEXT NUMBERED GENERATION, STAMPED WITH       *
010097*    WS-GEN-EFF-DATE AND WS-GEN-EFF-TIME - THE MOMENT THE NEW    *
010098*    VALUES CAME INTO FORCE, OR ZERO FOR THE BASELINE.  DELETED  *
010099*    ENTRIES ARE LEFT OUT, EXACTLY AS THE REWRITE LEAVES THEM    *
010100*    OFF BODYMST.  THE FIRST GENERATION EVER CREATES THE         *
010101*    DATASET.  A GENERATION THAT CANNOT BE WRITTEN ENDS THE RUN  *
010102*    RC=12 - THE MASTER HAS CHANGED WITH NO RECORD OF WHAT IT    *
010103*    WAS CHANGED FROM.                                           *
010104******************************************************************
010105 3200-WRITE-GENERATION.
010106     OPEN EXTEND BODY-GEN.
010107     IF WS-BG-NOT-FOUND
010108         OPEN OUTPUT BODY-GEN
010109     END-IF.
010110     IF NOT WS-BG-OK
010111         DISPLAY 'CALCVBMT - UNABLE TO WRITE BODYGEN, STATUS = '
010112             WS-BG-STATUS
010113         MOVE 12 TO RETURN-CODE
010114         MOVE 'Y' TO WS-ABORT-SW
010115         GO TO 3200-WRITE-GENERATION-EXIT
010116     END-IF.
010117     ADD 1 TO WS-LAST-GEN-NO.
010118     PERFORM 3210-WRITE-ONE-GEN THRU 3210-WRITE-ONE-GEN-EXIT
010119         VARYING BM-IDX FROM 1 BY 1
010120         UNTIL BM-IDX > BM-COUNT.
010121     CLOSE BODY-GEN.
010122     ADD 1 TO WS-GEN-WRITTEN.
010123     DISPLAY 'CALCVBMT - BODY MASTER GENERATION ' WS-LAST-GEN-NO
010124         ' WRITTEN, EFFECTIVE FROM ' WS-GEN-EFF-DATE
010125         ' ' WS-GEN-EFF-TIME.
010126 3200-WRITE-GENERATION-EXIT.
010127     EXIT.
010128
010130******************************************************************
010131*    3210-WRITE-ONE-GEN - WRITE ONE NOT-DELETED MASTER ENTRY     *
010132*    TO BODYGEN UNDER THE CURRENT GENERATION NUMBER              *
010133******************************************************************
010134 3210-WRITE-ONE-GEN.
010135     IF BM-REC-DELETED (BM-IDX)
010136         GO TO 3210-WRITE-ONE-GEN-EXIT
010137     END-IF.
010138     MOVE SPACES TO CALCV-BODY-GEN-RECORD.
010139     MOVE WS-LAST-GEN-NO TO BG-GEN-NO.
010140     MOVE WS-GEN-EFF-DATE TO BG-EFF-DATE.
010141     MOVE WS-GEN-EFF-TIME TO BG-EFF-TIME.
010142     MOVE BM-REC-CODE (BM-IDX) TO BG-BODY-CODE.
010143     MOVE BM-REC-RADIUS (BM-IDX) TO BG-RADIUS.
010144     MOVE BM-REC-MANT (BM-IDX) TO BG-MASS-MANT.
010145     MOVE BM-REC-EXP (BM-IDX) TO BG-MASS-EXP.
010146     MOVE BM-REC-DIST (BM-IDX) TO BG-ORBIT-DIST.
010147     MOVE BM-REC-ROT (BM-IDX) TO BG-ROT-HOURS.
010148     MOVE BM-REC-PRIMARY (BM-IDX) TO BG-PRIMARY.
010149     WRITE CALCV-BODY-GEN-RECORD.
010150 3210-WRITE-ONE-GEN-EXIT.
010151     EXIT.
010152
010153******************************************************************
010154*    3500-IMPACT-REPORT - PRINT WHAT THIS CHANGE OR DELETE       *
010155*    TOUCHES: THE ESCAPE-VELOCITY MOVE (CHANGES ONLY) AND        *
010160*    EVERY STANDING WORKLIST, CMPLIST, AND ORBLIST RECORD THAT   *
010170*    REFERENCES THE BODY.  AN ALL WORKLIST RECORD AND A BLANK    *
010180*    BODY CODE (WHICH DEFAULTS TO EARTH DOWNSTREAM) COUNT AS     *
012460     MOVE PD-REC-ROT (PD-IDX) TO PND-ROT-HOURS.
012470     MOVE PD-REC-PRIMARY (PD-IDX) TO PND-PRIMARY.
012480     MOVE PD-REC-DATE (PD-IDX) TO PND-HELD-DATE.
012485     MOVE PD-REC-OPERATOR (PD-IDX) TO PND-OPERATOR.
012490     WRITE CALCV-PENDING-RECORD.
012500     ADD 1 TO WS-PENDING-WRITTEN.
012510 5100-WRITE-ONE-PENDING-EXIT.
012650     DISPLAY 'CALCVBMT - TRANS READ      = ' WS-TRANS-READ.
012660     DISPLAY 'CALCVBMT - TRANS APPLIED   = ' WS-TRANS-APPLIED.
012670     DISPLAY 'CALCVBMT - TRANS REJECTED  = ' WS-TRANS-REJECTED.
012675     DISPLAY 'CALCVBMT - TRANS REFUSED   = ' WS-TRANS-REFUSED.
012680     DISPLAY 'CALCVBMT - TRANS PENDING   = ' WS-TRANS-PENDING.
012690     DISPLAY 'CALCVBMT - MASTER WRITTEN  = ' WS-MASTER-WRITTEN.
012700     DISPLAY 'CALCVBMT - PENDING ON FILE = ' WS-PENDING-WRITTEN.
012705     DISPLAY 'CALCVBMT - GENERATIONS     = ' WS-GEN-WRITTEN.
012710*    A HARD FAILURE (MASTER NOT REWRITTEN, RC=12) OUTRANKS THE
012720*    ROUTINE REJECTED-OR-PENDING CONDITION.
012730     IF (WS-TRANS-REJECTED > ZERO OR WS-TRANS-PENDING > ZERO)
