000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    2026-09-02 DLR   ORIGINAL.                                  *
000221*    2026-10-15 DLR   EVERY TRANSACTION NOW CARRIES THE KEYING   *
000222*                     OPERATOR'S ID (SXT-OPERATOR), CHECKED      *
000223*                     AGAINST THE OPERAUTH AUTHORIZED-OPERATOR   *
000224*                     DATASET - AN UNKNOWN OPERATOR, OR AN ADD/  *
000225*                     DELETE/DROP BY AN OPERATOR WITHOUT         *
000226*                     SCENARIO-MAINTENANCE AUTHORITY, IS         *
000227*                     REFUSED AND LOGGED.  SCENMLOG LINES CARRY  *
000228*                     THE OPERATOR ID.                           *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000450     SELECT MAINT-LOG ASSIGN TO SCENMLOG
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SL-STATUS.
000472     SELECT OPER-AUTH ASSIGN TO OPERAUTH
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-AU-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000600     RECORDING MODE IS F.
000610 COPY CALCVSL.
000620
000622 FD  OPER-AUTH
000624     RECORDING MODE IS F.
000626 COPY CALCVAU.
000628
000630 WORKING-STORAGE SECTION.
000640 01  WS-SM-STATUS                PIC X(02).
000650     88  WS-SM-OK                VALUE '00'.
000700 01  WS-SL-STATUS                PIC X(02).
000710     88  WS-SL-OK                VALUE '00'.
000720     88  WS-SL-NOT-FOUND         VALUE '35'.
000723 01  WS-AU-STATUS                PIC X(02).
000726     88  WS-AU-OK                VALUE '00'.
000730
000740 01  WS-SWITCHES.
000750     05  WS-TRN-EOF-SW           PIC X(01)      VALUE 'N'.
000820         88  WS-NAME-FOUND       VALUE 'Y'.
000830     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
000840         88  WS-ABORTING         VALUE 'Y'.
000841     05  WS-AU-EOF-SW            PIC X(01)      VALUE 'N'.
000842         88  WS-AU-EOF           VALUE 'Y'.
000843     05  WS-OPER-KNOWN-SW        PIC X(01)      VALUE 'N'.
000844         88  WS-OPER-KNOWN       VALUE 'Y'.
000845     05  WS-REFUSED-SW           PIC X(01)      VALUE 'N'.
000846         88  WS-REFUSED          VALUE 'Y'.
000850
000860 01  WS-COUNTERS.
000870     05  WS-TRANS-READ           PIC 9(05)      COMP VALUE ZERO.
000880     05  WS-TRANS-APPLIED        PIC 9(05)      COMP VALUE ZERO.
000890     05  WS-TRANS-REJECTED       PIC 9(05)      COMP VALUE ZERO.
000900     05  WS-MASTER-WRITTEN       PIC 9(05)      COMP VALUE ZERO.
000905     05  WS-TRANS-REFUSED        PIC 9(05)      COMP VALUE ZERO.
000910
000920 01  WS-RUN-DATE                 PIC 9(08).
000930 01  WS-FOUND-IDX                PIC 9(03)      COMP VALUE ZERO.
000933
000936 COPY CALCVAT.
000940
000950******************************************************************
000960*    SM-MASTER-TABLE - THE WHOLE SCENARIO MASTER HELD IN         *
001500         UNTIL WS-SM-EOF.
001510     IF NOT WS-SM-NOT-FOUND
001520         CLOSE SCENARIO-MASTER
001521     END-IF.
001522
001523     PERFORM 1400-LOAD-OPERATORS THRU 1400-LOAD-OPERATORS-EXIT.
001524     IF WS-ABORTING
001525         GO TO 1000-INITIALIZE-EXIT
001530     END-IF.
001540
001550     OPEN INPUT TRANS-FILE.
002110 1100-LOAD-ONE-MASTER-EXIT.
002120     EXIT.
002130
002132******************************************************************
002134*    1400-LOAD-OPERATORS - LOAD THE OPERAUTH AUTHORIZED-         *
002136*    OPERATOR DATASET INTO STORAGE.  WITHOUT IT NO TRANSACTION   *
002138*    CAN BE AUTHORIZED, SO A MISSING DATASET STOPS THE RUN.      *
002140******************************************************************
002141 1400-LOAD-OPERATORS.
002142     OPEN INPUT OPER-AUTH.
002143     IF NOT WS-AU-OK
002144         DISPLAY 'CALCVSMT - UNABLE TO OPEN OPERAUTH, STATUS = '
002145             WS-AU-STATUS
002146         MOVE 'Y' TO WS-ABORT-SW
002147         GO TO 1400-LOAD-OPERATORS-EXIT
002148     END-IF.
002149     PERFORM 1410-LOAD-ONE-OPERATOR
002150         THRU 1410-LOAD-ONE-OPERATOR-EXIT
002151         UNTIL WS-AU-EOF.
002152     CLOSE OPER-AUTH.
002153 1400-LOAD-OPERATORS-EXIT.
002154     EXIT.
002155
002156******************************************************************
002157*    1410-LOAD-ONE-OPERATOR - READ ONE OPERAUTH RECORD INTO THE  *
002158*    NEXT IN-STORAGE TABLE SLOT                                  *
002159******************************************************************
002160 1410-LOAD-ONE-OPERATOR.
002161     READ OPER-AUTH
002162         AT END
002163             MOVE 'Y' TO WS-AU-EOF-SW
002164             GO TO 1410-LOAD-ONE-OPERATOR-EXIT
002165     END-READ.
002166     IF CALCV-AUTH-COUNT NOT < 200
002167         DISPLAY 'CALCVSMT - OPERAUTH EXCEEDS 200 OPERATORS, '
002168             'REMAINDER IGNORED'
002169         MOVE 'Y' TO WS-AU-EOF-SW
002170         GO TO 1410-LOAD-ONE-OPERATOR-EXIT
002171     END-IF.
002172     ADD 1 TO CALCV-AUTH-COUNT.
002173     SET CALCV-AUTH-IDX TO CALCV-AUTH-COUNT.
002174     MOVE AU-OPERATOR-ID TO CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX).
002175     MOVE AU-BODY-MAINT
002176         TO CALCV-AUTH-BODY-MAINT (CALCV-AUTH-IDX).
002177     MOVE AU-BODY-CONFIRM
002178         TO CALCV-AUTH-BODY-CONFIRM (CALCV-AUTH-IDX).
002179     MOVE AU-SCEN-MAINT
002180         TO CALCV-AUTH-SCEN-MAINT (CALCV-AUTH-IDX).
002181     MOVE AU-VEH-MAINT
002182         TO CALCV-AUTH-VEH-MAINT (CALCV-AUTH-IDX).
002183     MOVE AU-WORKLIST-SAVE
002184         TO CALCV-AUTH-WORKLIST-SAVE (CALCV-AUTH-IDX).
002185     MOVE AU-RUN-OVERRIDE
002186         TO CALCV-AUTH-RUN-OVERRIDE (CALCV-AUTH-IDX).
002187 1410-LOAD-ONE-OPERATOR-EXIT.
002188     EXIT.
002189
002190******************************************************************
002191*    2000-PROCESS-TRANS - APPLY ONE TRANSACTION AGAINST THE      *
002192*    IN-STORAGE MASTER AND LOG THE OUTCOME.  A TRANSACTION THAT  *
002193*    CANNOT BE APPLIED IS LOGGED AS REJECTED WITH A REASON AND   *
002194*    DOES NOT STOP THE RUN.                                      *
002195******************************************************************
002200 2000-PROCESS-TRANS.
002210     ADD 1 TO WS-TRANS-READ.
002220*    A BLANK OR OTHERWISE NON-NUMERIC M OR ALTITUDE (M IS ONLY
002320         MOVE ZERO TO SXT-ALTITUDE-KM
002330     END-IF.
002340     PERFORM 2200-FIND-MEMBER THRU 2200-FIND-MEMBER-EXIT.
002343     PERFORM 2050-CHECK-AUTHORITY
002346         THRU 2050-CHECK-AUTHORITY-EXIT.
002350
002360     EVALUATE TRUE
002361         WHEN WS-REFUSED
002362             ADD 1 TO WS-TRANS-REJECTED
002363             ADD 1 TO WS-TRANS-REFUSED
002364             DISPLAY 'CALCVSMT - ' SXT-ACTION ' REFUSED, '
002365                 'OPERATOR ' SXT-OPERATOR ' NOT AUTHORIZED - '
002366                 SXT-NAME
002367             PERFORM 2900-WRITE-LOG-REJECT
002368                 THRU 2900-WRITE-LOG-REJECT-EXIT
002370         WHEN SXT-ADD
002380             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
002390         WHEN SXT-DELETE
002500             PERFORM 2900-WRITE-LOG-REJECT
002510                 THRU 2900-WRITE-LOG-REJECT-EXIT
002520     END-EVALUATE.
002522
002524     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
002526 2000-PROCESS-TRANS-EXIT.
002528     EXIT.
002530
002531******************************************************************
002532*    2050-CHECK-AUTHORITY - LOOK THE TRANSACTION'S OPERATOR UP   *
002533*    ON OPERAUTH AND REFUSE AN ACTION THE OPERATOR MAY NOT       *
002534*    PERFORM.  AN UNKNOWN OR BLANK OPERATOR MAY DO NOTHING; ANY  *
002535*    KNOWN OPERATOR MAY INQUIRE.                                 *
002536******************************************************************
002537 2050-CHECK-AUTHORITY.
002538     MOVE 'N' TO WS-OPER-KNOWN-SW.
002539     MOVE 'N' TO WS-REFUSED-SW.
002540     IF SXT-OPERATOR = SPACES OR CALCV-AUTH-COUNT = ZERO
002541         MOVE 'Y' TO WS-REFUSED-SW
002542         GO TO 2050-CHECK-AUTHORITY-EXIT
002543     END-IF.
002544     SET CALCV-AUTH-IDX TO 1.
002545     SEARCH CALCV-AUTH-ENTRY
002546         AT END
002547             MOVE 'N' TO WS-OPER-KNOWN-SW
002548         WHEN CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX) = SXT-OPERATOR
002549             MOVE 'Y' TO WS-OPER-KNOWN-SW
002550     END-SEARCH.
002551     IF NOT WS-OPER-KNOWN
002552         MOVE 'Y' TO WS-REFUSED-SW
002553         GO TO 2050-CHECK-AUTHORITY-EXIT
002554     END-IF.
002555     IF (SXT-ADD OR SXT-DELETE OR SXT-DROP-SCENARIO)
002556         AND NOT CALCV-AUTH-MAY-SCEN-MAINT (CALCV-AUTH-IDX)
002557         MOVE 'Y' TO WS-REFUSED-SW
002558     END-IF.
002559 2050-CHECK-AUTHORITY-EXIT.
002560     EXIT.
002570
002580******************************************************************
004640     MOVE SXT-M TO SL-M.
004650     MOVE SXT-BODY-CODE TO SL-BODY-CODE.
004660     MOVE SXT-ALTITUDE-KM TO SL-ALTITUDE-KM.
004665     MOVE SXT-OPERATOR TO SL-OPERATOR.
004670     MOVE 'APPLIED' TO SL-RESULT.
004680     WRITE CALCV-SCEN-LOG-RECORD.
004690 2800-WRITE-LOG-APPLIED-EXIT.
004830     MOVE SXT-M TO SL-M.
004840     MOVE SXT-BODY-CODE TO SL-BODY-CODE.
004850     MOVE SXT-ALTITUDE-KM TO SL-ALTITUDE-KM.
004855     MOVE SXT-OPERATOR TO SL-OPERATOR.
004860     MOVE 'REJECTED' TO SL-RESULT.
004870     EVALUATE TRUE
004872         WHEN WS-REFUSED AND NOT WS-OPER-KNOWN
004874             MOVE 'UNKNOWN OPERATOR' TO SL-REASON
004876         WHEN WS-REFUSED
004878             MOVE 'NOT AUTHORIZED' TO SL-REASON
004880         WHEN SXT-ADD AND WS-MEMBER-FOUND
004890             MOVE 'DUPLICATE MEMBER' TO SL-REASON
004900         WHEN SXT-ADD AND SM-COUNT NOT < 500
005560     DISPLAY 'CALCVSMT - TRANS READ      = ' WS-TRANS-READ.
005570     DISPLAY 'CALCVSMT - TRANS APPLIED   = ' WS-TRANS-APPLIED.
005580     DISPLAY 'CALCVSMT - TRANS REJECTED  = ' WS-TRANS-REJECTED.
005585     DISPLAY 'CALCVSMT - TRANS REFUSED   = ' WS-TRANS-REFUSED.
005590     DISPLAY 'CALCVSMT - MASTER WRITTEN  = ' WS-MASTER-WRITTEN.
005600*    A HARD FAILURE (MASTER NOT REWRITTEN, RC=12) OUTRANKS THE
005610*    ROUTINE REJECTED-TRANSACTION CONDITION.
