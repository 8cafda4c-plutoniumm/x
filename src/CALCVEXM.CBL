000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVEXM                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    OPERATOR MAINTENANCE FOR THE EXCMST EXCEPTION MASTER.       *
000110*    READS AN EXCTRN TRANSACTION DATASET (CALCVET RECORD) OF     *
000120*    ACKNOWLEDGE (A) AND RESOLVE (R) ACTIONS, EACH NAMING AN     *
000130*    EXCEPTION BY ITS FULL KEY AS PRINTED ON THE CALCVEXA AGING  *
000140*    REPORT, APPLIES THEM TO THE MASTER IN PLACE BY KEY, AND     *
000150*    APPENDS ONE LINE PER TRANSACTION TO THE EXCLOG LOG:         *
000160*      - AN ACKNOWLEDGMENT IS TAKEN FROM ANY OPERATOR ON         *
000170*        OPERAUTH AND ONLY FOR AN OPEN EXCEPTION,                *
000180*      - A RESOLUTION NEEDS EXCEPTION-RESOLVE AUTHORITY AND A    *
000190*        NOTE, WHICH IS KEPT ON THE MASTER AS THE EXPLANATION -  *
000200*        AN OPEN EXCEPTION RESOLVED STRAIGHT AWAY IS MARKED      *
000210*        ACKNOWLEDGED BY THE SAME OPERATOR AT THE SAME TIME,     *
000220*      - A RESOLVED EXCEPTION IS NEVER REOPENED OR DELETED.      *
000230*    ANYTHING REJECTED OR REFUSED ENDS THE RUN RC=4.             *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    2026-10-15 DLR   ORIGINAL.                                  *
000280*                                                                *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.  CALCVEXM.
000320 AUTHOR.      D. L. RENARD.
000330 INSTALLATION. SURVEY SYSTEMS GROUP.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT EXCEPTION-MASTER ASSIGN TO EXCMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS IS DYNAMIC
000470         RECORD KEY IS EXC-KEY
000480         FILE STATUS IS WS-EXC-STATUS.
000490     SELECT TRANS-FILE ASSIGN TO EXCTRN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-TRN-STATUS.
000520     SELECT EXC-LOG ASSIGN TO EXCLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-EL-STATUS.
000550     SELECT OPER-AUTH ASSIGN TO OPERAUTH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AU-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EXCEPTION-MASTER
000620     RECORDING MODE IS F.
000630 COPY CALCVEX.
000640
000650 FD  TRANS-FILE
000660     RECORDING MODE IS F.
000670 COPY CALCVET.
000680
000690 FD  EXC-LOG
000700     RECORDING MODE IS F.
000710 COPY CALCVEL.
000720
000730 FD  OPER-AUTH
000740     RECORDING MODE IS F.
000750 COPY CALCVAU.
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-EXC-STATUS               PIC X(02).
000790     88  WS-EXC-OK               VALUE '00'.
000800     88  WS-EXC-NOT-FOUND        VALUE '35'.
000810 01  WS-TRN-STATUS               PIC X(02).
000820     88  WS-TRN-OK               VALUE '00'.
000830     88  WS-TRN-EOF              VALUE '10'.
000840 01  WS-EL-STATUS                PIC X(02).
000850     88  WS-EL-OK                VALUE '00'.
000860     88  WS-EL-NOT-FOUND         VALUE '35'.
000870 01  WS-AU-STATUS                PIC X(02).
000880     88  WS-AU-OK                VALUE '00'.
000890
000900 01  WS-SWITCHES.
000910     05  WS-TRN-EOF-SW           PIC X(01)      VALUE 'N'.
000920         88  WS-TRN-DONE         VALUE 'Y'.
000930     05  WS-EXC-FOUND-SW         PIC X(01)      VALUE 'N'.
000940         88  WS-EXC-FOUND        VALUE 'Y'.
000950     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
000960         88  WS-ABORTING         VALUE 'Y'.
000970     05  WS-AU-EOF-SW            PIC X(01)      VALUE 'N'.
000980         88  WS-AU-EOF           VALUE 'Y'.
000990     05  WS-OPER-KNOWN-SW        PIC X(01)      VALUE 'N'.
001000         88  WS-OPER-KNOWN       VALUE 'Y'.
001010     05  WS-REFUSED-SW           PIC X(01)      VALUE 'N'.
001020         88  WS-REFUSED          VALUE 'Y'.
001030
001040 01  WS-COUNTERS.
001050     05  WS-TRANS-READ           PIC 9(05)      COMP VALUE ZERO.
001060     05  WS-TRANS-APPLIED        PIC 9(05)      COMP VALUE ZERO.
001070     05  WS-TRANS-REJECTED       PIC 9(05)      COMP VALUE ZERO.
001080     05  WS-TRANS-REFUSED        PIC 9(05)      COMP VALUE ZERO.
001090
001100 01  WS-RUN-DATE                 PIC 9(08).
001110 01  WS-REJECT-REASON            PIC X(20)      VALUE SPACES.
001120
001130 COPY CALCVAT.
001140
001150 PROCEDURE DIVISION.
001160
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001190     IF WS-ABORTING
001200         MOVE 12 TO RETURN-CODE
001210         GO TO 0000-MAINLINE-EXIT
001220     END-IF.
001230     PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
001240         UNTIL WS-TRN-DONE.
001250     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001260 0000-MAINLINE-EXIT.
001270     STOP RUN.
001280
001290******************************************************************
001300*    1000-INITIALIZE - LOAD THE AUTHORIZED OPERATORS, OPEN THE   *
001310*    EXCEPTION MASTER FOR UPDATE IN PLACE, OPEN THE TRANSACTION  *
001320*    FILE AND THE LOG, AND PRIME THE TRANSACTION READ.  A        *
001330*    MASTER THAT DOES NOT EXIST YET HOLDS NOTHING TO ACKNOWLEDGE *
001340*    OR RESOLVE, SO IT STOPS THE RUN.                            *
001350******************************************************************
001360 1000-INITIALIZE.
001370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001380     PERFORM 1400-LOAD-OPERATORS THRU 1400-LOAD-OPERATORS-EXIT.
001390     IF WS-ABORTING
001400         GO TO 1000-INITIALIZE-EXIT
001410     END-IF.
001420
001430     OPEN I-O EXCEPTION-MASTER.
001440     IF NOT WS-EXC-OK
001450         DISPLAY 'CALCVEXM - UNABLE TO OPEN EXCMST, STATUS = '
001460             WS-EXC-STATUS
001470         MOVE 'Y' TO WS-ABORT-SW
001480         GO TO 1000-INITIALIZE-EXIT
001490     END-IF.
001500
001510     OPEN INPUT TRANS-FILE.
001520     IF NOT WS-TRN-OK
001530         DISPLAY 'CALCVEXM - UNABLE TO OPEN EXCTRN, STATUS = '
001540             WS-TRN-STATUS
001550         CLOSE EXCEPTION-MASTER
001560         MOVE 'Y' TO WS-ABORT-SW
001570         GO TO 1000-INITIALIZE-EXIT
001580     END-IF.
001590
001600     OPEN EXTEND EXC-LOG.
001610     IF WS-EL-NOT-FOUND
001620         OPEN OUTPUT EXC-LOG
001630     END-IF.
001640     IF NOT WS-EL-OK
001650         DISPLAY 'CALCVEXM - UNABLE TO OPEN EXCLOG, STATUS = '
001660             WS-EL-STATUS
001670         CLOSE EXCEPTION-MASTER
001680         CLOSE TRANS-FILE
001690         MOVE 'Y' TO WS-ABORT-SW
001700         GO TO 1000-INITIALIZE-EXIT
001710     END-IF.
001720
001730     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
001740 1000-INITIALIZE-EXIT.
001750     EXIT.
001760
001770******************************************************************
001780*    1400-LOAD-OPERATORS - LOAD THE OPERAUTH AUTHORIZED-         *
001790*    OPERATOR DATASET INTO STORAGE.  WITHOUT IT NO TRANSACTION   *
001800*    CAN BE AUTHORIZED, SO A MISSING DATASET STOPS THE RUN.      *
001810******************************************************************
001820 1400-LOAD-OPERATORS.
001830     OPEN INPUT OPER-AUTH.
001840     IF NOT WS-AU-OK
001850         DISPLAY 'CALCVEXM - UNABLE TO OPEN OPERAUTH, STATUS = '
001860             WS-AU-STATUS
001870         MOVE 'Y' TO WS-ABORT-SW
001880         GO TO 1400-LOAD-OPERATORS-EXIT
001890     END-IF.
001900     PERFORM 1410-LOAD-ONE-OPERATOR
001910         THRU 1410-LOAD-ONE-OPERATOR-EXIT
001920         UNTIL WS-AU-EOF.
001930     CLOSE OPER-AUTH.
001940 1400-LOAD-OPERATORS-EXIT.
001950     EXIT.
001960
001970******************************************************************
001980*    1410-LOAD-ONE-OPERATOR - READ ONE OPERAUTH RECORD INTO THE  *
001990*    NEXT IN-STORAGE TABLE SLOT                                  *
002000******************************************************************
002010 1410-LOAD-ONE-OPERATOR.
002020     READ OPER-AUTH
002030         AT END
002040             MOVE 'Y' TO WS-AU-EOF-SW
002050             GO TO 1410-LOAD-ONE-OPERATOR-EXIT
002060     END-READ.
002070     IF CALCV-AUTH-COUNT NOT < 200
002080         DISPLAY 'CALCVEXM - OPERAUTH EXCEEDS 200 OPERATORS, '
002090             'REMAINDER IGNORED'
002100         MOVE 'Y' TO WS-AU-EOF-SW
002110         GO TO 1410-LOAD-ONE-OPERATOR-EXIT
002120     END-IF.
002130     ADD 1 TO CALCV-AUTH-COUNT.
002140     SET CALCV-AUTH-IDX TO CALCV-AUTH-COUNT.
002150     MOVE AU-OPERATOR-ID TO CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX).
002160     MOVE AU-BODY-MAINT
002170         TO CALCV-AUTH-BODY-MAINT (CALCV-AUTH-IDX).
002180     MOVE AU-BODY-CONFIRM
002190         TO CALCV-AUTH-BODY-CONFIRM (CALCV-AUTH-IDX).
002200     MOVE AU-SCEN-MAINT
002210         TO CALCV-AUTH-SCEN-MAINT (CALCV-AUTH-IDX).
002220     MOVE AU-VEH-MAINT
002230         TO CALCV-AUTH-VEH-MAINT (CALCV-AUTH-IDX).
002240     MOVE AU-WORKLIST-SAVE
002250         TO CALCV-AUTH-WORKLIST-SAVE (CALCV-AUTH-IDX).
002260     MOVE AU-RUN-OVERRIDE
002270         TO CALCV-AUTH-RUN-OVERRIDE (CALCV-AUTH-IDX).
002280     MOVE AU-EXC-RESOLVE
002290         TO CALCV-AUTH-EXC-RESOLVE (CALCV-AUTH-IDX).
002300 1410-LOAD-ONE-OPERATOR-EXIT.
002310     EXIT.
002320
002330******************************************************************
002340*    2000-PROCESS-TRANS - APPLY ONE TRANSACTION TO THE EXCEPTION *
002350*    MASTER AND LOG THE OUTCOME.  A TRANSACTION THAT CANNOT BE   *
002360*    APPLIED IS LOGGED WITH A REASON AND DOES NOT STOP THE RUN.  *
002370******************************************************************
002380 2000-PROCESS-TRANS.
002390     ADD 1 TO WS-TRANS-READ.
002400     MOVE SPACES TO WS-REJECT-REASON.
002410     PERFORM 2050-CHECK-AUTHORITY
002420         THRU 2050-CHECK-AUTHORITY-EXIT.
002430
002440     EVALUATE TRUE
002450         WHEN WS-REFUSED
002460             ADD 1 TO WS-TRANS-REFUSED
002470             DISPLAY 'CALCVEXM - ' ET-ACTION ' REFUSED, '
002480                 'OPERATOR ' ET-OPERATOR ' NOT AUTHORIZED - '
002490                 ET-TYPE ' ' ET-DATE ' ' ET-SEQ
002500             PERFORM 2900-WRITE-LOG-REJECT
002510                 THRU 2900-WRITE-LOG-REJECT-EXIT
002520         WHEN ET-ACKNOWLEDGE
002530             PERFORM 2300-APPLY-ACKNOWLEDGE
002540                 THRU 2300-APPLY-ACKNOWLEDGE-EXIT
002550         WHEN ET-RESOLVE
002560             PERFORM 2400-APPLY-RESOLVE
002570                 THRU 2400-APPLY-RESOLVE-EXIT
002580         WHEN OTHER
002590             DISPLAY 'CALCVEXM - INVALID ACTION CODE - '
002600                 ET-ACTION ' FOR ' ET-TYPE ' ' ET-DATE ' ' ET-SEQ
002610             MOVE 'INVALID ACTION' TO WS-REJECT-REASON
002620             PERFORM 2900-WRITE-LOG-REJECT
002630                 THRU 2900-WRITE-LOG-REJECT-EXIT
002640     END-EVALUATE.
002650
002660     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
002670 2000-PROCESS-TRANS-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    2050-CHECK-AUTHORITY - LOOK THE TRANSACTION'S OPERATOR UP   *
002720*    ON OPERAUTH AND REFUSE AN ACTION THE OPERATOR MAY NOT       *
002730*    PERFORM.  AN UNKNOWN OR BLANK OPERATOR MAY DO NOTHING; ANY  *
002740*    KNOWN OPERATOR MAY ACKNOWLEDGE; ONLY AN OPERATOR WITH       *
002750*    EXCEPTION-RESOLVE AUTHORITY MAY RESOLVE.                    *
002760******************************************************************
002770 2050-CHECK-AUTHORITY.
002780     MOVE 'N' TO WS-OPER-KNOWN-SW.
002790     MOVE 'N' TO WS-REFUSED-SW.
002800     IF ET-OPERATOR = SPACES OR CALCV-AUTH-COUNT = ZERO
002810         MOVE 'Y' TO WS-REFUSED-SW
002820         MOVE 'UNKNOWN OPERATOR' TO WS-REJECT-REASON
002830         GO TO 2050-CHECK-AUTHORITY-EXIT
002840     END-IF.
002850     SET CALCV-AUTH-IDX TO 1.
002860     SEARCH CALCV-AUTH-ENTRY
002870         AT END
002880             MOVE 'N' TO WS-OPER-KNOWN-SW
002890         WHEN CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX) = ET-OPERATOR
002900             MOVE 'Y' TO WS-OPER-KNOWN-SW
002910     END-SEARCH.
002920     IF NOT WS-OPER-KNOWN
002930         MOVE 'Y' TO WS-REFUSED-SW
002940         MOVE 'UNKNOWN OPERATOR' TO WS-REJECT-REASON
002950         GO TO 2050-CHECK-AUTHORITY-EXIT
002960     END-IF.
002970     IF ET-RESOLVE
002980         AND NOT CALCV-AUTH-MAY-RESOLVE (CALCV-AUTH-IDX)
002990         MOVE 'Y' TO WS-REFUSED-SW
003000         MOVE 'NOT AUTHORIZED' TO WS-REJECT-REASON
003010     END-IF.
003020 2050-CHECK-AUTHORITY-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    2100-READ-TRANS - READ THE NEXT TRANSACTION RECORD          *
003070******************************************************************
003080 2100-READ-TRANS.
003090     READ TRANS-FILE
003100         AT END
003110             MOVE 'Y' TO WS-TRN-EOF-SW
003120             GO TO 2100-READ-TRANS-EXIT
003130     END-READ.
003140 2100-READ-TRANS-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*    2200-READ-EXCEPTION - READ THE EXCEPTION THE TRANSACTION    *
003190*    NAMES, BY KEY.  WS-EXC-FOUND IS SET WHEN IT IS ON FILE;     *
003200*    OTHERWISE WS-REJECT-REASON SAYS WHY NOT.                    *
003210******************************************************************
003220 2200-READ-EXCEPTION.
003230     MOVE 'N' TO WS-EXC-FOUND-SW.
003240     IF ET-DATE NOT NUMERIC OR ET-SEQ NOT NUMERIC
003250         MOVE 'BAD EXCEPTION KEY' TO WS-REJECT-REASON
003260         GO TO 2200-READ-EXCEPTION-EXIT
003270     END-IF.
003280     MOVE ET-KEY TO EXC-KEY.
003290     READ EXCEPTION-MASTER
003300         INVALID KEY
003310             MOVE 'NOT ON EXCMST' TO WS-REJECT-REASON
003320             GO TO 2200-READ-EXCEPTION-EXIT
003330     END-READ.
003340     MOVE 'Y' TO WS-EXC-FOUND-SW.
003350 2200-READ-EXCEPTION-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    2300-APPLY-ACKNOWLEDGE - MARK AN OPEN EXCEPTION             *
003400*    ACKNOWLEDGED BY THE KEYING OPERATOR.  REJECTED WHEN IT IS   *
003410*    NOT ON FILE OR IS NO LONGER OPEN.                           *
003420******************************************************************
003430 2300-APPLY-ACKNOWLEDGE.
003440     PERFORM 2200-READ-EXCEPTION THRU 2200-READ-EXCEPTION-EXIT.
003450     IF NOT WS-EXC-FOUND
003460         DISPLAY 'CALCVEXM - ACKNOWLEDGE REJECTED, '
003470             WS-REJECT-REASON ' - ' ET-TYPE ' ' ET-DATE ' ' ET-SEQ
003480         PERFORM 2900-WRITE-LOG-REJECT
003490             THRU 2900-WRITE-LOG-REJECT-EXIT
003500         GO TO 2300-APPLY-ACKNOWLEDGE-EXIT
003510     END-IF.
003520     IF NOT EXC-OPEN
003530         IF EXC-RESOLVED
003540             MOVE 'ALREADY RESOLVED' TO WS-REJECT-REASON
003550         ELSE
003560             MOVE 'ALREADY ACKNOWLEDGED' TO WS-REJECT-REASON
003570         END-IF
003580         DISPLAY 'CALCVEXM - ACKNOWLEDGE REJECTED, '
003590             WS-REJECT-REASON ' - ' EXC-KEY
003600         PERFORM 2900-WRITE-LOG-REJECT
003610             THRU 2900-WRITE-LOG-REJECT-EXIT
003620         GO TO 2300-APPLY-ACKNOWLEDGE-EXIT
003630     END-IF.
003640     MOVE 'A' TO EXC-STATUS.
003650     MOVE ET-OPERATOR TO EXC-ACK-OPERATOR.
003660     MOVE WS-RUN-DATE TO EXC-ACK-DATE.
003670     PERFORM 2500-REWRITE-EXCEPTION
003680         THRU 2500-REWRITE-EXCEPTION-EXIT.
003690 2300-APPLY-ACKNOWLEDGE-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    2400-APPLY-RESOLVE - MARK AN OPEN OR ACKNOWLEDGED EXCEPTION *
003740*    RESOLVED WITH THE KEYED NOTE.  AN OPEN ONE IS ACKNOWLEDGED  *
003750*    BY THE SAME OPERATOR ON THE WAY.  REJECTED WHEN THE NOTE IS *
003760*    BLANK, OR THE EXCEPTION IS NOT ON FILE OR ALREADY RESOLVED. *
003770******************************************************************
003780 2400-APPLY-RESOLVE.
003790     IF ET-NOTE = SPACES
003800         MOVE 'NO RESOLUTION NOTE' TO WS-REJECT-REASON
003810         DISPLAY 'CALCVEXM - RESOLVE REJECTED, '
003820             WS-REJECT-REASON ' - ' ET-TYPE ' ' ET-DATE ' ' ET-SEQ
003830         PERFORM 2900-WRITE-LOG-REJECT
003840             THRU 2900-WRITE-LOG-REJECT-EXIT
003850         GO TO 2400-APPLY-RESOLVE-EXIT
003860     END-IF.
003870     PERFORM 2200-READ-EXCEPTION THRU 2200-READ-EXCEPTION-EXIT.
003880     IF NOT WS-EXC-FOUND
003890         DISPLAY 'CALCVEXM - RESOLVE REJECTED, '
003900             WS-REJECT-REASON ' - ' ET-TYPE ' ' ET-DATE ' ' ET-SEQ
003910         PERFORM 2900-WRITE-LOG-REJECT
003920             THRU 2900-WRITE-LOG-REJECT-EXIT
003930         GO TO 2400-APPLY-RESOLVE-EXIT
003940     END-IF.
003950     IF EXC-RESOLVED
003960         MOVE 'ALREADY RESOLVED' TO WS-REJECT-REASON
003970         DISPLAY 'CALCVEXM - RESOLVE REJECTED, '
003980             WS-REJECT-REASON ' - ' EXC-KEY
003990         PERFORM 2900-WRITE-LOG-REJECT
004000             THRU 2900-WRITE-LOG-REJECT-EXIT
004010         GO TO 2400-APPLY-RESOLVE-EXIT
004020     END-IF.
004030     IF EXC-OPEN
004040         MOVE ET-OPERATOR TO EXC-ACK-OPERATOR
004050         MOVE WS-RUN-DATE TO EXC-ACK-DATE
004060     END-IF.
004070     MOVE 'R' TO EXC-STATUS.
004080     MOVE ET-OPERATOR TO EXC-RES-OPERATOR.
004090     MOVE WS-RUN-DATE TO EXC-RES-DATE.
004100     MOVE ET-NOTE TO EXC-RES-NOTE.
004110     PERFORM 2500-REWRITE-EXCEPTION
004120         THRU 2500-REWRITE-EXCEPTION-EXIT.
004130 2400-APPLY-RESOLVE-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*    2500-REWRITE-EXCEPTION - REWRITE THE UPDATED EXCEPTION IN   *
004180*    PLACE AND LOG THE TRANSACTION APPLIED                       *
004190******************************************************************
004200 2500-REWRITE-EXCEPTION.
004210     REWRITE CALCV-EXCEPTION-RECORD
004220         INVALID KEY
004230             DISPLAY 'CALCVEXM - EXCMST REWRITE FAILED, STATUS = '
004240                 WS-EXC-STATUS ' - ' EXC-KEY
004250             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004260             PERFORM 2900-WRITE-LOG-REJECT
004270                 THRU 2900-WRITE-LOG-REJECT-EXIT
004280             GO TO 2500-REWRITE-EXCEPTION-EXIT
004290     END-REWRITE.
004300     DISPLAY 'CALCVEXM - ' EXC-KEY ' NOW ' EXC-STATUS
004310         ' BY ' ET-OPERATOR.
004320     ADD 1 TO WS-TRANS-APPLIED.
004330     PERFORM 2800-WRITE-LOG-APPLIED
004340         THRU 2800-WRITE-LOG-APPLIED-EXIT.
004350 2500-REWRITE-EXCEPTION-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390*    2800-WRITE-LOG-APPLIED - LOG ONE APPLIED TRANSACTION        *
004400******************************************************************
004410 2800-WRITE-LOG-APPLIED.
004420     MOVE SPACES TO CALCV-EXC-LOG-RECORD.
004430     MOVE WS-RUN-DATE TO EL-DATE.
004440     ACCEPT EL-TIME FROM TIME.
004450     MOVE ET-ACTION TO EL-ACTION.
004460     MOVE ET-TYPE TO EL-TYPE.
004470     MOVE ET-DATE TO EL-EXC-DATE.
004480     MOVE ET-SEQ TO EL-SEQ.
004490     MOVE ET-OPERATOR TO EL-OPERATOR.
004500     MOVE 'APPLIED' TO EL-RESULT.
004510     WRITE CALCV-EXC-LOG-RECORD.
004520 2800-WRITE-LOG-APPLIED-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*    2900-WRITE-LOG-REJECT - LOG ONE TRANSACTION THAT WAS NOT    *
004570*    APPLIED, WITH THE REASON - REFUSED WHEN THE OPERATOR LACKED *
004580*    THE AUTHORITY, REJECTED OTHERWISE                           *
004590******************************************************************
004600 2900-WRITE-LOG-REJECT.
004610     MOVE SPACES TO CALCV-EXC-LOG-RECORD.
004620     MOVE WS-RUN-DATE TO EL-DATE.
004630     ACCEPT EL-TIME FROM TIME.
004640     MOVE ET-ACTION TO EL-ACTION.
004650     MOVE ET-TYPE TO EL-TYPE.
004660     MOVE ET-DATE TO EL-EXC-DATE.
004670     MOVE ET-SEQ TO EL-SEQ.
004680     MOVE ET-OPERATOR TO EL-OPERATOR.
004690     IF WS-REFUSED
004700         MOVE 'REFUSED' TO EL-RESULT
004710     ELSE
004720         ADD 1 TO WS-TRANS-REJECTED
004730         MOVE 'REJECTED' TO EL-RESULT
004740     END-IF.
004750     MOVE WS-REJECT-REASON TO EL-REASON.
004760     WRITE CALCV-EXC-LOG-RECORD.
004770 2900-WRITE-LOG-REJECT-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.  A RUN      *
004820*    WITH ANY REJECTED OR REFUSED TRANSACTION ENDS WITH RC=4 SO  *
004830*    THE JOB CAN FLAG IT FOR REVIEW.                             *
004840******************************************************************
004850 9000-TERMINATE.
004860     CLOSE EXCEPTION-MASTER.
004870     CLOSE TRANS-FILE.
004880     CLOSE EXC-LOG.
004890     DISPLAY 'CALCVEXM - TRANS READ      = ' WS-TRANS-READ.
004900     DISPLAY 'CALCVEXM - TRANS APPLIED   = ' WS-TRANS-APPLIED.
004910     DISPLAY 'CALCVEXM - TRANS REJECTED  = ' WS-TRANS-REJECTED.
004920     DISPLAY 'CALCVEXM - TRANS REFUSED   = ' WS-TRANS-REFUSED.
004930     IF WS-TRANS-REJECTED > ZERO OR WS-TRANS-REFUSED > ZERO
004940         MOVE 4 TO RETURN-CODE
004950     END-IF.
004960 9000-TERMINATE-EXIT.
004970     EXIT.
