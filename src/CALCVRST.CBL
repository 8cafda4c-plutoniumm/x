000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVRST                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    STEP RESTART CONTROL FOR THE NIGHTLY CALCVJN JOB.  RUNS AS  *
000110*    A SMALL STEP OF ITS OWN AROUND EACH RESTARTABLE STEP AND    *
000120*    KEEPS THE JOB'S PROGRESS ON THE RUNCTL RUN-CONTROL DATASET  *
000130*    AS J (JOB STEP) RECORDS, SO A RESUBMITTED NIGHT BYPASSES    *
000140*    THE STEPS THAT ALREADY FINISHED FOR THE BUSINESS DATE       *
000150*    RATHER THAN APPEND A SECOND COPY OF THEIR REPORTS AND       *
000160*    CALCVST RECORDS.  THE PARM NAMES THE ACTION:                *
000170*      'BEGIN'          OPEN A SUBMISSION OF THE JOB FOR TODAY'S *
000180*                       BUSINESS DATE (THE FIRST STEP OF THE     *
000190*                       JOB) AND LIST WHAT WILL BE BYPASSED      *
000200*      'BEGIN,FRESH'    THE SAME, BUT SET ASIDE EVERY STEP       *
000210*                       FINISHED EARLIER FOR THE DATE SO THE     *
000220*                       WHOLE JOB RUNS AGAIN - FOR A FORCED      *
000230*                       SECOND RUN (CALCVBAT PARM='OVERRIDE,..') *
000240*      'CHECK,STEPNNN'  THE GATE AHEAD OF STEPNNN.  RC=0 WHEN    *
000250*                       STEPNNN HAS NOT FINISHED FOR THE DATE    *
000260*                       AND MUST RUN; OTHERWISE THE RC STEPNNN   *
000270*                       FINISHED WITH PLUS ONE (1 FOR RC=0, 5    *
000280*                       FOR RC=4), WHICH THE JCL TESTS TO BYPASS *
000290*                       STEPNNN AND TO CARRY ITS ORIGINAL RC TO  *
000300*                       THE STEPS THAT DEPEND ON IT              *
000310*      'DONE,STEPNNN,RC'                                         *
000320*                       RECORD THAT STEPNNN FINISHED WITH RC     *
000330*                       (DEFAULT 0).  THE JCL RUNS IT ONLY WHEN  *
000340*                       STEPNNN RAN AND ENDED WITH THAT RC.      *
000350*    EACH J RECORD CARRIES THE NIGHT'S WORKLIST RUN NUMBER -     *
000360*    THE ONE CALCVBAT DREW FOR THE DATE, OR AHEAD OF THE         *
000370*    WORKLIST STEP THE NUMBER IT WILL DRAW - AND THE SUBMISSION  *
000380*    NUMBER (1 ORIGINAL, 2 FIRST RERUN, ...) FOR CALCVSUM.  A    *
000390*    PARM IN ERROR OR A RUNCTL THAT CANNOT BE WRITTEN ENDS       *
000400*    RC=12.  A RUNCTL THAT CANNOT BE READ LEAVES EVERY STEP TO   *
000410*    RUN, AS BEFORE THERE WAS ANY RESTART CONTROL.               *
000420*                                                                *
000430*    MODIFICATION HISTORY                                       *
000440*    DATE       INIT  DESCRIPTION                                *
000450*    2026-10-15 DLR   ORIGINAL.                                  *
000460*                                                                *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.  CALCVRST.
000500 AUTHOR.      D. L. RENARD.
000510 INSTALLATION. SURVEY SYSTEMS GROUP.
000520 DATE-WRITTEN. 2026-10-15.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT RUN-CONTROL ASSIGN TO RUNCTL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RC-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RUN-CONTROL
000690     RECORDING MODE IS F.
000700 COPY CALCVRC.
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-RC-STATUS                PIC X(02).
000740     88  WS-RC-OK                VALUE '00'.
000750     88  WS-RC-NOT-FOUND         VALUE '35'.
000760
000770 01  WS-SWITCHES.
000780     05  WS-RC-EOF-SW            PIC X(01)      VALUE 'N'.
000790         88  WS-RC-EOF           VALUE 'Y'.
000800     05  WS-PARM-ERROR-SW        PIC X(01)      VALUE 'N'.
000810         88  WS-PARM-ERROR       VALUE 'Y'.
000820     05  WS-STEP-FOUND-SW        PIC X(01)      VALUE 'N'.
000830         88  WS-STEP-FOUND       VALUE 'Y'.
000840     05  WS-FRESH-SW             PIC X(01)      VALUE 'N'.
000850         88  WS-FRESH-START      VALUE 'Y'.
000860
000870 01  WS-PARM                     PIC X(40)  VALUE SPACES.
000880 01  WS-PARM-ACTION              PIC X(08)  VALUE SPACES.
000890     88  WS-ACTION-BEGIN         VALUE 'BEGIN'.
000900     88  WS-ACTION-CHECK         VALUE 'CHECK'.
000910     88  WS-ACTION-DONE          VALUE 'DONE'.
000920 01  WS-PARM-STEP                PIC X(08)  VALUE SPACES.
000930 01  WS-PARM-RC                  PIC X(04)  VALUE SPACES.
000940 01  WS-PARM-RC-LEN              PIC 9(04)  COMP VALUE ZERO.
000950
000960 01  WS-BUSINESS-DATE            PIC 9(08).
000970 01  WS-LAST-RUN-NO              PIC 9(07)  VALUE ZERO.
000980 01  WS-NIGHT-RUN-NO             PIC 9(07)  VALUE ZERO.
000990 01  WS-JOB-RUN-NO               PIC 9(07)  VALUE ZERO.
001000 01  WS-HIGH-SUBMISSION          PIC 9(02)  VALUE ZERO.
001010 01  WS-SUBMISSION               PIC 9(02)  VALUE ZERO.
001020 01  WS-STEP-RC                  PIC 9(04)  VALUE ZERO.
001030 01  WS-NEW-STATUS               PIC X(01)  VALUE SPACE.
001040 01  WS-NEW-STEP                 PIC X(08)  VALUE SPACES.
001050 01  WS-STEP-RETURN              PIC 9(04)  COMP VALUE ZERO.
001060 01  WS-LIST-SUB                 PIC 9(03)  COMP VALUE ZERO.
001070
001080******************************************************************
001090*    RST-STEP-TABLE - EVERY RESTARTABLE STEP FINISHED FOR THE    *
001100*    BUSINESS DATE SINCE THE LAST FRESH START, WITH THE          *
001110*    SUBMISSION IT FINISHED IN AND ITS RC.  A STEP RECORDED      *
001120*    MORE THAN ONCE KEEPS ITS LATEST COMPLETION.                 *
001130******************************************************************
001140 01  RST-STEP-TABLE.
001150     05  RST-STEP-COUNT          PIC 9(03)  COMP VALUE ZERO.
001160     05  RST-STEP-ENTRY OCCURS 60 TIMES
001170             INDEXED BY RST-IDX.
001180         10  RST-STEP-NAME       PIC X(08).
001190         10  RST-STEP-SUB        PIC 9(02).
001200         10  RST-STEP-RC         PIC 9(04).
001210
001220 PROCEDURE DIVISION.
001230
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001260     IF WS-PARM-ERROR
001270         MOVE 12 TO WS-STEP-RETURN
001280         GO TO 0000-MAINLINE-END
001290     END-IF.
001300     PERFORM 2000-LOAD-RUNCTL THRU 2000-LOAD-RUNCTL-EXIT.
001310     EVALUATE TRUE
001320         WHEN WS-ACTION-BEGIN
001330             PERFORM 3000-BEGIN-SUBMISSION
001340                 THRU 3000-BEGIN-SUBMISSION-EXIT
001350         WHEN WS-ACTION-CHECK
001360             PERFORM 4000-CHECK-STEP THRU 4000-CHECK-STEP-EXIT
001370         WHEN WS-ACTION-DONE
001380             PERFORM 5000-RECORD-STEP THRU 5000-RECORD-STEP-EXIT
001390     END-EVALUATE.
001400 0000-MAINLINE-END.
001410     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001420 0000-MAINLINE-EXIT.
001430     STOP RUN.
001440
001450******************************************************************
001460*    1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE PARM.      *
001470*    THE ACTION MUST BE BEGIN, CHECK, OR DONE; CHECK AND DONE    *
001480*    NEED A STEP NAME, BEGIN TAKES ONLY FRESH, AND DONE'S RC     *
001490*    MUST BE NUMERIC.                                            *
001500******************************************************************
001510 1000-INITIALIZE.
001520     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
001530     ACCEPT WS-PARM FROM COMMAND-LINE.
001540     UNSTRING WS-PARM DELIMITED BY ',' OR ALL SPACES
001550         INTO WS-PARM-ACTION
001560              WS-PARM-STEP
001570              WS-PARM-RC COUNT IN WS-PARM-RC-LEN
001580     END-UNSTRING.
001590     IF NOT WS-ACTION-BEGIN
001600         AND NOT WS-ACTION-CHECK
001610         AND NOT WS-ACTION-DONE
001620         DISPLAY 'CALCVRST - PARM MUST BE BEGIN, CHECK,STEPNNN, '
001630             'OR DONE,STEPNNN,RC - ' WS-PARM
001640         MOVE 'Y' TO WS-PARM-ERROR-SW
001650         GO TO 1000-INITIALIZE-EXIT
001660     END-IF.
001670     IF WS-ACTION-BEGIN
001680         IF WS-PARM-STEP = 'FRESH'
001690             MOVE 'Y' TO WS-FRESH-SW
001700         ELSE
001710             IF WS-PARM-STEP NOT = SPACES
001720                 DISPLAY 'CALCVRST - BEGIN TAKES ONLY FRESH - '
001730                     WS-PARM
001740                 MOVE 'Y' TO WS-PARM-ERROR-SW
001750             END-IF
001760         END-IF
001770         GO TO 1000-INITIALIZE-EXIT
001780     END-IF.
001790     IF WS-PARM-STEP = SPACES
001800         DISPLAY 'CALCVRST - NO STEP NAME IN THE PARM - ' WS-PARM
001810         MOVE 'Y' TO WS-PARM-ERROR-SW
001820         GO TO 1000-INITIALIZE-EXIT
001830     END-IF.
001840     IF WS-PARM-RC-LEN > ZERO
001850         IF WS-PARM-RC (1:WS-PARM-RC-LEN) NOT NUMERIC
001860             DISPLAY 'CALCVRST - STEP RC IS NOT NUMERIC - '
001870                 WS-PARM
001880             MOVE 'Y' TO WS-PARM-ERROR-SW
001890             GO TO 1000-INITIALIZE-EXIT
001900         END-IF
001910         MOVE WS-PARM-RC (1:WS-PARM-RC-LEN) TO WS-STEP-RC
001920     END-IF.
001930 1000-INITIALIZE-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970*    2000-LOAD-RUNCTL - PASS THE RUN-CONTROL DATASET: THE        *
001980*    HIGHEST RUN NUMBER ON FILE, THE NIGHT'S WORKLIST RUN FOR    *
001990*    THE DATE, THE HIGHEST SUBMISSION OPENED FOR THE DATE, AND   *
002000*    EVERY STEP FINISHED FOR THE DATE.  NO DATASET YET MEANS     *
002010*    NOTHING HAS FINISHED.                                       *
002020******************************************************************
002030 2000-LOAD-RUNCTL.
002040     OPEN INPUT RUN-CONTROL.
002050     IF WS-RC-NOT-FOUND
002060         GO TO 2000-SET-RUN-NO
002070     END-IF.
002080     IF NOT WS-RC-OK
002090         DISPLAY 'CALCVRST - UNABLE TO READ RUNCTL, STATUS = '
002100             WS-RC-STATUS ' - NO STEP IS TREATED AS FINISHED'
002110         GO TO 2000-SET-RUN-NO
002120     END-IF.
002130     MOVE 'N' TO WS-RC-EOF-SW.
002140     PERFORM 2100-READ-ONE-RUNCTL THRU 2100-READ-ONE-RUNCTL-EXIT
002150         UNTIL WS-RC-EOF.
002160     CLOSE RUN-CONTROL.
002170 2000-SET-RUN-NO.
002180     IF WS-NIGHT-RUN-NO > ZERO
002190         MOVE WS-NIGHT-RUN-NO TO WS-JOB-RUN-NO
002200     ELSE
002210         COMPUTE WS-JOB-RUN-NO = WS-LAST-RUN-NO + 1
002220     END-IF.
002230 2000-LOAD-RUNCTL-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270*    2100-READ-ONE-RUNCTL - FOLD ONE RUN-CONTROL RECORD IN.  A   *
002280*    FRESH START FOR THE DATE SETS ASIDE EVERY STEP FINISHED     *
002290*    BEFORE IT.                                                  *
002300******************************************************************
002310 2100-READ-ONE-RUNCTL.
002320     READ RUN-CONTROL
002330         AT END
002340             MOVE 'Y' TO WS-RC-EOF-SW
002350             GO TO 2100-READ-ONE-RUNCTL-EXIT
002360     END-READ.
002370     IF NOT RC-JOB-STEP
002380         IF RC-RUN-NUMBER > WS-LAST-RUN-NO
002390             MOVE RC-RUN-NUMBER TO WS-LAST-RUN-NO
002400         END-IF
002410         IF RC-FULL-RUN
002420             AND RC-RUN-DATE = WS-BUSINESS-DATE
002430             AND RC-RUN-NUMBER > WS-NIGHT-RUN-NO
002440             MOVE RC-RUN-NUMBER TO WS-NIGHT-RUN-NO
002450         END-IF
002460         GO TO 2100-READ-ONE-RUNCTL-EXIT
002470     END-IF.
002480     IF RC-RUN-DATE NOT = WS-BUSINESS-DATE
002490         OR RC-SUBMISSION NOT NUMERIC
002500         GO TO 2100-READ-ONE-RUNCTL-EXIT
002510     END-IF.
002520     IF RC-STARTED OR RC-FRESH-START
002530         IF RC-SUBMISSION > WS-HIGH-SUBMISSION
002540             MOVE RC-SUBMISSION TO WS-HIGH-SUBMISSION
002550         END-IF
002560         IF RC-FRESH-START
002570             MOVE ZERO TO RST-STEP-COUNT
002580         END-IF
002590         GO TO 2100-READ-ONE-RUNCTL-EXIT
002600     END-IF.
002610     IF RC-COMPLETE
002620         PERFORM 2200-NOTE-STEP THRU 2200-NOTE-STEP-EXIT
002630     END-IF.
002640 2100-READ-ONE-RUNCTL-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*    2200-NOTE-STEP - ENTER ONE STEP COMPLETION IN THE TABLE,    *
002690*    OR UPDATE THE STEP'S ENTRY WITH THE LATER COMPLETION        *
002700******************************************************************
002710 2200-NOTE-STEP.
002720     MOVE RC-STEP-NAME TO WS-NEW-STEP.
002730     PERFORM 2300-FIND-STEP THRU 2300-FIND-STEP-EXIT.
002740     IF NOT WS-STEP-FOUND
002750         IF RST-STEP-COUNT NOT < 60
002760             DISPLAY 'CALCVRST - MORE THAN 60 STEPS FINISHED FOR '
002770                 WS-BUSINESS-DATE ' - ' RC-STEP-NAME ' IGNORED'
002780             GO TO 2200-NOTE-STEP-EXIT
002790         END-IF
002800         ADD 1 TO RST-STEP-COUNT
002810         SET RST-IDX TO RST-STEP-COUNT
002820         MOVE RC-STEP-NAME TO RST-STEP-NAME (RST-IDX)
002830     END-IF.
002840     MOVE RC-SUBMISSION TO RST-STEP-SUB (RST-IDX).
002850     IF RC-STEP-RC NUMERIC
002860         MOVE RC-STEP-RC TO RST-STEP-RC (RST-IDX)
002870     ELSE
002880         MOVE ZERO TO RST-STEP-RC (RST-IDX)
002890     END-IF.
002900 2200-NOTE-STEP-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940*    2300-FIND-STEP - LOOK WS-NEW-STEP UP IN THE TABLE, LEAVING  *
002950*    RST-IDX ON IT WHEN FOUND                                    *
002960******************************************************************
002970 2300-FIND-STEP.
002980     MOVE 'N' TO WS-STEP-FOUND-SW.
002990     IF RST-STEP-COUNT = ZERO
003000         GO TO 2300-FIND-STEP-EXIT
003010     END-IF.
003020     SET RST-IDX TO 1.
003030     SEARCH RST-STEP-ENTRY
003040         AT END
003050             MOVE 'N' TO WS-STEP-FOUND-SW
003060         WHEN RST-IDX > RST-STEP-COUNT
003070             MOVE 'N' TO WS-STEP-FOUND-SW
003080         WHEN RST-STEP-NAME (RST-IDX) = WS-NEW-STEP
003090             MOVE 'Y' TO WS-STEP-FOUND-SW
003100     END-SEARCH.
003110 2300-FIND-STEP-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150*    3000-BEGIN-SUBMISSION - OPEN THE NEXT SUBMISSION FOR THE    *
003160*    DATE AND LIST, FOR THE OPERATOR, THE STEPS IT WILL BYPASS.  *
003170*    A FRESH START LISTS NOTHING - EVERY STEP RUNS AGAIN.        *
003180******************************************************************
003190 3000-BEGIN-SUBMISSION.
003200     COMPUTE WS-SUBMISSION = WS-HIGH-SUBMISSION + 1.
003210     IF WS-HIGH-SUBMISSION NOT < 99
003220         DISPLAY 'CALCVRST - 99 SUBMISSIONS ALREADY OPENED FOR '
003230             WS-BUSINESS-DATE ' - NO MORE CAN BE RECORDED'
003240         MOVE 12 TO WS-STEP-RETURN
003250         GO TO 3000-BEGIN-SUBMISSION-EXIT
003260     END-IF.
003270     IF WS-FRESH-START
003280         MOVE 'N' TO WS-NEW-STATUS
003290         DISPLAY 'CALCVRST - SUBMISSION ' WS-SUBMISSION ' FOR '
003300             WS-BUSINESS-DATE ' IS A FRESH START - EVERY STEP '
003310             'RUNS AGAIN'
003320     ELSE
003330         MOVE 'S' TO WS-NEW-STATUS
003340         IF RST-STEP-COUNT = ZERO
003350             DISPLAY 'CALCVRST - SUBMISSION ' WS-SUBMISSION
003360                 ' FOR ' WS-BUSINESS-DATE ' - NO STEP HAS '
003370                 'FINISHED YET, EVERY STEP RUNS'
003380         ELSE
003390             DISPLAY 'CALCVRST - SUBMISSION ' WS-SUBMISSION
003400                 ' FOR ' WS-BUSINESS-DATE ' IS A RESUBMISSION - '
003410                 'THESE STEPS FINISHED EARLIER AND ARE BYPASSED:'
003420             PERFORM 3100-LIST-ONE-STEP
003430                 THRU 3100-LIST-ONE-STEP-EXIT
003440                 VARYING WS-LIST-SUB FROM 1 BY 1
003450                 UNTIL WS-LIST-SUB > RST-STEP-COUNT
003460         END-IF
003470     END-IF.
003480     MOVE 'CALCVJN' TO WS-NEW-STEP.
003490     MOVE ZERO TO WS-STEP-RC.
003500     PERFORM 7000-APPEND-RUNCTL THRU 7000-APPEND-RUNCTL-EXIT.
003510 3000-BEGIN-SUBMISSION-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550*    3100-LIST-ONE-STEP - ONE SYSOUT LINE PER STEP BYPASSED      *
003560******************************************************************
003570 3100-LIST-ONE-STEP.
003580     DISPLAY 'CALCVRST -   ' RST-STEP-NAME (WS-LIST-SUB)
003590         ' FINISHED IN SUBMISSION ' RST-STEP-SUB (WS-LIST-SUB)
003600         ' WITH RC ' RST-STEP-RC (WS-LIST-SUB).
003610 3100-LIST-ONE-STEP-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650*    4000-CHECK-STEP - THE GATE AHEAD OF A RESTARTABLE STEP.     *
003660*    NOT FINISHED FOR THE DATE: RC=0 AND THE STEP RUNS.          *
003670*    FINISHED: RC = THE STEP'S OWN RC PLUS ONE AND THE JCL       *
003680*    BYPASSES IT.                                                *
003690******************************************************************
003700 4000-CHECK-STEP.
003710     MOVE WS-PARM-STEP TO WS-NEW-STEP.
003720     PERFORM 2300-FIND-STEP THRU 2300-FIND-STEP-EXIT.
003730     IF NOT WS-STEP-FOUND
003740         DISPLAY 'CALCVRST - ' WS-PARM-STEP
003750             ' HAS NOT FINISHED FOR ' WS-BUSINESS-DATE
003760             ' - IT RUNS'
003770         MOVE ZERO TO WS-STEP-RETURN
003780         GO TO 4000-CHECK-STEP-EXIT
003790     END-IF.
003800     DISPLAY 'CALCVRST - ' WS-PARM-STEP ' FINISHED FOR '
003810         WS-BUSINESS-DATE ' IN SUBMISSION ' RST-STEP-SUB (RST-IDX)
003820         ' WITH RC ' RST-STEP-RC (RST-IDX) ' - BYPASSED'.
003830     IF RST-STEP-RC (RST-IDX) > 4094
003840         MOVE 4095 TO WS-STEP-RETURN
003850     ELSE
003860         COMPUTE WS-STEP-RETURN = RST-STEP-RC (RST-IDX) + 1
003870     END-IF.
003880 4000-CHECK-STEP-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*    5000-RECORD-STEP - RECORD A RESTARTABLE STEP AS FINISHED    *
003930*    FOR THE DATE, UNDER THE CURRENT SUBMISSION                  *
003940******************************************************************
003950 5000-RECORD-STEP.
003960     IF WS-HIGH-SUBMISSION = ZERO
003970         MOVE 1 TO WS-SUBMISSION
003980     ELSE
003990         MOVE WS-HIGH-SUBMISSION TO WS-SUBMISSION
004000     END-IF.
004010     MOVE 'C' TO WS-NEW-STATUS.
004020     MOVE WS-PARM-STEP TO WS-NEW-STEP.
004030     PERFORM 7000-APPEND-RUNCTL THRU 7000-APPEND-RUNCTL-EXIT.
004040     IF WS-STEP-RETURN = ZERO
004050         DISPLAY 'CALCVRST - ' WS-PARM-STEP ' RECORDED FINISHED '
004060             'WITH RC ' WS-STEP-RC ' FOR ' WS-BUSINESS-DATE
004070             ', SUBMISSION ' WS-SUBMISSION ', RUN ' WS-JOB-RUN-NO
004080     END-IF.
004090 5000-RECORD-STEP-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    7000-APPEND-RUNCTL - APPEND ONE J RECORD FOR THE DATE.  THE *
004140*    FIRST RECORD EVER CREATES THE DATASET.                      *
004150******************************************************************
004160 7000-APPEND-RUNCTL.
004170     OPEN EXTEND RUN-CONTROL.
004180     IF WS-RC-NOT-FOUND
004190         OPEN OUTPUT RUN-CONTROL
004200     END-IF.
004210     IF NOT WS-RC-OK
004220         DISPLAY 'CALCVRST - UNABLE TO WRITE RUNCTL, STATUS = '
004230             WS-RC-STATUS
004240         MOVE 12 TO WS-STEP-RETURN
004250         GO TO 7000-APPEND-RUNCTL-EXIT
004260     END-IF.
004270     MOVE SPACES TO CALCV-RUN-CONTROL-RECORD.
004280     MOVE WS-JOB-RUN-NO TO RC-RUN-NUMBER.
004290     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE.
004300     MOVE 'J' TO RC-RUN-TYPE.
004310     MOVE WS-NEW-STATUS TO RC-STATUS.
004320     MOVE WS-NEW-STEP TO RC-STEP-NAME.
004330     MOVE WS-SUBMISSION TO RC-SUBMISSION.
004340     MOVE WS-STEP-RC TO RC-STEP-RC.
004350     WRITE CALCV-RUN-CONTROL-RECORD.
004360     CLOSE RUN-CONTROL.
004370 7000-APPEND-RUNCTL-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    9000-TERMINATE - SET THE RETURN CODE                        *
004420******************************************************************
004430 9000-TERMINATE.
004440     MOVE WS-STEP-RETURN TO RETURN-CODE.
004450 9000-TERMINATE-EXIT.
004460     EXIT.
