000090*    REMARKS.                                                   *
000100*    END-OF-NIGHT OPERATIONS SUMMARY FOR THE CALCVJN JOB.        *
000110*    READS THE CALCVST RUN-STATUS DATASET (ONE RECORD PER       *
000120*    STEP, WRITTEN BY CALCVCHK, CALCVHIE, CALCVBAT, CALCVDRF,   *
000125*    AND CALCVBAL), THE RUNCTL JOB-STEP RECORDS, AND            *
000130*    THE CALCVCKP CHECKPOINT, AND PRINTS ONE PAGE TO SUMRPT:    *
000140*    RUN DATE AND NUMBER, SELF-CHECK OUTCOME AND DEVIATIONS,    *
000150*    WORKLIST READ/WRITTEN, SKIPS BY REASON, DRIFT OUTCOME,     *
000250*                     BALANCING LINE - AN OUT-OF-BALANCE OR      *
000260*                     NOT-RUN BALANCE STEP FLIPS THE VERDICT     *
000270*                     TO ATTENTION.                              *
000271*    2026-10-15 DLR   ADDED THE CALCVHIE BODY HIERARCHY LINE -   *
000272*                     AN INCONSISTENT, FAILED, OR NOT-RUN        *
000273*                     HIERARCHY CHECK FLIPS THE VERDICT TO       *
000274*                     ATTENTION.                                 *
000275*    2026-10-15 DLR   THE VERDICT IS NOW ALSO APPENDED TO        *
000276*                     CALCVST AS A CALCVSUM RECORD (C CLEAN /    *
000277*                     A ATTENTION) SO THE CALCVDST REPORT        *
000278*                     DISTRIBUTION STEP CAN HOLD BACK THE        *
000279*                     ATTENTION-ONLY REPORTS ON A CLEAN NIGHT.   *
000280*    2026-10-15 DLR   ADDED THE RESTART LINES - THE CALCVJN      *
000281*                     STEPS FINISHED BY THE ORIGINAL SUBMISSION  *
000282*                     AND BY EACH RERUN, FROM THE RUNCTL         *
000283*                     JOB-STEP RECORDS.  INFORMATION ONLY.       *
000284*                                                                *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.  CALCVSUM.
000500     SELECT SUMMARY-REPORT ASSIGN TO SUMRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000522     SELECT RUN-CONTROL ASSIGN TO RUNCTL
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS WS-RC-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000650     RECORDING MODE IS F.
000660 COPY CALCVRP.
000670
000672 FD  RUN-CONTROL
000674     RECORDING MODE IS F.
000676 COPY CALCVRC.
000678
000680 WORKING-STORAGE SECTION.
000690 01  WS-ST-STATUS                PIC X(02).
000700     88  WS-ST-OK                VALUE '00'.
000750 01  WS-RPT-STATUS               PIC X(02).
000760     88  WS-RPT-OK               VALUE '00'.
000770     88  WS-RPT-NOT-FOUND        VALUE '35'.
000772 01  WS-RC-STATUS                PIC X(02).
000774     88  WS-RC-OK                VALUE '00'.
000776     88  WS-RC-NOT-FOUND         VALUE '35'.
000780
000790 01  WS-SWITCHES.
000800     05  WS-ST-EOF-SW            PIC X(01)      VALUE 'N'.
000830         88  WS-ATTENTION        VALUE 'Y'.
000840     05  WS-CKPT-FOUND-SW        PIC X(01)      VALUE 'N'.
000850         88  WS-CKPT-FOUND       VALUE 'Y'.
000852     05  WS-SUMMARY-DONE-SW      PIC X(01)      VALUE 'N'.
000854         88  WS-SUMMARY-DONE     VALUE 'Y'.
000856     05  WS-RC-EOF-SW            PIC X(01)      VALUE 'N'.
000858         88  WS-RC-EOF           VALUE 'Y'.
000860
000870 01  WS-CKPT-FINAL               PIC X(01).
000880     88  WS-CKPT-FINAL-COMPLETE  VALUE 'C'.
001260     05  WS-BAL-RESULTS          PIC 9(07).
001270     05  WS-BAL-DISCREPANCIES    PIC 9(07).
001280
001281 01  WS-HIE-REPORT.
001282     05  WS-HIE-FOUND-SW         PIC X(01)  VALUE 'N'.
001283         88  WS-HIE-FOUND        VALUE 'Y'.
001284     05  WS-HIE-STATUS           PIC X(01).
001285     05  WS-HIE-BODIES           PIC 9(07).
001286     05  WS-HIE-INCONSISTENT     PIC 9(07).
001287
001290 01  WS-RUN-DATE                 PIC 9(08).
001300 01  WS-COUNT-1-DISPLAY          PIC ZZZZZZ9.
001310 01  WS-COUNT-2-DISPLAY          PIC ZZZZZZ9.
001320 01  WS-COUNT-3-DISPLAY          PIC ZZZZZZ9.
001330 01  WS-RUN-NO-DISPLAY           PIC ZZZZZZ9.
001331
001332******************************************************************
001333*    THE RESTARTABLE STEPS RUNCTL RECORDS AS FINISHED FOR THE    *
001334*    NIGHT (J RECORDS, WRITTEN BY CALCVRST), EACH WITH THE       *
001335*    SUBMISSION OF THE JOB THAT FINISHED IT - 1 THE ORIGINAL,    *
001336*    2 ON THE RERUNS.  A FRESH START SETS ASIDE EVERYTHING       *
001337*    RECORDED BEFORE IT.                                         *
001338******************************************************************
001339 01  SUM-STEP-TABLE.
001340     05  SUM-STEP-COUNT          PIC 9(03)  COMP VALUE ZERO.
001341     05  SUM-STEP-ENTRY OCCURS 60 TIMES.
001342         10  SUM-STEP-NAME       PIC X(08).
001343         10  SUM-STEP-SUB        PIC 9(02).
001344
001345 01  SUM-SUBMISSIONS.
001346     05  SUM-SUB-LOW             PIC 9(02)  VALUE ZERO.
001347     05  SUM-SUB-HIGH            PIC 9(02)  VALUE ZERO.
001348     05  SUM-SUB                 PIC 9(03)  VALUE ZERO.
001349     05  SUM-STEP-SUB-X          PIC 9(03)  COMP VALUE ZERO.
001350     05  SUM-SLOT                PIC 9(03)  COMP VALUE ZERO.
001351     05  SUM-SUB-STEPS           PIC 9(03)  COMP VALUE ZERO.
001352     05  SUM-RUN-DATE            PIC 9(08)  VALUE ZERO.
001353     05  SUM-FRESH-SW            PIC X(01)  VALUE 'N'.
001354         88  SUM-FRESH-START     VALUE 'Y'.
001355     05  SUM-RERUN-DISPLAY       PIC Z9.
001360
001361 01  SUM-STEP-LINE.
001362     05  SUM-STEP-LABEL          PIC X(14).
001363     05  SUM-STEP-SLOT           PIC X(09)  OCCURS 7 TIMES.
001364     05  FILLER                  PIC X(03).
001365
001366 PROCEDURE DIVISION.
001367
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001390     PERFORM 2000-GATHER-STATUS THRU 2000-GATHER-STATUS-EXIT
001930             MOVE ST-STATUS TO WS-CHK-STATUS
001940             MOVE ST-COUNT-1 TO WS-CHK-CASES
001950             MOVE ST-COUNT-2 TO WS-CHK-WARNINGS
001951         WHEN 'CALCVHIE'
001952             MOVE 'Y' TO WS-HIE-FOUND-SW
001953             MOVE ST-STATUS TO WS-HIE-STATUS
001954             MOVE ST-COUNT-1 TO WS-HIE-BODIES
001955             MOVE ST-COUNT-2 TO WS-HIE-INCONSISTENT
001960         WHEN 'CALCVBAT'
001970             MOVE 'Y' TO WS-BAT-FOUND-SW
001980             MOVE ST-STATUS TO WS-BAT-STATUS
002730
002740     PERFORM 3100-PRINT-SELF-CHECK
002750         THRU 3100-PRINT-SELF-CHECK-EXIT.
002753     PERFORM 3150-PRINT-HIERARCHY
002756         THRU 3150-PRINT-HIERARCHY-EXIT.
002760     PERFORM 3200-PRINT-WORKLIST THRU 3200-PRINT-WORKLIST-EXIT.
002770     PERFORM 3300-PRINT-DRIFT THRU 3300-PRINT-DRIFT-EXIT.
002780     PERFORM 3350-PRINT-BALANCE THRU 3350-PRINT-BALANCE-EXIT.
002790     PERFORM 3400-PRINT-CHECKPOINT
002800         THRU 3400-PRINT-CHECKPOINT-EXIT.
002805     PERFORM 3500-PRINT-STEPS THRU 3500-PRINT-STEPS-EXIT.
002810
002820     MOVE SPACES TO RPT-LINE.
002830     IF WS-ATTENTION
002920     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002930     MOVE SPACES TO RPT-LINE.
002940     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002945     MOVE 'Y' TO WS-SUMMARY-DONE-SW.
002950 3000-PRINT-SUMMARY-EXIT.
002960     EXIT.
002970
003270     END-EVALUATE.
003280     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003290 3100-PRINT-SELF-CHECK-EXIT.
003291     EXIT.
003292
003293******************************************************************
003294*    3150-PRINT-HIERARCHY - ONE LINE FOR THE CALCVHIE STEP       *
003295******************************************************************
003296 3150-PRINT-HIERARCHY.
003297     MOVE SPACES TO RPT-LINE.
003298     EVALUATE TRUE
003299         WHEN NOT WS-HIE-FOUND
003300             MOVE 'Y' TO WS-ATTENTION-SW
003301             STRING 'HIERARCHY   : NOT RUN'
003302                 DELIMITED BY SIZE INTO RPT-LINE
003303             END-STRING
003304         WHEN WS-HIE-STATUS = 'C'
003305             MOVE WS-HIE-BODIES TO WS-COUNT-1-DISPLAY
003306             STRING 'HIERARCHY   : CONSISTENT, BODIES CHECKED ='
003307                 WS-COUNT-1-DISPLAY
003308                 DELIMITED BY SIZE INTO RPT-LINE
003309             END-STRING
003310         WHEN WS-HIE-STATUS = 'I'
003311             MOVE 'Y' TO WS-ATTENTION-SW
003312             MOVE WS-HIE-INCONSISTENT TO WS-COUNT-1-DISPLAY
003313             STRING 'HIERARCHY   : INCONSISTENCIES ='
003314                 WS-COUNT-1-DISPLAY ' - SEE HIERPT'
003315                 DELIMITED BY SIZE INTO RPT-LINE
003316             END-STRING
003317         WHEN OTHER
003318             MOVE 'Y' TO WS-ATTENTION-SW
003319             STRING 'HIERARCHY   : ERROR - DID NOT COMPLETE'
003320                 DELIMITED BY SIZE INTO RPT-LINE
003321             END-STRING
003322     END-EVALUATE.
003323     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003324 3150-PRINT-HIERARCHY-EXIT.
003325     EXIT.
003326
003327******************************************************************
003330*    3200-PRINT-WORKLIST - TWO LINES FOR THE CALCVBAT STEP:      *
003340*    READ/WRITTEN COUNTS AND THE SKIPS BY REASON                 *
003350******************************************************************
004800             STRING 'CHECKPOINT  : LEFT IN-PROGRESS - RESTART '
004810                 'THE WORKLIST'
004820                 DELIMITED BY SIZE INTO RPT-LINE
004821             END-STRING
004822     END-EVALUATE.
004823     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
004824 3400-PRINT-CHECKPOINT-EXIT.
004825     EXIT.
004826
004827******************************************************************
004828*    3500-PRINT-STEPS - THE RESTARTABLE CALCVJN STEPS FINISHED   *
004829*    FOR THE NIGHT, LISTED UNDER THE SUBMISSION THAT FINISHED    *
004830*    THEM - THE ORIGINAL (OR THE FRESH START) AND EACH RERUN.    *
004831*    INFORMATION ONLY - THE VERDICT IS NOT AFFECTED.             *
004832******************************************************************
004833 3500-PRINT-STEPS.
004834     MOVE ZERO TO SUM-STEP-COUNT.
004835     MOVE ZERO TO SUM-SUB-LOW.
004836     MOVE ZERO TO SUM-SUB-HIGH.
004837     MOVE 'N' TO SUM-FRESH-SW.
004838     IF WS-BAT-FOUND
004839         MOVE WS-BAT-RUN-DATE TO SUM-RUN-DATE
004840     ELSE
004841         MOVE WS-RUN-DATE TO SUM-RUN-DATE
004842     END-IF.
004843     OPEN INPUT RUN-CONTROL.
004844     IF NOT WS-RC-OK
004845         MOVE SPACES TO RPT-LINE
004846         STRING 'RESTART     : RUNCTL NOT AVAILABLE, STATUS = '
004847             WS-RC-STATUS
004848             DELIMITED BY SIZE INTO RPT-LINE
004849         END-STRING
004850         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
004851         GO TO 3500-PRINT-STEPS-EXIT
004852     END-IF.
004853     MOVE 'N' TO WS-RC-EOF-SW.
004854     PERFORM 3510-READ-ONE-RUNCTL THRU 3510-READ-ONE-RUNCTL-EXIT
004855         UNTIL WS-RC-EOF.
004856     CLOSE RUN-CONTROL.
004857
004858     MOVE SPACES TO RPT-LINE.
004859     IF SUM-SUB-HIGH = ZERO
004860         STRING 'RESTART     : NO CALCVJN SUBMISSION ON RUNCTL - '
004861             SUM-RUN-DATE
004862             DELIMITED BY SIZE INTO RPT-LINE
004863         END-STRING
004864         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
004865         GO TO 3500-PRINT-STEPS-EXIT
004866     END-IF.
004867     COMPUTE SUM-RERUN-DISPLAY = SUM-SUB-HIGH - SUM-SUB-LOW + 1.
004868     STRING 'RESTART     : ' SUM-RERUN-DISPLAY
004869         ' SUBMISSION(S) - STEPS FINISHED BY EACH'
004870         DELIMITED BY SIZE INTO RPT-LINE
004871     END-STRING.
004872     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
004873     PERFORM 3520-PRINT-SUBMISSION THRU 3520-PRINT-SUBMISSION-EXIT
004874         VARYING SUM-SUB FROM SUM-SUB-LOW BY 1
004875         UNTIL SUM-SUB > SUM-SUB-HIGH.
004876 3500-PRINT-STEPS-EXIT.
004877     EXIT.
004880
004882******************************************************************
004884*    3510-READ-ONE-RUNCTL - FOLD ONE RUNCTL RECORD IN.  ONLY THE *
004886*    JOB-STEP (J) RECORDS FOR THE NIGHT COUNT; A FRESH START     *
004888*    SETS ASIDE EVERY STEP FINISHED BEFORE IT.                   *
004890******************************************************************
004891 3510-READ-ONE-RUNCTL.
004892     READ RUN-CONTROL
004893         AT END
004894             MOVE 'Y' TO WS-RC-EOF-SW
004895             GO TO 3510-READ-ONE-RUNCTL-EXIT
004896     END-READ.
004897     IF NOT RC-JOB-STEP
004898         OR RC-RUN-DATE NOT = SUM-RUN-DATE
004899         OR RC-SUBMISSION NOT NUMERIC
004900         GO TO 3510-READ-ONE-RUNCTL-EXIT
004901     END-IF.
004902     IF RC-SUBMISSION > SUM-SUB-HIGH
004903         MOVE RC-SUBMISSION TO SUM-SUB-HIGH
004904     END-IF.
004905     IF RC-FRESH-START
004906         MOVE RC-SUBMISSION TO SUM-SUB-LOW
004907         MOVE ZERO TO SUM-STEP-COUNT
004908         MOVE 'Y' TO SUM-FRESH-SW
004909         GO TO 3510-READ-ONE-RUNCTL-EXIT
004910     END-IF.
004911     IF SUM-SUB-LOW = ZERO
004912         MOVE RC-SUBMISSION TO SUM-SUB-LOW
004913     END-IF.
004914     IF RC-COMPLETE
004915         AND SUM-STEP-COUNT < 60
004916         ADD 1 TO SUM-STEP-COUNT
004917         MOVE RC-STEP-NAME TO SUM-STEP-NAME (SUM-STEP-COUNT)
004918         MOVE RC-SUBMISSION TO SUM-STEP-SUB (SUM-STEP-COUNT)
004919     END-IF.
004920 3510-READ-ONE-RUNCTL-EXIT.
004921     EXIT.
004922
004923******************************************************************
004924*    3520-PRINT-SUBMISSION - THE STEPS ONE SUBMISSION FINISHED,  *
004925*    SEVEN TO A LINE                                             *
004926******************************************************************
004927 3520-PRINT-SUBMISSION.
004928     MOVE SPACES TO SUM-STEP-LINE.
004929     MOVE ZERO TO SUM-SLOT.
004930     MOVE ZERO TO SUM-SUB-STEPS.
004931     IF SUM-SUB = SUM-SUB-LOW
004932         IF SUM-FRESH-START
004933             MOVE '  FRESH RUN : ' TO SUM-STEP-LABEL
004934         ELSE
004935             MOVE '  ORIGINAL  : ' TO SUM-STEP-LABEL
004936         END-IF
004937     ELSE
004938         COMPUTE SUM-RERUN-DISPLAY = SUM-SUB - SUM-SUB-LOW
004939         STRING '  RERUN ' SUM-RERUN-DISPLAY '  : '
004940             DELIMITED BY SIZE INTO SUM-STEP-LABEL
004941         END-STRING
004942     END-IF.
004943     PERFORM 3530-PLACE-ONE-STEP THRU 3530-PLACE-ONE-STEP-EXIT
004944         VARYING SUM-STEP-SUB-X FROM 1 BY 1
004945         UNTIL SUM-STEP-SUB-X > SUM-STEP-COUNT.
004946     IF SUM-SUB-STEPS = ZERO
004947         MOVE 'NONE' TO SUM-STEP-SLOT (1)
004948         MOVE 1 TO SUM-SLOT
004950     END-IF.
004951     IF SUM-SLOT > ZERO
004952         MOVE SUM-STEP-LINE TO RPT-LINE
004953         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
004954     END-IF.
004955 3520-PRINT-SUBMISSION-EXIT.
004956     EXIT.
004957
004958******************************************************************
004959*    3530-PLACE-ONE-STEP - PUT ONE FINISHED STEP ON THE LINE OF  *
004960*    ITS SUBMISSION, PRINTING THE LINE FIRST WHEN IT IS FULL     *
004961******************************************************************
004962 3530-PLACE-ONE-STEP.
004963     IF SUM-STEP-SUB (SUM-STEP-SUB-X) NOT = SUM-SUB
004964         GO TO 3530-PLACE-ONE-STEP-EXIT
004965     END-IF.
004966     IF SUM-SLOT NOT < 7
004967         MOVE SUM-STEP-LINE TO RPT-LINE
004968         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
004969         MOVE SPACES TO SUM-STEP-LINE
004970         MOVE ZERO TO SUM-SLOT
004971     END-IF.
004972     ADD 1 TO SUM-SLOT.
004973     ADD 1 TO SUM-SUB-STEPS.
004974     MOVE SUM-STEP-NAME (SUM-STEP-SUB-X)
004975         TO SUM-STEP-SLOT (SUM-SLOT).
004976 3530-PLACE-ONE-STEP-EXIT.
004977     EXIT.
004978
004979******************************************************************
004980*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
004981******************************************************************
004982 9000-TERMINATE.
004983     IF WS-RPT-OK
004984         CLOSE SUMMARY-REPORT
004985     END-IF.
004986     IF NOT WS-ST-NOT-FOUND
004987         CLOSE RUN-STATUS
004988     END-IF.
004990     IF WS-ATTENTION
004991         MOVE 4 TO RETURN-CODE
004992     END-IF.
004993     IF WS-SUMMARY-DONE
004994         PERFORM 9100-WRITE-STATUS THRU 9100-WRITE-STATUS-EXIT
004995     END-IF.
004996 9000-TERMINATE-EXIT.
004997     EXIT.
004998
004999******************************************************************
005000*    9100-WRITE-STATUS - APPEND THE VERDICT TO THE CALCVST       *
005001*    RUN-STATUS DATASET FOR THE STEPS THAT FOLLOW THE SUMMARY    *
005002*    (CALCVDST HOLDS ATTENTION-ONLY REPORTS BACK ON A CLEAN      *
005003*    NIGHT).  THE RUN DATE AND NUMBER ARE THE WORKLIST RUN'S     *
005004*    WHEN IT RAN.                                                *
005005******************************************************************
005006 9100-WRITE-STATUS.
005007     OPEN EXTEND RUN-STATUS.
005008     IF WS-ST-NOT-FOUND
005009         OPEN OUTPUT RUN-STATUS
005010     END-IF.
005011     IF NOT WS-ST-OK
005012         DISPLAY 'CALCVSUM - UNABLE TO OPEN CALCVST, STATUS = '
005013             WS-ST-STATUS
005014         GO TO 9100-WRITE-STATUS-EXIT
005015     END-IF.
005016     MOVE SPACES TO CALCV-STATUS-RECORD.
005017     MOVE 'CALCVSUM' TO ST-PROGRAM.
005018     IF WS-BAT-FOUND
005019         MOVE WS-BAT-RUN-DATE TO ST-RUN-DATE
005020         MOVE WS-BAT-RUN-NO TO ST-RUN-NO
005021     ELSE
005022         MOVE WS-RUN-DATE TO ST-RUN-DATE
005023         MOVE ZERO TO ST-RUN-NO
005024     END-IF.
005025     IF WS-ATTENTION
005026         MOVE 'A' TO ST-STATUS
005027     ELSE
005028         MOVE 'C' TO ST-STATUS
005029     END-IF.
005030     MOVE ZERO TO ST-COUNT-1.
005031     MOVE ZERO TO ST-COUNT-2.
005032     MOVE ZERO TO ST-COUNT-3.
005033     MOVE ZERO TO ST-COUNT-4.
005034     MOVE ZERO TO ST-COUNT-5.
005035     WRITE CALCV-STATUS-RECORD.
005036     CLOSE RUN-STATUS.
005037 9100-WRITE-STATUS-EXIT.
005038     EXIT.
005040
005050******************************************************************
005060*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
