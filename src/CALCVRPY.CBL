000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVRPY                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    AS-OF REPLAY OF A PAST NIGHT'S WORKLIST RUN.  GIVEN A RUN   *
000110*    DATE (AND OPTIONALLY A RUNCTL RUN NUMBER) IN THE PARM:      *
000120*        YYYYMMDD  [RUN-NUMBER]                                  *
000130*    THE PROGRAM LOADS THE BODY VALUES THAT WERE IN FORCE FOR    *
000140*    THE RUN FROM THE BODYGEN GENERATION DATASET (THE HIGHEST-   *
000150*    NUMBERED GENERATION STAMPED BEFORE THE RUN'S FIRST          *
000160*    CALCVLOG LINE, SO A BODY MASTER CHANGE APPLIED WHILE THE    *
000170*    RUN WAS UNDER WAY IS NOT TAKEN AS IN FORCE FOR IT),         *
000180*    RECOMPUTES EVERY ESCAPE VELOCITY THE RUN LOGGED TO          *
000190*    CALCVLOG WITH THE SAME ARITHMETIC CALCVBAT USES, AND        *
000200*    RECONCILES EACH FIGURE AGAINST THE HISTMST RECORD FOR THE   *
000210*    SAME BODY, DATE, AND M.  THE RUN'S OWN LOG LINES ARE THE    *
000220*    WORKLIST OF THAT NIGHT - THE STANDING WORKLIST MAY HAVE     *
000230*    CHANGED SINCE, AND AN ALL RECORD WAS LOGGED ONCE PER BODY   *
000240*    IT EXPANDED TO.  WITHOUT A RUN NUMBER THE LAST COMPLETE     *
000250*    FULL RUN FOR THE DATE IS REPLAYED (THE LAST COMPLETE RUN    *
000260*    OF ANY TYPE WHEN THERE IS NO FULL ONE).  EVERY LINE PRINTS  *
000270*    TO RPYRPT AS A MATCH OR A MISMATCH WITH THE RECORDED AND    *
000280*    REPLAYED V2:                                                *
000290*      - A SKIP (ZERO M, UNKNOWN BODY, OVERFLOW) THAT STILL      *
000300*        SKIPS ON REPLAY IS A MATCH,                             *
000310*      - A COMPUTED FIGURE MATCHES WHEN THE REPLAYED KM/S, MPH,  *
000320*        AND V2 ALL EQUAL THE HISTMST RECORD,                    *
000330*      - A FIGURE NO LONGER ON HISTMST (ARCHIVED BY CALCVARC)    *
000340*        IS CHECKED AGAINST THE V2 ON THE LOG LINE INSTEAD AND   *
000350*        COUNTED SEPARATELY.                                     *
000360*    ENDS RC=4 ON ANY MISMATCH, ANY FIGURE MISSING FROM          *
000370*    HISTMST, OR NO LOG LINES FOUND FOR THE RUN (CONCATENATE     *
000380*    THE LOGARCH GENERATIONS IN THE CALCVLOG DD FOR A RUN OLDER  *
000390*    THAN THE LAST ARCHIVAL).  RC=8 WHEN NO SUCH RUN IS ON       *
000400*    RUNCTL OR NO BODY MASTER GENERATION WAS IN FORCE FOR THE    *
000410*    RUN.  RC=12 ON A BAD PARM OR AN UNOPENABLE DATASET.         *
000420*                                                                *
000430*    MODIFICATION HISTORY                                       *
000440*    DATE       INIT  DESCRIPTION                                *
000450*    2026-10-15 DLR   ORIGINAL.                                  *
000460*                                                                *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.  CALCVRPY.
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
000620     SELECT BODY-GEN ASSIGN TO BODYGEN
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BG-STATUS.
000650     SELECT RUN-CONTROL ASSIGN TO RUNCTL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RC-STATUS.
000680     SELECT AUDIT-LOG ASSIGN TO CALCVLOG
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-LOG-STATUS.
000710     SELECT HISTORY-MASTER ASSIGN TO HISTMST
000720         ORGANIZATION IS INDEXED
000730         ACCESS IS DYNAMIC
000740         RECORD KEY IS HIST-KEY
000750         FILE STATUS IS WS-HIST-STATUS.
000760     SELECT REPLAY-REPORT ASSIGN TO RPYRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  BODY-GEN
000830     RECORDING MODE IS F.
000840 COPY CALCVBG.
000850
000860 FD  RUN-CONTROL
000870     RECORDING MODE IS F.
000880 COPY CALCVRC.
000890
000900 FD  AUDIT-LOG
000910     RECORDING MODE IS F.
000920 COPY CALCVLG.
000930
000940 FD  HISTORY-MASTER
000950     RECORDING MODE IS F.
000960 COPY CALCVHS.
000970
000980 FD  REPLAY-REPORT
000990     RECORDING MODE IS F.
001000 COPY CALCVRP.
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-BG-STATUS                PIC X(02).
001040     88  WS-BG-OK                VALUE '00'.
001050     88  WS-BG-NOT-FOUND         VALUE '35'.
001060 01  WS-RC-STATUS                PIC X(02).
001070     88  WS-RC-OK                VALUE '00'.
001080     88  WS-RC-NOT-FOUND         VALUE '35'.
001090 01  WS-LOG-STATUS               PIC X(02).
001100     88  WS-LOG-OK               VALUE '00'.
001110     88  WS-LOG-NOT-FOUND        VALUE '35'.
001120 01  WS-HIST-STATUS              PIC X(02).
001130     88  WS-HIST-OK              VALUE '00'.
001140     88  WS-HIST-NOT-FOUND       VALUE '35'.
001150 01  WS-RPT-STATUS               PIC X(02).
001160     88  WS-RPT-OK               VALUE '00'.
001170     88  WS-RPT-NOT-FOUND        VALUE '35'.
001180
001190 01  WS-SWITCHES.
001200     05  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001210         88  WS-EOF              VALUE 'Y'.
001220     05  WS-RC-EOF-SW            PIC X(01)      VALUE 'N'.
001230         88  WS-RC-EOF           VALUE 'Y'.
001240     05  WS-BG-EOF-SW            PIC X(01)      VALUE 'N'.
001250         88  WS-BG-EOF           VALUE 'Y'.
001260     05  WS-HIST-OPEN-SW         PIC X(01)      VALUE 'N'.
001270         88  WS-HIST-OPEN        VALUE 'Y'.
001280     05  WS-LOG-OPEN-SW          PIC X(01)      VALUE 'N'.
001290         88  WS-LOG-OPEN         VALUE 'Y'.
001300     05  WS-RPT-OPEN-SW          PIC X(01)      VALUE 'N'.
001310         88  WS-RPT-OPEN         VALUE 'Y'.
001320     05  WS-RUN-GIVEN-SW         PIC X(01)      VALUE 'N'.
001330         88  WS-RUN-GIVEN        VALUE 'Y'.
001340     05  WS-RUN-FOUND-SW         PIC X(01)      VALUE 'N'.
001350         88  WS-RUN-FOUND        VALUE 'Y'.
001360     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
001370         88  WS-BODY-FOUND       VALUE 'Y'.
001380     05  WS-V-OVERFLOW-SW        PIC X(01)      VALUE 'N'.
001390         88  WS-V-OVERFLOW       VALUE 'Y'.
001400     05  WS-HIST-FOUND-SW        PIC X(01)      VALUE 'N'.
001410         88  WS-HIST-FOUND       VALUE 'Y'.
001420     05  WS-LINE-MATCH-SW        PIC X(01)      VALUE 'N'.
001430         88  WS-LINE-MATCHES     VALUE 'Y'.
001440
001450 01  WS-COUNTERS.
001460     05  WS-LOG-READ             PIC 9(07)      COMP VALUE ZERO.
001470     05  WS-REPLAYED-COUNT       PIC 9(07)      COMP VALUE ZERO.
001480     05  WS-MATCH-COUNT          PIC 9(07)      COMP VALUE ZERO.
001490     05  WS-MISMATCH-COUNT       PIC 9(07)      COMP VALUE ZERO.
001500     05  WS-NOT-ON-HIST-COUNT    PIC 9(07)      COMP VALUE ZERO.
001510
001520 01  ARG                         PIC X(100).
001530 01  ARG-DATE                    PIC X(08)  VALUE SPACES.
001540 01  ARG-RUN-NO                  PIC X(07)  VALUE SPACES.
001550
001560 01  WS-REPLAY-DATE              PIC 9(08)  VALUE ZERO.
001570 01  WS-REPLAY-RUN-NO            PIC 9(07)  VALUE ZERO.
001580 01  WS-REPLAY-RUN-TYPE          PIC X(01)  VALUE SPACE.
001590 01  WS-GIVEN-RUN-DATE           PIC 9(08)  VALUE ZERO.
001600 01  WS-BEST-FULL-RUN            PIC 9(07)  VALUE ZERO.
001610 01  WS-BEST-ANY-RUN             PIC 9(07)  VALUE ZERO.
001620 01  WS-BEST-ANY-TYPE            PIC X(01)  VALUE SPACE.
001630 01  WS-RUN-START-DATE           PIC 9(08)  VALUE ZERO.
001640 01  WS-RUN-START-TIME           PIC 9(08)  VALUE ZERO.
001650 01  WS-NUMVAL-CHECK             PIC S9(04)      COMP.
001660 01  WS-RUN-NO-SIGNED            PIC S9(09).
001670
001680******************************************************************
001690*    THE GENERATION BEING LOADED INTO CALCVBD.  A RECORD WITH A  *
001700*    NEW GENERATION NUMBER (STAMPED BEFORE THE RUN STARTED)      *
001710*    STARTS THE TABLE OVER, SO THE LAST ONE STANDING IS THE      *
001720*    GENERATION IN FORCE FOR THE RUN.                            *
001730******************************************************************
001740 01  WS-GEN-NO                   PIC 9(05)  VALUE ZERO.
001750 01  WS-GEN-EFF-DATE             PIC 9(08)  VALUE ZERO.
001760 01  WS-GEN-EFF-TIME             PIC 9(08)  VALUE ZERO.
001770
001780 01  WS-LOG-M-IMAGE              PIC X(14).
001790 01  WS-LOG-M REDEFINES WS-LOG-M-IMAGE
001800                                 PIC 9(10)V9(04).
001810
001820 01  WS-CALC-FIELDS.
001830     05  WS-V           PIC 9(05)V9(02).
001840     05  WS-G           PIC 9(16)V9(14) VALUE 0.00000000006674.
001850     05  EARTH-V-CONST  PIC 9(10)V9(02) VALUE 0000011160.53.
001860     05  MPS-TO-MPH-CONST PIC 9(01)V9(05) VALUE 2.23694.
001870     05  WS-V-KMS       PIC 9(05)V9(02).
001880     05  WS-V-MPH       PIC 9(08)V9(02).
001890     05  WS-REPLAY-OUTCOME PIC X(03).
001900         88  WS-REPLAY-OK VALUE 'OK '.
001910
001920******************************************************************
001930*    THE REPLAYED FIGURES IN THE SAME EDITED FORM HISTMST        *
001940*    CARRIES THEM, SO THE RECONCILIATION IS A STRAIGHT           *
001950*    CHARACTER COMPARE OF WHAT WAS RECORDED AGAINST WHAT THE     *
001960*    SAME ARITHMETIC PRODUCES TODAY.                             *
001970******************************************************************
001980 01  WS-REPLAY-FIGURES.
001990     05  WS-RPY-V-KMS            PIC ZZZZ9.99.
002000     05  WS-RPY-V-MPH            PIC ZZZZZZZ9.99.
002010     05  WS-RPY-V2               PIC ZZZZZZ.99.
002020
002030 01  WS-RECORDED-V2              PIC X(09).
002040 01  WS-REPLAYED-V2              PIC X(09).
002050 01  WS-RESULT-TEXT              PIC X(30).
002060 01  WS-M-DISPLAY                PIC ZZZZZZZZZ9.9999.
002070 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002080
002090 COPY CALCVBD.
002100
002110 PROCEDURE DIVISION.
002120
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002150     PERFORM 2000-REPLAY-LINE THRU 2000-REPLAY-LINE-EXIT
002160         UNTIL WS-EOF.
002170     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002180     STOP RUN.
002190
002200******************************************************************
002210*    1000-INITIALIZE - PARSE THE PARM, SETTLE WHICH RUN IS       *
002220*    BEING REPLAYED FROM RUNCTL, OPEN THE LOG AND READ TO THE    *
002230*    RUN'S FIRST LINE, LOAD THE BODY MASTER GENERATION IN FORCE  *
002240*    WHEN THAT LINE WAS WRITTEN, OPEN THE HISTORY MASTER AND     *
002250*    THE REPORT, AND PRINT THE HEADING                           *
002260******************************************************************
002270 1000-INITIALIZE.
002280     ACCEPT ARG FROM COMMAND-LINE.
002290     UNSTRING ARG DELIMITED BY ALL SPACES
002300         INTO ARG-DATE ARG-RUN-NO
002310     END-UNSTRING.
002320     IF ARG-DATE NOT NUMERIC
002330         DISPLAY 'CALCVRPY - PARM MUST BEGIN WITH THE RUN DATE '
002340             'AS YYYYMMDD - ' ARG-DATE
002350         MOVE 'Y' TO WS-EOF-SWITCH
002360         MOVE 12 TO RETURN-CODE
002370         GO TO 1000-INITIALIZE-EXIT
002380     END-IF.
002390     MOVE ARG-DATE TO WS-REPLAY-DATE.
002400     IF ARG-RUN-NO NOT = SPACES
002410         MOVE FUNCTION TEST-NUMVAL(ARG-RUN-NO) TO WS-NUMVAL-CHECK
002420         IF WS-NUMVAL-CHECK NOT = ZERO
002430             DISPLAY 'CALCVRPY - RUN NUMBER NOT NUMERIC - '
002440                 ARG-RUN-NO
002450             MOVE 'Y' TO WS-EOF-SWITCH
002460             MOVE 12 TO RETURN-CODE
002470             GO TO 1000-INITIALIZE-EXIT
002480         END-IF
002490         MOVE FUNCTION NUMVAL(ARG-RUN-NO) TO WS-RUN-NO-SIGNED
002500         MOVE WS-RUN-NO-SIGNED TO WS-REPLAY-RUN-NO
002510         MOVE 'Y' TO WS-RUN-GIVEN-SW
002520     END-IF.
002530
002540     PERFORM 1100-RESOLVE-RUN THRU 1100-RESOLVE-RUN-EXIT.
002550     IF WS-EOF
002560         GO TO 1000-INITIALIZE-EXIT
002570     END-IF.
002580
002590     OPEN INPUT AUDIT-LOG.
002600     IF NOT WS-LOG-OK
002610         DISPLAY 'CALCVRPY - UNABLE TO OPEN CALCVLOG, STATUS = '
002620             WS-LOG-STATUS
002630         MOVE 'Y' TO WS-EOF-SWITCH
002640         MOVE 12 TO RETURN-CODE
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF.
002670     MOVE 'Y' TO WS-LOG-OPEN-SW.
002680
002690*    THE RUN STARTED WITH ITS FIRST LOG LINE.  WITH NO LINES ON
002700*    FILE THE GENERATION IN FORCE AT THE END OF THE DATE IS USED
002710*    FOR THE HEADING, AND 9000 REPORTS THE MISSING LINES.
002720     PERFORM 2100-READ-LOG THRU 2100-READ-LOG-EXIT.
002730     IF WS-EOF
002740         MOVE WS-REPLAY-DATE TO WS-RUN-START-DATE
002750         MOVE 99999999 TO WS-RUN-START-TIME
002760     ELSE
002770         MOVE LOG-DATE TO WS-RUN-START-DATE
002780         MOVE LOG-TIME TO WS-RUN-START-TIME
002790     END-IF.
002800
002810     PERFORM 1200-LOAD-GENERATION THRU 1200-LOAD-GENERATION-EXIT.
002820     IF CALCV-BODY-COUNT = ZERO
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF.
002850
002860     OPEN INPUT HISTORY-MASTER.
002870     IF WS-HIST-OK
002880         MOVE 'Y' TO WS-HIST-OPEN-SW
002890     ELSE
002900         IF NOT WS-HIST-NOT-FOUND
002910             DISPLAY 'CALCVRPY - UNABLE TO OPEN HISTMST, '
002920                 'STATUS = ' WS-HIST-STATUS
002930             MOVE 'Y' TO WS-EOF-SWITCH
002940             MOVE 12 TO RETURN-CODE
002950             GO TO 1000-INITIALIZE-EXIT
002960         END-IF
002970     END-IF.
002980
002990     OPEN EXTEND REPLAY-REPORT.
003000     IF WS-RPT-NOT-FOUND
003010         OPEN OUTPUT REPLAY-REPORT
003020     END-IF.
003030     IF NOT WS-RPT-OK
003040         DISPLAY 'CALCVRPY - UNABLE TO OPEN RPYRPT, STATUS = '
003050             WS-RPT-STATUS
003060         MOVE 'Y' TO WS-EOF-SWITCH
003070         MOVE 12 TO RETURN-CODE
003080         GO TO 1000-INITIALIZE-EXIT
003090     END-IF.
003100     MOVE 'Y' TO WS-RPT-OPEN-SW.
003110
003120     MOVE SPACES TO RPT-LINE.
003130     STRING 'CALCULATE-V AS-OF REPLAY - RUN DATE '
003140         WS-REPLAY-DATE '  RUN NO ' WS-REPLAY-RUN-NO
003150         '  TYPE ' WS-REPLAY-RUN-TYPE
003160         DELIMITED BY SIZE INTO RPT-LINE
003170     END-STRING.
003180     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003190     MOVE SPACES TO RPT-LINE.
003200     IF WS-GEN-EFF-DATE = ZERO
003210         STRING 'BODY MASTER GENERATION ' WS-GEN-NO
003220             ' - BASELINE, IN FORCE BEFORE GENERATIONS WERE KEPT'
003230             DELIMITED BY SIZE INTO RPT-LINE
003240         END-STRING
003250     ELSE
003260         STRING 'BODY MASTER GENERATION ' WS-GEN-NO
003270             ' - EFFECTIVE FROM ' WS-GEN-EFF-DATE ' '
003280             WS-GEN-EFF-TIME
003290             DELIMITED BY SIZE INTO RPT-LINE
003300         END-STRING
003310     END-IF.
003320     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003330     IF NOT WS-HIST-OPEN
003340         MOVE SPACES TO RPT-LINE
003350         STRING 'NO HISTORY MASTER ON FILE - FIGURES ARE CHECKED '
003360             'AGAINST THE LOG ONLY'
003370             DELIMITED BY SIZE INTO RPT-LINE
003380         END-STRING
003390         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
003400     END-IF.
003410     MOVE SPACES TO RPT-LINE.
003420     STRING 'BODY        MASS MULTIPLE'
003430         '   RECORDED   REPLAYED  RESULT'
003440         DELIMITED BY SIZE INTO RPT-LINE
003450     END-STRING.
003460     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003470 1000-INITIALIZE-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    1100-RESOLVE-RUN - READ RUNCTL TO SETTLE THE RUN BEING      *
003520*    REPLAYED.  A GIVEN RUN NUMBER MUST BE ON FILE FOR THE       *
003530*    GIVEN DATE.  WITHOUT ONE, THE HIGHEST-NUMBERED COMPLETE     *
003540*    FULL RUN FOR THE DATE IS TAKEN, OR FAILING THAT THE         *
003550*    HIGHEST-NUMBERED COMPLETE RUN OF ANY TYPE.  NOTHING ON      *
003560*    FILE FOR THE DATE ENDS THE REPLAY RC=8.                     *
003570******************************************************************
003580 1100-RESOLVE-RUN.
003590     OPEN INPUT RUN-CONTROL.
003600     IF WS-RC-NOT-FOUND
003610         DISPLAY 'CALCVRPY - NO RUNCTL DATASET - NO RUN TO REPLAY'
003620         MOVE 'Y' TO WS-EOF-SWITCH
003630         MOVE 8 TO RETURN-CODE
003640         GO TO 1100-RESOLVE-RUN-EXIT
003650     END-IF.
003660     IF NOT WS-RC-OK
003670         DISPLAY 'CALCVRPY - UNABLE TO OPEN RUNCTL, STATUS = '
003680             WS-RC-STATUS
003690         MOVE 'Y' TO WS-EOF-SWITCH
003700         MOVE 12 TO RETURN-CODE
003710         GO TO 1100-RESOLVE-RUN-EXIT
003720     END-IF.
003730     PERFORM 1110-READ-ONE-RUNCTL THRU 1110-READ-ONE-RUNCTL-EXIT
003740         UNTIL WS-RC-EOF.
003750     CLOSE RUN-CONTROL.
003760
003770     IF WS-RUN-GIVEN
003780         IF NOT WS-RUN-FOUND
003790             DISPLAY 'CALCVRPY - RUN ' WS-REPLAY-RUN-NO
003800                 ' IS NOT ON RUNCTL'
003810             MOVE 'Y' TO WS-EOF-SWITCH
003820             MOVE 8 TO RETURN-CODE
003830             GO TO 1100-RESOLVE-RUN-EXIT
003840         END-IF
003850         IF WS-GIVEN-RUN-DATE NOT = WS-REPLAY-DATE
003860             DISPLAY 'CALCVRPY - RUN ' WS-REPLAY-RUN-NO
003870                 ' RAN ON ' WS-GIVEN-RUN-DATE ', NOT ON '
003880                 WS-REPLAY-DATE
003890             MOVE 'Y' TO WS-EOF-SWITCH
003900             MOVE 8 TO RETURN-CODE
003910         END-IF
003920         GO TO 1100-RESOLVE-RUN-EXIT
003930     END-IF.
003940
003950     EVALUATE TRUE
003960         WHEN WS-BEST-FULL-RUN > ZERO
003970             MOVE WS-BEST-FULL-RUN TO WS-REPLAY-RUN-NO
003980             MOVE 'F' TO WS-REPLAY-RUN-TYPE
003990         WHEN WS-BEST-ANY-RUN > ZERO
004000             MOVE WS-BEST-ANY-RUN TO WS-REPLAY-RUN-NO
004010             MOVE WS-BEST-ANY-TYPE TO WS-REPLAY-RUN-TYPE
004020         WHEN OTHER
004030             DISPLAY 'CALCVRPY - NO COMPLETE RUN ON RUNCTL FOR '
004040                 WS-REPLAY-DATE
004050             MOVE 'Y' TO WS-EOF-SWITCH
004060             MOVE 8 TO RETURN-CODE
004070     END-EVALUATE.
004080 1100-RESOLVE-RUN-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*    1110-READ-ONE-RUNCTL - READ ONE RUN-CONTROL RECORD, NOTING  *
004130*    THE GIVEN RUN'S DATE AND TYPE, OR THE BEST CANDIDATE RUN    *
004140*    FOR THE REPLAY DATE                                         *
004150*    - A CALCVJN JOB-STEP (J) RECORD IS PASSED OVER              *
004160******************************************************************
004170 1110-READ-ONE-RUNCTL.
004180     READ RUN-CONTROL
004190         AT END
004200             MOVE 'Y' TO WS-RC-EOF-SW
004210             GO TO 1110-READ-ONE-RUNCTL-EXIT
004220     END-READ.
004230     IF RC-JOB-STEP
004240         GO TO 1110-READ-ONE-RUNCTL-EXIT
004250     END-IF.
004260     IF WS-RUN-GIVEN
004270         IF RC-RUN-NUMBER = WS-REPLAY-RUN-NO
004280             MOVE 'Y' TO WS-RUN-FOUND-SW
004290             MOVE RC-RUN-DATE TO WS-GIVEN-RUN-DATE
004300             MOVE RC-RUN-TYPE TO WS-REPLAY-RUN-TYPE
004310         END-IF
004320         GO TO 1110-READ-ONE-RUNCTL-EXIT
004330     END-IF.
004340     IF RC-RUN-DATE NOT = WS-REPLAY-DATE
004350         OR NOT RC-COMPLETE
004360         GO TO 1110-READ-ONE-RUNCTL-EXIT
004370     END-IF.
004380     IF RC-FULL-RUN AND RC-RUN-NUMBER > WS-BEST-FULL-RUN
004390         MOVE RC-RUN-NUMBER TO WS-BEST-FULL-RUN
004400     END-IF.
004410     IF RC-RUN-NUMBER > WS-BEST-ANY-RUN
004420         MOVE RC-RUN-NUMBER TO WS-BEST-ANY-RUN
004430         MOVE RC-RUN-TYPE TO WS-BEST-ANY-TYPE
004440     END-IF.
004450 1110-READ-ONE-RUNCTL-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*    1200-LOAD-GENERATION - LOAD CALCVBD FROM THE BODY MASTER    *
004500*    GENERATION IN FORCE WHEN THE RUN STARTED - THE HIGHEST-     *
004510*    NUMBERED ONE STAMPED BEFORE WS-RUN-START-DATE/TIME.         *
004520*    GENERATIONS ARE APPENDED IN NUMBER ORDER, SO EACH NEW       *
004530*    QUALIFYING GENERATION NUMBER SIMPLY STARTS THE TABLE OVER.  *
004540*    NONE IN FORCE ENDS THE REPLAY RC=8 - THERE IS NOTHING       *
004550*    TRUSTWORTHY TO REPLAY AGAINST.                              *
004560******************************************************************
004570 1200-LOAD-GENERATION.
004580     MOVE ZERO TO CALCV-BODY-COUNT.
004590     MOVE ZERO TO WS-GEN-NO.
004600     OPEN INPUT BODY-GEN.
004610     IF WS-BG-NOT-FOUND
004620         DISPLAY 'CALCVRPY - NO BODYGEN DATASET - NO BODY MASTER '
004630             'GENERATIONS ON FILE'
004640         MOVE 'Y' TO WS-EOF-SWITCH
004650         MOVE 8 TO RETURN-CODE
004660         GO TO 1200-LOAD-GENERATION-EXIT
004670     END-IF.
004680     IF NOT WS-BG-OK
004690         DISPLAY 'CALCVRPY - UNABLE TO OPEN BODYGEN, STATUS = '
004700             WS-BG-STATUS
004710         MOVE 'Y' TO WS-EOF-SWITCH
004720         MOVE 12 TO RETURN-CODE
004730         GO TO 1200-LOAD-GENERATION-EXIT
004740     END-IF.
004750     PERFORM 1210-LOAD-ONE-GEN-BODY
004760         THRU 1210-LOAD-ONE-GEN-BODY-EXIT
004770         UNTIL WS-BG-EOF.
004780     CLOSE BODY-GEN.
004790     IF CALCV-BODY-COUNT = ZERO
004800         DISPLAY 'CALCVRPY - NO BODY MASTER GENERATION IN FORCE '
004810             'AT ' WS-RUN-START-DATE ' ' WS-RUN-START-TIME
004820         MOVE 'Y' TO WS-EOF-SWITCH
004830         MOVE 8 TO RETURN-CODE
004840         GO TO 1200-LOAD-GENERATION-EXIT
004850     END-IF.
004860     DISPLAY 'CALCVRPY - REPLAYING RUN ' WS-REPLAY-RUN-NO
004870         ' AGAINST BODY MASTER GENERATION ' WS-GEN-NO.
004880 1200-LOAD-GENERATION-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920*    1210-LOAD-ONE-GEN-BODY - READ ONE GENERATION RECORD.  ONE   *
004930*    STAMPED AT OR AFTER THE RUN'S START IS IGNORED; ONE FROM A  *
004940*    NEWER QUALIFYING GENERATION CLEARS THE TABLE FIRST.  THE    *
004950*    MANTISSA/EXPONENT MASS IS CONVERTED TO COMP-2 EXACTLY AS    *
004960*    THE BODYMST LOAD DOES.                                      *
004970******************************************************************
004980 1210-LOAD-ONE-GEN-BODY.
004990     READ BODY-GEN
005000         AT END
005010             MOVE 'Y' TO WS-BG-EOF-SW
005020             GO TO 1210-LOAD-ONE-GEN-BODY-EXIT
005030     END-READ.
005040     IF BG-EFF-DATE > WS-RUN-START-DATE
005050         OR (BG-EFF-DATE = WS-RUN-START-DATE
005060             AND BG-EFF-TIME NOT < WS-RUN-START-TIME)
005070         GO TO 1210-LOAD-ONE-GEN-BODY-EXIT
005080     END-IF.
005090     IF BG-GEN-NO NOT = WS-GEN-NO
005100         MOVE BG-GEN-NO TO WS-GEN-NO
005110         MOVE BG-EFF-DATE TO WS-GEN-EFF-DATE
005120         MOVE BG-EFF-TIME TO WS-GEN-EFF-TIME
005130         MOVE ZERO TO CALCV-BODY-COUNT
005140     END-IF.
005150     IF CALCV-BODY-COUNT NOT < 50
005160         DISPLAY 'CALCVRPY - GENERATION ' BG-GEN-NO
005170             ' EXCEEDS 50 BODIES, REMAINDER IGNORED'
005180         GO TO 1210-LOAD-ONE-GEN-BODY-EXIT
005190     END-IF.
005200     ADD 1 TO CALCV-BODY-COUNT.
005210     SET CALCV-BODY-IDX TO CALCV-BODY-COUNT.
005220     MOVE BG-BODY-CODE TO CALCV-BODY-CODE (CALCV-BODY-IDX).
005230     MOVE BG-RADIUS TO CALCV-BODY-RADIUS (CALCV-BODY-IDX).
005240     COMPUTE CALCV-BODY-MASS (CALCV-BODY-IDX) =
005250         BG-MASS-MANT * 10 ** BG-MASS-EXP.
005260     MOVE BG-PRIMARY TO CALCV-BODY-PRIMARY (CALCV-BODY-IDX).
005270 1210-LOAD-ONE-GEN-BODY-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*    2000-REPLAY-LINE - REPLAY ONE LOG LINE OF THE RUN:          *
005320*    RECOMPUTE IT AGAINST THE GENERATION, RECONCILE IT, PRINT    *
005330*    IT, AND READ THE NEXT LINE OF THE RUN                       *
005340******************************************************************
005350 2000-REPLAY-LINE.
005360     ADD 1 TO WS-REPLAYED-COUNT.
005370     MOVE LOG-ARG (1:14) TO WS-LOG-M-IMAGE.
005380     PERFORM 2200-RECOMPUTE THRU 2200-RECOMPUTE-EXIT.
005390     PERFORM 2300-RECONCILE THRU 2300-RECONCILE-EXIT.
005400
005410     MOVE SPACES TO RPT-LINE.
005420     IF WS-LOG-M-IMAGE NUMERIC
005430         MOVE WS-LOG-M TO WS-M-DISPLAY
005440         STRING LOG-BODY-CODE ' ' WS-M-DISPLAY '  '
005450             WS-RECORDED-V2 '  ' WS-REPLAYED-V2 '  '
005460             WS-RESULT-TEXT
005470             DELIMITED BY SIZE INTO RPT-LINE
005480         END-STRING
005490     ELSE
005500         STRING LOG-BODY-CODE ' ' WS-LOG-M-IMAGE ' '
005510             '  ' WS-RECORDED-V2 '  ' WS-REPLAYED-V2 '  '
005520             WS-RESULT-TEXT
005530             DELIMITED BY SIZE INTO RPT-LINE
005540         END-STRING
005550     END-IF.
005560     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
005570
005580     PERFORM 2100-READ-LOG THRU 2100-READ-LOG-EXIT.
005590 2000-REPLAY-LINE-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*    2100-READ-LOG - READ FORWARD TO THE NEXT CALCVLOG LINE OF   *
005640*    THE RUN BEING REPLAYED.  A LINE IN AN OLDER LOG FORMAT      *
005650*    (NO RUN NUMBER) CANNOT BELONG TO THE RUN AND IS PASSED BY.  *
005660******************************************************************
005670 2100-READ-LOG.
005680     READ AUDIT-LOG
005690         AT END
005700             MOVE 'Y' TO WS-EOF-SWITCH
005710             GO TO 2100-READ-LOG-EXIT
005720     END-READ.
005730     ADD 1 TO WS-LOG-READ.
005740     IF LOG-RUN-NO NOT NUMERIC
005750         OR LOG-RUN-NO NOT = WS-REPLAY-RUN-NO
005760         OR LOG-DATE NOT = WS-REPLAY-DATE
005770         GO TO 2100-READ-LOG
005780     END-IF.
005790 2100-READ-LOG-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    2200-RECOMPUTE - RUN THE LOGGED M AND BODY THROUGH THE      *
005840*    CALCVBAT ESCAPE-VELOCITY ARITHMETIC AGAINST THE GENERATION  *
005850*    IN FORCE.  THE OUTCOME IS OK, OR THE REASON CALCVBAT WOULD  *
005860*    HAVE SKIPPED IT: ZRM (ZERO M), UNK (BODY NOT IN THE         *
005870*    GENERATION), OVF (TOO LARGE TO REPRESENT).  AN M THAT DOES  *
005880*    NOT READ AS A NUMBER IS BAD.                                *
005890******************************************************************
005900 2200-RECOMPUTE.
005910     MOVE SPACES TO WS-REPLAY-FIGURES.
005920     IF WS-LOG-M-IMAGE NOT NUMERIC
005930         MOVE 'BAD' TO WS-REPLAY-OUTCOME
005940         GO TO 2200-RECOMPUTE-EXIT
005950     END-IF.
005960     IF WS-LOG-M = ZERO
005970         MOVE 'ZRM' TO WS-REPLAY-OUTCOME
005980         GO TO 2200-RECOMPUTE-EXIT
005990     END-IF.
006000     MOVE 'N' TO WS-BODY-FOUND-SW.
006010     SET CALCV-BODY-IDX TO 1.
006020     SEARCH CALCV-BODY-ENTRY
006030         AT END
006040             MOVE 'N' TO WS-BODY-FOUND-SW
006050         WHEN CALCV-BODY-CODE (CALCV-BODY-IDX) = LOG-BODY-CODE
006060             MOVE 'Y' TO WS-BODY-FOUND-SW
006070     END-SEARCH.
006080     IF NOT WS-BODY-FOUND
006090         MOVE 'UNK' TO WS-REPLAY-OUTCOME
006100         GO TO 2200-RECOMPUTE-EXIT
006110     END-IF.
006120     MOVE 'N' TO WS-V-OVERFLOW-SW.
006130     COMPUTE WS-V ROUNDED =
006140         FUNCTION SQRT((2 * WS-G * WS-LOG-M *
006150             CALCV-BODY-MASS (CALCV-BODY-IDX))
006160             / CALCV-BODY-RADIUS (CALCV-BODY-IDX))
006170         ON SIZE ERROR
006180             MOVE 'Y' TO WS-V-OVERFLOW-SW
006190     END-COMPUTE.
006200     IF WS-V-OVERFLOW
006210         MOVE 'OVF' TO WS-REPLAY-OUTCOME
006220         GO TO 2200-RECOMPUTE-EXIT
006230     END-IF.
006240     COMPUTE WS-V-KMS ROUNDED = WS-V / 1000.
006250     COMPUTE WS-V-MPH ROUNDED = WS-V * MPS-TO-MPH-CONST.
006260     COMPUTE WS-V ROUNDED = WS-V / EARTH-V-CONST.
006270     MOVE WS-V-KMS TO WS-RPY-V-KMS.
006280     MOVE WS-V-MPH TO WS-RPY-V-MPH.
006290     MOVE WS-V TO WS-RPY-V2.
006300     MOVE 'OK ' TO WS-REPLAY-OUTCOME.
006310 2200-RECOMPUTE-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*    2300-RECONCILE - SET THE RECORDED AND REPLAYED V2 COLUMNS   *
006360*    AND THE RESULT FOR ONE LINE, AND COUNT IT.  A SKIP THAT     *
006370*    STILL SKIPS MATCHES.  A COMPUTED FIGURE IS HELD AGAINST     *
006380*    THE HISTMST RECORD FOR THE SAME BODY, DATE, AND M - ALL     *
006390*    THREE FIGURES MUST AGREE - OR, WHEN THAT RECORD IS GONE,    *
006400*    AGAINST THE V2 THE LOG LINE CARRIES.                        *
006410******************************************************************
006420 2300-RECONCILE.
006430     MOVE 'N' TO WS-LINE-MATCH-SW.
006440     MOVE 'N' TO WS-HIST-FOUND-SW.
006450     MOVE LOG-V2 TO WS-RECORDED-V2.
006460     IF WS-REPLAY-OK
006470         MOVE WS-RPY-V2 TO WS-REPLAYED-V2
006480     ELSE
006490         MOVE SPACES TO WS-REPLAYED-V2
006500         MOVE WS-REPLAY-OUTCOME TO WS-REPLAYED-V2 (7:3)
006510     END-IF.
006520
006530     IF LOG-STATUS-INVALID
006540         MOVE SPACES TO WS-RECORDED-V2
006550         MOVE 'INV' TO WS-RECORDED-V2 (7:3)
006560         IF WS-REPLAY-OK
006570             MOVE 'SKIPPED THEN, COMPUTES NOW' TO WS-RESULT-TEXT
006580         ELSE
006590             MOVE 'Y' TO WS-LINE-MATCH-SW
006600             MOVE 'MATCH - SKIPPED BOTH TIMES' TO WS-RESULT-TEXT
006610         END-IF
006620         GO TO 2300-COUNT
006630     END-IF.
006640
006650     IF NOT WS-REPLAY-OK
006660         MOVE 'COMPUTED THEN, SKIPS NOW' TO WS-RESULT-TEXT
006670         GO TO 2300-COUNT
006680     END-IF.
006690
006700     IF WS-HIST-OPEN
006710         MOVE LOG-BODY-CODE TO HIST-BODY-CODE
006720         MOVE WS-REPLAY-DATE TO HIST-RUN-DATE
006730         MOVE WS-LOG-M TO HIST-M
006740         MOVE 'Y' TO WS-HIST-FOUND-SW
006750         READ HISTORY-MASTER
006760             INVALID KEY
006770                 MOVE 'N' TO WS-HIST-FOUND-SW
006780         END-READ
006790     END-IF.
006800
006810     IF WS-HIST-FOUND
006820         MOVE HIST-V2 TO WS-RECORDED-V2
006830         IF HIST-V-KMS = WS-RPY-V-KMS
006840             AND HIST-V-MPH = WS-RPY-V-MPH
006850             AND HIST-V2 = WS-RPY-V2
006860             MOVE 'Y' TO WS-LINE-MATCH-SW
006870             MOVE 'MATCH' TO WS-RESULT-TEXT
006880         ELSE
006890             MOVE 'MISMATCH - HISTMST DIFFERS' TO WS-RESULT-TEXT
006900         END-IF
006910         GO TO 2300-COUNT
006920     END-IF.
006930
006940     ADD 1 TO WS-NOT-ON-HIST-COUNT.
006950     IF LOG-V2 = WS-RPY-V2
006960         MOVE 'Y' TO WS-LINE-MATCH-SW
006970         MOVE 'NOT ON HISTMST - LOG AGREES' TO WS-RESULT-TEXT
006980     ELSE
006990         MOVE 'NOT ON HISTMST - LOG DIFFERS' TO WS-RESULT-TEXT
007000     END-IF.
007010
007020 2300-COUNT.
007030     IF WS-LINE-MATCHES
007040         ADD 1 TO WS-MATCH-COUNT
007050     ELSE
007060         ADD 1 TO WS-MISMATCH-COUNT
007070     END-IF.
007080 2300-RECONCILE-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120*    9000-TERMINATE - PRINT THE COUNTS AND THE VERDICT, CLOSE    *
007130*    FILES, AND SET RC=4 WHEN ANYTHING FAILED TO RECONCILE OR    *
007140*    THE RUN LEFT NO LOG LINES TO REPLAY.  A REPLAY THAT ENDED   *
007150*    IN 1000 SKIPS THE COUNTS AND CLOSES ONLY WHAT IT OPENED.    *
007160******************************************************************
007170 9000-TERMINATE.
007180     IF NOT WS-RPT-OPEN
007190         GO TO 9000-CLOSE-FILES
007200     END-IF.
007210
007220     MOVE SPACES TO RPT-LINE.
007230     MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISPLAY.
007240     STRING 'LOG LINES REPLAYED  = ' WS-COUNT-DISPLAY
007250         DELIMITED BY SIZE INTO RPT-LINE
007260     END-STRING.
007270     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007280
007290     MOVE SPACES TO RPT-LINE.
007300     MOVE WS-MATCH-COUNT TO WS-COUNT-DISPLAY.
007310     STRING 'MATCHED             = ' WS-COUNT-DISPLAY
007320         DELIMITED BY SIZE INTO RPT-LINE
007330     END-STRING.
007340     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007350
007360     MOVE SPACES TO RPT-LINE.
007370     MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
007380     STRING 'MISMATCHED          = ' WS-COUNT-DISPLAY
007390         DELIMITED BY SIZE INTO RPT-LINE
007400     END-STRING.
007410     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007420
007430     MOVE SPACES TO RPT-LINE.
007440     MOVE WS-NOT-ON-HIST-COUNT TO WS-COUNT-DISPLAY.
007450     STRING 'NOT ON HISTMST      = ' WS-COUNT-DISPLAY
007460         DELIMITED BY SIZE INTO RPT-LINE
007470     END-STRING.
007480     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007490
007500     MOVE SPACES TO RPT-LINE.
007510     EVALUATE TRUE
007520         WHEN WS-REPLAYED-COUNT = ZERO
007530             STRING '*** NO LOG LINES FOR THE RUN - CONCATENATE '
007540                 'THE LOGARCH GENERATIONS ***'
007550                 DELIMITED BY SIZE INTO RPT-LINE
007560             END-STRING
007570             MOVE 4 TO RETURN-CODE
007580         WHEN WS-MISMATCH-COUNT > ZERO
007590             STRING '*** REPLAY DOES NOT RECONCILE - REVIEW THE '
007600                 'MISMATCHES ABOVE ***'
007610                 DELIMITED BY SIZE INTO RPT-LINE
007620             END-STRING
007630             MOVE 4 TO RETURN-CODE
007640         WHEN WS-NOT-ON-HIST-COUNT > ZERO
007650             STRING 'REPLAY AGREES WITH THE LOG - SOME FIGURES '
007660                 'NO LONGER ON HISTMST'
007670                 DELIMITED BY SIZE INTO RPT-LINE
007680             END-STRING
007690             MOVE 4 TO RETURN-CODE
007700         WHEN OTHER
007710             STRING 'REPLAY RECONCILES - EVERY FIGURE REPRODUCED'
007720                 DELIMITED BY SIZE INTO RPT-LINE
007730             END-STRING
007740     END-EVALUATE.
007750     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007760     MOVE SPACES TO RPT-LINE.
007770     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
007780
007790 9000-CLOSE-FILES.
007800     IF WS-LOG-OPEN
007810         CLOSE AUDIT-LOG
007820     END-IF.
007830     IF WS-HIST-OPEN
007840         CLOSE HISTORY-MASTER
007850     END-IF.
007860     IF WS-RPT-OPEN
007870         CLOSE REPLAY-REPORT
007880     END-IF.
007890 9000-TERMINATE-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
007940******************************************************************
007950 8000-EMIT-LINE.
007960     DISPLAY RPT-LINE.
007970     WRITE CALCV-REPORT-LINE.
007980 8000-EMIT-LINE-EXIT.
007990     EXIT.
