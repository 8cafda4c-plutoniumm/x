000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVVFY                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    VERIFICATION OF THE CERTIFIED HISTORY.  EVERY COMPLETE      *
000110*    BLOCK ON THE HISTCERT SNAPSHOT DATASET (CALCVCS RECORD,     *
000120*    WRITTEN BY CALCVCRT) IS HELD AGAINST WHAT THE LIVE HISTMST  *
000130*    MASTER AND THE HISTARCH GENERATIONS HOLD FOR THAT MONTH     *
000140*    TODAY.  A RECORD ON BOTH IS TAKEN AS THE MASTER HOLDS IT,   *
000150*    THE SAME RULE THE CERTIFICATION USED.  THE RUN:             *
000160*      - CHECKS EACH BLOCK AGAINST ITSELF FIRST - ITS BODY AND   *
000170*        TRAILER TOTALS AGAINST ITS OWN DETAIL RECORDS - SO AN   *
000180*        EDITED SNAPSHOT CANNOT VOUCH FOR AN EDITED MASTER,      *
000190*      - SORTS THE CERTIFIED IMAGES TOGETHER WITH THE CURRENT    *
000200*        RECORDS OF THE CERTIFIED MONTHS AND LISTS EVERY RECORD  *
000210*        ADDED, CHANGED, OR REMOVED SINCE CERTIFICATION,         *
000220*      - PRINTS, PER MONTH AND BODY, THE CERTIFIED AND CURRENT   *
000230*        RECORD COUNTS AND WHETHER THE HASH TOTALS OF M AND V2   *
000240*        STILL AGREE, AND A VERDICT FOR THE MONTH.               *
000250*    THE REPORT GOES TO VFYRPT.  RETURN CODES:                   *
000260*      0  EVERY CERTIFIED MONTH AGREES WITH ITS CERTIFICATION    *
000270*      4  AT LEAST ONE FINDING - SEE VFYRPT                      *
000280*     12  A DATASET COULD NOT BE OPENED, OR MORE THAN 500 BLOCKS *
000290*    A RECORD CERTIFIED FROM AN ARCHIVE GENERATION THAT HAS      *
000300*    SINCE ROLLED OFF THE GDG IS REPORTED REMOVED - IT IS.       *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-10-15 DLR   ORIGINAL.                                  *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.  CALCVVFY.
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
000510     SELECT CERT-FILE ASSIGN TO HISTCERT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CERT-STATUS.
000540     SELECT HISTORY-MASTER ASSIGN TO HISTMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS IS SEQUENTIAL
000570         RECORD KEY IS HIST-KEY
000580         FILE STATUS IS WS-HIST-STATUS.
000590     SELECT HIST-ARCHIVE ASSIGN TO HISTARCH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-HARCH-STATUS.
000620     SELECT VERIFY-REPORT ASSIGN TO VFYRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650     SELECT SORT-WORK ASSIGN TO SORTWK.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CERT-FILE
000700     RECORDING MODE IS F.
000710 COPY CALCVCS.
000720
000730 FD  HISTORY-MASTER
000740     RECORDING MODE IS F.
000750 COPY CALCVHS.
000760
000770 FD  HIST-ARCHIVE
000780     RECORDING MODE IS F.
000790 01  CALCV-HIST-ARCHIVE-RECORD   PIC X(65).
000800
000810 FD  VERIFY-REPORT
000820     RECORDING MODE IS F.
000830 COPY CALCVRP.
000840
000850******************************************************************
000860*    SORT-WORK - ONE RECORD PER CERTIFIED IMAGE (SOURCE 1) AND   *
000870*    PER CURRENT MASTER (2) OR ARCHIVE (3) RECORD OF A CERTIFIED *
000880*    MONTH, TAGGED WITH THE BLOCK IT IS HELD AGAINST.  EACH KEY  *
000890*    COMES BACK AS ONE GROUP: CERTIFIED, THEN MASTER, THEN       *
000900*    ARCHIVE.                                                    *
000910******************************************************************
000920 SD  SORT-WORK.
000930 01  VFY-SORT-RECORD.
000940     05  SORT-BLOCK              PIC 9(03).
000950     05  SORT-HIST-KEY           PIC X(30).
000960     05  SORT-SOURCE             PIC X(01).
000970         88  SORT-CERTIFIED      VALUE '1'.
000980     05  SORT-HIST-IMAGE         PIC X(65).
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-CERT-STATUS              PIC X(02).
001020     88  WS-CERT-OK              VALUE '00'.
001030     88  WS-CERT-NOT-FOUND       VALUE '35'.
001040 01  WS-HIST-STATUS              PIC X(02).
001050     88  WS-HIST-OK              VALUE '00'.
001060     88  WS-HIST-NOT-FOUND       VALUE '35'.
001070 01  WS-HARCH-STATUS             PIC X(02).
001080     88  WS-HARCH-OK             VALUE '00'.
001090     88  WS-HARCH-NOT-FOUND      VALUE '35'.
001100 01  WS-RPT-STATUS               PIC X(02).
001110     88  WS-RPT-OK               VALUE '00'.
001120     88  WS-RPT-NOT-FOUND        VALUE '35'.
001130
001140 01  WS-SWITCHES.
001150     05  WS-CERT-EOF-SW          PIC X(01)      VALUE 'N'.
001160         88  WS-CERT-EOF         VALUE 'Y'.
001170     05  WS-HIST-EOF-SW          PIC X(01)      VALUE 'N'.
001180         88  WS-HIST-EOF         VALUE 'Y'.
001190     05  WS-HARCH-EOF-SW         PIC X(01)      VALUE 'N'.
001200         88  WS-HARCH-EOF        VALUE 'Y'.
001210     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
001220         88  WS-SORT-EOF         VALUE 'Y'.
001230     05  WS-HIST-PRESENT-SW      PIC X(01)      VALUE 'N'.
001240         88  WS-HIST-PRESENT     VALUE 'Y'.
001250     05  WS-HARCH-PRESENT-SW     PIC X(01)      VALUE 'N'.
001260         88  WS-HARCH-PRESENT    VALUE 'Y'.
001270     05  WS-RPT-OPEN-SW          PIC X(01)      VALUE 'N'.
001280         88  WS-RPT-OPEN         VALUE 'Y'.
001290     05  WS-BLOCK-FOUND-SW       PIC X(01)      VALUE 'N'.
001300         88  WS-BLOCK-FOUND      VALUE 'Y'.
001310     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
001320         88  WS-BODY-FOUND       VALUE 'Y'.
001330     05  WS-BODY-FULL-SW         PIC X(01)      VALUE 'N'.
001340         88  WS-BODY-TABLE-FULL  VALUE 'Y'.
001350     05  WS-FINDINGS-HEADED-SW   PIC X(01)      VALUE 'N'.
001360         88  WS-FINDINGS-HEADED  VALUE 'Y'.
001370     05  WS-GRP-ACTIVE-SW        PIC X(01)      VALUE 'N'.
001380         88  WS-GRP-ACTIVE       VALUE 'Y'.
001390     05  WS-GRP-CERT-SW          PIC X(01)      VALUE 'N'.
001400         88  WS-GRP-CERTIFIED    VALUE 'Y'.
001410     05  WS-GRP-NOW-SW           PIC X(01)      VALUE 'N'.
001420         88  WS-GRP-ON-FILE      VALUE 'Y'.
001430     05  WS-BLOCK-CLEAN-SW       PIC X(01)      VALUE 'Y'.
001440         88  WS-BLOCK-CLEAN      VALUE 'Y'.
001450     05  WS-BODY-CLEAN-SW        PIC X(01)      VALUE 'Y'.
001460         88  WS-BODY-CLEAN       VALUE 'Y'.
001470     05  WS-ATTENTION-SW         PIC X(01)      VALUE 'N'.
001480         88  WS-ATTENTION        VALUE 'Y'.
001490     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
001500         88  WS-ABORTING         VALUE 'Y'.
001510     05  WS-IN-BLOCK-SW          PIC X(01)      VALUE 'N'.
001520         88  WS-IN-BLOCK         VALUE 'Y'.
001530
001540 01  WS-COUNTERS.
001550     05  WS-COMPLETE-BLOCKS      PIC 9(05)      COMP VALUE ZERO.
001560     05  WS-BLOCKS-INTACT        PIC 9(05)      COMP VALUE ZERO.
001570     05  WS-BLOCKS-FLAGGED       PIC 9(05)      COMP VALUE ZERO.
001580     05  WS-STRAY-RECORDS        PIC 9(07)      COMP VALUE ZERO.
001590     05  WS-H-READ               PIC 9(05)      COMP VALUE ZERO.
001600     05  WS-FINDINGS             PIC 9(07)      COMP VALUE ZERO.
001610
001620 01  WS-RUN-DATE                 PIC 9(08).
001630 01  WS-CUR-BLOCK                PIC 9(05)      COMP VALUE ZERO.
001640 01  WS-FIND-BLOCK               PIC 9(05)      COMP VALUE ZERO.
001650 01  WS-FIND-BODY                PIC X(08)      VALUE SPACES.
001660 01  WS-FIND-MONTH               PIC 9(06)      VALUE ZERO.
001670 01  WS-BLOCK-NO                 PIC 9(05)      COMP VALUE ZERO.
001680 01  WS-V2-WORK                  PIC S9(06)V9(02).
001690 01  WS-FINDING-TAG              PIC X(09)      VALUE SPACES.
001700 01  WS-IMAGE-LABEL              PIC X(11)      VALUE SPACES.
001710
001720******************************************************************
001730*    VFY-BLOCK-TABLE - ONE ENTRY PER HEADER ON HISTCERT, IN FILE *
001740*    ORDER.  STATE O IS A BLOCK WITH NO TRAILER (A CERTIFICATION *
001750*    THAT NEVER FINISHED), C A COMPLETE BLOCK, X A COMPLETE      *
001760*    BLOCK FOR A MONTH AN EARLIER BLOCK ALREADY CERTIFIED.  THE  *
001770*    T- TOTALS ARE AS THE TRAILER STATES THEM, THE D- TOTALS AS  *
001780*    RECOMPUTED FROM THE BLOCK'S OWN DETAIL RECORDS.             *
001790******************************************************************
001800 01  VFY-BLOCK-TABLE.
001810     05  VFY-BLOCK-COUNT         PIC 9(03)  COMP VALUE ZERO.
001820     05  VFY-BLOCK-ENTRY OCCURS 1 TO 500 TIMES
001830                 DEPENDING ON VFY-BLOCK-COUNT
001840                 INDEXED BY VFY-BLK-IDX.
001850         10  VFY-BLK-MONTH       PIC 9(06).
001860         10  VFY-BLK-DATE        PIC 9(08).
001870         10  VFY-BLK-OPERATOR    PIC X(08).
001880         10  VFY-BLK-STATE       PIC X(01).
001890             88  VFY-BLK-OPEN        VALUE 'O'.
001900             88  VFY-BLK-COMPLETE    VALUE 'C'.
001910             88  VFY-BLK-DUPLICATE   VALUE 'X'.
001920         10  VFY-BLK-SOUND-SW    PIC X(01).
001930             88  VFY-BLK-SOUND       VALUE 'Y'.
001940         10  VFY-BLK-HEADED-SW   PIC X(01).
001950             88  VFY-BLK-HEADED      VALUE 'Y'.
001960         10  VFY-BLK-T-RECORDS   PIC 9(07)  COMP.
001970         10  VFY-BLK-T-HASH-M    PIC 9(13)V9(04).
001980         10  VFY-BLK-T-HASH-V2   PIC 9(13)V9(02).
001990         10  VFY-BLK-T-BODIES    PIC 9(05)  COMP.
002000         10  VFY-BLK-D-RECORDS   PIC 9(07)  COMP.
002010         10  VFY-BLK-D-HASH-M    PIC 9(13)V9(04).
002020         10  VFY-BLK-D-HASH-V2   PIC 9(13)V9(02).
002030         10  VFY-BLK-B-BODIES    PIC 9(05)  COMP.
002040         10  VFY-BLK-ADDED       PIC 9(07)  COMP.
002050         10  VFY-BLK-CHANGED     PIC 9(07)  COMP.
002060         10  VFY-BLK-REMOVED     PIC 9(07)  COMP.
002070
002080******************************************************************
002090*    VFY-BODY-TABLE - ONE ENTRY PER BLOCK AND BODY: THE COUNT    *
002100*    AND HASH TOTALS AS THE BODY RECORD STATES THEM (B-), AS     *
002110*    RECOMPUTED FROM THE CERTIFIED DETAIL (D-), AND AS THE       *
002120*    MASTER AND ARCHIVE HOLD THEM TODAY (NOW-).  A BODY WITH NO  *
002130*    CERTIFIED RECORDS GAINS AN ENTRY WHEN ITS FIRST ADDED       *
002140*    RECORD IS MET.                                              *
002150******************************************************************
002160 01  VFY-BODY-TABLE.
002170     05  VFY-BODY-COUNT          PIC 9(04)  COMP VALUE ZERO.
002180     05  VFY-BODY-ENTRY OCCURS 1 TO 2000 TIMES
002190                 DEPENDING ON VFY-BODY-COUNT
002200                 INDEXED BY VFY-BOD-IDX.
002210         10  VFY-BOD-BLOCK       PIC 9(05)  COMP.
002220         10  VFY-BOD-CODE        PIC X(08).
002230         10  VFY-BOD-B-SW        PIC X(01).
002240             88  VFY-BOD-B-SEEN      VALUE 'Y'.
002250         10  VFY-BOD-B-RECORDS   PIC 9(07)  COMP.
002260         10  VFY-BOD-B-HASH-M    PIC 9(13)V9(04).
002270         10  VFY-BOD-B-HASH-V2   PIC 9(13)V9(02).
002280         10  VFY-BOD-D-RECORDS   PIC 9(07)  COMP.
002290         10  VFY-BOD-D-HASH-M    PIC 9(13)V9(04).
002300         10  VFY-BOD-D-HASH-V2   PIC 9(13)V9(02).
002310         10  VFY-BOD-NOW-RECORDS PIC 9(07)  COMP.
002320         10  VFY-BOD-NOW-HASH-M  PIC 9(13)V9(04).
002330         10  VFY-BOD-NOW-HASH-V2 PIC 9(13)V9(02).
002340
002350******************************************************************
002360*    WS-GRP-KEY - THE HISTORY KEY OF THE GROUP BEING COMPARED    *
002370******************************************************************
002380 01  WS-GRP-BLOCK                PIC 9(03)  VALUE ZERO.
002390 01  WS-GRP-KEY                  PIC X(30)  VALUE SPACES.
002400 01  WS-GRP-KEY-R REDEFINES WS-GRP-KEY.
002410     05  WS-GRP-BODY-CODE        PIC X(08).
002420     05  WS-GRP-RUN-DATE         PIC 9(08).
002430     05  WS-GRP-M                PIC 9(10)V9(04).
002440
002450******************************************************************
002460*    VFY-CERT-VIEW / VFY-NOW-VIEW / VFY-PRINT-VIEW - THE CALCVHS *
002470*    LAYOUT OVER THE CERTIFIED IMAGE, THE CURRENT IMAGE, AND     *
002480*    WHICHEVER OF THE TWO IS BEING LISTED                        *
002490******************************************************************
002500 01  VFY-CERT-VIEW               PIC X(65)  VALUE SPACES.
002510 01  VFY-NOW-VIEW                PIC X(65)  VALUE SPACES.
002520 01  VFY-PRINT-VIEW.
002530     05  VFY-HIST-BODY-CODE      PIC X(08).
002540     05  VFY-HIST-RUN-DATE       PIC 9(08).
002550     05  VFY-HIST-M              PIC 9(10)V9(04).
002560     05  FILLER                  PIC X(01).
002570     05  VFY-HIST-V-KMS          PIC X(08).
002580     05  FILLER                  PIC X(01).
002590     05  VFY-HIST-V-MPH          PIC X(11).
002600     05  FILLER                  PIC X(01).
002610     05  VFY-HIST-V2             PIC X(09).
002620     05  FILLER                  PIC X(01).
002630     05  VFY-HIST-STATUS         PIC X(03).
002640
002650 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002660 01  WS-COUNT-2-DISPLAY          PIC ZZZZZZ9.
002670 01  WS-COUNT-3-DISPLAY          PIC ZZZZZZ9.
002680 01  WS-M-DISPLAY                PIC ZZZZZZZZZ9.9999.
002690 01  WS-HASH-M-DISPLAY           PIC ZZZZZZZZZZZZ9.9999.
002700 01  WS-HASH-V2-DISPLAY          PIC ZZZZZZZZZZZZ9.99.
002710 01  WS-AGREE-M                  PIC X(06)  VALUE SPACES.
002720 01  WS-AGREE-V2                 PIC X(06)  VALUE SPACES.
002730
002740 PROCEDURE DIVISION.
002750
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002780     IF WS-ABORTING
002790         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002800         GO TO 0000-MAINLINE-EXIT
002810     END-IF.
002820     IF WS-COMPLETE-BLOCKS > ZERO
002830         SORT SORT-WORK
002840             ON ASCENDING KEY SORT-BLOCK SORT-HIST-KEY SORT-SOURCE
002850             INPUT PROCEDURE IS 2000-GATHER-RECORDS
002860                 THRU 2000-GATHER-RECORDS-EXIT
002870             OUTPUT PROCEDURE IS 3000-COMPARE-RECORDS
002880                 THRU 3000-COMPARE-RECORDS-EXIT
002890     END-IF.
002900     IF NOT WS-ABORTING
002910         PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
002920     END-IF.
002930     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002940 0000-MAINLINE-EXIT.
002950     STOP RUN.
002960
002970******************************************************************
002980*    1000-INITIALIZE - OPEN THE REPORT, LOAD AND SELF-CHECK THE  *
002990*    CERTIFICATIONS, AND OPEN THE MASTER AND THE ARCHIVE.  NO    *
003000*    MASTER OR NO ARCHIVE GENERATION IS NOT AN ERROR - EVERY     *
003010*    CERTIFIED RECORD THAT WAS ON IT IS SIMPLY REPORTED REMOVED. *
003020******************************************************************
003030 1000-INITIALIZE.
003040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003050     OPEN EXTEND VERIFY-REPORT.
003060     IF WS-RPT-NOT-FOUND
003070         OPEN OUTPUT VERIFY-REPORT
003080     END-IF.
003090     IF NOT WS-RPT-OK
003100         DISPLAY 'CALCVVFY - UNABLE TO OPEN VFYRPT, STATUS = '
003110             WS-RPT-STATUS
003120         MOVE 'Y' TO WS-ABORT-SW
003130         GO TO 1000-INITIALIZE-EXIT
003140     END-IF.
003150     MOVE 'Y' TO WS-RPT-OPEN-SW.
003160     MOVE SPACES TO RPT-LINE.
003170     STRING 'CALCULATE-V CERTIFIED HISTORY VERIFICATION - RUN '
003180         WS-RUN-DATE
003190         DELIMITED BY SIZE INTO RPT-LINE
003200     END-STRING.
003210     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
003220
003230     PERFORM 1100-LOAD-CERTIFICATIONS
003240         THRU 1100-LOAD-CERTIFICATIONS-EXIT.
003250     IF WS-ABORTING
003260         GO TO 1000-INITIALIZE-EXIT
003270     END-IF.
003280     IF VFY-BODY-COUNT > ZERO
003290         PERFORM 1300-CHECK-ONE-BODY THRU 1300-CHECK-ONE-BODY-EXIT
003300             VARYING VFY-BOD-IDX FROM 1 BY 1
003310             UNTIL VFY-BOD-IDX > VFY-BODY-COUNT
003320     END-IF.
003330     IF VFY-BLOCK-COUNT > ZERO
003340         PERFORM 1400-CHECK-ONE-BLOCK
003350             THRU 1400-CHECK-ONE-BLOCK-EXIT
003360             VARYING VFY-BLK-IDX FROM 1 BY 1
003370             UNTIL VFY-BLK-IDX > VFY-BLOCK-COUNT
003380     END-IF.
003390     IF WS-COMPLETE-BLOCKS = ZERO
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF.
003420
003430     OPEN INPUT HISTORY-MASTER.
003440     IF WS-HIST-OK
003450         MOVE 'Y' TO WS-HIST-PRESENT-SW
003460     ELSE
003470         IF NOT WS-HIST-NOT-FOUND
003480             DISPLAY 'CALCVVFY - UNABLE TO OPEN HISTMST, '
003490                 'STATUS = ' WS-HIST-STATUS
003500             MOVE 'Y' TO WS-ABORT-SW
003510             GO TO 1000-INITIALIZE-EXIT
003520         END-IF
003530     END-IF.
003540     OPEN INPUT HIST-ARCHIVE.
003550     IF WS-HARCH-OK
003560         MOVE 'Y' TO WS-HARCH-PRESENT-SW
003570     ELSE
003580         IF NOT WS-HARCH-NOT-FOUND
003590             DISPLAY 'CALCVVFY - UNABLE TO OPEN HISTARCH, '
003600                 'STATUS = ' WS-HARCH-STATUS
003610             MOVE 'Y' TO WS-ABORT-SW
003620             IF WS-HIST-PRESENT
003630                 CLOSE HISTORY-MASTER
003640             END-IF
003650             GO TO 1000-INITIALIZE-EXIT
003660         END-IF
003670     END-IF.
003680 1000-INITIALIZE-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    1100-LOAD-CERTIFICATIONS - FIRST PASS OF HISTCERT: BUILD    *
003730*    THE BLOCK AND BODY TABLES.  NO DATASET MEANS NO MONTH HAS   *
003740*    BEEN CERTIFIED YET.                                         *
003750******************************************************************
003760 1100-LOAD-CERTIFICATIONS.
003770     OPEN INPUT CERT-FILE.
003780     IF WS-CERT-NOT-FOUND
003790         GO TO 1100-LOAD-CERTIFICATIONS-EXIT
003800     END-IF.
003810     IF NOT WS-CERT-OK
003820         DISPLAY 'CALCVVFY - UNABLE TO OPEN HISTCERT, STATUS = '
003830             WS-CERT-STATUS
003840         MOVE 'Y' TO WS-ABORT-SW
003850         GO TO 1100-LOAD-CERTIFICATIONS-EXIT
003860     END-IF.
003870     MOVE 'N' TO WS-CERT-EOF-SW.
003880     PERFORM 1110-LOAD-ONE-CERT THRU 1110-LOAD-ONE-CERT-EXIT
003890         UNTIL WS-CERT-EOF.
003900     CLOSE CERT-FILE.
003910 1100-LOAD-CERTIFICATIONS-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950*    1110-LOAD-ONE-CERT - FILE ONE SNAPSHOT RECORD.  A HEADER    *
003960*    OPENS A NEW BLOCK.  DETAIL, BODY, AND TRAILER RECORDS MUST  *
003970*    FALL INSIDE AN OPEN BLOCK OF THEIR OWN MONTH - ONE THAT     *
003980*    DOES NOT IS A STRAY, AND HISTCERT HAS BEEN ALTERED.         *
003990******************************************************************
004000 1110-LOAD-ONE-CERT.
004010     READ CERT-FILE
004020         AT END
004030             MOVE 'Y' TO WS-CERT-EOF-SW
004040             GO TO 1110-LOAD-ONE-CERT-EXIT
004050     END-READ.
004060     IF CS-HEADER
004070         IF VFY-BLOCK-COUNT NOT < 500
004080             DISPLAY 'CALCVVFY - HISTCERT HOLDS MORE THAN 500 '
004090                 'CERTIFICATIONS - RUN STOPPED'
004100             MOVE 'Y' TO WS-ABORT-SW
004110             MOVE 'Y' TO WS-CERT-EOF-SW
004120             GO TO 1110-LOAD-ONE-CERT-EXIT
004130         END-IF
004140         ADD 1 TO VFY-BLOCK-COUNT
004150         SET VFY-BLK-IDX TO VFY-BLOCK-COUNT
004160         MOVE VFY-BLOCK-COUNT TO WS-CUR-BLOCK
004170         MOVE CS-MONTH TO VFY-BLK-MONTH (VFY-BLK-IDX)
004180         MOVE CS-CERT-DATE TO VFY-BLK-DATE (VFY-BLK-IDX)
004190         MOVE CS-OPERATOR TO VFY-BLK-OPERATOR (VFY-BLK-IDX)
004200         MOVE 'O' TO VFY-BLK-STATE (VFY-BLK-IDX)
004210         MOVE 'Y' TO VFY-BLK-SOUND-SW (VFY-BLK-IDX)
004220         MOVE 'N' TO VFY-BLK-HEADED-SW (VFY-BLK-IDX)
004230         MOVE ZERO TO VFY-BLK-T-RECORDS (VFY-BLK-IDX)
004240         MOVE ZERO TO VFY-BLK-T-HASH-M (VFY-BLK-IDX)
004250         MOVE ZERO TO VFY-BLK-T-HASH-V2 (VFY-BLK-IDX)
004260         MOVE ZERO TO VFY-BLK-T-BODIES (VFY-BLK-IDX)
004270         MOVE ZERO TO VFY-BLK-D-RECORDS (VFY-BLK-IDX)
004280         MOVE ZERO TO VFY-BLK-D-HASH-M (VFY-BLK-IDX)
004290         MOVE ZERO TO VFY-BLK-D-HASH-V2 (VFY-BLK-IDX)
004300         MOVE ZERO TO VFY-BLK-B-BODIES (VFY-BLK-IDX)
004310         MOVE ZERO TO VFY-BLK-ADDED (VFY-BLK-IDX)
004320         MOVE ZERO TO VFY-BLK-CHANGED (VFY-BLK-IDX)
004330         MOVE ZERO TO VFY-BLK-REMOVED (VFY-BLK-IDX)
004340         GO TO 1110-LOAD-ONE-CERT-EXIT
004350     END-IF.
004360
004370     IF WS-CUR-BLOCK = ZERO
004380         ADD 1 TO WS-STRAY-RECORDS
004390         GO TO 1110-LOAD-ONE-CERT-EXIT
004400     END-IF.
004410     SET VFY-BLK-IDX TO WS-CUR-BLOCK.
004420     IF NOT VFY-BLK-OPEN (VFY-BLK-IDX)
004430         OR CS-MONTH NOT = VFY-BLK-MONTH (VFY-BLK-IDX)
004440         ADD 1 TO WS-STRAY-RECORDS
004450         GO TO 1110-LOAD-ONE-CERT-EXIT
004460     END-IF.
004470
004480     EVALUATE TRUE
004490         WHEN CS-DETAIL
004500             PERFORM 1120-LOAD-DETAIL THRU 1120-LOAD-DETAIL-EXIT
004510         WHEN CS-BODY-TOTAL
004520             PERFORM 1130-LOAD-BODY-TOTAL
004530                 THRU 1130-LOAD-BODY-TOTAL-EXIT
004540         WHEN CS-TRAILER
004550             PERFORM 1140-LOAD-TRAILER THRU 1140-LOAD-TRAILER-EXIT
004560         WHEN OTHER
004570             ADD 1 TO WS-STRAY-RECORDS
004580     END-EVALUATE.
004590 1110-LOAD-ONE-CERT-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630*    1120-LOAD-DETAIL - ADD ONE CERTIFIED IMAGE INTO ITS BLOCK'S *
004640*    AND ITS BODY'S RECOMPUTED TOTALS                            *
004650******************************************************************
004660 1120-LOAD-DETAIL.
004670     MOVE CS-DATA TO VFY-PRINT-VIEW.
004680     COMPUTE WS-V2-WORK = FUNCTION NUMVAL(VFY-HIST-V2).
004690     ADD 1 TO VFY-BLK-D-RECORDS (VFY-BLK-IDX).
004700     ADD VFY-HIST-M TO VFY-BLK-D-HASH-M (VFY-BLK-IDX).
004710     ADD WS-V2-WORK TO VFY-BLK-D-HASH-V2 (VFY-BLK-IDX).
004720     MOVE WS-CUR-BLOCK TO WS-FIND-BLOCK.
004730     MOVE VFY-HIST-BODY-CODE TO WS-FIND-BODY.
004740     PERFORM 8100-FIND-BODY THRU 8100-FIND-BODY-EXIT.
004750     IF NOT WS-BODY-FOUND
004760         GO TO 1120-LOAD-DETAIL-EXIT
004770     END-IF.
004780     ADD 1 TO VFY-BOD-D-RECORDS (VFY-BOD-IDX).
004790     ADD VFY-HIST-M TO VFY-BOD-D-HASH-M (VFY-BOD-IDX).
004800     ADD WS-V2-WORK TO VFY-BOD-D-HASH-V2 (VFY-BOD-IDX).
004810 1120-LOAD-DETAIL-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*    1130-LOAD-BODY-TOTAL - FILE ONE BODY RECORD'S STATED TOTALS.*
004860*    A SECOND BODY RECORD FOR THE SAME BODY IN ONE BLOCK LEAVES  *
004870*    THE BLOCK UNSOUND.                                          *
004880******************************************************************
004890 1130-LOAD-BODY-TOTAL.
004900     MOVE WS-CUR-BLOCK TO WS-FIND-BLOCK.
004910     MOVE CS-TOT-BODY TO WS-FIND-BODY.
004920     PERFORM 8100-FIND-BODY THRU 8100-FIND-BODY-EXIT.
004930     IF NOT WS-BODY-FOUND
004940         GO TO 1130-LOAD-BODY-TOTAL-EXIT
004950     END-IF.
004960     IF VFY-BOD-B-SEEN (VFY-BOD-IDX)
004970         MOVE 'N' TO VFY-BLK-SOUND-SW (VFY-BLK-IDX)
004980         GO TO 1130-LOAD-BODY-TOTAL-EXIT
004990     END-IF.
005000     MOVE 'Y' TO VFY-BOD-B-SW (VFY-BOD-IDX).
005010     MOVE CS-TOT-RECORDS TO VFY-BOD-B-RECORDS (VFY-BOD-IDX).
005020     MOVE CS-TOT-HASH-M TO VFY-BOD-B-HASH-M (VFY-BOD-IDX).
005030     MOVE CS-TOT-HASH-V2 TO VFY-BOD-B-HASH-V2 (VFY-BOD-IDX).
005040     ADD 1 TO VFY-BLK-B-BODIES (VFY-BLK-IDX).
005050 1130-LOAD-BODY-TOTAL-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    1140-LOAD-TRAILER - CLOSE THE BLOCK COMPLETE WITH ITS       *
005100*    STATED TOTALS.  A MONTH AN EARLIER COMPLETE BLOCK ALREADY   *
005110*    CERTIFIED CANNOT BE CERTIFIED AGAIN BY CALCVCRT, SO A       *
005120*    SECOND ONE IS MARKED DUPLICATE AND NOT VERIFIED AGAINST.    *
005130******************************************************************
005140 1140-LOAD-TRAILER.
005150     MOVE CS-TOT-RECORDS TO VFY-BLK-T-RECORDS (VFY-BLK-IDX).
005160     MOVE CS-TOT-HASH-M TO VFY-BLK-T-HASH-M (VFY-BLK-IDX).
005170     MOVE CS-TOT-HASH-V2 TO VFY-BLK-T-HASH-V2 (VFY-BLK-IDX).
005180     MOVE CS-TOT-BODIES TO VFY-BLK-T-BODIES (VFY-BLK-IDX).
005190     MOVE CS-MONTH TO WS-FIND-MONTH.
005200     PERFORM 8200-FIND-COMPLETE-BLOCK
005210         THRU 8200-FIND-COMPLETE-BLOCK-EXIT.
005220     SET VFY-BLK-IDX TO WS-CUR-BLOCK.
005230     IF WS-BLOCK-FOUND
005240         MOVE 'X' TO VFY-BLK-STATE (VFY-BLK-IDX)
005250     ELSE
005260         MOVE 'C' TO VFY-BLK-STATE (VFY-BLK-IDX)
005270         ADD 1 TO WS-COMPLETE-BLOCKS
005280     END-IF.
005290 1140-LOAD-TRAILER-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*    1300-CHECK-ONE-BODY - A CERTIFIED BODY'S STATED TOTALS MUST *
005340*    MATCH THE TOTALS OF ITS OWN DETAIL RECORDS, AND EVERY BODY  *
005350*    WITH DETAIL MUST HAVE A BODY RECORD                         *
005360******************************************************************
005370 1300-CHECK-ONE-BODY.
005380     SET VFY-BLK-IDX TO VFY-BOD-BLOCK (VFY-BOD-IDX).
005390     IF NOT VFY-BOD-B-SEEN (VFY-BOD-IDX)
005400         OR VFY-BOD-B-RECORDS (VFY-BOD-IDX) NOT =
005410             VFY-BOD-D-RECORDS (VFY-BOD-IDX)
005420         OR VFY-BOD-B-HASH-M (VFY-BOD-IDX) NOT =
005430             VFY-BOD-D-HASH-M (VFY-BOD-IDX)
005440         OR VFY-BOD-B-HASH-V2 (VFY-BOD-IDX) NOT =
005450             VFY-BOD-D-HASH-V2 (VFY-BOD-IDX)
005460         MOVE 'N' TO VFY-BLK-SOUND-SW (VFY-BLK-IDX)
005470     END-IF.
005480 1300-CHECK-ONE-BODY-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    1400-CHECK-ONE-BLOCK - A COMPLETE BLOCK'S TRAILER MUST      *
005530*    MATCH THE TOTALS OF ITS OWN DETAIL RECORDS AND ITS COUNT OF *
005540*    BODY RECORDS                                                *
005550******************************************************************
005560 1400-CHECK-ONE-BLOCK.
005570     IF VFY-BLK-OPEN (VFY-BLK-IDX)
005580         GO TO 1400-CHECK-ONE-BLOCK-EXIT
005590     END-IF.
005600     IF VFY-BLK-T-RECORDS (VFY-BLK-IDX) NOT =
005610             VFY-BLK-D-RECORDS (VFY-BLK-IDX)
005620         OR VFY-BLK-T-HASH-M (VFY-BLK-IDX) NOT =
005630             VFY-BLK-D-HASH-M (VFY-BLK-IDX)
005640         OR VFY-BLK-T-HASH-V2 (VFY-BLK-IDX) NOT =
005650             VFY-BLK-D-HASH-V2 (VFY-BLK-IDX)
005660         OR VFY-BLK-T-BODIES (VFY-BLK-IDX) NOT =
005670             VFY-BLK-B-BODIES (VFY-BLK-IDX)
005680         MOVE 'N' TO VFY-BLK-SOUND-SW (VFY-BLK-IDX)
005690     END-IF.
005700 1400-CHECK-ONE-BLOCK-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*    2000-GATHER-RECORDS - SORT INPUT PROCEDURE.  RELEASE THE    *
005750*    CERTIFIED IMAGES OF EVERY COMPLETE BLOCK, THEN EVERY MASTER *
005760*    AND ARCHIVE RECORD WHOSE MONTH HAS A COMPLETE BLOCK.        *
005770******************************************************************
005780 2000-GATHER-RECORDS.
005790     OPEN INPUT CERT-FILE.
005800     IF NOT WS-CERT-OK
005810         DISPLAY 'CALCVVFY - UNABLE TO REOPEN HISTCERT, STATUS = '
005820             WS-CERT-STATUS
005830         MOVE 'Y' TO WS-ABORT-SW
005840         GO TO 2000-GATHER-RECORDS-EXIT
005850     END-IF.
005860     MOVE 'N' TO WS-CERT-EOF-SW.
005870     MOVE ZERO TO WS-H-READ.
005880     MOVE 'N' TO WS-IN-BLOCK-SW.
005890     PERFORM 2100-GATHER-ONE-CERT THRU 2100-GATHER-ONE-CERT-EXIT
005900         UNTIL WS-CERT-EOF.
005910     CLOSE CERT-FILE.
005920     IF WS-HIST-PRESENT
005930         PERFORM 2200-GATHER-ONE-MASTER
005940             THRU 2200-GATHER-ONE-MASTER-EXIT
005950             UNTIL WS-HIST-EOF
005960         CLOSE HISTORY-MASTER
005970     END-IF.
005980     IF WS-HARCH-PRESENT
005990         PERFORM 2300-GATHER-ONE-ARCHIVE
006000             THRU 2300-GATHER-ONE-ARCHIVE-EXIT
006010             UNTIL WS-HARCH-EOF
006020         CLOSE HIST-ARCHIVE
006030     END-IF.
006040 2000-GATHER-RECORDS-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080*    2100-GATHER-ONE-CERT - RELEASE ONE CERTIFIED IMAGE WHEN ITS *
006090*    BLOCK (NUMBERED BY COUNTING HEADERS, AS THE FIRST PASS DID) *
006100*    IS COMPLETE.  AS IN THE FIRST PASS, A BLOCK ENDS AT ITS     *
006110*    TRAILER - AN IMAGE AFTER IT, BEFORE THE NEXT HEADER, IS A   *
006120*    STRAY AND IS NOT RELEASED                                   *
006130******************************************************************
006140 2100-GATHER-ONE-CERT.
006150     READ CERT-FILE
006160         AT END
006170             MOVE 'Y' TO WS-CERT-EOF-SW
006180             GO TO 2100-GATHER-ONE-CERT-EXIT
006190     END-READ.
006200     IF CS-HEADER
006210         ADD 1 TO WS-H-READ
006220         MOVE 'Y' TO WS-IN-BLOCK-SW
006230         GO TO 2100-GATHER-ONE-CERT-EXIT
006240     END-IF.
006250     IF WS-H-READ = ZERO OR NOT WS-IN-BLOCK
006260         GO TO 2100-GATHER-ONE-CERT-EXIT
006270     END-IF.
006280     SET VFY-BLK-IDX TO WS-H-READ.
006290     IF CS-TRAILER
006300         IF CS-MONTH = VFY-BLK-MONTH (VFY-BLK-IDX)
006310             MOVE 'N' TO WS-IN-BLOCK-SW
006320         END-IF
006330         GO TO 2100-GATHER-ONE-CERT-EXIT
006340     END-IF.
006350     IF NOT CS-DETAIL
006360         GO TO 2100-GATHER-ONE-CERT-EXIT
006370     END-IF.
006380     IF NOT VFY-BLK-COMPLETE (VFY-BLK-IDX)
006390         OR CS-MONTH NOT = VFY-BLK-MONTH (VFY-BLK-IDX)
006400         GO TO 2100-GATHER-ONE-CERT-EXIT
006410     END-IF.
006420     MOVE WS-H-READ TO SORT-BLOCK.
006430     MOVE CS-HIST-KEY TO SORT-HIST-KEY.
006440     MOVE '1' TO SORT-SOURCE.
006450     MOVE CS-DATA TO SORT-HIST-IMAGE.
006460     RELEASE VFY-SORT-RECORD.
006470 2100-GATHER-ONE-CERT-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*    2200-GATHER-ONE-MASTER - RELEASE ONE MASTER RECORD WHEN ITS *
006520*    MONTH IS CERTIFIED                                          *
006530******************************************************************
006540 2200-GATHER-ONE-MASTER.
006550     READ HISTORY-MASTER
006560         AT END
006570             MOVE 'Y' TO WS-HIST-EOF-SW
006580             GO TO 2200-GATHER-ONE-MASTER-EXIT
006590     END-READ.
006600     MOVE CALCV-HISTORY-RECORD (9:6) TO WS-FIND-MONTH.
006610     PERFORM 8200-FIND-COMPLETE-BLOCK
006620         THRU 8200-FIND-COMPLETE-BLOCK-EXIT.
006630     IF NOT WS-BLOCK-FOUND
006640         GO TO 2200-GATHER-ONE-MASTER-EXIT
006650     END-IF.
006660     MOVE WS-BLOCK-NO TO SORT-BLOCK.
006670     MOVE HIST-KEY TO SORT-HIST-KEY.
006680     MOVE '2' TO SORT-SOURCE.
006690     MOVE CALCV-HISTORY-RECORD TO SORT-HIST-IMAGE.
006700     RELEASE VFY-SORT-RECORD.
006710 2200-GATHER-ONE-MASTER-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    2300-GATHER-ONE-ARCHIVE - RELEASE ONE ARCHIVE RECORD WHEN   *
006760*    ITS MONTH IS CERTIFIED                                      *
006770******************************************************************
006780 2300-GATHER-ONE-ARCHIVE.
006790     READ HIST-ARCHIVE
006800         AT END
006810             MOVE 'Y' TO WS-HARCH-EOF-SW
006820             GO TO 2300-GATHER-ONE-ARCHIVE-EXIT
006830     END-READ.
006840     IF CALCV-HIST-ARCHIVE-RECORD (9:6) NOT NUMERIC
006850         GO TO 2300-GATHER-ONE-ARCHIVE-EXIT
006860     END-IF.
006870     MOVE CALCV-HIST-ARCHIVE-RECORD (9:6) TO WS-FIND-MONTH.
006880     PERFORM 8200-FIND-COMPLETE-BLOCK
006890         THRU 8200-FIND-COMPLETE-BLOCK-EXIT.
006900     IF NOT WS-BLOCK-FOUND
006910         GO TO 2300-GATHER-ONE-ARCHIVE-EXIT
006920     END-IF.
006930     MOVE WS-BLOCK-NO TO SORT-BLOCK.
006940     MOVE CALCV-HIST-ARCHIVE-RECORD (1:30) TO SORT-HIST-KEY.
006950     MOVE '3' TO SORT-SOURCE.
006960     MOVE CALCV-HIST-ARCHIVE-RECORD TO SORT-HIST-IMAGE.
006970     RELEASE VFY-SORT-RECORD.
006980 2300-GATHER-ONE-ARCHIVE-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*    3000-COMPARE-RECORDS - SORT OUTPUT PROCEDURE.  COLLECT EACH *
007030*    BLOCK AND KEY'S GROUP AND CLOSE IT OFF WHEN THE NEXT ONE    *
007040*    BEGINS                                                      *
007050******************************************************************
007060 3000-COMPARE-RECORDS.
007070     PERFORM 3100-COMPARE-ONE-RECORD
007080         THRU 3100-COMPARE-ONE-RECORD-EXIT
007090         UNTIL WS-SORT-EOF.
007100     IF WS-GRP-ACTIVE
007110         PERFORM 3200-CLOSE-GROUP THRU 3200-CLOSE-GROUP-EXIT
007120     END-IF.
007130 3000-COMPARE-RECORDS-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170*    3100-COMPARE-ONE-RECORD - RETURN ONE SORTED RECORD INTO ITS *
007180*    GROUP.  OF THE CURRENT COPIES THE FIRST - THE MASTER'S WHEN *
007190*    IT HAS ONE - IS THE ONE COMPARED.                           *
007200******************************************************************
007210 3100-COMPARE-ONE-RECORD.
007220     RETURN SORT-WORK
007230         AT END
007240             MOVE 'Y' TO WS-SORT-EOF-SW
007250             GO TO 3100-COMPARE-ONE-RECORD-EXIT
007260     END-RETURN.
007270     IF WS-GRP-ACTIVE
007280         AND (SORT-BLOCK NOT = WS-GRP-BLOCK
007290             OR SORT-HIST-KEY NOT = WS-GRP-KEY)
007300         PERFORM 3200-CLOSE-GROUP THRU 3200-CLOSE-GROUP-EXIT
007310     END-IF.
007320     IF NOT WS-GRP-ACTIVE
007330         MOVE SORT-BLOCK TO WS-GRP-BLOCK
007340         MOVE SORT-HIST-KEY TO WS-GRP-KEY
007350         MOVE 'Y' TO WS-GRP-ACTIVE-SW
007360         MOVE 'N' TO WS-GRP-CERT-SW
007370         MOVE 'N' TO WS-GRP-NOW-SW
007380     END-IF.
007390     IF SORT-CERTIFIED
007400         MOVE SORT-HIST-IMAGE TO VFY-CERT-VIEW
007410         MOVE 'Y' TO WS-GRP-CERT-SW
007420     ELSE
007430         IF NOT WS-GRP-ON-FILE
007440             MOVE SORT-HIST-IMAGE TO VFY-NOW-VIEW
007450             MOVE 'Y' TO WS-GRP-NOW-SW
007460         END-IF
007470     END-IF.
007480 3100-COMPARE-ONE-RECORD-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520*    3200-CLOSE-GROUP - JUDGE ONE KEY: CERTIFIED AND ON FILE BUT *
007530*    NOT IDENTICAL IS CHANGED, CERTIFIED ONLY IS REMOVED, ON     *
007540*    FILE ONLY IS ADDED.  THE CURRENT COPY GOES INTO ITS BODY'S  *
007550*    CURRENT TOTALS EITHER WAY.                                  *
007560******************************************************************
007570 3200-CLOSE-GROUP.
007580     SET VFY-BLK-IDX TO WS-GRP-BLOCK.
007590     EVALUATE TRUE
007600         WHEN WS-GRP-CERTIFIED AND WS-GRP-ON-FILE
007610             IF VFY-CERT-VIEW NOT = VFY-NOW-VIEW
007620                 ADD 1 TO VFY-BLK-CHANGED (VFY-BLK-IDX)
007630                 MOVE 'CHANGED' TO WS-FINDING-TAG
007640                 PERFORM 3400-PRINT-FINDING
007650                     THRU 3400-PRINT-FINDING-EXIT
007660             END-IF
007670         WHEN WS-GRP-CERTIFIED
007680             ADD 1 TO VFY-BLK-REMOVED (VFY-BLK-IDX)
007690             MOVE 'REMOVED' TO WS-FINDING-TAG
007700             PERFORM 3400-PRINT-FINDING
007710                 THRU 3400-PRINT-FINDING-EXIT
007720         WHEN OTHER
007730             ADD 1 TO VFY-BLK-ADDED (VFY-BLK-IDX)
007740             MOVE 'ADDED' TO WS-FINDING-TAG
007750             PERFORM 3400-PRINT-FINDING
007760                 THRU 3400-PRINT-FINDING-EXIT
007770     END-EVALUATE.
007780     IF WS-GRP-ON-FILE
007790         PERFORM 3300-TALLY-CURRENT THRU 3300-TALLY-CURRENT-EXIT
007800     END-IF.
007810     MOVE 'N' TO WS-GRP-ACTIVE-SW.
007820 3200-CLOSE-GROUP-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    3300-TALLY-CURRENT - ADD THE GROUP'S CURRENT COPY INTO ITS  *
007870*    BLOCK AND BODY'S CURRENT TOTALS                             *
007880******************************************************************
007890 3300-TALLY-CURRENT.
007900     MOVE VFY-NOW-VIEW TO VFY-PRINT-VIEW.
007910     COMPUTE WS-V2-WORK = FUNCTION NUMVAL(VFY-HIST-V2).
007920     MOVE WS-GRP-BLOCK TO WS-FIND-BLOCK.
007930     MOVE VFY-HIST-BODY-CODE TO WS-FIND-BODY.
007940     PERFORM 8100-FIND-BODY THRU 8100-FIND-BODY-EXIT.
007950     IF NOT WS-BODY-FOUND
007960         GO TO 3300-TALLY-CURRENT-EXIT
007970     END-IF.
007980     ADD 1 TO VFY-BOD-NOW-RECORDS (VFY-BOD-IDX).
007990     ADD VFY-HIST-M TO VFY-BOD-NOW-HASH-M (VFY-BOD-IDX).
008000     ADD WS-V2-WORK TO VFY-BOD-NOW-HASH-V2 (VFY-BOD-IDX).
008010 3300-TALLY-CURRENT-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050*    3400-PRINT-FINDING - LIST ONE FINDING: THE KEY, THEN THE    *
008060*    CERTIFIED IMAGE, THE CURRENT IMAGE, OR BOTH.  THE FIRST     *
008070*    FINDING OF THE RUN AND OF EACH MONTH CARRY A HEADING.       *
008080******************************************************************
008090 3400-PRINT-FINDING.
008100     ADD 1 TO WS-FINDINGS.
008110     IF NOT WS-FINDINGS-HEADED
008120         MOVE SPACES TO RPT-LINE
008130         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008140         STRING 'RECORDS THAT NO LONGER AGREE WITH THEIR '
008150             'CERTIFICATION'
008160             DELIMITED BY SIZE INTO RPT-LINE
008170         END-STRING
008180         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008190         MOVE 'Y' TO WS-FINDINGS-HEADED-SW
008200     END-IF.
008210     IF NOT VFY-BLK-HEADED (VFY-BLK-IDX)
008220         MOVE SPACES TO RPT-LINE
008230         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008240         STRING 'MONTH ' VFY-BLK-MONTH (VFY-BLK-IDX)
008250             '  CERTIFIED ' VFY-BLK-DATE (VFY-BLK-IDX)
008260             ' BY ' VFY-BLK-OPERATOR (VFY-BLK-IDX)
008270             DELIMITED BY SIZE INTO RPT-LINE
008280         END-STRING
008290         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008300         MOVE 'Y' TO VFY-BLK-HEADED-SW (VFY-BLK-IDX)
008310     END-IF.
008320
008330     MOVE SPACES TO RPT-LINE.
008340     MOVE WS-GRP-M TO WS-M-DISPLAY.
008350     STRING WS-FINDING-TAG WS-GRP-BODY-CODE ' '
008360         WS-GRP-RUN-DATE ' M=' WS-M-DISPLAY
008370         DELIMITED BY SIZE INTO RPT-LINE
008380     END-STRING.
008390     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008400     IF WS-GRP-CERTIFIED
008410         MOVE 'CERTIFIED' TO WS-IMAGE-LABEL
008420         MOVE VFY-CERT-VIEW TO VFY-PRINT-VIEW
008430         PERFORM 3410-PRINT-IMAGE THRU 3410-PRINT-IMAGE-EXIT
008440     END-IF.
008450     IF WS-GRP-ON-FILE
008460         MOVE 'NOW' TO WS-IMAGE-LABEL
008470         MOVE VFY-NOW-VIEW TO VFY-PRINT-VIEW
008480         PERFORM 3410-PRINT-IMAGE THRU 3410-PRINT-IMAGE-EXIT
008490     END-IF.
008500 3400-PRINT-FINDING-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540*    3410-PRINT-IMAGE - LIST THE FIGURES OF ONE RECORD IMAGE     *
008550******************************************************************
008560 3410-PRINT-IMAGE.
008570     MOVE SPACES TO RPT-LINE.
008580     STRING '         ' WS-IMAGE-LABEL
008590         'V=' VFY-HIST-V-KMS ' KM/S  MPH=' VFY-HIST-V-MPH
008600         '  V2=' VFY-HIST-V2 ' ' VFY-HIST-STATUS
008610         DELIMITED BY SIZE INTO RPT-LINE
008620     END-STRING.
008630     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008640 3410-PRINT-IMAGE-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    4000-PRINT-SUMMARY - ONE SECTION PER BLOCK ON HISTCERT, IN  *
008690*    FILE ORDER, THEN THE RUN TOTALS                             *
008700******************************************************************
008710 4000-PRINT-SUMMARY.
008720     IF VFY-BLOCK-COUNT = ZERO
008730         MOVE SPACES TO RPT-LINE
008740         STRING 'NO CERTIFIED MONTHS ON HISTCERT - '
008750             'NOTHING TO VERIFY'
008760             DELIMITED BY SIZE INTO RPT-LINE
008770         END-STRING
008780         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008790         GO TO 4000-PRINT-SUMMARY-EXIT
008800     END-IF.
008810     PERFORM 4100-SUMMARIZE-BLOCK THRU 4100-SUMMARIZE-BLOCK-EXIT
008820         VARYING VFY-BLK-IDX FROM 1 BY 1
008830         UNTIL VFY-BLK-IDX > VFY-BLOCK-COUNT.
008840
008850     MOVE SPACES TO RPT-LINE.
008860     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008870     IF WS-STRAY-RECORDS > ZERO
008880         MOVE 'Y' TO WS-ATTENTION-SW
008890         MOVE WS-STRAY-RECORDS TO WS-COUNT-DISPLAY
008900         STRING 'HISTCERT RECORDS OUTSIDE ANY CERTIFICATION ='
008910             WS-COUNT-DISPLAY ' - HISTCERT HAS BEEN ALTERED'
008920             DELIMITED BY SIZE INTO RPT-LINE
008930         END-STRING
008940         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
008950     END-IF.
008960     IF WS-BODY-TABLE-FULL
008970         MOVE 'Y' TO WS-ATTENTION-SW
008980         MOVE SPACES TO RPT-LINE
008990         STRING 'MORE THAN 2000 MONTH/BODY TOTALS - BODY TOTALS '
009000             'ABOVE ARE INCOMPLETE'
009010             DELIMITED BY SIZE INTO RPT-LINE
009020         END-STRING
009030         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009040     END-IF.
009050     MOVE SPACES TO RPT-LINE.
009060     MOVE WS-COMPLETE-BLOCKS TO WS-COUNT-DISPLAY.
009070     MOVE WS-BLOCKS-INTACT TO WS-COUNT-2-DISPLAY.
009080     MOVE WS-BLOCKS-FLAGGED TO WS-COUNT-3-DISPLAY.
009090     STRING 'MONTHS VERIFIED =' WS-COUNT-DISPLAY
009100         '  INTACT =' WS-COUNT-2-DISPLAY
009110         '  WITH FINDINGS =' WS-COUNT-3-DISPLAY
009120         DELIMITED BY SIZE INTO RPT-LINE
009130     END-STRING.
009140     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009150 4000-PRINT-SUMMARY-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190*    4100-SUMMARIZE-BLOCK - A COMPLETE BLOCK GETS ITS BODY LINES *
009200*    AND A VERDICT.  A BLOCK THAT NEVER FINISHED IS NOTED, AND   *
009210*    FLAGGED ONLY WHEN ITS MONTH HAS NO COMPLETE BLOCK AT ALL; A *
009220*    SECOND COMPLETE BLOCK FOR A MONTH IS ALWAYS FLAGGED.        *
009230******************************************************************
009240 4100-SUMMARIZE-BLOCK.
009250     MOVE SPACES TO RPT-LINE.
009260     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009270     STRING 'MONTH ' VFY-BLK-MONTH (VFY-BLK-IDX)
009280         '  CERTIFIED ' VFY-BLK-DATE (VFY-BLK-IDX)
009290         ' BY ' VFY-BLK-OPERATOR (VFY-BLK-IDX)
009300         DELIMITED BY SIZE INTO RPT-LINE
009310     END-STRING.
009320     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009330
009340     IF VFY-BLK-OPEN (VFY-BLK-IDX)
009350         MOVE '  NO TRAILER - THIS CERTIFICATION NEVER FINISHED'
009360             TO RPT-LINE
009370         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009380         MOVE '  AND CERTIFIES NOTHING' TO RPT-LINE
009390         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009400         MOVE VFY-BLK-MONTH (VFY-BLK-IDX) TO WS-FIND-MONTH
009410         SET WS-CUR-BLOCK TO VFY-BLK-IDX
009420         PERFORM 8200-FIND-COMPLETE-BLOCK
009430             THRU 8200-FIND-COMPLETE-BLOCK-EXIT
009440         SET VFY-BLK-IDX TO WS-CUR-BLOCK
009450         IF NOT WS-BLOCK-FOUND
009460             MOVE 'Y' TO WS-ATTENTION-SW
009470             STRING '  NO COMPLETE CERTIFICATION OF THIS MONTH '
009480                 'IS ON FILE - THE MONTH IS NOT VERIFIED'
009490                 DELIMITED BY SIZE INTO RPT-LINE
009500             END-STRING
009510             PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009520         END-IF
009530         GO TO 4100-SUMMARIZE-BLOCK-EXIT
009540     END-IF.
009550     IF VFY-BLK-DUPLICATE (VFY-BLK-IDX)
009560         MOVE 'Y' TO WS-ATTENTION-SW
009570         MOVE '  SECOND CERTIFICATION OF A CERTIFIED MONTH -'
009580             TO RPT-LINE
009590         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009600         MOVE '  HISTCERT HAS BEEN ALTERED, NOT VERIFIED AGAINST'
009610             TO RPT-LINE
009620         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009630         GO TO 4100-SUMMARIZE-BLOCK-EXIT
009640     END-IF.
009650
009660     MOVE 'Y' TO WS-BLOCK-CLEAN-SW.
009670     IF NOT VFY-BLK-SOUND (VFY-BLK-IDX)
009680         MOVE 'N' TO WS-BLOCK-CLEAN-SW
009690         MOVE '  SNAPSHOT TOTALS DISAGREE WITH ITS OWN DETAIL -'
009700             TO RPT-LINE
009710         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009720         MOVE '  THE CERTIFIED SNAPSHOT ITSELF HAS BEEN ALTERED'
009730             TO RPT-LINE
009740         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009750     END-IF.
009760     MOVE '  BODY        CERTIFIED        NOW  HASH M  HASH V2'
009770         TO RPT-LINE.
009780     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009790     SET WS-CUR-BLOCK TO VFY-BLK-IDX.
009800     PERFORM 4200-SUMMARIZE-BODY THRU 4200-SUMMARIZE-BODY-EXIT
009810         VARYING VFY-BOD-IDX FROM 1 BY 1
009820         UNTIL VFY-BOD-IDX > VFY-BODY-COUNT.
009830
009840     IF VFY-BLK-ADDED (VFY-BLK-IDX) > ZERO
009850         OR VFY-BLK-CHANGED (VFY-BLK-IDX) > ZERO
009860         OR VFY-BLK-REMOVED (VFY-BLK-IDX) > ZERO
009870         MOVE 'N' TO WS-BLOCK-CLEAN-SW
009880     END-IF.
009890     MOVE SPACES TO RPT-LINE.
009900     IF WS-BLOCK-CLEAN
009910         ADD 1 TO WS-BLOCKS-INTACT
009920         STRING 'MONTH ' VFY-BLK-MONTH (VFY-BLK-IDX)
009930             ' INTACT - AGREES WITH ITS CERTIFICATION'
009940             DELIMITED BY SIZE INTO RPT-LINE
009950         END-STRING
009960         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009970         GO TO 4100-SUMMARIZE-BLOCK-EXIT
009980     END-IF.
009990     ADD 1 TO WS-BLOCKS-FLAGGED.
010000     MOVE 'Y' TO WS-ATTENTION-SW.
010010     STRING 'MONTH ' VFY-BLK-MONTH (VFY-BLK-IDX)
010020         ' CHANGED SINCE CERTIFICATION'
010030         DELIMITED BY SIZE INTO RPT-LINE
010040     END-STRING.
010050     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010060     MOVE SPACES TO RPT-LINE.
010070     MOVE VFY-BLK-ADDED (VFY-BLK-IDX) TO WS-COUNT-DISPLAY.
010080     MOVE VFY-BLK-CHANGED (VFY-BLK-IDX) TO WS-COUNT-2-DISPLAY.
010090     MOVE VFY-BLK-REMOVED (VFY-BLK-IDX) TO WS-COUNT-3-DISPLAY.
010100     STRING '  ADDED =' WS-COUNT-DISPLAY
010110         '  CHANGED =' WS-COUNT-2-DISPLAY
010120         '  REMOVED =' WS-COUNT-3-DISPLAY
010130         DELIMITED BY SIZE INTO RPT-LINE
010140     END-STRING.
010150     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010160 4100-SUMMARIZE-BLOCK-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200*    4200-SUMMARIZE-BODY - ONE LINE PER BODY OF THE BLOCK: THE   *
010210*    CERTIFIED AND CURRENT RECORD COUNTS AND WHETHER EACH HASH   *
010220*    TOTAL STILL AGREES, WITH THE TOTALS THEMSELVES WHEN NOT     *
010230******************************************************************
010240 4200-SUMMARIZE-BODY.
010250     IF VFY-BOD-BLOCK (VFY-BOD-IDX) NOT = WS-CUR-BLOCK
010260         GO TO 4200-SUMMARIZE-BODY-EXIT
010270     END-IF.
010280     MOVE 'Y' TO WS-BODY-CLEAN-SW.
010290     MOVE 'AGREE' TO WS-AGREE-M.
010300     MOVE 'AGREE' TO WS-AGREE-V2.
010310     IF VFY-BOD-B-HASH-M (VFY-BOD-IDX) NOT =
010320             VFY-BOD-NOW-HASH-M (VFY-BOD-IDX)
010330         MOVE 'DIFFER' TO WS-AGREE-M
010340         MOVE 'N' TO WS-BODY-CLEAN-SW
010350     END-IF.
010360     IF VFY-BOD-B-HASH-V2 (VFY-BOD-IDX) NOT =
010370             VFY-BOD-NOW-HASH-V2 (VFY-BOD-IDX)
010380         MOVE 'DIFFER' TO WS-AGREE-V2
010390         MOVE 'N' TO WS-BODY-CLEAN-SW
010400     END-IF.
010410     IF VFY-BOD-B-RECORDS (VFY-BOD-IDX) NOT =
010420             VFY-BOD-NOW-RECORDS (VFY-BOD-IDX)
010430         MOVE 'N' TO WS-BODY-CLEAN-SW
010440     END-IF.
010450     MOVE SPACES TO RPT-LINE.
010460     MOVE VFY-BOD-B-RECORDS (VFY-BOD-IDX) TO WS-COUNT-DISPLAY.
010470     MOVE VFY-BOD-NOW-RECORDS (VFY-BOD-IDX) TO WS-COUNT-2-DISPLAY.
010480     STRING '  ' VFY-BOD-CODE (VFY-BOD-IDX)
010490         '      ' WS-COUNT-DISPLAY
010500         '    ' WS-COUNT-2-DISPLAY
010510         '  ' WS-AGREE-M '  ' WS-AGREE-V2
010520         DELIMITED BY SIZE INTO RPT-LINE
010530     END-STRING.
010540     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010550     IF WS-BODY-CLEAN
010560         GO TO 4200-SUMMARIZE-BODY-EXIT
010570     END-IF.
010580     MOVE 'N' TO WS-BLOCK-CLEAN-SW.
010590     MOVE SPACES TO RPT-LINE.
010600     MOVE VFY-BOD-B-HASH-M (VFY-BOD-IDX) TO WS-HASH-M-DISPLAY.
010610     MOVE VFY-BOD-B-HASH-V2 (VFY-BOD-IDX) TO WS-HASH-V2-DISPLAY.
010620     STRING '      CERTIFIED M=' WS-HASH-M-DISPLAY
010630         '  V2=' WS-HASH-V2-DISPLAY
010640         DELIMITED BY SIZE INTO RPT-LINE
010650     END-STRING.
010660     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010670     MOVE SPACES TO RPT-LINE.
010680     MOVE VFY-BOD-NOW-HASH-M (VFY-BOD-IDX) TO WS-HASH-M-DISPLAY.
010690     MOVE VFY-BOD-NOW-HASH-V2 (VFY-BOD-IDX) TO WS-HASH-V2-DISPLAY.
010700     STRING '      NOW       M=' WS-HASH-M-DISPLAY
010710         '  V2=' WS-HASH-V2-DISPLAY
010720         DELIMITED BY SIZE INTO RPT-LINE
010730     END-STRING.
010740     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010750 4200-SUMMARIZE-BODY-EXIT.
010760     EXIT.
010770
010780******************************************************************
010790*    8100-FIND-BODY - FIND THE BODY TABLE ENTRY FOR WS-FIND-     *
010800*    BLOCK AND WS-FIND-BODY, ADDING ONE WHEN THERE IS NONE.  A   *
010810*    FULL TABLE LEAVES WS-BODY-FOUND OFF AND IS NOTED.           *
010820******************************************************************
010830 8100-FIND-BODY.
010840     MOVE 'N' TO WS-BODY-FOUND-SW.
010850     IF VFY-BODY-COUNT > ZERO
010860         SET VFY-BOD-IDX TO 1
010870         SEARCH VFY-BODY-ENTRY
010880             AT END
010890                 MOVE 'N' TO WS-BODY-FOUND-SW
010900             WHEN VFY-BOD-BLOCK (VFY-BOD-IDX) = WS-FIND-BLOCK
010910                 AND VFY-BOD-CODE (VFY-BOD-IDX) = WS-FIND-BODY
010920                 MOVE 'Y' TO WS-BODY-FOUND-SW
010930         END-SEARCH
010940     END-IF.
010950     IF WS-BODY-FOUND
010960         GO TO 8100-FIND-BODY-EXIT
010970     END-IF.
010980     IF VFY-BODY-COUNT NOT < 2000
010990         MOVE 'Y' TO WS-BODY-FULL-SW
011000         GO TO 8100-FIND-BODY-EXIT
011010     END-IF.
011020     ADD 1 TO VFY-BODY-COUNT.
011030     SET VFY-BOD-IDX TO VFY-BODY-COUNT.
011040     MOVE WS-FIND-BLOCK TO VFY-BOD-BLOCK (VFY-BOD-IDX).
011050     MOVE WS-FIND-BODY TO VFY-BOD-CODE (VFY-BOD-IDX).
011060     MOVE 'N' TO VFY-BOD-B-SW (VFY-BOD-IDX).
011070     MOVE ZERO TO VFY-BOD-B-RECORDS (VFY-BOD-IDX).
011080     MOVE ZERO TO VFY-BOD-B-HASH-M (VFY-BOD-IDX).
011090     MOVE ZERO TO VFY-BOD-B-HASH-V2 (VFY-BOD-IDX).
011100     MOVE ZERO TO VFY-BOD-D-RECORDS (VFY-BOD-IDX).
011110     MOVE ZERO TO VFY-BOD-D-HASH-M (VFY-BOD-IDX).
011120     MOVE ZERO TO VFY-BOD-D-HASH-V2 (VFY-BOD-IDX).
011130     MOVE ZERO TO VFY-BOD-NOW-RECORDS (VFY-BOD-IDX).
011140     MOVE ZERO TO VFY-BOD-NOW-HASH-M (VFY-BOD-IDX).
011150     MOVE ZERO TO VFY-BOD-NOW-HASH-V2 (VFY-BOD-IDX).
011160     MOVE 'Y' TO WS-BODY-FOUND-SW.
011170 8100-FIND-BODY-EXIT.
011180     EXIT.
011190
011200******************************************************************
011210*    8200-FIND-COMPLETE-BLOCK - FIND THE FIRST COMPLETE BLOCK    *
011220*    FOR WS-FIND-MONTH, RETURNING ITS NUMBER IN WS-BLOCK-NO      *
011230******************************************************************
011240 8200-FIND-COMPLETE-BLOCK.
011250     MOVE 'N' TO WS-BLOCK-FOUND-SW.
011260     IF VFY-BLOCK-COUNT = ZERO
011270         GO TO 8200-FIND-COMPLETE-BLOCK-EXIT
011280     END-IF.
011290     SET VFY-BLK-IDX TO 1.
011300     SEARCH VFY-BLOCK-ENTRY
011310         AT END
011320             MOVE 'N' TO WS-BLOCK-FOUND-SW
011330         WHEN VFY-BLK-MONTH (VFY-BLK-IDX) = WS-FIND-MONTH
011340             AND VFY-BLK-COMPLETE (VFY-BLK-IDX)
011350             MOVE 'Y' TO WS-BLOCK-FOUND-SW
011360             SET WS-BLOCK-NO TO VFY-BLK-IDX
011370     END-SEARCH.
011380 8200-FIND-COMPLETE-BLOCK-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE   *
011430******************************************************************
011440 9000-TERMINATE.
011450     IF WS-RPT-OPEN
011460         MOVE SPACES TO RPT-LINE
011470         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
011480         CLOSE VERIFY-REPORT
011490     END-IF.
011500     DISPLAY 'CALCVVFY - MONTHS VERIFIED      = '
011510         WS-COMPLETE-BLOCKS.
011520     DISPLAY 'CALCVVFY - RECORDS FLAGGED      = ' WS-FINDINGS.
011530     EVALUATE TRUE
011540         WHEN WS-ABORTING
011550             MOVE 12 TO RETURN-CODE
011560         WHEN WS-ATTENTION
011570             MOVE 4 TO RETURN-CODE
011580         WHEN OTHER
011590             MOVE 0 TO RETURN-CODE
011600     END-EVALUATE.
011610 9000-TERMINATE-EXIT.
011620     EXIT.
011630
011640******************************************************************
011650*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
011660******************************************************************
011670 8000-EMIT-LINE.
011680     DISPLAY RPT-LINE.
011690     WRITE CALCV-REPORT-LINE.
011700 8000-EMIT-LINE-EXIT.
011710     EXIT.
