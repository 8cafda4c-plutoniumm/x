000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVCRT                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    MONTH-END CERTIFICATION OF THE RESULTS HISTORY.  ONCE A     *
000110*    MONTH'S FIGURES HAVE BEEN REVIEWED THEY ARE FROZEN HERE:    *
000120*    EVERY HISTMST RECORD DATED IN THE MONTH - FROM THE LIVE     *
000130*    MASTER, OR FROM THE HISTARCH GENERATIONS FOR WHATEVER       *
000140*    CALCVARC HAS ALREADY AGED OFF IT - IS WRITTEN WHOLE, IN KEY *
000150*    ORDER, TO A NEW BLOCK ON THE CUMULATIVE HISTCERT SNAPSHOT   *
000160*    DATASET (CALCVCS RECORD), WITH A RECORD COUNT AND HASH      *
000170*    TOTALS OF M AND OF V2 PER BODY AND FOR THE MONTH.  CALCVVFY *
000180*    LATER HOLDS THE MASTER AND THE ARCHIVE AGAINST EVERY BLOCK. *
000190*    THE PARM IS 'YYYYMM,OPID' - THE MONTH, WHICH MUST BE OVER,  *
000200*    AND THE ID OF THE OPERATOR SIGNING FOR IT.  A RECORD ON     *
000210*    BOTH THE MASTER AND AN ARCHIVE GENERATION IS CERTIFIED AS   *
000220*    THE MASTER HOLDS IT.  RETURN CODES:                         *
000230*      0  MONTH CERTIFIED                                        *
000240*      4  NO HISTORY FOR THE MONTH - NOTHING CERTIFIED           *
000250*      8  REFUSED - BAD MONTH, NO OPERATOR ID, MONTH NOT OVER,   *
000260*         OR THE MONTH IS ALREADY CERTIFIED                      *
000270*     12  A DATASET COULD NOT BE OPENED                          *
000280*    A BLOCK LEFT WITHOUT ITS TRAILER BY A FAILED RUN CERTIFIES  *
000290*    NOTHING AND DOES NOT STOP THE MONTH BEING CERTIFIED AGAIN.  *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    2026-10-15 DLR   ORIGINAL.                                  *
000340*                                                                *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.  CALCVCRT.
000380 AUTHOR.      D. L. RENARD.
000390 INSTALLATION. SURVEY SYSTEMS GROUP.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT HISTORY-MASTER ASSIGN TO HISTMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS IS SEQUENTIAL
000530         RECORD KEY IS HIST-KEY
000540         FILE STATUS IS WS-HIST-STATUS.
000550     SELECT HIST-ARCHIVE ASSIGN TO HISTARCH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-HARCH-STATUS.
000580     SELECT CERT-FILE ASSIGN TO HISTCERT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CERT-STATUS.
000610     SELECT CERT-REPORT ASSIGN TO CRTRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000640     SELECT SORT-WORK ASSIGN TO SORTWK.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HISTORY-MASTER
000690     RECORDING MODE IS F.
000700 COPY CALCVHS.
000710
000720 FD  HIST-ARCHIVE
000730     RECORDING MODE IS F.
000740 01  CALCV-HIST-ARCHIVE-RECORD   PIC X(65).
000750
000760 FD  CERT-FILE
000770     RECORDING MODE IS F.
000780 COPY CALCVCS.
000790
000800 FD  CERT-REPORT
000810     RECORDING MODE IS F.
000820 COPY CALCVRP.
000830
000840******************************************************************
000850*    SORT-WORK - ONE RECORD PER HISTORY RECORD OF THE MONTH,     *
000860*    KEYED SO THE MASTER'S COPY OF A KEY (SOURCE 1) COMES BACK   *
000870*    AHEAD OF ANY ARCHIVE COPY OF THE SAME KEY (SOURCE 2)        *
000880******************************************************************
000890 SD  SORT-WORK.
000900 01  CRT-SORT-RECORD.
000910     05  SORT-HIST-KEY           PIC X(30).
000920     05  SORT-SOURCE             PIC X(01).
000930         88  SORT-FROM-MASTER    VALUE '1'.
000940         88  SORT-FROM-ARCHIVE   VALUE '2'.
000950     05  SORT-HIST-IMAGE         PIC X(65).
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-HIST-STATUS              PIC X(02).
000990     88  WS-HIST-OK              VALUE '00'.
001000     88  WS-HIST-NOT-FOUND       VALUE '35'.
001010 01  WS-HARCH-STATUS             PIC X(02).
001020     88  WS-HARCH-OK             VALUE '00'.
001030     88  WS-HARCH-NOT-FOUND      VALUE '35'.
001040 01  WS-CERT-STATUS              PIC X(02).
001050     88  WS-CERT-OK              VALUE '00'.
001060     88  WS-CERT-NOT-FOUND       VALUE '35'.
001070 01  WS-RPT-STATUS               PIC X(02).
001080     88  WS-RPT-OK               VALUE '00'.
001090     88  WS-RPT-NOT-FOUND        VALUE '35'.
001100
001110 01  WS-SWITCHES.
001120     05  WS-HIST-EOF-SW          PIC X(01)      VALUE 'N'.
001130         88  WS-HIST-EOF         VALUE 'Y'.
001140     05  WS-HARCH-EOF-SW         PIC X(01)      VALUE 'N'.
001150         88  WS-HARCH-EOF        VALUE 'Y'.
001160     05  WS-CERT-EOF-SW          PIC X(01)      VALUE 'N'.
001170         88  WS-CERT-EOF         VALUE 'Y'.
001180     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
001190         88  WS-SORT-EOF         VALUE 'Y'.
001200     05  WS-HIST-PRESENT-SW      PIC X(01)      VALUE 'N'.
001210         88  WS-HIST-PRESENT     VALUE 'Y'.
001220     05  WS-HARCH-PRESENT-SW     PIC X(01)      VALUE 'N'.
001230         88  WS-HARCH-PRESENT    VALUE 'Y'.
001240     05  WS-CERT-OPEN-SW         PIC X(01)      VALUE 'N'.
001250         88  WS-CERT-OPEN        VALUE 'Y'.
001260     05  WS-RPT-OPEN-SW          PIC X(01)      VALUE 'N'.
001270         88  WS-RPT-OPEN         VALUE 'Y'.
001280     05  WS-IN-MONTH-BLOCK-SW    PIC X(01)      VALUE 'N'.
001290         88  WS-IN-MONTH-BLOCK   VALUE 'Y'.
001300     05  WS-CERTIFIED-SW         PIC X(01)      VALUE 'N'.
001310         88  WS-ALREADY-CERTIFIED VALUE 'Y'.
001320     05  WS-REFUSED-SW           PIC X(01)      VALUE 'N'.
001330         88  WS-REFUSED          VALUE 'Y'.
001340     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
001350         88  WS-ABORTING         VALUE 'Y'.
001360
001370 01  WS-COUNTERS.
001380     05  WS-MASTER-TAKEN         PIC 9(07)      COMP VALUE ZERO.
001390     05  WS-ARCHIVE-TAKEN        PIC 9(07)      COMP VALUE ZERO.
001400     05  WS-ARCHIVE-DUPS         PIC 9(07)      COMP VALUE ZERO.
001410     05  WS-DETAILS-WRITTEN      PIC 9(07)      COMP VALUE ZERO.
001420     05  WS-BODIES-WRITTEN       PIC 9(05)      COMP VALUE ZERO.
001430     05  WS-INCOMPLETE-BLOCKS    PIC 9(05)      COMP VALUE ZERO.
001440
001450 01  WS-PARM                     PIC X(30)  VALUE SPACES.
001460 01  WS-MONTH-PARM               PIC X(08)  VALUE SPACES.
001470 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
001480 01  WS-CERT-MONTH               PIC 9(06)  VALUE ZERO.
001490 01  WS-CERT-MONTH-R REDEFINES WS-CERT-MONTH.
001500     05  WS-CERT-YEAR            PIC 9(04).
001510     05  WS-CERT-MM              PIC 9(02).
001520 01  WS-RUN-DATE                 PIC 9(08).
001530 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001540     05  WS-RUN-MONTH            PIC 9(06).
001550     05  FILLER                  PIC 9(02).
001560 01  WS-RUN-TIME                 PIC 9(08).
001570 01  WS-PRIOR-DATE               PIC 9(08)  VALUE ZERO.
001580 01  WS-PRIOR-OPERATOR           PIC X(08)  VALUE SPACES.
001590 01  WS-PREV-KEY                 PIC X(30)  VALUE LOW-VALUES.
001600 01  WS-CUR-BODY                 PIC X(08)  VALUE SPACES.
001610 01  WS-V2-WORK                  PIC S9(06)V9(02).
001620
001630******************************************************************
001640*    WS-HASH-TOTALS - THE RUNNING COUNT AND HASH TOTALS FOR THE  *
001650*    BODY BEING WRITTEN AND FOR THE WHOLE MONTH                  *
001660******************************************************************
001670 01  WS-HASH-TOTALS.
001680     05  WS-BODY-RECORDS         PIC 9(07)      COMP VALUE ZERO.
001690     05  WS-BODY-HASH-M          PIC 9(13)V9(04) VALUE ZERO.
001700     05  WS-BODY-HASH-V2         PIC 9(13)V9(02) VALUE ZERO.
001710     05  WS-MONTH-RECORDS        PIC 9(07)      COMP VALUE ZERO.
001720     05  WS-MONTH-HASH-M         PIC 9(13)V9(04) VALUE ZERO.
001730     05  WS-MONTH-HASH-V2        PIC 9(13)V9(02) VALUE ZERO.
001740
001750******************************************************************
001760*    CRT-HIST-VIEW - THE CALCVHS LAYOUT OVER A SORTED RECORD     *
001770*    IMAGE, FOR THE BODY, M, AND V2 THE TOTALS ARE TAKEN FROM    *
001780******************************************************************
001790 01  CRT-HIST-VIEW.
001800     05  CRT-HIST-BODY-CODE      PIC X(08).
001810     05  CRT-HIST-RUN-DATE       PIC 9(08).
001820     05  CRT-HIST-M              PIC 9(10)V9(04).
001830     05  FILLER                  PIC X(01).
001840     05  CRT-HIST-V-KMS          PIC X(08).
001850     05  FILLER                  PIC X(01).
001860     05  CRT-HIST-V-MPH          PIC X(11).
001870     05  FILLER                  PIC X(01).
001880     05  CRT-HIST-V2             PIC ZZZZZZ.99.
001890     05  FILLER                  PIC X(01).
001900     05  CRT-HIST-STATUS         PIC X(03).
001910
001920 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001930 01  WS-COUNT-2-DISPLAY          PIC ZZZZZZ9.
001940 01  WS-COUNT-3-DISPLAY          PIC ZZZZZZ9.
001950 01  WS-HASH-M-DISPLAY           PIC ZZZZZZZZZZZZ9.9999.
001960 01  WS-HASH-V2-DISPLAY          PIC ZZZZZZZZZZZZ9.99.
001970
001980 PROCEDURE DIVISION.
001990
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002020     IF WS-REFUSED OR WS-ABORTING
002030         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002040         GO TO 0000-MAINLINE-EXIT
002050     END-IF.
002060     SORT SORT-WORK
002070         ON ASCENDING KEY SORT-HIST-KEY SORT-SOURCE
002080         INPUT PROCEDURE IS 2000-SELECT-MONTH
002090             THRU 2000-SELECT-MONTH-EXIT
002100         OUTPUT PROCEDURE IS 3000-WRITE-SNAPSHOT
002110             THRU 3000-WRITE-SNAPSHOT-EXIT.
002120     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002130 0000-MAINLINE-EXIT.
002140     STOP RUN.
002150
002160******************************************************************
002170*    1000-INITIALIZE - TAKE AND EDIT THE PARM, REFUSE A MONTH    *
002180*    THAT IS ALREADY CERTIFIED, AND OPEN THE REPORT, THE         *
002190*    SNAPSHOT DATASET, THE MASTER, AND THE ARCHIVE.  NO MASTER   *
002200*    OR NO ARCHIVE GENERATION YET IS NOT AN ERROR - THE MONTH    *
002210*    IS CERTIFIED FROM WHICHEVER OF THEM HOLDS IT.               *
002220******************************************************************
002230 1000-INITIALIZE.
002240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002250     ACCEPT WS-RUN-TIME FROM TIME.
002260     PERFORM 1100-TAKE-PARM THRU 1100-TAKE-PARM-EXIT.
002270     IF WS-REFUSED
002280         GO TO 1000-INITIALIZE-EXIT
002290     END-IF.
002300     PERFORM 1200-CHECK-PRIOR-CERT
002310         THRU 1200-CHECK-PRIOR-CERT-EXIT.
002320     IF WS-REFUSED OR WS-ABORTING
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF.
002350
002360     OPEN EXTEND CERT-REPORT.
002370     IF WS-RPT-NOT-FOUND
002380         OPEN OUTPUT CERT-REPORT
002390     END-IF.
002400     IF NOT WS-RPT-OK
002410         DISPLAY 'CALCVCRT - UNABLE TO OPEN CRTRPT, STATUS = '
002420             WS-RPT-STATUS
002430         MOVE 'Y' TO WS-ABORT-SW
002440         GO TO 1000-INITIALIZE-EXIT
002450     END-IF.
002460     MOVE 'Y' TO WS-RPT-OPEN-SW.
002470     MOVE SPACES TO RPT-LINE.
002480     STRING 'CALCULATE-V HISTORY CERTIFICATION - MONTH '
002490         WS-CERT-MONTH ' - RUN ' WS-RUN-DATE
002500         ' BY ' WS-OPERATOR-ID
002510         DELIMITED BY SIZE INTO RPT-LINE
002520     END-STRING.
002530     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002540     IF WS-INCOMPLETE-BLOCKS > ZERO
002550         MOVE SPACES TO RPT-LINE
002560         MOVE WS-INCOMPLETE-BLOCKS TO WS-COUNT-DISPLAY
002570         STRING 'EARLIER CERTIFICATION(S) OF THIS MONTH LEFT '
002580             'INCOMPLETE =' WS-COUNT-DISPLAY ' - IGNORED'
002590             DELIMITED BY SIZE INTO RPT-LINE
002600         END-STRING
002610         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
002620     END-IF.
002630
002640     OPEN EXTEND CERT-FILE.
002650     IF WS-CERT-NOT-FOUND
002660         OPEN OUTPUT CERT-FILE
002670     END-IF.
002680     IF NOT WS-CERT-OK
002690         DISPLAY 'CALCVCRT - UNABLE TO OPEN HISTCERT, STATUS = '
002700             WS-CERT-STATUS
002710         MOVE 'Y' TO WS-ABORT-SW
002720         GO TO 1000-INITIALIZE-EXIT
002730     END-IF.
002740     MOVE 'Y' TO WS-CERT-OPEN-SW.
002750
002760     OPEN INPUT HISTORY-MASTER.
002770     IF WS-HIST-OK
002780         MOVE 'Y' TO WS-HIST-PRESENT-SW
002790     ELSE
002800         IF NOT WS-HIST-NOT-FOUND
002810             DISPLAY 'CALCVCRT - UNABLE TO OPEN HISTMST, '
002820                 'STATUS = '
002830                 WS-HIST-STATUS
002840             MOVE 'Y' TO WS-ABORT-SW
002850             GO TO 1000-INITIALIZE-EXIT
002860         END-IF
002870     END-IF.
002880
002890     OPEN INPUT HIST-ARCHIVE.
002900     IF WS-HARCH-OK
002910         MOVE 'Y' TO WS-HARCH-PRESENT-SW
002920     ELSE
002930         IF NOT WS-HARCH-NOT-FOUND
002940             DISPLAY 'CALCVCRT - UNABLE TO OPEN HISTARCH, '
002950                 'STATUS = '
002960                 WS-HARCH-STATUS
002970             MOVE 'Y' TO WS-ABORT-SW
002980             IF WS-HIST-PRESENT
002990                 CLOSE HISTORY-MASTER
003000             END-IF
003010             GO TO 1000-INITIALIZE-EXIT
003020         END-IF
003030     END-IF.
003040 1000-INITIALIZE-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080*    1100-TAKE-PARM - SPLIT 'YYYYMM,OPID' AND EDIT BOTH HALVES.  *
003090*    ONLY A MONTH THAT HAS ENDED CAN BE CERTIFIED - A MONTH      *
003100*    STILL TAKING RESULTS WOULD FAIL ITS OWN VERIFICATION THE    *
003110*    NEXT NIGHT.                                                 *
003120******************************************************************
003130 1100-TAKE-PARM.
003140     ACCEPT WS-PARM FROM COMMAND-LINE.
003150     UNSTRING WS-PARM DELIMITED BY ',' OR ALL SPACES
003160         INTO WS-MONTH-PARM WS-OPERATOR-ID
003170     END-UNSTRING.
003180     IF WS-MONTH-PARM (1:6) NOT NUMERIC
003190         OR WS-MONTH-PARM (7:2) NOT = SPACES
003200         DISPLAY 'CALCVCRT - MONTH MISSING OR NOT YYYYMM - '
003210             WS-PARM
003220         MOVE 'Y' TO WS-REFUSED-SW
003230         GO TO 1100-TAKE-PARM-EXIT
003240     END-IF.
003250     MOVE WS-MONTH-PARM (1:6) TO WS-CERT-MONTH.
003260     IF WS-CERT-MM < 1 OR WS-CERT-MM > 12
003270         DISPLAY 'CALCVCRT - ' WS-CERT-MONTH ' IS NOT A MONTH'
003280         MOVE 'Y' TO WS-REFUSED-SW
003290         GO TO 1100-TAKE-PARM-EXIT
003300     END-IF.
003310     IF WS-CERT-MONTH NOT < WS-RUN-MONTH
003320         DISPLAY 'CALCVCRT - MONTH ' WS-CERT-MONTH ' HAS NOT '
003330             'ENDED - RUN REFUSED, NOTHING WRITTEN'
003340         MOVE 'Y' TO WS-REFUSED-SW
003350         GO TO 1100-TAKE-PARM-EXIT
003360     END-IF.
003370     IF WS-OPERATOR-ID = SPACES
003380         DISPLAY 'CALCVCRT - NO OPERATOR ID IN THE PARM - '
003390             'RUN REFUSED, NOTHING WRITTEN'
003400         MOVE 'Y' TO WS-REFUSED-SW
003410     END-IF.
003420 1100-TAKE-PARM-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    1200-CHECK-PRIOR-CERT - PASS THE SNAPSHOT DATASET LOOKING   *
003470*    FOR A COMPLETE BLOCK (HEADER THROUGH TRAILER) FOR THIS      *
003480*    MONTH.  ONE IS FOUND: THE MONTH STAYS AS IT WAS CERTIFIED   *
003490*    AND THE RUN IS REFUSED.  NO DATASET YET: NOTHING IS         *
003500*    CERTIFIED.                                                  *
003510******************************************************************
003520 1200-CHECK-PRIOR-CERT.
003530     OPEN INPUT CERT-FILE.
003540     IF WS-CERT-NOT-FOUND
003550         GO TO 1200-CHECK-PRIOR-CERT-EXIT
003560     END-IF.
003570     IF NOT WS-CERT-OK
003580         DISPLAY 'CALCVCRT - UNABLE TO OPEN HISTCERT, STATUS = '
003590             WS-CERT-STATUS
003600         MOVE 'Y' TO WS-ABORT-SW
003610         GO TO 1200-CHECK-PRIOR-CERT-EXIT
003620     END-IF.
003630     PERFORM 1210-CHECK-ONE-CERT THRU 1210-CHECK-ONE-CERT-EXIT
003640         UNTIL WS-CERT-EOF.
003650     CLOSE CERT-FILE.
003660     IF WS-IN-MONTH-BLOCK
003670         ADD 1 TO WS-INCOMPLETE-BLOCKS
003680     END-IF.
003690     IF WS-ALREADY-CERTIFIED
003700         DISPLAY 'CALCVCRT - MONTH ' WS-CERT-MONTH ' WAS '
003710             'CERTIFIED ' WS-PRIOR-DATE ' BY ' WS-PRIOR-OPERATOR
003720         DISPLAY 'CALCVCRT - RUN REFUSED, NOTHING WRITTEN'
003730         MOVE 'Y' TO WS-REFUSED-SW
003740     END-IF.
003750 1200-CHECK-PRIOR-CERT-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790*    1210-CHECK-ONE-CERT - READ ONE SNAPSHOT RECORD.  A HEADER   *
003800*    FOR THIS MONTH OPENS A BLOCK; ITS TRAILER CLOSES IT         *
003810*    COMPLETE.  A HEADER ARRIVING WHILE A BLOCK FOR THIS MONTH   *
003820*    IS STILL OPEN MEANS THAT BLOCK NEVER FINISHED.              *
003830******************************************************************
003840 1210-CHECK-ONE-CERT.
003850     READ CERT-FILE
003860         AT END
003870             MOVE 'Y' TO WS-CERT-EOF-SW
003880             GO TO 1210-CHECK-ONE-CERT-EXIT
003890     END-READ.
003900     IF CS-HEADER
003910         IF WS-IN-MONTH-BLOCK
003920             ADD 1 TO WS-INCOMPLETE-BLOCKS
003930             MOVE 'N' TO WS-IN-MONTH-BLOCK-SW
003940         END-IF
003950         IF CS-MONTH = WS-CERT-MONTH
003960             MOVE 'Y' TO WS-IN-MONTH-BLOCK-SW
003970             MOVE CS-CERT-DATE TO WS-PRIOR-DATE
003980             MOVE CS-OPERATOR TO WS-PRIOR-OPERATOR
003990         END-IF
004000         GO TO 1210-CHECK-ONE-CERT-EXIT
004010     END-IF.
004020     IF CS-TRAILER
004030         AND WS-IN-MONTH-BLOCK
004040         AND CS-MONTH = WS-CERT-MONTH
004050         MOVE 'Y' TO WS-CERTIFIED-SW
004060         MOVE 'N' TO WS-IN-MONTH-BLOCK-SW
004070     END-IF.
004080 1210-CHECK-ONE-CERT-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*    2000-SELECT-MONTH - SORT INPUT PROCEDURE.  RELEASE EVERY    *
004130*    MASTER RECORD, THEN EVERY ARCHIVE RECORD, DATED IN THE      *
004140*    MONTH BEING CERTIFIED.                                      *
004150******************************************************************
004160 2000-SELECT-MONTH.
004170     IF WS-HIST-PRESENT
004180         PERFORM 2100-SELECT-ONE-MASTER
004190             THRU 2100-SELECT-ONE-MASTER-EXIT
004200             UNTIL WS-HIST-EOF
004210         CLOSE HISTORY-MASTER
004220     END-IF.
004230     IF WS-HARCH-PRESENT
004240         PERFORM 2200-SELECT-ONE-ARCHIVE
004250             THRU 2200-SELECT-ONE-ARCHIVE-EXIT
004260             UNTIL WS-HARCH-EOF
004270         CLOSE HIST-ARCHIVE
004280     END-IF.
004290 2000-SELECT-MONTH-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330*    2100-SELECT-ONE-MASTER - READ ONE MASTER RECORD AND RELEASE *
004340*    IT WHEN IT IS DATED IN THE MONTH                            *
004350******************************************************************
004360 2100-SELECT-ONE-MASTER.
004370     READ HISTORY-MASTER
004380         AT END
004390             MOVE 'Y' TO WS-HIST-EOF-SW
004400             GO TO 2100-SELECT-ONE-MASTER-EXIT
004410     END-READ.
004420     IF CALCV-HISTORY-RECORD (9:6) NOT = WS-CERT-MONTH
004430         GO TO 2100-SELECT-ONE-MASTER-EXIT
004440     END-IF.
004450     MOVE HIST-KEY TO SORT-HIST-KEY.
004460     MOVE '1' TO SORT-SOURCE.
004470     MOVE CALCV-HISTORY-RECORD TO SORT-HIST-IMAGE.
004480     RELEASE CRT-SORT-RECORD.
004490 2100-SELECT-ONE-MASTER-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*    2200-SELECT-ONE-ARCHIVE - READ ONE ARCHIVE RECORD AND       *
004540*    RELEASE IT WHEN IT IS DATED IN THE MONTH                    *
004550******************************************************************
004560 2200-SELECT-ONE-ARCHIVE.
004570     READ HIST-ARCHIVE
004580         AT END
004590             MOVE 'Y' TO WS-HARCH-EOF-SW
004600             GO TO 2200-SELECT-ONE-ARCHIVE-EXIT
004610     END-READ.
004620     IF CALCV-HIST-ARCHIVE-RECORD (9:6) NOT = WS-CERT-MONTH
004630         GO TO 2200-SELECT-ONE-ARCHIVE-EXIT
004640     END-IF.
004650     MOVE CALCV-HIST-ARCHIVE-RECORD (1:30) TO SORT-HIST-KEY.
004660     MOVE '2' TO SORT-SOURCE.
004670     MOVE CALCV-HIST-ARCHIVE-RECORD TO SORT-HIST-IMAGE.
004680     RELEASE CRT-SORT-RECORD.
004690 2200-SELECT-ONE-ARCHIVE-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    3000-WRITE-SNAPSHOT - SORT OUTPUT PROCEDURE.  WRITE THE     *
004740*    MONTH'S BLOCK: THE HEADER AHEAD OF THE FIRST DETAIL, A BODY *
004750*    TOTAL AT EACH CHANGE OF BODY, AND THE LAST BODY'S TOTAL AND *
004760*    THE TRAILER AT THE END.  NO RECORDS, NO BLOCK.              *
004770******************************************************************
004780 3000-WRITE-SNAPSHOT.
004790     PERFORM 3100-CERTIFY-ONE-RECORD
004800         THRU 3100-CERTIFY-ONE-RECORD-EXIT
004810         UNTIL WS-SORT-EOF.
004820     IF WS-DETAILS-WRITTEN = ZERO
004830         GO TO 3000-WRITE-SNAPSHOT-EXIT
004840     END-IF.
004850     PERFORM 3300-WRITE-BODY-TOTAL
004860         THRU 3300-WRITE-BODY-TOTAL-EXIT.
004870     PERFORM 3400-WRITE-TRAILER THRU 3400-WRITE-TRAILER-EXIT.
004880 3000-WRITE-SNAPSHOT-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920*    3100-CERTIFY-ONE-RECORD - RETURN ONE SORTED RECORD AND      *
004930*    WRITE IT AS A DETAIL.  A SECOND COPY OF A KEY IS AN ARCHIVE *
004940*    COPY OF A RECORD THE MASTER STILL HOLDS (THE MASTER'S COPY  *
004950*    SORTS FIRST) OR A RECORD ARCHIVED TWICE, AND IS SKIPPED.    *
004960******************************************************************
004970 3100-CERTIFY-ONE-RECORD.
004980     RETURN SORT-WORK
004990         AT END
005000             MOVE 'Y' TO WS-SORT-EOF-SW
005010             GO TO 3100-CERTIFY-ONE-RECORD-EXIT
005020     END-RETURN.
005030     IF SORT-HIST-KEY = WS-PREV-KEY
005040         ADD 1 TO WS-ARCHIVE-DUPS
005050         GO TO 3100-CERTIFY-ONE-RECORD-EXIT
005060     END-IF.
005070     MOVE SORT-HIST-KEY TO WS-PREV-KEY.
005080     MOVE SORT-HIST-IMAGE TO CRT-HIST-VIEW.
005090     IF WS-DETAILS-WRITTEN = ZERO
005100         PERFORM 3200-WRITE-HEADER THRU 3200-WRITE-HEADER-EXIT
005110         MOVE CRT-HIST-BODY-CODE TO WS-CUR-BODY
005120     END-IF.
005130     IF CRT-HIST-BODY-CODE NOT = WS-CUR-BODY
005140         PERFORM 3300-WRITE-BODY-TOTAL
005150             THRU 3300-WRITE-BODY-TOTAL-EXIT
005160         MOVE CRT-HIST-BODY-CODE TO WS-CUR-BODY
005170     END-IF.
005180
005190     MOVE SPACES TO CALCV-CERT-RECORD.
005200     MOVE 'D' TO CS-REC-TYPE.
005210     MOVE WS-CERT-MONTH TO CS-MONTH.
005220     MOVE SORT-HIST-IMAGE TO CS-DATA.
005230     WRITE CALCV-CERT-RECORD.
005240     ADD 1 TO WS-DETAILS-WRITTEN.
005250     IF SORT-FROM-MASTER
005260         ADD 1 TO WS-MASTER-TAKEN
005270     ELSE
005280         ADD 1 TO WS-ARCHIVE-TAKEN
005290     END-IF.
005300
005310     COMPUTE WS-V2-WORK = FUNCTION NUMVAL(CRT-HIST-V2).
005320     ADD 1 TO WS-BODY-RECORDS.
005330     ADD CRT-HIST-M TO WS-BODY-HASH-M.
005340     ADD WS-V2-WORK TO WS-BODY-HASH-V2.
005350 3100-CERTIFY-ONE-RECORD-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*    3200-WRITE-HEADER - OPEN THE MONTH'S BLOCK AND HEAD THE     *
005400*    BODY TOTALS ON THE REPORT                                   *
005410******************************************************************
005420 3200-WRITE-HEADER.
005430     MOVE SPACES TO CALCV-CERT-RECORD.
005440     MOVE 'H' TO CS-REC-TYPE.
005450     MOVE WS-CERT-MONTH TO CS-MONTH.
005460     MOVE WS-RUN-DATE TO CS-CERT-DATE.
005470     MOVE WS-RUN-TIME TO CS-CERT-TIME.
005480     MOVE WS-OPERATOR-ID TO CS-OPERATOR.
005490     WRITE CALCV-CERT-RECORD.
005500     MOVE SPACES TO RPT-LINE.
005510     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
005520     MOVE 'BODY     RECORDS       HASH TOTAL M    HASH TOTAL V2'
005530         TO RPT-LINE.
005540     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
005550 3200-WRITE-HEADER-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*    3300-WRITE-BODY-TOTAL - WRITE AND LIST THE FINISHED BODY'S  *
005600*    COUNT AND HASH TOTALS, ROLL THEM INTO THE MONTH, AND CLEAR  *
005610*    THEM FOR THE NEXT BODY                                      *
005620******************************************************************
005630 3300-WRITE-BODY-TOTAL.
005640     MOVE SPACES TO CALCV-CERT-RECORD.
005650     MOVE 'B' TO CS-REC-TYPE.
005660     MOVE WS-CERT-MONTH TO CS-MONTH.
005670     MOVE WS-CUR-BODY TO CS-TOT-BODY.
005680     MOVE WS-BODY-RECORDS TO CS-TOT-RECORDS.
005690     MOVE WS-BODY-HASH-M TO CS-TOT-HASH-M.
005700     MOVE WS-BODY-HASH-V2 TO CS-TOT-HASH-V2.
005710     MOVE ZERO TO CS-TOT-BODIES.
005720     WRITE CALCV-CERT-RECORD.
005730     ADD 1 TO WS-BODIES-WRITTEN.
005740
005750     MOVE SPACES TO RPT-LINE.
005760     MOVE WS-BODY-RECORDS TO WS-COUNT-DISPLAY.
005770     MOVE WS-BODY-HASH-M TO WS-HASH-M-DISPLAY.
005780     MOVE WS-BODY-HASH-V2 TO WS-HASH-V2-DISPLAY.
005790     STRING WS-CUR-BODY ' ' WS-COUNT-DISPLAY
005800         ' ' WS-HASH-M-DISPLAY ' ' WS-HASH-V2-DISPLAY
005810         DELIMITED BY SIZE INTO RPT-LINE
005820     END-STRING.
005830     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
005840
005850     ADD WS-BODY-RECORDS TO WS-MONTH-RECORDS.
005860     ADD WS-BODY-HASH-M TO WS-MONTH-HASH-M.
005870     ADD WS-BODY-HASH-V2 TO WS-MONTH-HASH-V2.
005880     MOVE ZERO TO WS-BODY-RECORDS.
005890     MOVE ZERO TO WS-BODY-HASH-M.
005900     MOVE ZERO TO WS-BODY-HASH-V2.
005910 3300-WRITE-BODY-TOTAL-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950*    3400-WRITE-TRAILER - CLOSE THE BLOCK WITH THE MONTH'S       *
005960*    TOTALS.  UNTIL THIS RECORD IS WRITTEN THE MONTH IS NOT      *
005970*    CERTIFIED.                                                  *
005980******************************************************************
005990 3400-WRITE-TRAILER.
006000     MOVE SPACES TO CALCV-CERT-RECORD.
006010     MOVE 'T' TO CS-REC-TYPE.
006020     MOVE WS-CERT-MONTH TO CS-MONTH.
006030     MOVE SPACES TO CS-TOT-BODY.
006040     MOVE WS-MONTH-RECORDS TO CS-TOT-RECORDS.
006050     MOVE WS-MONTH-HASH-M TO CS-TOT-HASH-M.
006060     MOVE WS-MONTH-HASH-V2 TO CS-TOT-HASH-V2.
006070     MOVE WS-BODIES-WRITTEN TO CS-TOT-BODIES.
006080     WRITE CALCV-CERT-RECORD.
006090
006100     MOVE SPACES TO RPT-LINE.
006110     MOVE WS-MONTH-RECORDS TO WS-COUNT-DISPLAY.
006120     MOVE WS-MONTH-HASH-M TO WS-HASH-M-DISPLAY.
006130     MOVE WS-MONTH-HASH-V2 TO WS-HASH-V2-DISPLAY.
006140     STRING 'MONTH   ' ' ' WS-COUNT-DISPLAY
006150         ' ' WS-HASH-M-DISPLAY ' ' WS-HASH-V2-DISPLAY
006160         DELIMITED BY SIZE INTO RPT-LINE
006170     END-STRING.
006180     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006190 3400-WRITE-TRAILER-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230*    9000-TERMINATE - REPORT WHERE THE RECORDS CAME FROM, CLOSE  *
006240*    UP, AND SET THE RETURN CODE                                 *
006250******************************************************************
006260 9000-TERMINATE.
006270     IF WS-CERT-OPEN
006280         CLOSE CERT-FILE
006290     END-IF.
006300     IF WS-RPT-OPEN
006310         MOVE SPACES TO RPT-LINE
006320         IF WS-DETAILS-WRITTEN = ZERO
006330             STRING 'NO HISTORY ON HISTMST OR HISTARCH FOR '
006340                 WS-CERT-MONTH ' - NOTHING CERTIFIED'
006350                 DELIMITED BY SIZE INTO RPT-LINE
006360             END-STRING
006370         ELSE
006380             MOVE WS-MASTER-TAKEN TO WS-COUNT-DISPLAY
006390             MOVE WS-ARCHIVE-TAKEN TO WS-COUNT-2-DISPLAY
006400             MOVE WS-ARCHIVE-DUPS TO WS-COUNT-3-DISPLAY
006410             STRING 'FROM HISTMST =' WS-COUNT-DISPLAY
006420                 '  FROM HISTARCH =' WS-COUNT-2-DISPLAY
006430                 '  ARCHIVE DUPLICATES =' WS-COUNT-3-DISPLAY
006440                 DELIMITED BY SIZE INTO RPT-LINE
006450             END-STRING
006460         END-IF
006470         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
006480         MOVE SPACES TO RPT-LINE
006490         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
006500         CLOSE CERT-REPORT
006510     END-IF.
006520     DISPLAY 'CALCVCRT - RECORDS CERTIFIED    = '
006530         WS-DETAILS-WRITTEN.
006540     DISPLAY 'CALCVCRT - BODIES CERTIFIED     = '
006550         WS-BODIES-WRITTEN.
006560     EVALUATE TRUE
006570         WHEN WS-ABORTING
006580             MOVE 12 TO RETURN-CODE
006590         WHEN WS-REFUSED
006600             MOVE 8 TO RETURN-CODE
006610         WHEN WS-DETAILS-WRITTEN = ZERO
006620             MOVE 4 TO RETURN-CODE
006630         WHEN OTHER
006640             MOVE 0 TO RETURN-CODE
006650     END-EVALUATE.
006660 9000-TERMINATE-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
006710******************************************************************
006720 8000-EMIT-LINE.
006730     DISPLAY RPT-LINE.
006740     WRITE CALCV-REPORT-LINE.
006750 8000-EMIT-LINE-EXIT.
006760     EXIT.
