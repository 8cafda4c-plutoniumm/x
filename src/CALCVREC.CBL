000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVREC                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    RECONCILES THE BODYMST BODY MASTER AGAINST THE AGENCY'S     *
000110*    PERIODIC REFERENCE-CONSTANTS FEED (REFFEED, CALCVRF RECORD) *
000120*    AND WRITES THE CORRECTIONS AS BODYTRN TRANSACTIONS, SO A    *
000130*    NEWLY PUBLISHED FIGURE REACHES THE MASTER THROUGH THE       *
000140*    NORMAL CALCVBMJ MAINTENANCE JOB - OPERATOR AUTHORIZATION,   *
000150*    DENSITY EDIT, IMPACT REPORT, AND BODYPEND HOLD INCLUDED -   *
000160*    INSTEAD OF BEING RE-KEYED BY HAND.  EACH FEED BODY IS       *
000170*    CONVERTED TO THE MASTER'S UNITS AND PRECISION FIRST:        *
000180*        RADIUS   KM TO METERS                                   *
000190*        MASS     MANTISSA/EXPONENT NORMALIZED TO ONE WHOLE      *
000200*                 DIGIT AND ROUNDED TO FIVE DECIMALS             *
000210*        ROTATION ROUNDED TO TWO DECIMALS                        *
000220*    SO A FIGURE THAT AGREES TO THE MASTER'S PRECISION IS NOT    *
000230*    REPORTED AS A DIFFERENCE.  THEN:                            *
000240*        ON BOTH, A FIGURE DIFFERS  PRINT EACH DIFFERING FIGURE, *
000250*                                   MASTER AND FEED VALUES AND   *
000260*                                   THE PERCENT CHANGE, AND      *
000270*                                   WRITE A C TRANSACTION        *
000280*        ON THE FEED ONLY           PRINT IT AND WRITE AN A      *
000290*                                   TRANSACTION                  *
000300*        ON BODYMST ONLY            PRINT IT - NO TRANSACTION;   *
000310*                                   A BODY IS NEVER DELETED      *
000320*                                   BECAUSE A FEED LEFT IT OUT   *
000330*    RADIUS AND MASS ARE ALWAYS COMPARED.  DISTANCE, ROTATION,   *
000340*    AND PRIMARY ARE COMPARED ONLY WHEN THE FEED PUBLISHES THEM; *
000350*    ON A C TRANSACTION A FIGURE THAT AGREES IS LEFT BLANK, SO   *
000360*    CALCVBMT KEEPS THE MASTER VALUE.  THE FEED'S HEADER AND     *
000370*    TRAILER ARE CHECKED IN A FIRST PASS - A FEED WHOSE TRAILER  *
000380*    COUNT DOES NOT MATCH ITS DETAIL RECORDS IS REFUSED WHOLE,   *
000390*    SINCE A TRUNCATED FEED WOULD SHOW BODIES AS MISSING.        *
000400*    EVERY TRANSACTION CARRIES THE OPERATOR ID FROM THE PARM -   *
000410*    THE OPERATOR WHO WILL REVIEW THE FILE AND SUBMIT CALCVBMJ,  *
000420*    AND WHOSE OPERAUTH BODY-MAINTENANCE AUTHORITY CALCVBMT      *
000430*    CHECKS.  NO OPERATOR ID ENDS RC=8 WITH NOTHING WRITTEN.     *
000440*    THE REPORT IS APPENDED TO RECRPT.  RC=4 WHEN ANY BODY       *
000450*    DIFFERS, IS MISSING FROM EITHER SIDE, OR HAS A FEED RECORD  *
000460*    IN ERROR; RC=12 WHEN THE MASTER OR FEED CANNOT BE USED.     *
000470*                                                                *
000480*    MODIFICATION HISTORY                                       *
000490*    DATE       INIT  DESCRIPTION                                *
000500*    2026-10-15 DLR   ORIGINAL.                                  *
000510*                                                                *
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.  CALCVREC.
000550 AUTHOR.      D. L. RENARD.
000560 INSTALLATION. SURVEY SYSTEMS GROUP.
000570 DATE-WRITTEN. 2026-10-15.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.  IBM-370.
000630 OBJECT-COMPUTER.  IBM-370.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT BODY-MASTER ASSIGN TO BODYMST
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-BM-STATUS.
000700     SELECT REF-FEED ASSIGN TO REFFEED
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RF-STATUS.
000730     SELECT TRANS-FILE ASSIGN TO BODYTRN
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRN-STATUS.
000760     SELECT RECON-REPORT ASSIGN TO RECRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  BODY-MASTER
000830     RECORDING MODE IS F.
000840 COPY CALCVBM.
000850
000860 FD  REF-FEED
000870     RECORDING MODE IS F.
000880 COPY CALCVRF.
000890
000900 FD  TRANS-FILE
000910     RECORDING MODE IS F.
000920 COPY CALCVBT.
000930
000940 FD  RECON-REPORT
000950     RECORDING MODE IS F.
000960 COPY CALCVRP.
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-BM-STATUS                PIC X(02).
001000     88  WS-BM-OK                VALUE '00'.
001010 01  WS-RF-STATUS                PIC X(02).
001020     88  WS-RF-OK                VALUE '00'.
001030 01  WS-TRN-STATUS               PIC X(02).
001040     88  WS-TRN-OK               VALUE '00'.
001050 01  WS-RPT-STATUS               PIC X(02).
001060     88  WS-RPT-OK               VALUE '00'.
001070     88  WS-RPT-NOT-FOUND        VALUE '35'.
001080
001090 01  WS-SWITCHES.
001100     05  WS-BM-EOF-SW            PIC X(01)      VALUE 'N'.
001110         88  WS-BM-EOF           VALUE 'Y'.
001120     05  WS-BM-LOADED-SW         PIC X(01)      VALUE 'N'.
001130         88  WS-BM-LOADED        VALUE 'Y'.
001140     05  WS-RF-EOF-SW            PIC X(01)      VALUE 'N'.
001150         88  WS-RF-EOF           VALUE 'Y'.
001160     05  WS-FEED-USABLE-SW       PIC X(01)      VALUE 'N'.
001170         88  WS-FEED-USABLE      VALUE 'Y'.
001180     05  WS-HEADER-SEEN-SW       PIC X(01)      VALUE 'N'.
001190         88  WS-HEADER-SEEN      VALUE 'Y'.
001200     05  WS-TRAILER-SEEN-SW      PIC X(01)      VALUE 'N'.
001210         88  WS-TRAILER-SEEN     VALUE 'Y'.
001220     05  WS-RPT-OPEN-SW          PIC X(01)      VALUE 'N'.
001230         88  WS-RPT-OPEN         VALUE 'Y'.
001240     05  WS-TRN-OPEN-SW          PIC X(01)      VALUE 'N'.
001250         88  WS-TRN-OPEN         VALUE 'Y'.
001260     05  WS-REFUSED-SW           PIC X(01)      VALUE 'N'.
001270         88  WS-REFUSED          VALUE 'Y'.
001280     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
001290         88  WS-BODY-FOUND       VALUE 'Y'.
001300     05  WS-RECORD-BAD-SW        PIC X(01)      VALUE 'N'.
001310         88  WS-RECORD-BAD       VALUE 'Y'.
001320
001330 01  WS-DIFF-SWITCHES.
001340     05  WS-RADIUS-DIFF-SW       PIC X(01)      VALUE 'N'.
001350         88  WS-RADIUS-DIFFERS   VALUE 'Y'.
001360     05  WS-MASS-DIFF-SW         PIC X(01)      VALUE 'N'.
001370         88  WS-MASS-DIFFERS     VALUE 'Y'.
001380     05  WS-DIST-DIFF-SW         PIC X(01)      VALUE 'N'.
001390         88  WS-DIST-DIFFERS     VALUE 'Y'.
001400     05  WS-ROT-DIFF-SW          PIC X(01)      VALUE 'N'.
001410         88  WS-ROT-DIFFERS      VALUE 'Y'.
001420     05  WS-PRIMARY-DIFF-SW      PIC X(01)      VALUE 'N'.
001430         88  WS-PRIMARY-DIFFERS  VALUE 'Y'.
001440
001450 01  WS-COUNTERS.
001460     05  WS-FEED-RECORDS         PIC 9(07)      COMP VALUE ZERO.
001470     05  WS-FEED-DETAILS         PIC 9(07)      COMP VALUE ZERO.
001480     05  WS-FEED-BODIES          PIC 9(07)      COMP VALUE ZERO.
001490     05  WS-AGREE-COUNT          PIC 9(07)      COMP VALUE ZERO.
001500     05  WS-DIFFER-COUNT         PIC 9(07)      COMP VALUE ZERO.
001510     05  WS-FEED-ONLY-COUNT      PIC 9(07)      COMP VALUE ZERO.
001520     05  WS-MASTER-ONLY-COUNT    PIC 9(07)      COMP VALUE ZERO.
001530     05  WS-FEED-ERROR-COUNT     PIC 9(07)      COMP VALUE ZERO.
001540     05  WS-TRANS-WRITTEN        PIC 9(07)      COMP VALUE ZERO.
001550     05  WS-BODY-SUB             PIC 9(03)      COMP VALUE ZERO.
001560
001570 01  WS-RUN-DATE                 PIC 9(08).
001580 01  WS-PARM                     PIC X(20)      VALUE SPACES.
001590 01  WS-OPERATOR-ID              PIC X(08)      VALUE SPACES.
001600 01  WS-FEED-SOURCE              PIC X(20)      VALUE SPACES.
001610 01  WS-FEED-EDITION             PIC 9(08)      VALUE ZERO.
001620 01  WS-TRAILER-COUNT            PIC 9(05)      VALUE ZERO.
001630 01  WS-PROBLEM-TEXT             PIC X(60)      VALUE SPACES.
001640
001650******************************************************************
001660*    RCN-BODY-TABLE - THE BODYMST BODIES AS KEYED (MASTER UNITS  *
001670*    AND MANTISSA/EXPONENT FORM, NOT THE COMP-2 CALCVBD TABLE),  *
001680*    WITH WHETHER THE FEED HAS MATCHED EACH ONE.  A FEED-ONLY    *
001690*    BODY IS ADDED AS IT IS MET SO A SECOND FEED RECORD FOR IT   *
001700*    IS CAUGHT AS A DUPLICATE.                                   *
001710******************************************************************
001720 01  RCN-BODY-TABLE.
001730     05  RCN-COUNT               PIC 9(03)      COMP VALUE ZERO.
001740     05  RCN-ENTRY OCCURS 1 TO 100 TIMES
001750                 DEPENDING ON RCN-COUNT
001760                 INDEXED BY RCN-IDX.
001770         10  RCN-CODE            PIC X(08).
001780         10  RCN-RADIUS          PIC 9(10).
001790         10  RCN-MANT            PIC 9(01)V9(05).
001800         10  RCN-EXP             PIC 9(02).
001810         10  RCN-DIST            PIC 9(10).
001820         10  RCN-ROT             PIC 9(05)V9(02).
001830         10  RCN-PRIMARY         PIC X(08).
001840         10  RCN-MATCHED-SW      PIC X(01).
001850             88  RCN-MATCHED     VALUE 'Y'.
001860
001870******************************************************************
001880*    WS-FEED-VALUES - THE CURRENT FEED BODY IN MASTER UNITS AND  *
001890*    PRECISION, AND THE WORK FIELDS THAT NORMALIZE ITS MASS      *
001900******************************************************************
001910 01  WS-FEED-VALUES.
001920     05  WS-FEED-RADIUS          PIC 9(10).
001930     05  WS-FEED-MANT            PIC 9(01)V9(05).
001940     05  WS-FEED-EXP             PIC 9(02).
001950     05  WS-FEED-DIST            PIC 9(10).
001960     05  WS-FEED-ROT             PIC 9(05)V9(02).
001970     05  WS-FEED-PRIMARY         PIC X(08).
001980 01  WS-NORM-FIELDS.
001990     05  WS-NORM-MANT            PIC 9(04)V9(09) COMP-3.
002000     05  WS-NORM-EXP             PIC S9(03)     COMP.
002010     05  WS-ROUND-MANT           PIC 9(02)V9(05).
002020
002030 01  WS-CALC-FIELDS.
002040     05  WS-MASS-OLD    USAGE COMP-2.
002050     05  WS-MASS-NEW    USAGE COMP-2.
002060     05  WS-PCT-CHANGE           PIC S9(05)V9(04).
002070
002080******************************************************************
002090*    FIGURE LINE - ONE DIFFERING FIGURE: ITS NAME, THE MASTER    *
002100*    AND FEED VALUES, AND THE PERCENT CHANGE FROM THE MASTER     *
002110******************************************************************
002120 01  WS-FIG-LABEL                PIC X(10).
002130 01  WS-OLD-TEXT                 PIC X(14).
002140 01  WS-NEW-TEXT                 PIC X(14).
002150 01  WS-PCT-TEXT                 PIC X(12).
002160 01  WS-PCT-DISPLAY              PIC -(5)9.9999.
002170 01  WS-WHOLE-DISPLAY            PIC Z(13)9.
002180 01  WS-HOURS-DISPLAY            PIC Z(10)9.99.
002190 01  WS-MASS-TEXT.
002200     05  FILLER                  PIC X(04)      VALUE SPACES.
002210     05  WS-MASS-TEXT-MANT       PIC 9.99999.
002220     05  FILLER                  PIC X(01)      VALUE 'E'.
002230     05  WS-MASS-TEXT-EXP        PIC 9(02).
002240 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002250
002260 PROCEDURE DIVISION.
002270
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002300     IF WS-REFUSED
002310         MOVE 8 TO RETURN-CODE
002320         GO TO 0000-MAINLINE-EXIT
002330     END-IF.
002340     IF NOT WS-BM-LOADED OR NOT WS-RPT-OPEN
002350         OR NOT WS-FEED-USABLE OR NOT WS-TRN-OPEN
002360         PERFORM 9500-ABANDON THRU 9500-ABANDON-EXIT
002370         MOVE 12 TO RETURN-CODE
002380         GO TO 0000-MAINLINE-EXIT
002390     END-IF.
002400     PERFORM 2000-RECONCILE-ONE-BODY
002410         THRU 2000-RECONCILE-ONE-BODY-EXIT
002420         UNTIL WS-RF-EOF.
002430     PERFORM 3000-LIST-MASTER-ONLY THRU 3000-LIST-MASTER-ONLY-EXIT
002440         VARYING WS-BODY-SUB FROM 1 BY 1
002450         UNTIL WS-BODY-SUB > RCN-COUNT.
002460     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002470 0000-MAINLINE-EXIT.
002480     STOP RUN.
002490
002500******************************************************************
002510*    1000-INITIALIZE - TAKE THE OPERATOR ID, LOAD THE BODY       *
002520*    MASTER, OPEN THE REPORT (EXTEND, SO ONE RUN DOES NOT ERASE  *
002530*    ANOTHER), CHECK THE FEED'S FRAMING, AND ONLY THEN OPEN THE  *
002540*    FEED FOR THE RECONCILIATION PASS AND THE BODYTRN OUTPUT     *
002550******************************************************************
002560 1000-INITIALIZE.
002570     DISPLAY 'CALCVREC - REFERENCE-CONSTANTS RECONCILIATION '
002580         'STARTING'.
002590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002600     PERFORM 1010-TAKE-PARM THRU 1010-TAKE-PARM-EXIT.
002610     IF WS-REFUSED
002620         GO TO 1000-INITIALIZE-EXIT
002630     END-IF.
002640     PERFORM 1025-LOAD-BODY-MASTER
002650         THRU 1025-LOAD-BODY-MASTER-EXIT.
002660     IF NOT WS-BM-LOADED
002670         GO TO 1000-INITIALIZE-EXIT
002680     END-IF.
002690
002700     OPEN EXTEND RECON-REPORT.
002710     IF WS-RPT-NOT-FOUND
002720         OPEN OUTPUT RECON-REPORT
002730     END-IF.
002740     IF NOT WS-RPT-OK
002750         DISPLAY 'CALCVREC - UNABLE TO OPEN RECRPT, STATUS = '
002760             WS-RPT-STATUS
002770         GO TO 1000-INITIALIZE-EXIT
002780     END-IF.
002790     MOVE 'Y' TO WS-RPT-OPEN-SW.
002800     MOVE SPACES TO RPT-LINE.
002810     STRING 'CALCULATE-V REFERENCE-CONSTANTS RECONCILIATION - '
002820         'RUN DATE ' WS-RUN-DATE
002830         DELIMITED BY SIZE INTO RPT-LINE
002840     END-STRING.
002850     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002860
002870     PERFORM 1100-CHECK-FEED THRU 1100-CHECK-FEED-EXIT.
002880     IF NOT WS-FEED-USABLE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF.
002910     MOVE SPACES TO RPT-LINE.
002920     STRING 'FEED ' WS-FEED-SOURCE ' EDITION ' WS-FEED-EDITION
002930         '  TRANSACTIONS KEYED AS ' WS-OPERATOR-ID
002940         DELIMITED BY SIZE INTO RPT-LINE
002950     END-STRING.
002960     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002970     MOVE SPACES TO RPT-LINE.
002980     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
002990
003000     MOVE 'N' TO WS-RF-EOF-SW.
003010     OPEN INPUT REF-FEED.
003020     IF NOT WS-RF-OK
003030         DISPLAY 'CALCVREC - UNABLE TO REOPEN REFFEED, STATUS = '
003040             WS-RF-STATUS
003050         MOVE 'N' TO WS-FEED-USABLE-SW
003060         GO TO 1000-INITIALIZE-EXIT
003070     END-IF.
003080     OPEN OUTPUT TRANS-FILE.
003090     IF NOT WS-TRN-OK
003100         DISPLAY 'CALCVREC - UNABLE TO OPEN BODYTRN, STATUS = '
003110             WS-TRN-STATUS
003120         CLOSE REF-FEED
003130         GO TO 1000-INITIALIZE-EXIT
003140     END-IF.
003150     MOVE 'Y' TO WS-TRN-OPEN-SW.
003160 1000-INITIALIZE-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*    1010-TAKE-PARM - THE PARM IS THE ID OF THE OPERATOR WHO     *
003210*    WILL REVIEW THE BODYTRN FILE AND SUBMIT IT THROUGH CALCVBMJ.*
003220*    WITHOUT ONE THE RUN IS REFUSED - AN UNSIGNED TRANSACTION    *
003230*    WOULD ONLY BE REFUSED IN TURN BY CALCVBMT.                  *
003240******************************************************************
003250 1010-TAKE-PARM.
003260     ACCEPT WS-PARM FROM COMMAND-LINE.
003270     UNSTRING WS-PARM DELIMITED BY ',' OR ALL SPACES
003280         INTO WS-OPERATOR-ID
003290     END-UNSTRING.
003300     IF WS-OPERATOR-ID = SPACES
003310         DISPLAY 'CALCVREC - NO OPERATOR ID IN THE PARM - '
003320             'RUN REFUSED, NOTHING WRITTEN'
003330         MOVE 'Y' TO WS-REFUSED-SW
003340     END-IF.
003350 1010-TAKE-PARM-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    1025-LOAD-BODY-MASTER - LOAD THE RCN TABLE FROM THE BODYMST *
003400*    BODY REFERENCE MASTER.  AN UNOPENABLE OR EMPTY MASTER LEAVES*
003410*    WS-BM-LOADED OFF AND THE RUN STOPS.                         *
003420******************************************************************
003430 1025-LOAD-BODY-MASTER.
003440     MOVE 'N' TO WS-BM-LOADED-SW.
003450     MOVE 'N' TO WS-BM-EOF-SW.
003460     MOVE ZERO TO RCN-COUNT.
003470     OPEN INPUT BODY-MASTER.
003480     IF NOT WS-BM-OK
003490         DISPLAY 'CALCVREC - UNABLE TO OPEN BODYMST, STATUS = '
003500             WS-BM-STATUS
003510         GO TO 1025-LOAD-BODY-MASTER-EXIT
003520     END-IF.
003530     PERFORM 1030-LOAD-ONE-BODY THRU 1030-LOAD-ONE-BODY-EXIT
003540         UNTIL WS-BM-EOF.
003550     CLOSE BODY-MASTER.
003560     IF RCN-COUNT = ZERO
003570         DISPLAY 'CALCVREC - BODYMST IS EMPTY, NO BODIES LOADED'
003580         GO TO 1025-LOAD-BODY-MASTER-EXIT
003590     END-IF.
003600     MOVE 'Y' TO WS-BM-LOADED-SW.
003610 1025-LOAD-BODY-MASTER-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650*    1030-LOAD-ONE-BODY - READ ONE BODY MASTER RECORD INTO THE   *
003660*    NEXT RCN TABLE SLOT.  AN OLD-FORMAT RECORD CARRIES THE NEWER*
003670*    COLUMNS AS SPACES - DISTANCE AND ROTATION ARE TAKEN AS THE  *
003680*    NOT-ON-FILE ZERO.                                           *
003690******************************************************************
003700 1030-LOAD-ONE-BODY.
003710     READ BODY-MASTER
003720         AT END
003730             MOVE 'Y' TO WS-BM-EOF-SW
003740             GO TO 1030-LOAD-ONE-BODY-EXIT
003750     END-READ.
003760     IF RCN-COUNT NOT < 50
003770         DISPLAY 'CALCVREC - BODYMST EXCEEDS 50 BODIES, '
003780             'REMAINDER IGNORED'
003790         MOVE 'Y' TO WS-BM-EOF-SW
003800         GO TO 1030-LOAD-ONE-BODY-EXIT
003810     END-IF.
003820     IF BM-ORBIT-DIST NOT NUMERIC
003830         MOVE ZERO TO BM-ORBIT-DIST
003840     END-IF.
003850     IF BM-ROT-HOURS NOT NUMERIC
003860         MOVE ZERO TO BM-ROT-HOURS
003870     END-IF.
003880     ADD 1 TO RCN-COUNT.
003890     SET RCN-IDX TO RCN-COUNT.
003900     MOVE BM-BODY-CODE TO RCN-CODE (RCN-IDX).
003910     MOVE BM-RADIUS TO RCN-RADIUS (RCN-IDX).
003920     MOVE BM-MASS-MANT TO RCN-MANT (RCN-IDX).
003930     MOVE BM-MASS-EXP TO RCN-EXP (RCN-IDX).
003940     MOVE BM-ORBIT-DIST TO RCN-DIST (RCN-IDX).
003950     MOVE BM-ROT-HOURS TO RCN-ROT (RCN-IDX).
003960     MOVE BM-PRIMARY TO RCN-PRIMARY (RCN-IDX).
003970     MOVE 'N' TO RCN-MATCHED-SW (RCN-IDX).
003980 1030-LOAD-ONE-BODY-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    1100-CHECK-FEED - FIRST PASS OVER THE FEED: ONE HEADER      *
004030*    FIRST, DETAILS, ONE TRAILER LAST WHOSE COUNT MATCHES THE    *
004040*    DETAILS READ.  ANYTHING ELSE REFUSES THE WHOLE FEED BEFORE  *
004050*    A SINGLE BODY IS COMPARED.                                  *
004060******************************************************************
004070 1100-CHECK-FEED.
004080     MOVE 'N' TO WS-FEED-USABLE-SW.
004090     MOVE 'N' TO WS-RF-EOF-SW.
004100     MOVE SPACES TO WS-PROBLEM-TEXT.
004110     OPEN INPUT REF-FEED.
004120     IF NOT WS-RF-OK
004130         DISPLAY 'CALCVREC - UNABLE TO OPEN REFFEED, STATUS = '
004140             WS-RF-STATUS
004150         MOVE 'REFFEED COULD NOT BE OPENED' TO WS-PROBLEM-TEXT
004160         GO TO 1100-CHECK-FEED-REFUSE
004170     END-IF.
004180     PERFORM 1110-CHECK-ONE-RECORD THRU 1110-CHECK-ONE-RECORD-EXIT
004190         UNTIL WS-RF-EOF OR WS-PROBLEM-TEXT NOT = SPACES.
004200     CLOSE REF-FEED.
004210     IF WS-PROBLEM-TEXT NOT = SPACES
004220         GO TO 1100-CHECK-FEED-REFUSE
004230     END-IF.
004240     IF NOT WS-HEADER-SEEN
004250         MOVE 'FEED IS EMPTY - NO HEADER RECORD'
004260             TO WS-PROBLEM-TEXT
004270         GO TO 1100-CHECK-FEED-REFUSE
004280     END-IF.
004290     IF NOT WS-TRAILER-SEEN
004300         MOVE 'NO TRAILER RECORD - FEED IS TRUNCATED'
004310             TO WS-PROBLEM-TEXT
004320         GO TO 1100-CHECK-FEED-REFUSE
004330     END-IF.
004340     IF WS-TRAILER-COUNT NOT = WS-FEED-DETAILS
004350         MOVE 'TRAILER COUNT DOES NOT MATCH THE DETAIL RECORDS'
004360             TO WS-PROBLEM-TEXT
004370         GO TO 1100-CHECK-FEED-REFUSE
004380     END-IF.
004390     IF WS-FEED-DETAILS = ZERO
004400         MOVE 'FEED CARRIES NO BODIES' TO WS-PROBLEM-TEXT
004410         GO TO 1100-CHECK-FEED-REFUSE
004420     END-IF.
004430     MOVE 'Y' TO WS-FEED-USABLE-SW.
004440     GO TO 1100-CHECK-FEED-EXIT.
004450 1100-CHECK-FEED-REFUSE.
004460     DISPLAY 'CALCVREC - FEED REFUSED - ' WS-PROBLEM-TEXT.
004470     MOVE SPACES TO RPT-LINE.
004480     STRING 'FEED REFUSED - ' WS-PROBLEM-TEXT
004490         DELIMITED BY SIZE INTO RPT-LINE
004500     END-STRING.
004510     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
004520 1100-CHECK-FEED-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*    1110-CHECK-ONE-RECORD - READ ONE FEED RECORD IN THE FRAMING *
004570*    PASS AND CHECK IT IS IN ITS PLACE.  A PROBLEM IS LEFT IN    *
004580*    WS-PROBLEM-TEXT, WHICH ENDS THE PASS.                       *
004590******************************************************************
004600 1110-CHECK-ONE-RECORD.
004610     READ REF-FEED
004620         AT END
004630             MOVE 'Y' TO WS-RF-EOF-SW
004640             GO TO 1110-CHECK-ONE-RECORD-EXIT
004650     END-READ.
004660     ADD 1 TO WS-FEED-RECORDS.
004670     IF WS-TRAILER-SEEN
004680         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-PROBLEM-TEXT
004690         GO TO 1110-CHECK-ONE-RECORD-EXIT
004700     END-IF.
004710     EVALUATE TRUE
004720         WHEN RF-HEADER
004730             IF WS-FEED-RECORDS NOT = 1
004740                 MOVE 'HEADER RECORD IS NOT THE FIRST RECORD'
004750                     TO WS-PROBLEM-TEXT
004760             ELSE
004770                 MOVE 'Y' TO WS-HEADER-SEEN-SW
004780                 MOVE RF-HDR-SOURCE TO WS-FEED-SOURCE
004790                 MOVE RF-HDR-EDITION TO WS-FEED-EDITION
004800             END-IF
004810         WHEN NOT WS-HEADER-SEEN
004820             MOVE 'FIRST RECORD IS NOT A HEADER'
004830                 TO WS-PROBLEM-TEXT
004840         WHEN RF-DETAIL
004850             ADD 1 TO WS-FEED-DETAILS
004860         WHEN RF-TRAILER
004870             IF RF-TRL-COUNT NOT NUMERIC
004880                 MOVE 'TRAILER COUNT IS NOT NUMERIC'
004890                     TO WS-PROBLEM-TEXT
004900             ELSE
004910                 MOVE 'Y' TO WS-TRAILER-SEEN-SW
004920                 MOVE RF-TRL-COUNT TO WS-TRAILER-COUNT
004930             END-IF
004940         WHEN OTHER
004950             MOVE 'UNKNOWN RECORD TYPE ON THE FEED'
004960                 TO WS-PROBLEM-TEXT
004970     END-EVALUATE.
004980 1110-CHECK-ONE-RECORD-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    2000-RECONCILE-ONE-BODY - READ THE NEXT FEED DETAIL,        *
005030*    CONVERT IT TO MASTER UNITS, AND MATCH IT TO ITS BODYMST     *
005040*    ENTRY: COMPARE WHEN FOUND, ADD WHEN NOT                     *
005050******************************************************************
005060 2000-RECONCILE-ONE-BODY.
005070     READ REF-FEED
005080         AT END
005090             MOVE 'Y' TO WS-RF-EOF-SW
005100             GO TO 2000-RECONCILE-ONE-BODY-EXIT
005110     END-READ.
005120     IF NOT RF-DETAIL
005130         GO TO 2000-RECONCILE-ONE-BODY-EXIT
005140     END-IF.
005150     ADD 1 TO WS-FEED-BODIES.
005160     PERFORM 2100-CONVERT-FEED THRU 2100-CONVERT-FEED-EXIT.
005170     IF WS-RECORD-BAD
005180         PERFORM 2900-REPORT-FEED-ERROR
005190             THRU 2900-REPORT-FEED-ERROR-EXIT
005200         GO TO 2000-RECONCILE-ONE-BODY-EXIT
005210     END-IF.
005220     PERFORM 2050-FIND-BODY THRU 2050-FIND-BODY-EXIT.
005230     IF NOT WS-BODY-FOUND
005240         PERFORM 2400-FEED-ONLY-BODY THRU 2400-FEED-ONLY-BODY-EXIT
005250         GO TO 2000-RECONCILE-ONE-BODY-EXIT
005260     END-IF.
005270     IF RCN-MATCHED (RCN-IDX)
005280         MOVE 'BODY APPEARS MORE THAN ONCE ON THE FEED'
005290             TO WS-PROBLEM-TEXT
005300         PERFORM 2900-REPORT-FEED-ERROR
005310             THRU 2900-REPORT-FEED-ERROR-EXIT
005320         GO TO 2000-RECONCILE-ONE-BODY-EXIT
005330     END-IF.
005340     MOVE 'Y' TO RCN-MATCHED-SW (RCN-IDX).
005350     PERFORM 2200-COMPARE-BODY THRU 2200-COMPARE-BODY-EXIT.
005360 2000-RECONCILE-ONE-BODY-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    2050-FIND-BODY - LOOK THE FEED BODY CODE UP IN THE RCN      *
005410*    TABLE.  RCN-IDX IS LEFT ON THE ENTRY WHEN FOUND.            *
005420******************************************************************
005430 2050-FIND-BODY.
005440     MOVE 'N' TO WS-BODY-FOUND-SW.
005450     SET RCN-IDX TO 1.
005460     SEARCH RCN-ENTRY
005470         AT END
005480             MOVE 'N' TO WS-BODY-FOUND-SW
005490         WHEN RCN-CODE (RCN-IDX) = RF-BODY-CODE
005500             MOVE 'Y' TO WS-BODY-FOUND-SW
005510     END-SEARCH.
005520 2050-FIND-BODY-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*    2100-CONVERT-FEED - EDIT THE FEED DETAIL AND CONVERT IT TO  *
005570*    THE MASTER'S UNITS AND PRECISION IN WS-FEED-VALUES.  THE    *
005580*    MASS IS SCALED UNTIL ONE WHOLE DIGIT REMAINS, THEN ROUNDED  *
005590*    TO FIVE DECIMALS - A ROUNDING THAT CARRIES TO 10.00000 IS   *
005600*    SCALED ONCE MORE.  BLANK DISTANCE AND ROTATION COLUMNS ARE  *
005610*    THE NOT-PUBLISHED ZERO.  A BAD RECORD IS FLAGGED WITH ITS   *
005620*    REASON IN WS-PROBLEM-TEXT.                                  *
005630******************************************************************
005640 2100-CONVERT-FEED.
005650     MOVE 'N' TO WS-RECORD-BAD-SW.
005660     MOVE SPACES TO WS-PROBLEM-TEXT.
005670     IF RF-BODY-CODE = SPACES OR RF-BODY-CODE = 'ALL'
005680         MOVE 'BODY CODE IS BLANK OR RESERVED' TO WS-PROBLEM-TEXT
005690         GO TO 2100-CONVERT-FEED-BAD
005700     END-IF.
005710     IF RF-RADIUS-KM NOT NUMERIC
005720         OR RF-MASS-MANT NOT NUMERIC
005730         OR RF-MASS-EXP NOT NUMERIC
005740         MOVE 'RADIUS OR MASS IS NOT NUMERIC' TO WS-PROBLEM-TEXT
005750         GO TO 2100-CONVERT-FEED-BAD
005760     END-IF.
005770     IF RF-RADIUS-KM = ZERO OR RF-MASS-MANT = ZERO
005780         MOVE 'RADIUS OR MASS IS ZERO' TO WS-PROBLEM-TEXT
005790         GO TO 2100-CONVERT-FEED-BAD
005800     END-IF.
005810     IF RF-ORBIT-KM = SPACES
005820         MOVE ZERO TO RF-ORBIT-KM
005830     END-IF.
005840     IF RF-ROT-HOURS = SPACES
005850         MOVE ZERO TO RF-ROT-HOURS
005860     END-IF.
005870     IF RF-ORBIT-KM NOT NUMERIC OR RF-ROT-HOURS NOT NUMERIC
005880         MOVE 'DISTANCE OR ROTATION IS NOT NUMERIC'
005890             TO WS-PROBLEM-TEXT
005900         GO TO 2100-CONVERT-FEED-BAD
005910     END-IF.
005920
005930     COMPUTE WS-FEED-RADIUS = RF-RADIUS-KM * 1000.
005940     MOVE RF-MASS-MANT TO WS-NORM-MANT.
005950     MOVE RF-MASS-EXP TO WS-NORM-EXP.
005960     PERFORM 2110-SCALE-DOWN THRU 2110-SCALE-DOWN-EXIT
005970         UNTIL WS-NORM-MANT < 10.
005980     PERFORM 2120-SCALE-UP THRU 2120-SCALE-UP-EXIT
005990         UNTIL WS-NORM-MANT NOT < 1.
006000     COMPUTE WS-ROUND-MANT ROUNDED = WS-NORM-MANT.
006010     IF WS-ROUND-MANT NOT < 10
006020         DIVIDE 10 INTO WS-ROUND-MANT
006030         ADD 1 TO WS-NORM-EXP
006040     END-IF.
006050     IF WS-NORM-EXP < ZERO OR WS-NORM-EXP > 99
006060         MOVE 'MASS IS OUTSIDE THE MASTER''S EXPONENT RANGE'
006070             TO WS-PROBLEM-TEXT
006080         GO TO 2100-CONVERT-FEED-BAD
006090     END-IF.
006100     MOVE WS-ROUND-MANT TO WS-FEED-MANT.
006110     MOVE WS-NORM-EXP TO WS-FEED-EXP.
006120     MOVE RF-ORBIT-KM TO WS-FEED-DIST.
006130     COMPUTE WS-FEED-ROT ROUNDED = RF-ROT-HOURS.
006140     MOVE RF-PRIMARY TO WS-FEED-PRIMARY.
006150     GO TO 2100-CONVERT-FEED-EXIT.
006160 2100-CONVERT-FEED-BAD.
006170     MOVE 'Y' TO WS-RECORD-BAD-SW.
006180 2100-CONVERT-FEED-EXIT.
006190     EXIT.
006200
006210 2110-SCALE-DOWN.
006220     DIVIDE 10 INTO WS-NORM-MANT.
006230     ADD 1 TO WS-NORM-EXP.
006240 2110-SCALE-DOWN-EXIT.
006250     EXIT.
006260
006270 2120-SCALE-UP.
006280     MULTIPLY 10 BY WS-NORM-MANT.
006290     SUBTRACT 1 FROM WS-NORM-EXP.
006300 2120-SCALE-UP-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340*    2200-COMPARE-BODY - COMPARE THE CONVERTED FEED FIGURES WITH *
006350*    THE BODY'S MASTER ENTRY (RCN-IDX).  WHEN ANY DIFFERS, PRINT *
006360*    EACH DIFFERING FIGURE AND WRITE A C TRANSACTION CARRYING    *
006370*    THE FEED RADIUS AND MASS (CALCVBMT NEEDS BOTH ON A CHANGE)  *
006380*    AND ONLY THE OTHER FIGURES THAT DIFFER - THE REST BLANK, SO *
006390*    THE MASTER KEEPS THEM.                                      *
006400******************************************************************
006410 2200-COMPARE-BODY.
006420     MOVE 'N' TO WS-RADIUS-DIFF-SW.
006430     MOVE 'N' TO WS-MASS-DIFF-SW.
006440     MOVE 'N' TO WS-DIST-DIFF-SW.
006450     MOVE 'N' TO WS-ROT-DIFF-SW.
006460     MOVE 'N' TO WS-PRIMARY-DIFF-SW.
006470     IF WS-FEED-RADIUS NOT = RCN-RADIUS (RCN-IDX)
006480         MOVE 'Y' TO WS-RADIUS-DIFF-SW
006490     END-IF.
006500     IF WS-FEED-MANT NOT = RCN-MANT (RCN-IDX)
006510         OR WS-FEED-EXP NOT = RCN-EXP (RCN-IDX)
006520         MOVE 'Y' TO WS-MASS-DIFF-SW
006530     END-IF.
006540     IF WS-FEED-DIST NOT = ZERO
006550         AND WS-FEED-DIST NOT = RCN-DIST (RCN-IDX)
006560         MOVE 'Y' TO WS-DIST-DIFF-SW
006570     END-IF.
006580     IF WS-FEED-ROT NOT = ZERO
006590         AND WS-FEED-ROT NOT = RCN-ROT (RCN-IDX)
006600         MOVE 'Y' TO WS-ROT-DIFF-SW
006610     END-IF.
006620     IF WS-FEED-PRIMARY NOT = SPACES
006630         AND WS-FEED-PRIMARY NOT = RCN-PRIMARY (RCN-IDX)
006640         MOVE 'Y' TO WS-PRIMARY-DIFF-SW
006650     END-IF.
006660     IF WS-DIFF-SWITCHES = 'NNNNN'
006670         ADD 1 TO WS-AGREE-COUNT
006680         GO TO 2200-COMPARE-BODY-EXIT
006690     END-IF.
006700
006710     ADD 1 TO WS-DIFFER-COUNT.
006720     MOVE SPACES TO RPT-LINE.
006730     STRING RF-BODY-CODE '  DIFFERS - C TRANSACTION WRITTEN'
006740         DELIMITED BY SIZE INTO RPT-LINE
006750     END-STRING.
006760     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
006770     IF WS-RADIUS-DIFFERS
006780         PERFORM 2210-PRINT-RADIUS THRU 2210-PRINT-RADIUS-EXIT
006790     END-IF.
006800     IF WS-MASS-DIFFERS
006810         PERFORM 2220-PRINT-MASS THRU 2220-PRINT-MASS-EXIT
006820     END-IF.
006830     IF WS-DIST-DIFFERS
006840         PERFORM 2230-PRINT-DIST THRU 2230-PRINT-DIST-EXIT
006850     END-IF.
006860     IF WS-ROT-DIFFERS
006870         PERFORM 2240-PRINT-ROT THRU 2240-PRINT-ROT-EXIT
006880     END-IF.
006890     IF WS-PRIMARY-DIFFERS
006900         PERFORM 2250-PRINT-PRIMARY THRU 2250-PRINT-PRIMARY-EXIT
006910     END-IF.
006920
006930     MOVE SPACES TO CALCV-BODY-TRANS-RECORD.
006940     MOVE 'C' TO TRN-ACTION.
006950     MOVE RF-BODY-CODE TO TRN-BODY-CODE.
006960     MOVE WS-FEED-RADIUS TO TRN-RADIUS.
006970     MOVE WS-FEED-MANT TO TRN-MASS-MANT.
006980     MOVE WS-FEED-EXP TO TRN-MASS-EXP.
006990     IF WS-DIST-DIFFERS
007000         MOVE WS-FEED-DIST TO TRN-ORBIT-DIST
007010     END-IF.
007020     IF WS-ROT-DIFFERS
007030         MOVE WS-FEED-ROT TO TRN-ROT-HOURS
007040     END-IF.
007050     IF WS-PRIMARY-DIFFERS
007060         MOVE WS-FEED-PRIMARY TO TRN-PRIMARY
007070     END-IF.
007080     PERFORM 2800-WRITE-TRANS THRU 2800-WRITE-TRANS-EXIT.
007090 2200-COMPARE-BODY-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130*    2210 - 2250 - ONE FIGURE LINE EACH FOR A DIFFERING RADIUS,  *
007140*    MASS, DISTANCE, ROTATION, OR PRIMARY.  THE PERCENT CHANGE IS*
007150*    FROM THE MASTER VALUE AND IS LEFT BLANK WHERE THE MASTER    *
007160*    HAS NONE (A NOT-ON-FILE ZERO) OR THE FIGURE IS NOT A NUMBER.*
007170******************************************************************
007180 2210-PRINT-RADIUS.
007190     MOVE 'RADIUS M' TO WS-FIG-LABEL.
007200     MOVE RCN-RADIUS (RCN-IDX) TO WS-WHOLE-DISPLAY.
007210     MOVE WS-WHOLE-DISPLAY TO WS-OLD-TEXT.
007220     MOVE WS-FEED-RADIUS TO WS-WHOLE-DISPLAY.
007230     MOVE WS-WHOLE-DISPLAY TO WS-NEW-TEXT.
007240     MOVE SPACES TO WS-PCT-TEXT.
007250     COMPUTE WS-PCT-CHANGE ROUNDED =
007260         (WS-FEED-RADIUS - RCN-RADIUS (RCN-IDX)) * 100
007270         / RCN-RADIUS (RCN-IDX)
007280         ON SIZE ERROR
007290             MOVE '    OVERFLOW' TO WS-PCT-TEXT
007300         NOT ON SIZE ERROR
007310             MOVE WS-PCT-CHANGE TO WS-PCT-DISPLAY
007320             MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
007330     END-COMPUTE.
007340     PERFORM 2290-PRINT-FIGURE THRU 2290-PRINT-FIGURE-EXIT.
007350 2210-PRINT-RADIUS-EXIT.
007360     EXIT.
007370
007380 2220-PRINT-MASS.
007390     MOVE 'MASS KG' TO WS-FIG-LABEL.
007400     MOVE RCN-MANT (RCN-IDX) TO WS-MASS-TEXT-MANT.
007410     MOVE RCN-EXP (RCN-IDX) TO WS-MASS-TEXT-EXP.
007420     MOVE WS-MASS-TEXT TO WS-OLD-TEXT.
007430     MOVE WS-FEED-MANT TO WS-MASS-TEXT-MANT.
007440     MOVE WS-FEED-EXP TO WS-MASS-TEXT-EXP.
007450     MOVE WS-MASS-TEXT TO WS-NEW-TEXT.
007460     MOVE SPACES TO WS-PCT-TEXT.
007470     COMPUTE WS-MASS-OLD = RCN-MANT (RCN-IDX)
007480         * 10 ** RCN-EXP (RCN-IDX).
007490     COMPUTE WS-MASS-NEW = WS-FEED-MANT * 10 ** WS-FEED-EXP.
007500     COMPUTE WS-PCT-CHANGE ROUNDED =
007510         (WS-MASS-NEW / WS-MASS-OLD - 1) * 100
007520         ON SIZE ERROR
007530             MOVE '    OVERFLOW' TO WS-PCT-TEXT
007540         NOT ON SIZE ERROR
007550             MOVE WS-PCT-CHANGE TO WS-PCT-DISPLAY
007560             MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
007570     END-COMPUTE.
007580     PERFORM 2290-PRINT-FIGURE THRU 2290-PRINT-FIGURE-EXIT.
007590 2220-PRINT-MASS-EXIT.
007600     EXIT.
007610
007620 2230-PRINT-DIST.
007630     MOVE 'DIST KM' TO WS-FIG-LABEL.
007640     MOVE RCN-DIST (RCN-IDX) TO WS-WHOLE-DISPLAY.
007650     MOVE WS-WHOLE-DISPLAY TO WS-OLD-TEXT.
007660     MOVE WS-FEED-DIST TO WS-WHOLE-DISPLAY.
007670     MOVE WS-WHOLE-DISPLAY TO WS-NEW-TEXT.
007680     MOVE SPACES TO WS-PCT-TEXT.
007690     IF RCN-DIST (RCN-IDX) NOT = ZERO
007700         COMPUTE WS-PCT-CHANGE ROUNDED =
007710             (WS-FEED-DIST - RCN-DIST (RCN-IDX)) * 100
007720             / RCN-DIST (RCN-IDX)
007730             ON SIZE ERROR
007740                 MOVE '    OVERFLOW' TO WS-PCT-TEXT
007750             NOT ON SIZE ERROR
007760                 MOVE WS-PCT-CHANGE TO WS-PCT-DISPLAY
007770                 MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
007780         END-COMPUTE
007790     END-IF.
007800     PERFORM 2290-PRINT-FIGURE THRU 2290-PRINT-FIGURE-EXIT.
007810 2230-PRINT-DIST-EXIT.
007820     EXIT.
007830
007840 2240-PRINT-ROT.
007850     MOVE 'ROT HOURS' TO WS-FIG-LABEL.
007860     MOVE RCN-ROT (RCN-IDX) TO WS-HOURS-DISPLAY.
007870     MOVE WS-HOURS-DISPLAY TO WS-OLD-TEXT.
007880     MOVE WS-FEED-ROT TO WS-HOURS-DISPLAY.
007890     MOVE WS-HOURS-DISPLAY TO WS-NEW-TEXT.
007900     MOVE SPACES TO WS-PCT-TEXT.
007910     IF RCN-ROT (RCN-IDX) NOT = ZERO
007920         COMPUTE WS-PCT-CHANGE ROUNDED =
007930             (WS-FEED-ROT - RCN-ROT (RCN-IDX)) * 100
007940             / RCN-ROT (RCN-IDX)
007950             ON SIZE ERROR
007960                 MOVE '    OVERFLOW' TO WS-PCT-TEXT
007970             NOT ON SIZE ERROR
007980                 MOVE WS-PCT-CHANGE TO WS-PCT-DISPLAY
007990                 MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
008000         END-COMPUTE
008010     END-IF.
008020     PERFORM 2290-PRINT-FIGURE THRU 2290-PRINT-FIGURE-EXIT.
008030 2240-PRINT-ROT-EXIT.
008040     EXIT.
008050
008060 2250-PRINT-PRIMARY.
008070     MOVE 'PRIMARY' TO WS-FIG-LABEL.
008080     MOVE SPACES TO WS-OLD-TEXT.
008090     MOVE RCN-PRIMARY (RCN-IDX) TO WS-OLD-TEXT (7:8).
008100     MOVE SPACES TO WS-NEW-TEXT.
008110     MOVE WS-FEED-PRIMARY TO WS-NEW-TEXT (7:8).
008120     MOVE SPACES TO WS-PCT-TEXT.
008130     PERFORM 2290-PRINT-FIGURE THRU 2290-PRINT-FIGURE-EXIT.
008140 2250-PRINT-PRIMARY-EXIT.
008150     EXIT.
008160
008170 2290-PRINT-FIGURE.
008180     MOVE SPACES TO RPT-LINE.
008190     STRING '    ' WS-FIG-LABEL ' MASTER' WS-OLD-TEXT
008200         '  FEED' WS-NEW-TEXT '  CHANGE' WS-PCT-TEXT '%'
008210         DELIMITED BY SIZE INTO RPT-LINE
008220     END-STRING.
008230     IF WS-PCT-TEXT = SPACES
008240         MOVE SPACES TO RPT-LINE (67:14)
008250     END-IF.
008260     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008270 2290-PRINT-FIGURE-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    2400-FEED-ONLY-BODY - A FEED BODY THAT IS NOT ON BODYMST:   *
008320*    PRINT ITS CONVERTED FIGURES AND WRITE AN A TRANSACTION      *
008330*    CARRYING ALL OF THEM.  THE BODY JOINS THE RCN TABLE AS      *
008340*    MATCHED SO A REPEAT ON THE FEED IS CAUGHT.                  *
008350******************************************************************
008360 2400-FEED-ONLY-BODY.
008370     IF RCN-COUNT NOT < 100
008380         MOVE 'TOO MANY NEW BODIES ON THE FEED TO TRACK'
008390             TO WS-PROBLEM-TEXT
008400         PERFORM 2900-REPORT-FEED-ERROR
008410             THRU 2900-REPORT-FEED-ERROR-EXIT
008420         GO TO 2400-FEED-ONLY-BODY-EXIT
008430     END-IF.
008440     ADD 1 TO RCN-COUNT.
008450     SET RCN-IDX TO RCN-COUNT.
008460     MOVE RF-BODY-CODE TO RCN-CODE (RCN-IDX).
008470     MOVE WS-FEED-RADIUS TO RCN-RADIUS (RCN-IDX).
008480     MOVE WS-FEED-MANT TO RCN-MANT (RCN-IDX).
008490     MOVE WS-FEED-EXP TO RCN-EXP (RCN-IDX).
008500     MOVE WS-FEED-DIST TO RCN-DIST (RCN-IDX).
008510     MOVE WS-FEED-ROT TO RCN-ROT (RCN-IDX).
008520     MOVE WS-FEED-PRIMARY TO RCN-PRIMARY (RCN-IDX).
008530     MOVE 'Y' TO RCN-MATCHED-SW (RCN-IDX).
008540     ADD 1 TO WS-FEED-ONLY-COUNT.
008550
008560     MOVE SPACES TO RPT-LINE.
008570     STRING RF-BODY-CODE '  NOT ON BODYMST - A TRANSACTION '
008580         'WRITTEN'
008590         DELIMITED BY SIZE INTO RPT-LINE
008600     END-STRING.
008610     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008620     MOVE WS-FEED-RADIUS TO WS-WHOLE-DISPLAY.
008630     MOVE WS-WHOLE-DISPLAY TO WS-NEW-TEXT.
008640     MOVE WS-FEED-MANT TO WS-MASS-TEXT-MANT.
008650     MOVE WS-FEED-EXP TO WS-MASS-TEXT-EXP.
008660     MOVE SPACES TO RPT-LINE.
008670     STRING '    RADIUS M  ' WS-NEW-TEXT '    MASS KG   '
008680         WS-MASS-TEXT
008690         DELIMITED BY SIZE INTO RPT-LINE
008700     END-STRING.
008710     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008720     MOVE WS-FEED-DIST TO WS-WHOLE-DISPLAY.
008730     MOVE WS-WHOLE-DISPLAY TO WS-OLD-TEXT.
008740     MOVE WS-FEED-ROT TO WS-HOURS-DISPLAY.
008750     MOVE WS-HOURS-DISPLAY TO WS-NEW-TEXT.
008760     MOVE SPACES TO RPT-LINE.
008770     STRING '    DIST KM   ' WS-OLD-TEXT '    ROT HOURS '
008780         WS-NEW-TEXT '  PRIMARY ' WS-FEED-PRIMARY
008790         DELIMITED BY SIZE INTO RPT-LINE
008800     END-STRING.
008810     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
008820
008830     MOVE SPACES TO CALCV-BODY-TRANS-RECORD.
008840     MOVE 'A' TO TRN-ACTION.
008850     MOVE RF-BODY-CODE TO TRN-BODY-CODE.
008860     MOVE WS-FEED-RADIUS TO TRN-RADIUS.
008870     MOVE WS-FEED-MANT TO TRN-MASS-MANT.
008880     MOVE WS-FEED-EXP TO TRN-MASS-EXP.
008890     MOVE WS-FEED-DIST TO TRN-ORBIT-DIST.
008900     MOVE WS-FEED-ROT TO TRN-ROT-HOURS.
008910     MOVE WS-FEED-PRIMARY TO TRN-PRIMARY.
008920     PERFORM 2800-WRITE-TRANS THRU 2800-WRITE-TRANS-EXIT.
008930 2400-FEED-ONLY-BODY-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970*    2800-WRITE-TRANS - SIGN THE TRANSACTION WITH THE REVIEWING  *
008980*    OPERATOR'S ID AND WRITE IT TO BODYTRN                       *
008990******************************************************************
009000 2800-WRITE-TRANS.
009010     MOVE WS-OPERATOR-ID TO TRN-OPERATOR.
009020     WRITE CALCV-BODY-TRANS-RECORD.
009030     IF NOT WS-TRN-OK
009040         DISPLAY 'CALCVREC - BODYTRN WRITE FAILED, STATUS = '
009050             WS-TRN-STATUS ' - ' TRN-BODY-CODE
009060         GO TO 2800-WRITE-TRANS-EXIT
009070     END-IF.
009080     ADD 1 TO WS-TRANS-WRITTEN.
009090 2800-WRITE-TRANS-EXIT.
009100     EXIT.
009110
009120******************************************************************
009130*    2900-REPORT-FEED-ERROR - PRINT A FEED DETAIL THAT CANNOT BE *
009140*    RECONCILED, WITH THE REASON IN WS-PROBLEM-TEXT.  NO         *
009150*    TRANSACTION IS WRITTEN FOR IT.                              *
009160******************************************************************
009170 2900-REPORT-FEED-ERROR.
009180     ADD 1 TO WS-FEED-ERROR-COUNT.
009190     MOVE SPACES TO RPT-LINE.
009200     STRING RF-BODY-CODE '  FEED RECORD IN ERROR - '
009210         WS-PROBLEM-TEXT
009220         DELIMITED BY SIZE INTO RPT-LINE
009230     END-STRING.
009240     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009250 2900-REPORT-FEED-ERROR-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290*    3000-LIST-MASTER-ONLY - A BODYMST BODY THE FEED NEVER       *
009300*    MATCHED.  REPORTED FOR REVIEW ONLY - A BODY IS NOT DELETED  *
009310*    BECAUSE THE AGENCY LEFT IT OUT.                             *
009320******************************************************************
009330 3000-LIST-MASTER-ONLY.
009340     IF RCN-MATCHED (WS-BODY-SUB)
009350         GO TO 3000-LIST-MASTER-ONLY-EXIT
009360     END-IF.
009370     ADD 1 TO WS-MASTER-ONLY-COUNT.
009380     MOVE SPACES TO RPT-LINE.
009390     STRING RCN-CODE (WS-BODY-SUB) '  NOT ON THE FEED - NO '
009400         'TRANSACTION WRITTEN, REVIEW BY HAND'
009410         DELIMITED BY SIZE INTO RPT-LINE
009420     END-STRING.
009430     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009440 3000-LIST-MASTER-ONLY-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480*    9000-TERMINATE - PRINT THE COUNTS, CLOSE UP, AND SET THE    *
009490*    RETURN CODE - 4 WHEN THERE IS ANYTHING TO REVIEW            *
009500******************************************************************
009510 9000-TERMINATE.
009520     IF WS-DIFFER-COUNT = ZERO
009530         AND WS-FEED-ONLY-COUNT = ZERO
009540         AND WS-MASTER-ONLY-COUNT = ZERO
009550         AND WS-FEED-ERROR-COUNT = ZERO
009560         MOVE SPACES TO RPT-LINE
009570         STRING '  BODYMST AGREES WITH THE FEED - NOTHING TO '
009580             'CORRECT'
009590             DELIMITED BY SIZE INTO RPT-LINE
009600         END-STRING
009610         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
009620     END-IF.
009630     MOVE SPACES TO RPT-LINE.
009640     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009650     MOVE WS-FEED-BODIES TO WS-COUNT-DISPLAY.
009660     MOVE SPACES TO RPT-LINE.
009670     STRING 'FEED BODIES READ        =' WS-COUNT-DISPLAY
009680         DELIMITED BY SIZE INTO RPT-LINE
009690     END-STRING.
009700     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009710     MOVE WS-AGREE-COUNT TO WS-COUNT-DISPLAY.
009720     MOVE SPACES TO RPT-LINE.
009730     STRING 'AGREE WITH BODYMST      =' WS-COUNT-DISPLAY
009740         DELIMITED BY SIZE INTO RPT-LINE
009750     END-STRING.
009760     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009770     MOVE WS-DIFFER-COUNT TO WS-COUNT-DISPLAY.
009780     MOVE SPACES TO RPT-LINE.
009790     STRING 'DIFFER (C WRITTEN)      =' WS-COUNT-DISPLAY
009800         DELIMITED BY SIZE INTO RPT-LINE
009810     END-STRING.
009820     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009830     MOVE WS-FEED-ONLY-COUNT TO WS-COUNT-DISPLAY.
009840     MOVE SPACES TO RPT-LINE.
009850     STRING 'NOT ON BODYMST (A)      =' WS-COUNT-DISPLAY
009860         DELIMITED BY SIZE INTO RPT-LINE
009870     END-STRING.
009880     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009890     MOVE WS-MASTER-ONLY-COUNT TO WS-COUNT-DISPLAY.
009900     MOVE SPACES TO RPT-LINE.
009910     STRING 'NOT ON THE FEED         =' WS-COUNT-DISPLAY
009920         DELIMITED BY SIZE INTO RPT-LINE
009930     END-STRING.
009940     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
009950     MOVE WS-FEED-ERROR-COUNT TO WS-COUNT-DISPLAY.
009960     MOVE SPACES TO RPT-LINE.
009970     STRING 'FEED RECORDS IN ERROR   =' WS-COUNT-DISPLAY
009980         DELIMITED BY SIZE INTO RPT-LINE
009990     END-STRING.
010000     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010010     MOVE WS-TRANS-WRITTEN TO WS-COUNT-DISPLAY.
010020     MOVE SPACES TO RPT-LINE.
010030     STRING 'BODYTRN TRANSACTIONS    =' WS-COUNT-DISPLAY
010040         DELIMITED BY SIZE INTO RPT-LINE
010050     END-STRING.
010060     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010070     MOVE SPACES TO RPT-LINE.
010080     PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT.
010090     CLOSE REF-FEED.
010100     CLOSE TRANS-FILE.
010110     CLOSE RECON-REPORT.
010120     IF WS-DIFFER-COUNT > ZERO
010130         OR WS-FEED-ONLY-COUNT > ZERO
010140         OR WS-MASTER-ONLY-COUNT > ZERO
010150         OR WS-FEED-ERROR-COUNT > ZERO
010160         MOVE 4 TO RETURN-CODE
010170     ELSE
010180         MOVE 0 TO RETURN-CODE
010190     END-IF.
010200     DISPLAY 'CALCVREC - RECONCILIATION COMPLETE'.
010210 9000-TERMINATE-EXIT.
010220     EXIT.
010230
010240******************************************************************
010250*    9500-ABANDON - THE MASTER OR FEED COULD NOT BE USED: SAY SO *
010260*    ON THE REPORT IF IT IS OPEN AND CLOSE WHAT WAS OPENED       *
010270******************************************************************
010280 9500-ABANDON.
010290     IF WS-RPT-OPEN
010300         MOVE SPACES TO RPT-LINE
010310         STRING 'RECONCILIATION NOT RUN - NO TRANSACTIONS WRITTEN'
010320             DELIMITED BY SIZE INTO RPT-LINE
010330         END-STRING
010340         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
010350         MOVE SPACES TO RPT-LINE
010360         PERFORM 8000-EMIT-LINE THRU 8000-EMIT-LINE-EXIT
010370         CLOSE RECON-REPORT
010380     END-IF.
010390     IF WS-TRN-OPEN
010400         CLOSE TRANS-FILE
010410         CLOSE REF-FEED
010420     END-IF.
010430     DISPLAY 'CALCVREC - RECONCILIATION NOT RUN'.
010440 9500-ABANDON-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480*    8000-EMIT-LINE - DISPLAY AND WRITE ONE REPORT LINE          *
010490******************************************************************
010500 8000-EMIT-LINE.
010510     DISPLAY RPT-LINE.
010520     WRITE CALCV-REPORT-LINE.
010530 8000-EMIT-LINE-EXIT.
010540     EXIT.
