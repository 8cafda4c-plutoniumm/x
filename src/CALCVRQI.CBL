000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CALCVRQI                                      *
000040*                                                                *
000050*    AUTHOR.      D. L. RENARD                                  *
000060*    INSTALLATION. SURVEY SYSTEMS GROUP                         *
000070*    DATE-WRITTEN. 2026-10-15                                   *
000080*                                                                *
000090*    REMARKS.                                                   *
000100*    MISSION-PLANNING WORK REQUEST INTAKE.  REQUESTS USED TO     *
000110*    ARRIVE BY PHONE AND EMAIL AND GO STRAIGHT INTO A HAND-EDIT  *
000120*    OF WORKLIST, ORBLIST, PAIRLIST, OR SCENMST, WITH NO RECORD  *
000130*    OF WHO ASKED FOR WHAT.  OPERATIONS NOW KEYS EACH REQUEST    *
000140*    ONTO THE REQIN DATASET (CALCVRQ RECORD) AND THIS PROGRAM:   *
000150*      - OPENS A TRACKING RECORD ON THE REQMST REQUEST MASTER    *
000160*        (CALCVRT RECORD) FOR EVERY NEW REQUEST ID - RECEIVED,   *
000170*      - EDITS THE REQUEST AGAINST BODYMST (EVERY BODY NAMED     *
000180*        MUST BE ON THE MASTER, AND A TRANSFER LEG MUST BE ONE   *
000190*        CALCVTRN CAN COST - BOTH ENDS ORBITING THE SUN WITH AN  *
000200*        ORBITAL DISTANCE ON FILE),                              *
000210*      - ROUTES A GOOD REQUEST ONTO ITS STANDING LIST - AN E     *
000220*        REQUEST TO WORKLIST, O TO ORBLIST, T TO PAIRLIST, AND   *
000230*        AN S REQUEST AS A NEW MEMBER OF ITS NAMED SCENARIO ON   *
000240*        SCENMST - AND MARKS IT QUEUED.  AN ENTRY ALREADY ON     *
000250*        THE LIST IS NOT ADDED TWICE; THE REQUEST IS QUEUED      *
000260*        AGAINST THE ONE ALREADY THERE,                          *
000270*      - MARKS A REQUEST THAT FAILS THE EDITS REJECTED WITH THE  *
000280*        REASON, SO IT IS RETURNED TO THE REQUESTOR AS SUCH.     *
000290*    A REQUEST ID ALREADY ON REQMST WITH THE SAME IMAGE IS A     *
000300*    RESUBMITTED REQIN AND IS PASSED OVER QUIETLY; THE SAME ID   *
000310*    WITH DIFFERENT CONTENT IS REFUSED (IT CANNOT BE TRACKED     *
000320*    TWICE) AND LISTED TO SYSOUT.  CALCVRQR MOVES QUEUED         *
000330*    REQUESTS ON TO RUN AND RETURNED; CALCVRQA REPORTS THE ONES  *
000340*    PAST THEIR NEEDED-BY DATE.  RC=4 MEANS ONE OR MORE REQUESTS *
000350*    WERE REJECTED OR REFUSED; RC=12 MEANS THE BODY MASTER,      *
000360*    REQIN, OR A STANDING LIST COULD NOT BE OPENED.              *
000370*                                                                *
000380*    MODIFICATION HISTORY                                       *
000390*    DATE       INIT  DESCRIPTION                                *
000400*    2026-10-15 DLR   ORIGINAL.                                  *
000410*                                                                *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.  CALCVRQI.
000450 AUTHOR.      D. L. RENARD.
000460 INSTALLATION. SURVEY SYSTEMS GROUP.
000470 DATE-WRITTEN. 2026-10-15.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT BODY-MASTER ASSIGN TO BODYMST
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-BM-STATUS.
000600     SELECT REQUEST-FILE ASSIGN TO REQIN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RQ-STATUS.
000630     SELECT REQUEST-MASTER ASSIGN TO REQMST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RT-STATUS.
000660     SELECT WORKLIST ASSIGN TO WORKLIST
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-WL-STATUS.
000690     SELECT ORBLIST ASSIGN TO ORBLIST
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-OL-STATUS.
000720     SELECT PAIRLIST ASSIGN TO PAIRLIST
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PL-STATUS.
000750     SELECT SCENARIO-MASTER ASSIGN TO SCENMST
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SM-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  BODY-MASTER
000820     RECORDING MODE IS F.
000830 COPY CALCVBM.
000840
000850 FD  REQUEST-FILE
000860     RECORDING MODE IS F.
000870 COPY CALCVRQ.
000880
000890 FD  REQUEST-MASTER
000900     RECORDING MODE IS F.
000910 COPY CALCVRT.
000920
000930 FD  WORKLIST
000940     RECORDING MODE IS F.
000950 COPY CALCVWK.
000960
000970 FD  ORBLIST
000980     RECORDING MODE IS F.
000990 COPY CALCVOW.
001000
001010 FD  PAIRLIST
001020     RECORDING MODE IS F.
001030 COPY CALCVPL.
001040
001050 FD  SCENARIO-MASTER
001060     RECORDING MODE IS F.
001070 COPY CALCVSM.
001080
001090 WORKING-STORAGE SECTION.
001100 01  WS-BM-STATUS                PIC X(02).
001110     88  WS-BM-OK                VALUE '00'.
001120 01  WS-RQ-STATUS                PIC X(02).
001130     88  WS-RQ-OK                VALUE '00'.
001140 01  WS-RT-STATUS                PIC X(02).
001150     88  WS-RT-OK                VALUE '00'.
001160     88  WS-RT-NOT-FOUND         VALUE '35'.
001170 01  WS-WL-STATUS                PIC X(02).
001180     88  WS-WL-OK                VALUE '00'.
001190     88  WS-WL-NOT-FOUND         VALUE '35'.
001200 01  WS-OL-STATUS                PIC X(02).
001210     88  WS-OL-OK                VALUE '00'.
001220     88  WS-OL-NOT-FOUND         VALUE '35'.
001230 01  WS-PL-STATUS                PIC X(02).
001240     88  WS-PL-OK                VALUE '00'.
001250     88  WS-PL-NOT-FOUND         VALUE '35'.
001260 01  WS-SM-STATUS                PIC X(02).
001270     88  WS-SM-OK                VALUE '00'.
001280     88  WS-SM-NOT-FOUND         VALUE '35'.
001290
001300 01  WS-SWITCHES.
001310     05  WS-RQ-EOF-SW            PIC X(01)      VALUE 'N'.
001320         88  WS-RQ-EOF           VALUE 'Y'.
001330     05  WS-RT-EOF-SW            PIC X(01)      VALUE 'N'.
001340         88  WS-RT-EOF           VALUE 'Y'.
001350     05  WS-LIST-EOF-SW          PIC X(01)      VALUE 'N'.
001360         88  WS-LIST-EOF         VALUE 'Y'.
001370     05  WS-BM-EOF-SW            PIC X(01)      VALUE 'N'.
001380         88  WS-BM-EOF           VALUE 'Y'.
001390     05  WS-BM-LOADED-SW         PIC X(01)      VALUE 'N'.
001400         88  WS-BM-LOADED        VALUE 'Y'.
001410     05  WS-BODY-FOUND-SW        PIC X(01)      VALUE 'N'.
001420         88  WS-BODY-FOUND       VALUE 'Y'.
001430     05  WS-ID-FOUND-SW          PIC X(01)      VALUE 'N'.
001440         88  WS-ID-FOUND         VALUE 'Y'.
001450     05  WS-ENTRY-FOUND-SW       PIC X(01)      VALUE 'N'.
001460         88  WS-ENTRY-FOUND      VALUE 'Y'.
001470     05  WS-ABORT-SW             PIC X(01)      VALUE 'N'.
001480         88  WS-ABORTING         VALUE 'Y'.
001490
001500 01  WS-COUNTERS.
001510     05  WS-REQUESTS-READ        PIC 9(05)      COMP VALUE ZERO.
001520     05  WS-REQUESTS-QUEUED      PIC 9(05)      COMP VALUE ZERO.
001530     05  WS-REQUESTS-REJECTED    PIC 9(05)      COMP VALUE ZERO.
001540     05  WS-REQUESTS-REFUSED     PIC 9(05)      COMP VALUE ZERO.
001550     05  WS-REQUESTS-RESUBMITTED PIC 9(05)      COMP VALUE ZERO.
001560     05  WS-ENTRIES-ADDED        PIC 9(05)      COMP VALUE ZERO.
001570     05  WS-MASTER-WRITTEN       PIC 9(05)      COMP VALUE ZERO.
001580
001590 01  WS-RUN-DATE                 PIC 9(08).
001600 01  WS-LOOKUP-CODE              PIC X(08).
001610 01  WS-REJECT-REASON            PIC X(20).
001620 01  WS-QUEUE-NOTE               PIC X(20).
001630 01  WS-FOUND-IDX                PIC 9(04)      COMP VALUE ZERO.
001640
001650******************************************************************
001660*    THE NEEDED-BY DATE TAKEN APART FOR THE EDIT                 *
001670******************************************************************
001680 01  WS-DATE-CHECK               PIC 9(08).
001690 01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK.
001700     05  WS-DATE-CHECK-YYYY      PIC 9(04).
001710     05  WS-DATE-CHECK-MM        PIC 9(02).
001720     05  WS-DATE-CHECK-DD        PIC 9(02).
001730
001740******************************************************************
001750*    THE RESOLVED ORIGIN AND DESTINATION OF A TRANSFER REQUEST,  *
001760*    COPIED OUT OF THE TABLE SO BOTH ENDS CAN BE HELD AT ONCE    *
001770******************************************************************
001780 01  TRN-ORIGIN-FIELDS.
001790     05  TRN-ORG-DIST            PIC 9(10).
001800     05  TRN-ORG-PRIMARY         PIC X(08).
001810 01  TRN-DEST-FIELDS.
001820     05  TRN-DST-DIST            PIC 9(10).
001830     05  TRN-DST-PRIMARY         PIC X(08).
001840
001850 COPY CALCVBD.
001860
001870******************************************************************
001880*    TK-TRACK-TABLE - THE WHOLE REQUEST MASTER HELD IN STORAGE   *
001890*    WHILE NEW REQUESTS ARE TAKEN IN, REWRITTEN IN 3000.         *
001900*    TK-IMAGE IS THE CALCVRQ REQUEST IMAGE.                      *
001910******************************************************************
001920 01  TK-TRACK-TABLE.
001930     05  TK-COUNT                PIC 9(04)  COMP VALUE ZERO.
001940     05  TK-ENTRY OCCURS 1 TO 3000 TIMES
001950                 DEPENDING ON TK-COUNT
001960                 INDEXED BY TK-IDX.
001970         10  TK-IMAGE.
001980             15  TK-REQUEST-ID   PIC X(08).
001990             15  FILLER          PIC X(76).
002000         10  TK-STATUS           PIC X(01).
002010         10  TK-RECEIVED-DATE    PIC 9(08).
002020         10  TK-QUEUED-DATE      PIC 9(08).
002030         10  TK-RUN-DATE         PIC 9(08).
002040         10  TK-RUN-NO           PIC 9(07).
002050         10  TK-RETURNED-DATE    PIC 9(08).
002060         10  TK-REASON           PIC X(20).
002070
002080******************************************************************
002090*    SE-STANDING-TABLE - EVERY ENTRY ALREADY ON THE FOUR         *
002100*    STANDING LISTS, SO A REQUEST FOR SOMETHING ALREADY RUN      *
002110*    NIGHTLY (OR ALREADY A MEMBER OF ITS SCENARIO) IS QUEUED     *
002120*    AGAINST THE EXISTING ENTRY INSTEAD OF DUPLICATING IT.       *
002130*    SE-LIST IS W, O, P, OR S; SE-IMAGE IS THE LIST RECORD, A    *
002140*    BLANK WORKLIST OR ORBLIST BODY RESOLVED TO EARTH AS         *
002150*    CALCVBAT AND CALCVORB RESOLVE IT.                           *
002160******************************************************************
002170 01  SE-STANDING-TABLE.
002180     05  SE-COUNT                PIC 9(04)  COMP VALUE ZERO.
002190     05  SE-ENTRY OCCURS 1 TO 4000 TIMES
002200                 DEPENDING ON SE-COUNT
002210                 INDEXED BY SE-IDX.
002220         10  SE-LIST             PIC X(01).
002230         10  SE-IMAGE            PIC X(44).
002240 01  WS-NEW-LIST                 PIC X(01).
002250 01  WS-NEW-IMAGE                PIC X(44).
002260
002270 PROCEDURE DIVISION.
002280
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002310     IF WS-ABORTING
002320         MOVE 12 TO RETURN-CODE
002330         GO TO 0000-MAINLINE-EXIT
002340     END-IF.
002350     PERFORM 2000-PROCESS-REQUEST THRU 2000-PROCESS-REQUEST-EXIT
002360         UNTIL WS-RQ-EOF.
002370     PERFORM 3000-REWRITE-MASTER THRU 3000-REWRITE-MASTER-EXIT.
002380     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002390 0000-MAINLINE-EXIT.
002400     STOP RUN.
002410
002420******************************************************************
002430*    1000-INITIALIZE - LOAD THE BODY MASTER, THE REQUEST MASTER, *
002440*    AND THE STANDING LISTS, OPEN THE LISTS FOR APPEND, AND      *
002450*    PRIME THE REQUEST READ.  A REQUEST MASTER OR LIST THAT      *
002460*    DOES NOT EXIST YET IS NOT AN ERROR - THE FIRST REQUEST      *
002470*    EVER ROUTED TO IT CREATES IT.                               *
002480******************************************************************
002490 1000-INITIALIZE.
002500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002510     PERFORM 1025-LOAD-BODY-MASTER
002520         THRU 1025-LOAD-BODY-MASTER-EXIT.
002530     IF NOT WS-BM-LOADED
002540         MOVE 'Y' TO WS-ABORT-SW
002550         GO TO 1000-INITIALIZE-EXIT
002560     END-IF.
002570
002580     OPEN INPUT REQUEST-MASTER.
002590     IF WS-RT-NOT-FOUND
002600         MOVE 'Y' TO WS-RT-EOF-SW
002610     ELSE
002620         IF NOT WS-RT-OK
002630             DISPLAY 'CALCVRQI - UNABLE TO OPEN REQMST, '
002640                 'STATUS = ' WS-RT-STATUS
002650             MOVE 'Y' TO WS-ABORT-SW
002660             GO TO 1000-INITIALIZE-EXIT
002670         END-IF
002680     END-IF.
002690     PERFORM 1100-LOAD-ONE-MASTER THRU 1100-LOAD-ONE-MASTER-EXIT
002700         UNTIL WS-RT-EOF.
002710     IF NOT WS-RT-NOT-FOUND
002720         CLOSE REQUEST-MASTER
002730     END-IF.
002740
002750     PERFORM 1200-LOAD-WORKLIST THRU 1200-LOAD-WORKLIST-EXIT.
002760     PERFORM 1300-LOAD-ORBLIST THRU 1300-LOAD-ORBLIST-EXIT.
002770     PERFORM 1400-LOAD-PAIRLIST THRU 1400-LOAD-PAIRLIST-EXIT.
002780     PERFORM 1500-LOAD-SCENMST THRU 1500-LOAD-SCENMST-EXIT.
002790     IF WS-ABORTING
002800         GO TO 1000-INITIALIZE-EXIT
002810     END-IF.
002820
002830     OPEN INPUT REQUEST-FILE.
002840     IF NOT WS-RQ-OK
002850         DISPLAY 'CALCVRQI - UNABLE TO OPEN REQIN, STATUS = '
002860             WS-RQ-STATUS
002870         MOVE 'Y' TO WS-ABORT-SW
002880         GO TO 1000-INITIALIZE-EXIT
002890     END-IF.
002900
002910     PERFORM 1600-OPEN-LISTS THRU 1600-OPEN-LISTS-EXIT.
002920     IF WS-ABORTING
002930         GO TO 1000-INITIALIZE-EXIT
002940     END-IF.
002950
002960     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
002970 1000-INITIALIZE-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*    1025-LOAD-BODY-MASTER - LOAD THE CALCVBD REFERENCE TABLE    *
003020*    FROM THE BODYMST DATASET                                    *
003030******************************************************************
003040 1025-LOAD-BODY-MASTER.
003050     MOVE 'N' TO WS-BM-LOADED-SW.
003060     MOVE 'N' TO WS-BM-EOF-SW.
003070     MOVE ZERO TO CALCV-BODY-COUNT.
003080     OPEN INPUT BODY-MASTER.
003090     IF NOT WS-BM-OK
003100         DISPLAY 'CALCVRQI - UNABLE TO OPEN BODYMST, STATUS = '
003110             WS-BM-STATUS
003120         GO TO 1025-LOAD-BODY-MASTER-EXIT
003130     END-IF.
003140     PERFORM 1030-LOAD-ONE-BODY THRU 1030-LOAD-ONE-BODY-EXIT
003150         UNTIL WS-BM-EOF.
003160     CLOSE BODY-MASTER.
003170     IF CALCV-BODY-COUNT = ZERO
003180         DISPLAY 'CALCVRQI - BODYMST IS EMPTY, NO BODIES LOADED'
003190         GO TO 1025-LOAD-BODY-MASTER-EXIT
003200     END-IF.
003210     MOVE 'Y' TO WS-BM-LOADED-SW.
003220 1025-LOAD-BODY-MASTER-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260*    1030-LOAD-ONE-BODY - READ ONE BODY MASTER RECORD INTO THE   *
003270*    NEXT CALCVBD TABLE SLOT.  ONLY THE FIELDS THE EDITS USE -   *
003280*    THE CODE, ORBITAL DISTANCE, AND PRIMARY - ARE CARRIED.      *
003290******************************************************************
003300 1030-LOAD-ONE-BODY.
003310     READ BODY-MASTER
003320         AT END
003330             MOVE 'Y' TO WS-BM-EOF-SW
003340             GO TO 1030-LOAD-ONE-BODY-EXIT
003350     END-READ.
003360     IF CALCV-BODY-COUNT NOT < 50
003370         DISPLAY 'CALCVRQI - BODYMST EXCEEDS 50 BODIES, '
003380             'REMAINDER IGNORED'
003390         MOVE 'Y' TO WS-BM-EOF-SW
003400         GO TO 1030-LOAD-ONE-BODY-EXIT
003410     END-IF.
003420     ADD 1 TO CALCV-BODY-COUNT.
003430     SET CALCV-BODY-IDX TO CALCV-BODY-COUNT.
003440     MOVE BM-BODY-CODE TO CALCV-BODY-CODE (CALCV-BODY-IDX).
003450     IF BM-ORBIT-DIST NOT NUMERIC
003460         MOVE ZERO TO BM-ORBIT-DIST
003470     END-IF.
003480     MOVE BM-ORBIT-DIST
003490         TO CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX).
003500     MOVE BM-PRIMARY
003510         TO CALCV-BODY-PRIMARY (CALCV-BODY-IDX).
003520 1030-LOAD-ONE-BODY-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*    1100-LOAD-ONE-MASTER - READ ONE REQUEST MASTER RECORD INTO  *
003570*    THE NEXT IN-STORAGE TABLE SLOT                              *
003580******************************************************************
003590 1100-LOAD-ONE-MASTER.
003600     READ REQUEST-MASTER
003610         AT END
003620             MOVE 'Y' TO WS-RT-EOF-SW
003630             GO TO 1100-LOAD-ONE-MASTER-EXIT
003640     END-READ.
003650     IF TK-COUNT NOT < 3000
003660         DISPLAY 'CALCVRQI - REQMST EXCEEDS 3000 REQUESTS, '
003670             'CANNOT CONTINUE'
003680         MOVE 'Y' TO WS-RT-EOF-SW
003690         MOVE 'Y' TO WS-ABORT-SW
003700         GO TO 1100-LOAD-ONE-MASTER-EXIT
003710     END-IF.
003720     ADD 1 TO TK-COUNT.
003730     SET TK-IDX TO TK-COUNT.
003740     MOVE RT-REQUEST-IMAGE TO TK-IMAGE (TK-IDX).
003750     MOVE RT-STATUS TO TK-STATUS (TK-IDX).
003760     MOVE RT-RECEIVED-DATE TO TK-RECEIVED-DATE (TK-IDX).
003770     MOVE RT-QUEUED-DATE TO TK-QUEUED-DATE (TK-IDX).
003780     MOVE RT-RUN-DATE TO TK-RUN-DATE (TK-IDX).
003790     MOVE RT-RUN-NO TO TK-RUN-NO (TK-IDX).
003800     MOVE RT-RETURNED-DATE TO TK-RETURNED-DATE (TK-IDX).
003810     MOVE RT-REASON TO TK-REASON (TK-IDX).
003820 1100-LOAD-ONE-MASTER-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    1200-LOAD-WORKLIST - NOTE EVERY STANDING WORKLIST ENTRY     *
003870******************************************************************
003880 1200-LOAD-WORKLIST.
003890     MOVE 'N' TO WS-LIST-EOF-SW.
003900     OPEN INPUT WORKLIST.
003910     IF WS-WL-NOT-FOUND
003920         GO TO 1200-LOAD-WORKLIST-EXIT
003930     END-IF.
003940     IF NOT WS-WL-OK
003950         DISPLAY 'CALCVRQI - UNABLE TO OPEN WORKLIST, STATUS = '
003960             WS-WL-STATUS
003970         MOVE 'Y' TO WS-ABORT-SW
003980         GO TO 1200-LOAD-WORKLIST-EXIT
003990     END-IF.
004000     PERFORM 1210-LOAD-ONE-WORK THRU 1210-LOAD-ONE-WORK-EXIT
004010         UNTIL WS-LIST-EOF.
004020     CLOSE WORKLIST.
004030 1200-LOAD-WORKLIST-EXIT.
004040     EXIT.
004050
004060 1210-LOAD-ONE-WORK.
004070     READ WORKLIST
004080         AT END
004090             MOVE 'Y' TO WS-LIST-EOF-SW
004100             GO TO 1210-LOAD-ONE-WORK-EXIT
004110     END-READ.
004120     IF WORK-BODY-CODE = SPACES
004130         MOVE 'EARTH' TO WORK-BODY-CODE
004140     END-IF.
004150     MOVE 'W' TO WS-NEW-LIST.
004160     MOVE CALCV-WORK-RECORD TO WS-NEW-IMAGE.
004170     PERFORM 2700-NOTE-ENTRY THRU 2700-NOTE-ENTRY-EXIT.
004180 1210-LOAD-ONE-WORK-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220*    1300-LOAD-ORBLIST - NOTE EVERY STANDING ORBLIST ENTRY       *
004230******************************************************************
004240 1300-LOAD-ORBLIST.
004250     MOVE 'N' TO WS-LIST-EOF-SW.
004260     OPEN INPUT ORBLIST.
004270     IF WS-OL-NOT-FOUND
004280         GO TO 1300-LOAD-ORBLIST-EXIT
004290     END-IF.
004300     IF NOT WS-OL-OK
004310         DISPLAY 'CALCVRQI - UNABLE TO OPEN ORBLIST, STATUS = '
004320             WS-OL-STATUS
004330         MOVE 'Y' TO WS-ABORT-SW
004340         GO TO 1300-LOAD-ORBLIST-EXIT
004350     END-IF.
004360     PERFORM 1310-LOAD-ONE-ORBIT THRU 1310-LOAD-ONE-ORBIT-EXIT
004370         UNTIL WS-LIST-EOF.
004380     CLOSE ORBLIST.
004390 1300-LOAD-ORBLIST-EXIT.
004400     EXIT.
004410
004420 1310-LOAD-ONE-ORBIT.
004430     READ ORBLIST
004440         AT END
004450             MOVE 'Y' TO WS-LIST-EOF-SW
004460             GO TO 1310-LOAD-ONE-ORBIT-EXIT
004470     END-READ.
004480     IF ORB-BODY-CODE = SPACES
004490         MOVE 'EARTH' TO ORB-BODY-CODE
004500     END-IF.
004510     MOVE 'O' TO WS-NEW-LIST.
004520     MOVE CALCV-ORBIT-RECORD TO WS-NEW-IMAGE.
004530     PERFORM 2700-NOTE-ENTRY THRU 2700-NOTE-ENTRY-EXIT.
004540 1310-LOAD-ONE-ORBIT-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    1400-LOAD-PAIRLIST - NOTE EVERY STANDING PAIRLIST LEG       *
004590******************************************************************
004600 1400-LOAD-PAIRLIST.
004610     MOVE 'N' TO WS-LIST-EOF-SW.
004620     OPEN INPUT PAIRLIST.
004630     IF WS-PL-NOT-FOUND
004640         GO TO 1400-LOAD-PAIRLIST-EXIT
004650     END-IF.
004660     IF NOT WS-PL-OK
004670         DISPLAY 'CALCVRQI - UNABLE TO OPEN PAIRLIST, STATUS = '
004680             WS-PL-STATUS
004690         MOVE 'Y' TO WS-ABORT-SW
004700         GO TO 1400-LOAD-PAIRLIST-EXIT
004710     END-IF.
004720     PERFORM 1410-LOAD-ONE-PAIR THRU 1410-LOAD-ONE-PAIR-EXIT
004730         UNTIL WS-LIST-EOF.
004740     CLOSE PAIRLIST.
004750 1400-LOAD-PAIRLIST-EXIT.
004760     EXIT.
004770
004780 1410-LOAD-ONE-PAIR.
004790     READ PAIRLIST
004800         AT END
004810             MOVE 'Y' TO WS-LIST-EOF-SW
004820             GO TO 1410-LOAD-ONE-PAIR-EXIT
004830     END-READ.
004840     MOVE 'P' TO WS-NEW-LIST.
004850     MOVE CALCV-PAIR-RECORD TO WS-NEW-IMAGE.
004860     PERFORM 2700-NOTE-ENTRY THRU 2700-NOTE-ENTRY-EXIT.
004870 1410-LOAD-ONE-PAIR-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    1500-LOAD-SCENMST - NOTE EVERY STANDING SCENARIO MEMBER     *
004920******************************************************************
004930 1500-LOAD-SCENMST.
004940     MOVE 'N' TO WS-LIST-EOF-SW.
004950     OPEN INPUT SCENARIO-MASTER.
004960     IF WS-SM-NOT-FOUND
004970         GO TO 1500-LOAD-SCENMST-EXIT
004980     END-IF.
004990     IF NOT WS-SM-OK
005000         DISPLAY 'CALCVRQI - UNABLE TO OPEN SCENMST, STATUS = '
005010             WS-SM-STATUS
005020         MOVE 'Y' TO WS-ABORT-SW
005030         GO TO 1500-LOAD-SCENMST-EXIT
005040     END-IF.
005050     PERFORM 1510-LOAD-ONE-MEMBER THRU 1510-LOAD-ONE-MEMBER-EXIT
005060         UNTIL WS-LIST-EOF.
005070     CLOSE SCENARIO-MASTER.
005080 1500-LOAD-SCENMST-EXIT.
005090     EXIT.
005100
005110 1510-LOAD-ONE-MEMBER.
005120     READ SCENARIO-MASTER
005130         AT END
005140             MOVE 'Y' TO WS-LIST-EOF-SW
005150             GO TO 1510-LOAD-ONE-MEMBER-EXIT
005160     END-READ.
005170     MOVE 'S' TO WS-NEW-LIST.
005180     MOVE CALCV-SCENARIO-RECORD TO WS-NEW-IMAGE.
005190     PERFORM 2700-NOTE-ENTRY THRU 2700-NOTE-ENTRY-EXIT.
005200 1510-LOAD-ONE-MEMBER-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    1600-OPEN-LISTS - OPEN THE FOUR STANDING LISTS FOR APPEND,  *
005250*    CREATING ANY THAT DO NOT EXIST YET                          *
005260******************************************************************
005270 1600-OPEN-LISTS.
005280     OPEN EXTEND WORKLIST.
005290     IF WS-WL-NOT-FOUND
005300         OPEN OUTPUT WORKLIST
005310     END-IF.
005320     OPEN EXTEND ORBLIST.
005330     IF WS-OL-NOT-FOUND
005340         OPEN OUTPUT ORBLIST
005350     END-IF.
005360     OPEN EXTEND PAIRLIST.
005370     IF WS-PL-NOT-FOUND
005380         OPEN OUTPUT PAIRLIST
005390     END-IF.
005400     OPEN EXTEND SCENARIO-MASTER.
005410     IF WS-SM-NOT-FOUND
005420         OPEN OUTPUT SCENARIO-MASTER
005430     END-IF.
005440     IF NOT WS-WL-OK OR NOT WS-OL-OK
005450         OR NOT WS-PL-OK OR NOT WS-SM-OK
005460         DISPLAY 'CALCVRQI - UNABLE TO OPEN THE STANDING LISTS '
005470             'FOR APPEND, STATUS = ' WS-WL-STATUS ' '
005480             WS-OL-STATUS ' ' WS-PL-STATUS ' ' WS-SM-STATUS
005490         MOVE 'Y' TO WS-ABORT-SW
005500     END-IF.
005510 1600-OPEN-LISTS-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*    2000-PROCESS-REQUEST - TAKE IN ONE REQUEST.  A NEW REQUEST  *
005560*    ID GETS A TRACKING ENTRY, IS EDITED, AND IS EITHER ROUTED   *
005570*    (QUEUED) OR REJECTED WITH THE REASON.  A REQUEST THAT       *
005580*    CANNOT BE TRACKED AT ALL IS REFUSED TO SYSOUT.              *
005590******************************************************************
005600 2000-PROCESS-REQUEST.
005610     ADD 1 TO WS-REQUESTS-READ.
005620*    NUMERIC COLUMNS LEFT BLANK BECOME ZERO BEFORE ANY COMPARE,
005630*    AND A BLANK BODY IS EARTH, AS CALCVBAT RESOLVES IT - SO THE
005640*    IMAGE COMPARED AND STORED IS THE RESOLVED ONE.  THE EDITS
005650*    BELOW STILL CATCH A ZERO WHERE ONE IS NOT ALLOWED.
005660     IF RQ-PRIORITY NOT NUMERIC
005670         MOVE ZERO TO RQ-PRIORITY
005680     END-IF.
005690     IF RQ-NEEDED-BY NOT NUMERIC
005700         MOVE ZERO TO RQ-NEEDED-BY
005710     END-IF.
005720     IF RQ-M NOT NUMERIC
005730         MOVE ZERO TO RQ-M
005740     END-IF.
005750     IF RQ-ALTITUDE-KM NOT NUMERIC
005760         MOVE ZERO TO RQ-ALTITUDE-KM
005770     END-IF.
005780     IF RQ-BODY-CODE = SPACES
005790         AND NOT RQ-TRANSFER
005800         MOVE 'EARTH' TO RQ-BODY-CODE
005810     END-IF.
005820
005830     IF RQ-REQUEST-ID = SPACES
005840         ADD 1 TO WS-REQUESTS-REFUSED
005850         DISPLAY 'CALCVRQI - REFUSED, NO REQUEST ID - '
005860             CALCV-REQUEST-RECORD
005870         GO TO 2000-NEXT-REQUEST
005880     END-IF.
005890     PERFORM 2050-FIND-REQUEST THRU 2050-FIND-REQUEST-EXIT.
005900     IF WS-ID-FOUND
005910         SET TK-IDX TO WS-FOUND-IDX
005920         IF TK-IMAGE (TK-IDX) = CALCV-REQUEST-RECORD
005930             ADD 1 TO WS-REQUESTS-RESUBMITTED
005940             DISPLAY 'CALCVRQI - ALREADY RECEIVED - '
005950                 RQ-REQUEST-ID
005960         ELSE
005970             ADD 1 TO WS-REQUESTS-REFUSED
005980             DISPLAY 'CALCVRQI - REFUSED, REQUEST ID ALREADY '
005990                 'TRACKED WITH DIFFERENT CONTENT - '
006000                 RQ-REQUEST-ID
006010         END-IF
006020         GO TO 2000-NEXT-REQUEST
006030     END-IF.
006040     IF TK-COUNT NOT < 3000
006050         ADD 1 TO WS-REQUESTS-REFUSED
006060         DISPLAY 'CALCVRQI - REFUSED, REQMST FULL - '
006070             RQ-REQUEST-ID
006080         GO TO 2000-NEXT-REQUEST
006090     END-IF.
006100
006110*    RECEIVED.
006120     ADD 1 TO TK-COUNT.
006130     SET TK-IDX TO TK-COUNT.
006140     MOVE CALCV-REQUEST-RECORD TO TK-IMAGE (TK-IDX).
006150     MOVE 'R' TO TK-STATUS (TK-IDX).
006160     MOVE WS-RUN-DATE TO TK-RECEIVED-DATE (TK-IDX).
006170     MOVE ZERO TO TK-QUEUED-DATE (TK-IDX).
006180     MOVE ZERO TO TK-RUN-DATE (TK-IDX).
006190     MOVE ZERO TO TK-RUN-NO (TK-IDX).
006200     MOVE ZERO TO TK-RETURNED-DATE (TK-IDX).
006210     MOVE SPACES TO TK-REASON (TK-IDX).
006220
006230     PERFORM 2200-EDIT-REQUEST THRU 2200-EDIT-REQUEST-EXIT.
006240     IF WS-REJECT-REASON NOT = SPACES
006250         MOVE 'X' TO TK-STATUS (TK-IDX)
006260         MOVE WS-REJECT-REASON TO TK-REASON (TK-IDX)
006270         ADD 1 TO WS-REQUESTS-REJECTED
006280         DISPLAY 'CALCVRQI - REJECTED ' RQ-REQUEST-ID
006290             ' FOR ' RQ-REQUESTOR ' - ' WS-REJECT-REASON
006300         GO TO 2000-NEXT-REQUEST
006310     END-IF.
006320
006330*    QUEUED.
006340     PERFORM 2500-ROUTE-REQUEST THRU 2500-ROUTE-REQUEST-EXIT.
006350     MOVE 'Q' TO TK-STATUS (TK-IDX).
006360     MOVE WS-RUN-DATE TO TK-QUEUED-DATE (TK-IDX).
006370     MOVE WS-QUEUE-NOTE TO TK-REASON (TK-IDX).
006380     ADD 1 TO WS-REQUESTS-QUEUED.
006390     DISPLAY 'CALCVRQI - QUEUED   ' RQ-REQUEST-ID
006400         ' FOR ' RQ-REQUESTOR ' - ' WS-QUEUE-NOTE.
006410 2000-NEXT-REQUEST.
006420     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
006430 2000-PROCESS-REQUEST-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470*    2050-FIND-REQUEST - LOOK FOR THE REQUEST ID ON THE MASTER;  *
006480*    WS-FOUND-IDX IS ITS SLOT WHEN WS-ID-FOUND                   *
006490******************************************************************
006500 2050-FIND-REQUEST.
006510     MOVE 'N' TO WS-ID-FOUND-SW.
006520     MOVE ZERO TO WS-FOUND-IDX.
006530     IF TK-COUNT = ZERO
006540         GO TO 2050-FIND-REQUEST-EXIT
006550     END-IF.
006560     SET TK-IDX TO 1.
006570     SEARCH TK-ENTRY
006580         AT END
006590             MOVE 'N' TO WS-ID-FOUND-SW
006600         WHEN TK-REQUEST-ID (TK-IDX) = RQ-REQUEST-ID
006610             MOVE 'Y' TO WS-ID-FOUND-SW
006620             SET WS-FOUND-IDX TO TK-IDX
006630     END-SEARCH.
006640 2050-FIND-REQUEST-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680*    2060-LOOKUP-BODY - FIND WS-LOOKUP-CODE IN THE CALCVBD       *
006690*    REFERENCE TABLE                                             *
006700******************************************************************
006710 2060-LOOKUP-BODY.
006720     MOVE 'N' TO WS-BODY-FOUND-SW.
006730     SET CALCV-BODY-IDX TO 1.
006740     SEARCH CALCV-BODY-ENTRY
006750         AT END
006760             MOVE 'N' TO WS-BODY-FOUND-SW
006770         WHEN CALCV-BODY-CODE (CALCV-BODY-IDX) = WS-LOOKUP-CODE
006780             MOVE 'Y' TO WS-BODY-FOUND-SW
006790     END-SEARCH.
006800 2060-LOOKUP-BODY-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840*    2100-READ-REQUEST - READ THE NEXT INBOUND REQUEST           *
006850******************************************************************
006860 2100-READ-REQUEST.
006870     READ REQUEST-FILE
006880         AT END
006890             MOVE 'Y' TO WS-RQ-EOF-SW
006900             GO TO 2100-READ-REQUEST-EXIT
006910     END-READ.
006920 2100-READ-REQUEST-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960*    2200-EDIT-REQUEST - EDIT ONE REQUEST, LEAVING THE FIRST     *
006970*    FAULT FOUND IN WS-REJECT-REASON (SPACES WHEN IT IS GOOD)    *
006980******************************************************************
006990 2200-EDIT-REQUEST.
007000     MOVE SPACES TO WS-REJECT-REASON.
007010     IF RQ-REQUESTOR = SPACES
007020         MOVE 'NO REQUESTOR' TO WS-REJECT-REASON
007030         GO TO 2200-EDIT-REQUEST-EXIT
007040     END-IF.
007050     IF RQ-PRIORITY = ZERO
007060         MOVE 'BAD PRIORITY' TO WS-REJECT-REASON
007070         GO TO 2200-EDIT-REQUEST-EXIT
007080     END-IF.
007090     MOVE RQ-NEEDED-BY TO WS-DATE-CHECK.
007100     IF WS-DATE-CHECK-YYYY < 1900
007110         OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK)
007120             NOT = ZERO
007130         MOVE 'BAD NEEDED-BY DATE' TO WS-REJECT-REASON
007140         GO TO 2200-EDIT-REQUEST-EXIT
007150     END-IF.
007160     EVALUATE TRUE
007170         WHEN RQ-ESCAPE
007180             PERFORM 2210-EDIT-MEMBER THRU 2210-EDIT-MEMBER-EXIT
007190         WHEN RQ-ORBITAL
007200             PERFORM 2210-EDIT-MEMBER THRU 2210-EDIT-MEMBER-EXIT
007210         WHEN RQ-TRANSFER
007220             PERFORM 2220-EDIT-TRANSFER
007230                 THRU 2220-EDIT-TRANSFER-EXIT
007240         WHEN RQ-SCENARIO
007250             IF RQ-SCENARIO-NAME = SPACES
007260                 MOVE 'NO SCENARIO NAME' TO WS-REJECT-REASON
007270             ELSE
007280                 IF RQ-MEMBER-TYPE NOT = 'E'
007290                     AND RQ-MEMBER-TYPE NOT = 'O'
007300                     MOVE 'BAD MEMBER TYPE' TO WS-REJECT-REASON
007310                 ELSE
007320                     PERFORM 2210-EDIT-MEMBER
007330                         THRU 2210-EDIT-MEMBER-EXIT
007340                 END-IF
007350             END-IF
007360         WHEN OTHER
007370             MOVE 'BAD REQUEST TYPE' TO WS-REJECT-REASON
007380     END-EVALUATE.
007390 2200-EDIT-REQUEST-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*    2210-EDIT-MEMBER - THE MASS MULTIPLE AND BODY OF AN E, O,   *
007440*    OR SCENARIO REQUEST.  A ZERO M WOULD ONLY BE SKIPPED DOWN-  *
007450*    STREAM, SO IT IS REJECTED HERE.  AN ESCAPE REQUEST MAY ASK  *
007460*    FOR BODY ALL, WHICH CALCVBAT EXPANDS TO EVERY BODY.         *
007470******************************************************************
007480 2210-EDIT-MEMBER.
007490     IF RQ-M = ZERO
007500         MOVE 'BAD MASS MULTIPLE' TO WS-REJECT-REASON
007510         GO TO 2210-EDIT-MEMBER-EXIT
007520     END-IF.
007530     IF RQ-ESCAPE AND RQ-BODY-CODE = 'ALL'
007540         GO TO 2210-EDIT-MEMBER-EXIT
007550     END-IF.
007560     MOVE RQ-BODY-CODE TO WS-LOOKUP-CODE.
007570     PERFORM 2060-LOOKUP-BODY THRU 2060-LOOKUP-BODY-EXIT.
007580     IF NOT WS-BODY-FOUND
007590         MOVE 'UNKNOWN BODY' TO WS-REJECT-REASON
007600     END-IF.
007610 2210-EDIT-MEMBER-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*    2220-EDIT-TRANSFER - BOTH ENDS OF A TRANSFER LEG MUST BE ON *
007660*    THE MASTER, DIFFERENT, AND A LEG CALCVTRN CAN COST - BOTH   *
007670*    ORBITING THE SUN WITH AN ORBITAL DISTANCE ON FILE - OR THE  *
007680*    LEG WOULD ONLY BE SKIPPED EVERY NIGHT                       *
007690******************************************************************
007700 2220-EDIT-TRANSFER.
007710     MOVE RQ-BODY-CODE TO WS-LOOKUP-CODE.
007720     PERFORM 2060-LOOKUP-BODY THRU 2060-LOOKUP-BODY-EXIT.
007730     IF NOT WS-BODY-FOUND
007740         MOVE 'UNKNOWN ORIGIN' TO WS-REJECT-REASON
007750         GO TO 2220-EDIT-TRANSFER-EXIT
007760     END-IF.
007770     MOVE CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX) TO TRN-ORG-DIST.
007780     MOVE CALCV-BODY-PRIMARY (CALCV-BODY-IDX) TO TRN-ORG-PRIMARY.
007790     MOVE RQ-DEST-CODE TO WS-LOOKUP-CODE.
007800     PERFORM 2060-LOOKUP-BODY THRU 2060-LOOKUP-BODY-EXIT.
007810     IF NOT WS-BODY-FOUND
007820         MOVE 'UNKNOWN DESTINATION' TO WS-REJECT-REASON
007830         GO TO 2220-EDIT-TRANSFER-EXIT
007840     END-IF.
007850     MOVE CALCV-BODY-ORBIT-DIST (CALCV-BODY-IDX) TO TRN-DST-DIST.
007860     MOVE CALCV-BODY-PRIMARY (CALCV-BODY-IDX) TO TRN-DST-PRIMARY.
007870     IF RQ-BODY-CODE = RQ-DEST-CODE
007880         MOVE 'ORIGIN EQUALS DEST' TO WS-REJECT-REASON
007890         GO TO 2220-EDIT-TRANSFER-EXIT
007900     END-IF.
007910     IF TRN-ORG-PRIMARY NOT = 'SUN'
007920         OR TRN-DST-PRIMARY NOT = 'SUN'
007930         OR TRN-ORG-DIST = ZERO
007940         OR TRN-DST-DIST = ZERO
007950         MOVE 'NOT A SUN-ORBIT LEG' TO WS-REJECT-REASON
007960     END-IF.
007970 2220-EDIT-TRANSFER-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010*    2500-ROUTE-REQUEST - BUILD THE STANDING-LIST ENTRY THE      *
008020*    REQUEST CALLS FOR AND APPEND IT, UNLESS THE SAME ENTRY IS   *
008030*    ALREADY STANDING.  WS-QUEUE-NOTE SAYS WHICH.                *
008040******************************************************************
008050 2500-ROUTE-REQUEST.
008060     EVALUATE TRUE
008070         WHEN RQ-ESCAPE
008080             MOVE SPACES TO CALCV-WORK-RECORD
008090             MOVE RQ-M TO WORK-M
008100             MOVE RQ-BODY-CODE TO WORK-BODY-CODE
008110             MOVE 'W' TO WS-NEW-LIST
008120             MOVE CALCV-WORK-RECORD TO WS-NEW-IMAGE
008130         WHEN RQ-ORBITAL
008140             MOVE SPACES TO CALCV-ORBIT-RECORD
008150             MOVE RQ-M TO ORB-M
008160             MOVE RQ-BODY-CODE TO ORB-BODY-CODE
008170             MOVE RQ-ALTITUDE-KM TO ORB-ALTITUDE-KM
008180             MOVE 'O' TO WS-NEW-LIST
008190             MOVE CALCV-ORBIT-RECORD TO WS-NEW-IMAGE
008200         WHEN RQ-TRANSFER
008210             MOVE SPACES TO CALCV-PAIR-RECORD
008220             MOVE RQ-BODY-CODE TO PAIR-ORIGIN
008230             MOVE RQ-DEST-CODE TO PAIR-DEST
008240             MOVE 'P' TO WS-NEW-LIST
008250             MOVE CALCV-PAIR-RECORD TO WS-NEW-IMAGE
008260         WHEN RQ-SCENARIO
008270             MOVE SPACES TO CALCV-SCENARIO-RECORD
008280             MOVE RQ-SCENARIO-NAME TO SCN-NAME
008290             MOVE RQ-MEMBER-TYPE TO SCN-TYPE
008300             MOVE RQ-M TO SCN-M
008310             MOVE RQ-BODY-CODE TO SCN-BODY-CODE
008320             IF SCN-ORBITAL
008330                 MOVE RQ-ALTITUDE-KM TO SCN-ALTITUDE-KM
008340             ELSE
008350                 MOVE ZERO TO SCN-ALTITUDE-KM
008360             END-IF
008370             MOVE 'S' TO WS-NEW-LIST
008380             MOVE CALCV-SCENARIO-RECORD TO WS-NEW-IMAGE
008390     END-EVALUATE.
008400
008410     PERFORM 2600-FIND-ENTRY THRU 2600-FIND-ENTRY-EXIT.
008420     IF WS-ENTRY-FOUND
008430         MOVE 'ALREADY STANDING' TO WS-QUEUE-NOTE
008440         GO TO 2500-ROUTE-REQUEST-EXIT
008450     END-IF.
008460
008470     EVALUATE WS-NEW-LIST
008480         WHEN 'W'
008490             WRITE CALCV-WORK-RECORD
008500             MOVE 'ADDED TO WORKLIST' TO WS-QUEUE-NOTE
008510         WHEN 'O'
008520             WRITE CALCV-ORBIT-RECORD
008530             MOVE 'ADDED TO ORBLIST' TO WS-QUEUE-NOTE
008540         WHEN 'P'
008550             WRITE CALCV-PAIR-RECORD
008560             MOVE 'ADDED TO PAIRLIST' TO WS-QUEUE-NOTE
008570         WHEN 'S'
008580             WRITE CALCV-SCENARIO-RECORD
008590             MOVE 'ADDED TO SCENARIO' TO WS-QUEUE-NOTE
008600     END-EVALUATE.
008610     ADD 1 TO WS-ENTRIES-ADDED.
008620     PERFORM 2700-NOTE-ENTRY THRU 2700-NOTE-ENTRY-EXIT.
008630 2500-ROUTE-REQUEST-EXIT.
008640     EXIT.
008650
008660******************************************************************
008670*    2600-FIND-ENTRY - IS WS-NEW-IMAGE ALREADY ON LIST           *
008680*    WS-NEW-LIST                                                 *
008690******************************************************************
008700 2600-FIND-ENTRY.
008710     MOVE 'N' TO WS-ENTRY-FOUND-SW.
008720     IF SE-COUNT = ZERO
008730         GO TO 2600-FIND-ENTRY-EXIT
008740     END-IF.
008750     SET SE-IDX TO 1.
008760     SEARCH SE-ENTRY
008770         AT END
008780             MOVE 'N' TO WS-ENTRY-FOUND-SW
008790         WHEN SE-LIST (SE-IDX) = WS-NEW-LIST
008800             AND SE-IMAGE (SE-IDX) = WS-NEW-IMAGE
008810             MOVE 'Y' TO WS-ENTRY-FOUND-SW
008820     END-SEARCH.
008830 2600-FIND-ENTRY-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870*    2700-NOTE-ENTRY - ADD WS-NEW-LIST/WS-NEW-IMAGE TO THE       *
008880*    STANDING-ENTRY TABLE.  PAST 4000 ENTRIES THE DUPLICATE      *
008890*    CHECK SIMPLY STOPS SEEING NEW ONES.                         *
008900******************************************************************
008910 2700-NOTE-ENTRY.
008920     IF SE-COUNT NOT < 4000
008930         GO TO 2700-NOTE-ENTRY-EXIT
008940     END-IF.
008950     ADD 1 TO SE-COUNT.
008960     SET SE-IDX TO SE-COUNT.
008970     MOVE WS-NEW-LIST TO SE-LIST (SE-IDX).
008980     MOVE WS-NEW-IMAGE TO SE-IMAGE (SE-IDX).
008990 2700-NOTE-ENTRY-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030*    3000-REWRITE-MASTER - WRITE THE IN-STORAGE TABLE BACK OVER  *
009040*    THE REQUEST MASTER                                          *
009050******************************************************************
009060 3000-REWRITE-MASTER.
009070     OPEN OUTPUT REQUEST-MASTER.
009080     IF NOT WS-RT-OK
009090         DISPLAY 'CALCVRQI - UNABLE TO REWRITE REQMST, '
009100             'STATUS = ' WS-RT-STATUS
009110         MOVE 12 TO RETURN-CODE
009120         GO TO 3000-REWRITE-MASTER-EXIT
009130     END-IF.
009140     IF TK-COUNT > ZERO
009150         PERFORM 3100-WRITE-ONE-MASTER
009160             THRU 3100-WRITE-ONE-MASTER-EXIT
009170             VARYING TK-IDX FROM 1 BY 1
009180             UNTIL TK-IDX > TK-COUNT
009190     END-IF.
009200     CLOSE REQUEST-MASTER.
009210 3000-REWRITE-MASTER-EXIT.
009220     EXIT.
009230
009240******************************************************************
009250*    3100-WRITE-ONE-MASTER - WRITE ONE TRACKING ENTRY BACK       *
009260******************************************************************
009270 3100-WRITE-ONE-MASTER.
009280     MOVE SPACES TO CALCV-REQ-TRACK-RECORD.
009290     MOVE TK-IMAGE (TK-IDX) TO RT-REQUEST-IMAGE.
009300     MOVE TK-STATUS (TK-IDX) TO RT-STATUS.
009310     MOVE TK-RECEIVED-DATE (TK-IDX) TO RT-RECEIVED-DATE.
009320     MOVE TK-QUEUED-DATE (TK-IDX) TO RT-QUEUED-DATE.
009330     MOVE TK-RUN-DATE (TK-IDX) TO RT-RUN-DATE.
009340     MOVE TK-RUN-NO (TK-IDX) TO RT-RUN-NO.
009350     MOVE TK-RETURNED-DATE (TK-IDX) TO RT-RETURNED-DATE.
009360     MOVE TK-REASON (TK-IDX) TO RT-REASON.
009370     WRITE CALCV-REQ-TRACK-RECORD.
009380     ADD 1 TO WS-MASTER-WRITTEN.
009390 3100-WRITE-ONE-MASTER-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.  A RUN      *
009440*    WITH ANY REJECTED OR REFUSED REQUEST ENDS WITH RC=4 SO THE  *
009450*    JOB CAN FLAG IT FOR REVIEW.                                 *
009460******************************************************************
009470 9000-TERMINATE.
009480     CLOSE REQUEST-FILE.
009490     CLOSE WORKLIST.
009500     CLOSE ORBLIST.
009510     CLOSE PAIRLIST.
009520     CLOSE SCENARIO-MASTER.
009530     DISPLAY 'CALCVRQI - REQUESTS READ     = ' WS-REQUESTS-READ.
009540     DISPLAY 'CALCVRQI - REQUESTS QUEUED   = ' WS-REQUESTS-QUEUED.
009550     DISPLAY 'CALCVRQI - REQUESTS REJECTED = '
009560         WS-REQUESTS-REJECTED.
009570     DISPLAY 'CALCVRQI - REQUESTS REFUSED  = '
009580         WS-REQUESTS-REFUSED.
009590     DISPLAY 'CALCVRQI - ALREADY RECEIVED  = '
009600         WS-REQUESTS-RESUBMITTED.
009610     DISPLAY 'CALCVRQI - LIST ENTRIES ADDED = ' WS-ENTRIES-ADDED.
009620     DISPLAY 'CALCVRQI - MASTER WRITTEN    = ' WS-MASTER-WRITTEN.
009630*    A HARD FAILURE (MASTER NOT REWRITTEN, RC=12) OUTRANKS THE
009640*    ROUTINE REJECTED-REQUEST CONDITION.
009650     IF WS-REQUESTS-REJECTED + WS-REQUESTS-REFUSED > ZERO
009660         AND RETURN-CODE = ZERO
009670         MOVE 4 TO RETURN-CODE
009680     END-IF.
009690 9000-TERMINATE-EXIT.
009700     EXIT.
