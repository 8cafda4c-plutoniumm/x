000304*                     FLAG THAT LOOPS BACK FOR THE NEXT FIVE     *
000305*                     ENTRIES, SO THE SCIENCE DESK'S VALUES ARE  *
000306*                     NEVER RE-KEYED BY HAND.                    *
000307*    2026-10-15 DLR   THE OPERATOR NOW SIGNS ON WITH AN ID       *
000308*                     CHECKED AGAINST THE OPERAUTH AUTHORIZED-   *
000309*                     OPERATOR DATASET - AN UNKNOWN ID IS        *
000310*                     REFUSED, LOGGED, AND THE SESSION ENDS.  A  *
000311*                     SAVE TO THE STANDING WORKLIST BY AN        *
000312*                     OPERATOR WITHOUT WORKLIST-SAVE AUTHORITY   *
000313*                     IS REFUSED AND LOGGED (A B SAVE STILL      *
000314*                     GOES TO THE CMPLIST).  EVERY CALCVLOG LINE *
000315*                     CARRIES THE OPERATOR ID.                   *
000316*                                                                *
000317******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  CALCVSCR.
000340 AUTHOR.      D. L. RENARD.
000490     SELECT CMPLIST-FILE ASSIGN TO CMPLIST
000491         ORGANIZATION IS LINE SEQUENTIAL
000492         FILE STATUS IS WS-CMPLIST-STATUS.
000493     SELECT OPER-AUTH ASSIGN TO OPERAUTH
000494         ORGANIZATION IS LINE SEQUENTIAL
000495         FILE STATUS IS WS-AU-STATUS.
000496
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  BODY-MASTER
000555     RECORDING MODE IS F.
000556 01  CALCV-CMPLIST-RECORD    PIC X(23).
000557
000559 FD  OPER-AUTH
000561     RECORDING MODE IS F.
000563 COPY CALCVAU.
000565
000567 WORKING-STORAGE SECTION.
000570******************************************************************
000580*    ENTRY LINES 1 THROUGH 5 - ONE MASS MULTIPLE AND BODY CODE   *
000590*    PER LINE, AS KEYED BY THE OPERATOR                         *
001110         88  WS-BM-EOF       VALUE 'Y'.
001120     05  WS-BM-LOADED-SW     PIC X(01)      VALUE 'N'.
001130         88  WS-BM-LOADED    VALUE 'Y'.
001131     05  WS-AU-EOF-SW        PIC X(01)      VALUE 'N'.
001132         88  WS-AU-EOF       VALUE 'Y'.
001133     05  WS-AU-LOADED-SW     PIC X(01)      VALUE 'N'.
001134         88  WS-AU-LOADED    VALUE 'Y'.
001135     05  WS-OPER-KNOWN-SW    PIC X(01)      VALUE 'N'.
001136         88  WS-OPER-KNOWN   VALUE 'Y'.
001137     05  WS-OPER-SAVE-SW     PIC X(01)      VALUE 'N'.
001138         88  WS-OPER-MAY-SAVE-WORKLIST VALUE 'Y'.
001140
001150 01  WS-NUMVAL-CHECK         PIC S9(04)      COMP.
001160 01  WS-M-SIGNED             PIC S9(10)V9(04).
001161
001162 01  WS-OPERATOR-ID          PIC X(08)  VALUE SPACES.
001163 01  WS-REFUSED-ACTION       PIC X(20)  VALUE SPACES.
001164 01  WS-AU-STATUS            PIC X(02).
001165     88  WS-AU-OK            VALUE '00'.
001170
001180 01  WS-BM-STATUS            PIC X(02).
001190     88  WS-BM-OK            VALUE '00'.
001224
001225 COPY CALCVBD.
001226
001227 COPY CALCVAT.
001228
001230 SCREEN SECTION.
001240******************************************************************
001250*    CALCV-ENTRY-SCREEN - OPERATOR KEYS IN UP TO FIVE MASS       *
001826         'KEY ANOTHER SCREEN OF ENTRIES? (Y/N):'.
001827     05  LINE 11 COLUMN 40 PIC X(01) USING WS-ANOTHER.
001830
001831******************************************************************
001832*    CALCV-SIGNON-SCREEN - THE OPERATOR'S ID, CHECKED AGAINST    *
001833*    OPERAUTH BEFORE THE FIRST ENTRY SCREEN                      *
001834******************************************************************
001835 01  CALCV-SIGNON-SCREEN.
001836     05  BLANK SCREEN.
001837     05  LINE 1 COLUMN 1  VALUE 'CALCULATE-V - OPERATOR SIGN-ON'.
001838     05  LINE 3 COLUMN 1  VALUE 'OPERATOR ID:'.
001839     05  LINE 3 COLUMN 14 PIC X(08) USING WS-OPERATOR-ID.
001840
001841 PROCEDURE DIVISION.
001850
001860 0000-MAINLINE.
001870     PERFORM 0500-LOAD-BODY-MASTER
001918             WS-LOG-STATUS
001919         GO TO 0000-MAINLINE-EXIT
001920     END-IF.
001925     PERFORM 4000-LOAD-OPERATORS THRU 4000-LOAD-OPERATORS-EXIT.
001930     IF NOT WS-AU-LOADED
001935         CLOSE AUDIT-LOG
001940         GO TO 0000-MAINLINE-EXIT
001945     END-IF.
001950     PERFORM 4100-SIGN-ON THRU 4100-SIGN-ON-EXIT.
001955     IF NOT WS-OPER-KNOWN
001960         CLOSE AUDIT-LOG
001965         GO TO 0000-MAINLINE-EXIT
001970     END-IF.
001975     PERFORM 0100-ONE-SESSION THRU 0100-ONE-SESSION-EXIT
001980         UNTIL WS-SESSION-DONE.
001985     CLOSE AUDIT-LOG.
001990 0000-MAINLINE-EXIT.
002000     STOP RUN.
003885     ELSE
003886         MOVE ZERO TO LOG-V2
003887     END-IF.
003888     MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
003889     WRITE CALCV-LOG-RECORD.
003890 2700-WRITE-AUDIT-EXIT.
003891     EXIT.
003892******************************************************************
003894*    3000-RESULTS-SCREEN - SHOW ALL FIVE RESULTS TOGETHER        *
003900******************************************************************
004020******************************************************************
004030 3500-SAVE-ENTRIES.
004040     MOVE ZERO TO WS-SAVED-COUNT.
004041     IF WS-SAVE-TO-WORKLIST AND NOT WS-OPER-MAY-SAVE-WORKLIST
004042         PERFORM 3900-REFUSE-WORKLIST
004043             THRU 3900-REFUSE-WORKLIST-EXIT
004044     END-IF.
004045     IF NOT WS-SAVE-TO-WORKLIST AND NOT WS-SAVE-TO-CMPLIST
004046         GO TO 3500-SAVE-ENTRIES-EXIT
004047     END-IF.
004050     IF WS-SAVE-TO-WORKLIST
004060         OPEN EXTEND WORKLIST-FILE
004070         IF WS-WORKLIST-NOT-FOUND
005240     ADD 1 TO WS-SAVED-COUNT.
005250 3800-WRITE-CURRENT-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290*    3900-REFUSE-WORKLIST - THE SIGNED-ON OPERATOR MAY NOT SAVE  *
005300*    TO THE STANDING WORKLIST.  LOG THE REFUSAL AND DROP THE     *
005310*    WORKLIST HALF OF THE SAVE - A B (BOTH) STILL GOES TO THE    *
005320*    CMPLIST, A W SAVES NOTHING.                                 *
005330******************************************************************
005340 3900-REFUSE-WORKLIST.
005350     DISPLAY 'CALCVSCR - OPERATOR ' WS-OPERATOR-ID
005360         ' NOT AUTHORIZED TO SAVE TO WORKLIST'.
005370     MOVE 'SAVE TO WORKLIST' TO WS-REFUSED-ACTION.
005380     PERFORM 4200-WRITE-REFUSAL THRU 4200-WRITE-REFUSAL-EXIT.
005390     IF WS-SAVE-ACTION = 'B'
005400         MOVE 'C' TO WS-SAVE-ACTION
005410     ELSE
005420         MOVE 'N' TO WS-SAVE-ACTION
005430     END-IF.
005440 3900-REFUSE-WORKLIST-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*    4000-LOAD-OPERATORS - LOAD THE CALCVAT OPERATOR TABLE FROM  *
005490*    THE OPERAUTH AUTHORIZED-OPERATOR DATASET.  WITHOUT IT NO    *
005500*    OPERATOR CAN SIGN ON, SO WS-AU-LOADED STAYS OFF AND THE     *
005510*    SESSION STOPS.                                              *
005520******************************************************************
005530 4000-LOAD-OPERATORS.
005540     MOVE 'N' TO WS-AU-LOADED-SW.
005550     MOVE 'N' TO WS-AU-EOF-SW.
005560     MOVE ZERO TO CALCV-AUTH-COUNT.
005570     OPEN INPUT OPER-AUTH.
005580     IF NOT WS-AU-OK
005590         DISPLAY 'CALCVSCR - UNABLE TO OPEN OPERAUTH, STATUS = '
005600             WS-AU-STATUS
005610         GO TO 4000-LOAD-OPERATORS-EXIT
005620     END-IF.
005630     PERFORM 4010-LOAD-ONE-OPERATOR
005640         THRU 4010-LOAD-ONE-OPERATOR-EXIT
005650         UNTIL WS-AU-EOF.
005660     CLOSE OPER-AUTH.
005670     MOVE 'Y' TO WS-AU-LOADED-SW.
005680 4000-LOAD-OPERATORS-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720*    4010-LOAD-ONE-OPERATOR - READ ONE OPERAUTH RECORD INTO THE  *
005730*    NEXT CALCVAT TABLE SLOT                                     *
005740******************************************************************
005750 4010-LOAD-ONE-OPERATOR.
005760     READ OPER-AUTH
005770         AT END
005780             MOVE 'Y' TO WS-AU-EOF-SW
005790             GO TO 4010-LOAD-ONE-OPERATOR-EXIT
005800     END-READ.
005810     IF CALCV-AUTH-COUNT NOT < 200
005820         DISPLAY 'CALCVSCR - OPERAUTH EXCEEDS 200 OPERATORS, '
005830             'REMAINDER IGNORED'
005840         MOVE 'Y' TO WS-AU-EOF-SW
005850         GO TO 4010-LOAD-ONE-OPERATOR-EXIT
005860     END-IF.
005870     ADD 1 TO CALCV-AUTH-COUNT.
005880     SET CALCV-AUTH-IDX TO CALCV-AUTH-COUNT.
005890     MOVE AU-OPERATOR-ID TO CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX).
005900     MOVE AU-BODY-MAINT
005910         TO CALCV-AUTH-BODY-MAINT (CALCV-AUTH-IDX).
005920     MOVE AU-BODY-CONFIRM
005930         TO CALCV-AUTH-BODY-CONFIRM (CALCV-AUTH-IDX).
005940     MOVE AU-SCEN-MAINT
005950         TO CALCV-AUTH-SCEN-MAINT (CALCV-AUTH-IDX).
005960     MOVE AU-VEH-MAINT
005970         TO CALCV-AUTH-VEH-MAINT (CALCV-AUTH-IDX).
005980     MOVE AU-WORKLIST-SAVE
005990         TO CALCV-AUTH-WORKLIST-SAVE (CALCV-AUTH-IDX).
006000     MOVE AU-RUN-OVERRIDE
006010         TO CALCV-AUTH-RUN-OVERRIDE (CALCV-AUTH-IDX).
006020 4010-LOAD-ONE-OPERATOR-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060*    4100-SIGN-ON - TAKE THE OPERATOR ID FROM THE SIGN-ON SCREEN *
006070*    AND LOOK IT UP ON OPERAUTH.  AN UNKNOWN OR BLANK ID IS      *
006080*    LOGGED AS A REFUSED SIGN-ON AND WS-OPER-KNOWN STAYS OFF.    *
006090******************************************************************
006100 4100-SIGN-ON.
006110     MOVE 'N' TO WS-OPER-KNOWN-SW.
006120     MOVE 'N' TO WS-OPER-SAVE-SW.
006130     MOVE SPACES TO WS-OPERATOR-ID.
006140     DISPLAY CALCV-SIGNON-SCREEN.
006150     ACCEPT CALCV-SIGNON-SCREEN.
006160     IF WS-OPERATOR-ID NOT = SPACES
006170         SET CALCV-AUTH-IDX TO 1
006180         SEARCH CALCV-AUTH-ENTRY
006190             AT END
006200                 MOVE 'N' TO WS-OPER-KNOWN-SW
006210             WHEN CALCV-AUTH-OPERATOR (CALCV-AUTH-IDX) =
006220                     WS-OPERATOR-ID
006230                 MOVE 'Y' TO WS-OPER-KNOWN-SW
006240         END-SEARCH
006250     END-IF.
006260     IF NOT WS-OPER-KNOWN
006270         DISPLAY 'CALCVSCR - OPERATOR ' WS-OPERATOR-ID
006280             ' NOT ON OPERAUTH, SESSION ENDED'
006290         MOVE 'SIGN-ON' TO WS-REFUSED-ACTION
006300         PERFORM 4200-WRITE-REFUSAL THRU 4200-WRITE-REFUSAL-EXIT
006310         GO TO 4100-SIGN-ON-EXIT
006320     END-IF.
006330     IF CALCV-AUTH-MAY-SAVE-WORKLIST (CALCV-AUTH-IDX)
006340         MOVE 'Y' TO WS-OPER-SAVE-SW
006350     END-IF.
006360 4100-SIGN-ON-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400*    4200-WRITE-REFUSAL - APPEND ONE CALCVLOG LINE WITH STATUS   *
006410*    REF FOR AN ACTION THE OPERATOR WAS REFUSED, NAMED IN THE    *
006420*    ARGUMENT COLUMN                                             *
006430******************************************************************
006440 4200-WRITE-REFUSAL.
006450     MOVE SPACES TO CALCV-LOG-RECORD.
006460     MOVE WS-RUN-DATE TO LOG-DATE.
006470     ACCEPT LOG-TIME FROM TIME.
006480     MOVE 'CALCVSCR' TO LOG-PROGRAM.
006490     MOVE 'REF' TO LOG-STATUS.
006500     MOVE WS-REFUSED-ACTION TO LOG-ARG.
006510     MOVE ZERO TO LOG-V2.
006520     MOVE ZERO TO LOG-RUN-NO.
006530     MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
006540     WRITE CALCV-LOG-RECORD.
006550 4200-WRITE-REFUSAL-EXIT.
006560     EXIT.
