000270*                     GENERATIONS.  THE PER-DAY SECTION SHOWS    *
000280*                     THE LIVE LOG ONLY - A ROLLUP IS MONTHLY    *
000290*                     AND CARRIES NO DAY.                        *
000292*    2026-10-15 DLR   A REF LINE (AN ACTION REFUSED FOR WANT OF  *
000294*                     OPERATOR AUTHORITY) IS NOT A RUN - IT IS   *
000296*                     KEPT OUT OF THE TALLIES AND COUNTED ON A   *
000298*                     LINE OF ITS OWN AT THE FOOT OF THE REPORT. *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000930     05  WS-BAD-LINES            PIC 9(07)      COMP VALUE ZERO.
000940     05  WS-DAYS-DROPPED         PIC 9(07)      COMP VALUE ZERO.
000950     05  WS-ROLLUP-RUNS          PIC 9(07)      COMP VALUE ZERO.
000955     05  WS-REFUSED-COUNT        PIC 9(07)      COMP VALUE ZERO.
000960
000970 01  WS-MONTH-FILTER             PIC X(06)  VALUE SPACES.
000980
001790*    PROGRAM, AND BODY TABLES.  A LINE OUTSIDE THE MONTH         *
001800*    FILTER IS PASSED OVER; A LINE WHOSE DATE IS NOT NUMERIC     *
001810*    (AN OLD-FORMAT OR DAMAGED LINE) IS COUNTED AND SKIPPED      *
001815*    RATHER THAN ABENDING THE REPORT.  A REF LINE RECORDS AN     *
001820*    ACTION REFUSED FOR WANT OF OPERATOR AUTHORITY, NOT A RUN,   *
001825*    AND IS ONLY COUNTED.                                        *
001830******************************************************************
001840 2000-TALLY-LINE.
001850     IF LOG-DATE NOT NUMERIC
001880     END-IF.
001890     IF WS-MONTH-FILTER NOT = SPACES
001900         AND CALCV-LOG-RECORD (1:6) NOT = WS-MONTH-FILTER
001902         GO TO 2000-NEXT-LINE
001904     END-IF.
001906     IF LOG-STATUS-REFUSED
001908         ADD 1 TO WS-REFUSED-COUNT
001910         GO TO 2000-NEXT-LINE
001920     END-IF.
001930
005140         END-STRING
005150         PERFORM 3900-EMIT-LINE THRU 3900-EMIT-LINE-EXIT
005160     END-IF.
005161     IF WS-REFUSED-COUNT > ZERO
005162         MOVE SPACES TO RPT-LINE
005163         MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
005164         STRING 'UNAUTHORIZED ACTIONS REFUSED (NOT RUNS): '
005165             WS-COUNT-DISPLAY
005166             DELIMITED BY SIZE INTO RPT-LINE
005167         END-STRING
005168         PERFORM 3900-EMIT-LINE THRU 3900-EMIT-LINE-EXIT
005169     END-IF.
005170
005180     IF WS-DAYS-DROPPED > ZERO
005190         MOVE SPACES TO RPT-LINE
