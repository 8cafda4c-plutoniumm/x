000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-09-02 DLR   ORIGINAL.                                  *
000342*    2026-10-15 DLR   LOG RECORDS WIDENED TO 87 BYTES FOR THE    *
000344*                     OPERATOR ID.  A REF LINE (A REFUSED        *
000346*                     ACTION) IS ARCHIVED BUT IS NOT A RUN AND   *
000348*                     STAYS OUT OF THE ROLLUP COUNTS.            *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000800
000810 FD  LOG-ARCHIVE
000820     RECORDING MODE IS F.
000830 01  CALCV-LOG-ARCHIVE-RECORD    PIC X(87).
000840
000850 FD  LOG-NEW
000860     RECORDING MODE IS F.
000870 01  CALCV-LOG-NEW-RECORD        PIC X(87).
000880
000890 FD  HISTORY-MASTER
000900     RECORDING MODE IS F.
003390******************************************************************
003400*    2200-TALLY-LOG-ROLLUP - BUMP THE ARCHIVED LINE'S MONTH/     *
003410*    PROGRAM/BODY ROLLUP SLOT, ADDING ONE THE FIRST TIME THE     *
003416*    COMBINATION IS SEEN.  A REF LINE IS A REFUSED ACTION, NOT   *
003422*    A RUN, AND IS LEFT OUT OF THE ROLLUP.                       *
003430******************************************************************
003440 2200-TALLY-LOG-ROLLUP.
003450     MOVE 'N' TO WS-SLOT-FOUND-SW.
003452     IF LOG-STATUS-REFUSED
003454         GO TO 2200-TALLY-LOG-ROLLUP-EXIT
003456     END-IF.
003460     IF ARC-LOG-COUNT > ZERO
003470         SET ARC-LOG-IDX TO 1
003480         SEARCH ARC-LOG-ENTRY
