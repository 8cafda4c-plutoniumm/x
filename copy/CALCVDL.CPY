000010******************************************************************
000020*                                                                *
000030*    CALCVDL.CPY                                                *
000040*    ONE RECORD OF THE DSTLOG REPORT DISTRIBUTION LOG, APPENDED  *
000050*    BY CALCVDST FOR EVERY PACKAGE IT PRODUCES - THE PROOF OF    *
000060*    WHO WAS SENT WHAT ON A GIVEN DATE.  EACH PACKAGE WRITES     *
000070*    ONE P RECORD FOLLOWED BY ONE R RECORD PER REPORT IN IT:     *
000080*        P  DL-LINE-COUNT = LINES IN THE WHOLE PACKAGE, COVER    *
000090*           PAGE INCLUDED; DL-REPORT BLANK                       *
000100*        R  DL-FROM-LINE/DL-TO-LINE = THE LINES OF THE REPORT    *
000110*           DATASET THAT WENT INTO THE PACKAGE, DL-LINE-COUNT    *
000120*           THEIR NUMBER (ZERO WHEN THE REPORT HAD NOTHING NEW - *
000130*           FROM IS THEN ONE PAST TO)                            *
000140*    THE LAST R RECORD'S DL-TO-LINE FOR A RECIPIENT AND REPORT   *
000150*    IS WHERE THAT RECIPIENT'S NEXT PACKAGE PICKS UP - EXCEPT    *
000160*    THAT A SECOND PACKAGE ON THE SAME DATE PICKS UP FROM THE    *
000170*    LAST R RECORD BEFORE THAT DATE AND SUPERSEDES THE FIRST.    *
000180*    DL-VERDICT IS THE CALCVSUM VERDICT THE PACKAGE WAS BUILT    *
000190*    UNDER (C CLEAN, A ATTENTION, U NOT KNOWN).                  *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    2026-10-15 DLR   ORIGINAL.                                  *
000240*                                                                *
000250******************************************************************
000260 01  CALCV-DIST-LOG-RECORD.
000270     05  DL-RUN-DATE             PIC 9(08).
000280     05  FILLER                  PIC X(01).
000290     05  DL-RUN-TIME             PIC 9(08).
000300     05  FILLER                  PIC X(01).
000310     05  DL-PACKAGE-NO           PIC 9(03).
000320     05  FILLER                  PIC X(01).
000330     05  DL-RECIPIENT            PIC X(08).
000340     05  FILLER                  PIC X(01).
000350     05  DL-REC-TYPE             PIC X(01).
000360         88  DL-PACKAGE          VALUE 'P'.
000370         88  DL-REPORT-SECTION   VALUE 'R'.
000380     05  FILLER                  PIC X(01).
000390     05  DL-REPORT               PIC X(08).
000400     05  FILLER                  PIC X(01).
000410     05  DL-FROM-LINE            PIC 9(07).
000420     05  FILLER                  PIC X(01).
000430     05  DL-TO-LINE              PIC 9(07).
000440     05  FILLER                  PIC X(01).
000450     05  DL-LINE-COUNT           PIC 9(07).
000460     05  FILLER                  PIC X(01).
000470     05  DL-VERDICT              PIC X(01).
000480     05  FILLER                  PIC X(01).
000490     05  DL-NIGHT-RUN-NO         PIC 9(07).
