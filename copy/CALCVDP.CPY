000010******************************************************************
000020*                                                                *
000030*    CALCVDP.CPY                                                *
000040*    ONE LINE OF THE DSTPKG REPORT PACKAGE DATASET WRITTEN BY    *
000050*    CALCVDST - THE RECIPIENT ID FOLLOWED BY ONE 80-BYTE         *
000060*    PACKAGE LINE.  THE CALCVJN SPLIT STEP COPIES EACH           *
000070*    RECIPIENT'S LINES, IN ORDER AND WITHOUT THE ID, TO THAT     *
000080*    RECIPIENT'S OWN PACKAGE DATASET.                            *
000090*                                                                *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE       INIT  DESCRIPTION                                *
000120*    2026-10-15 DLR   ORIGINAL.                                  *
000130*                                                                *
000140******************************************************************
000150 01  CALCV-DIST-PACKAGE-LINE.
000160     05  DP-RECIPIENT            PIC X(08).
000170     05  FILLER                  PIC X(01).
000180     05  DP-LINE                 PIC X(80).
