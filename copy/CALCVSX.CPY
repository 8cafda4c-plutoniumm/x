000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    2026-09-02 DLR   ORIGINAL.                                  *
000192*    2026-10-15 DLR   ADDED SXT-OPERATOR (TRAILING) - THE ID OF  *
000194*                     THE OPERATOR KEYING THE TRANSACTION, AS    *
000196*                     ON THE OPERAUTH DATASET.                   *
000200*                                                                *
000210******************************************************************
000220 01  CALCV-SCEN-TRANS-RECORD.
000350     05  SXT-BODY-CODE           PIC X(08).
000360     05  FILLER                  PIC X(01).
000370     05  SXT-ALTITUDE-KM         PIC 9(07)V9(02).
000380     05  FILLER                  PIC X(01).
000390     05  SXT-OPERATOR            PIC X(08).
