000270*                     CODE OF THE PRIMARY THE ORBITAL DISTANCE   *
000280*                     IS MEASURED FROM, MAINTAINED ON            *
000290*                     ADD/CHANGE LIKEWISE.                       *
000292*    2026-10-15 DLR   ADDED TRN-OPERATOR (TRAILING) - THE ID OF  *
000294*                     THE OPERATOR KEYING THE TRANSACTION, AS    *
000296*                     ON THE OPERAUTH DATASET.  CALCVBMT REFUSES *
000298*                     AN ACTION THE OPERATOR IS NOT AUTHORIZED   *
000299*                     FOR.                                       *
000300*                                                                *
000310******************************************************************
000320 01  CALCV-BODY-TRANS-RECORD.
000500     05  TRN-ROT-HOURS           PIC 9(05)V9(02).
000510     05  FILLER                  PIC X(01).
000520     05  TRN-PRIMARY             PIC X(08).
000530     05  FILLER                  PIC X(01).
000540     05  TRN-OPERATOR            PIC X(08).
