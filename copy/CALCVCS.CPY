000010******************************************************************
000020*                                                                *
000030*    CALCVCS.CPY                                                *
000040*    ONE RECORD OF THE HISTCERT CERTIFIED HISTORY SNAPSHOT       *
000050*    DATASET.  CALCVCRT APPENDS ONE BLOCK PER CERTIFIED MONTH:   *
000060*        H  THE MONTH, WHEN IT WAS CERTIFIED, AND BY WHOM        *
000070*        D  ONE PER HISTMST RECORD OF THE MONTH, IN KEY ORDER -  *
000080*           THE WHOLE RECORD IMAGE AS CERTIFIED                  *
000090*        B  ONE PER BODY - RECORD COUNT AND THE HASH TOTALS OF   *
000100*           M AND OF V2 OVER THAT BODY'S D RECORDS               *
000110*        T  THE SAME TOTALS FOR THE WHOLE MONTH, AND THE NUMBER  *
000120*           OF BODIES.  A BLOCK WITH NO T RECORD DID NOT FINISH  *
000130*           AND CERTIFIES NOTHING.                               *
000140*    CALCVVFY HOLDS THE LIVE MASTER AND THE ARCHIVE GENERATIONS  *
000150*    AGAINST EVERY COMPLETE BLOCK, AND EACH BLOCK'S B AND T      *
000160*    TOTALS AGAINST ITS OWN D RECORDS.                           *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    2026-10-15 DLR   ORIGINAL.                                  *
000210*                                                                *
000220******************************************************************
000230 01  CALCV-CERT-RECORD.
000240     05  CS-REC-TYPE             PIC X(01).
000250         88  CS-HEADER           VALUE 'H'.
000260         88  CS-DETAIL           VALUE 'D'.
000270         88  CS-BODY-TOTAL       VALUE 'B'.
000280         88  CS-TRAILER          VALUE 'T'.
000290     05  FILLER                  PIC X(01).
000300     05  CS-MONTH                PIC 9(06).
000310     05  FILLER                  PIC X(01).
000320     05  CS-DATA                 PIC X(65).
000330     05  CS-HEADER-DATA REDEFINES CS-DATA.
000340         10  CS-CERT-DATE        PIC 9(08).
000350         10  FILLER              PIC X(01).
000360         10  CS-CERT-TIME        PIC 9(08).
000370         10  FILLER              PIC X(01).
000380         10  CS-OPERATOR         PIC X(08).
000390         10  FILLER              PIC X(39).
000400     05  CS-DETAIL-DATA REDEFINES CS-DATA.
000410         10  CS-HIST-KEY         PIC X(30).
000420         10  FILLER              PIC X(35).
000430     05  CS-TOTAL-DATA REDEFINES CS-DATA.
000440         10  CS-TOT-BODY         PIC X(08).
000450         10  FILLER              PIC X(01).
000460         10  CS-TOT-RECORDS      PIC 9(07).
000470         10  FILLER              PIC X(01).
000480         10  CS-TOT-HASH-M       PIC 9(13)V9(04).
000490         10  FILLER              PIC X(01).
000500         10  CS-TOT-HASH-V2      PIC 9(13)V9(02).
000510         10  FILLER              PIC X(01).
000520         10  CS-TOT-BODIES       PIC 9(05).
000530         10  FILLER              PIC X(09).
