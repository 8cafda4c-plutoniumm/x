000010******************************************************************
000020*                                                                *
000030*    CALCVRF.CPY                                                *
000040*    ONE RECORD OF THE AGENCY'S PERIODIC REFERENCE-CONSTANTS     *
000050*    FEED, RECEIVED AS THE REFFEED INBOUND DATASET AND           *
000060*    RECONCILED AGAINST THE BODYMST BODY MASTER BY CALCVREC.     *
000070*    THE FEED IS FRAMED BY ONE HEADER (H) RECORD NAMING THE      *
000080*    SOURCE AND EDITION DATE AND ONE TRAILER (T) RECORD CARRYING *
000090*    THE COUNT OF DETAIL (D) RECORDS BETWEEN THEM, SO A          *
000100*    TRUNCATED TRANSFER IS CAUGHT BEFORE ANY BODY IS REPORTED    *
000110*    MISSING.  THE AGENCY PUBLISHES IN ITS OWN UNITS:            *
000120*        RADIUS     KILOMETERS, 3 DECIMALS (MASTER: METERS)      *
000130*        MASS       KILOGRAMS AS MANTISSA X 10 ** EXPONENT,      *
000140*                   MANTISSA NOT NECESSARILY NORMALIZED TO ONE   *
000150*                   WHOLE DIGIT (MASTER: 9.99999 X 10 ** 99)     *
000160*        DISTANCE   KILOMETERS FROM THE PRIMARY, ZERO WHEN NOT   *
000170*                   PUBLISHED                                    *
000180*        ROTATION   SIDEREAL HOURS, 4 DECIMALS (MASTER: 2),      *
000190*                   ZERO WHEN NOT PUBLISHED                      *
000200*        PRIMARY    BODY CODE, BLANK WHEN NOT PUBLISHED OR FOR   *
000210*                   A ROOT BODY                                  *
000220*    THE BODY CODE IS THE AGENCY'S NAME, UPPER CASE, CUT TO      *
000230*    EIGHT CHARACTERS - THE SAME CODE AS ON BODYMST.             *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    2026-10-15 DLR   ORIGINAL.                                  *
000280*                                                                *
000290******************************************************************
000300 01  CALCV-REF-FEED-RECORD.
000310     05  RF-REC-TYPE             PIC X(01).
000320         88  RF-HEADER           VALUE 'H'.
000330         88  RF-DETAIL           VALUE 'D'.
000340         88  RF-TRAILER          VALUE 'T'.
000350     05  FILLER                  PIC X(01).
000360     05  RF-DETAIL-DATA.
000370         10  RF-BODY-CODE        PIC X(08).
000380         10  FILLER              PIC X(01).
000390         10  RF-RADIUS-KM        PIC 9(07)V9(03).
000400         10  FILLER              PIC X(01).
000410         10  RF-MASS-MANT        PIC 9(03)V9(06).
000420         10  FILLER              PIC X(01).
000430         10  RF-MASS-EXP         PIC 9(02).
000440         10  FILLER              PIC X(01).
000450         10  RF-ORBIT-KM         PIC 9(10).
000460         10  FILLER              PIC X(01).
000470         10  RF-ROT-HOURS        PIC 9(05)V9(04).
000480         10  FILLER              PIC X(01).
000490         10  RF-PRIMARY          PIC X(08).
000500         10  FILLER              PIC X(16).
000510     05  RF-HEADER-DATA REDEFINES RF-DETAIL-DATA.
000520         10  RF-HDR-SOURCE       PIC X(20).
000530         10  FILLER              PIC X(01).
000540         10  RF-HDR-EDITION      PIC 9(08).
000550         10  FILLER              PIC X(49).
000560     05  RF-TRAILER-DATA REDEFINES RF-DETAIL-DATA.
000570         10  RF-TRL-COUNT        PIC 9(05).
000580         10  FILLER              PIC X(73).
