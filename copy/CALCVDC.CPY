000010******************************************************************
000020*                                                                *
000030*    CALCVDC.CPY                                                *
000040*    ONE ENTRY OF THE DSTCTL REPORT DISTRIBUTION CONTROL         *
000050*    DATASET READ BY CALCVDST.  EACH ENTRY SENDS ONE REPORT TO   *
000060*    ONE RECIPIENT:                                              *
000070*        DC-RECIPIENT  RECIPIENT ID - THE PACKAGE IS SPLIT OUT   *
000080*                      TO SURVEY.CALCV.DSTPKG.<ID> (SEE THE      *
000090*                      CALCVJN SPLIT STEP), AS FOR RQRETURN      *
000100*        DC-REPORT     THE REPORT'S DD NAME (SUMRPT, DRFRPT,     *
000110*                      BALRPT, ORBRPT, TRNRPT, HSTRPT, INVRPT,   *
000120*                      SCNRPT, CALRPT)                           *
000130*        DC-DAYS       Y/N FOR EACH DAY, MONDAY FIRST -          *
000140*                      YYYYYNN IS WEEKDAYS ONLY                  *
000150*        DC-CONDITION  A - ALWAYS                                *
000160*                      T - ONLY WHEN THE NIGHT'S CALCVSUM        *
000170*                          VERDICT IS ATTENTION                  *
000180*        DC-RECIP-NAME WHO THE PACKAGE IS ADDRESSED TO, FOR THE  *
000190*                      COVER PAGE                                *
000200*    ALL OF A RECIPIENT'S ENTRIES MAKE ONE PACKAGE, WITH THE     *
000210*    REPORTS IN THE ORDER THEIR ENTRIES APPEAR.                  *
000220*                                                                *
000230*    MODIFICATION HISTORY                                       *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    2026-10-15 DLR   ORIGINAL.                                  *
000260*                                                                *
000270******************************************************************
000280 01  CALCV-DIST-CONTROL-RECORD.
000290     05  DC-RECIPIENT            PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  DC-REPORT               PIC X(08).
000320     05  FILLER                  PIC X(01).
000330     05  DC-DAYS                 PIC X(07).
000340     05  DC-DAY-TABLE REDEFINES DC-DAYS.
000350         10  DC-DAY              PIC X(01)  OCCURS 7 TIMES.
000360     05  FILLER                  PIC X(01).
000370     05  DC-CONDITION            PIC X(01).
000380         88  DC-ALWAYS           VALUE 'A'.
000390         88  DC-ATTENTION-ONLY   VALUE 'T'.
000400     05  FILLER                  PIC X(01).
000410     05  DC-RECIP-NAME           PIC X(30).
000420     05  FILLER                  PIC X(22).
