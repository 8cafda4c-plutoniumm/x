000010******************************************************************
000020*                                                                *
000030*    CALCVET.CPY                                                 *
000040*    ONE TRANSACTION OF THE EXCTRN DATASET, KEYED BY OPERATIONS  *
000050*    AND APPLIED TO THE EXCMST EXCEPTION MASTER BY CALCVEXM:     *
000060*      A - ACKNOWLEDGE AN OPEN EXCEPTION (SOMEONE HAS IT IN      *
000070*          HAND).  THE NOTE IS OPTIONAL AND IS ONLY LOGGED.      *
000080*      R - RESOLVE AN OPEN OR ACKNOWLEDGED EXCEPTION.  THE NOTE  *
000090*          IS REQUIRED AND IS KEPT ON THE MASTER AS THE          *
000100*          EXPLANATION.                                          *
000110*    THE EXCEPTION IS NAMED BY ITS FULL KEY (TYPE, DATE, AND     *
000120*    SEQUENCE NUMBER) AS PRINTED ON THE CALCVEXA AGING REPORT.   *
000130*    ET-OPERATOR IS THE KEYING OPERATOR'S ID, CHECKED AGAINST    *
000140*    OPERAUTH.                                                   *
000150*                                                                *
000160*    MODIFICATION HISTORY                                        *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    2026-10-15 DLR   ORIGINAL.                                  *
000190*                                                                *
000200******************************************************************
000210 01  CALCV-EXC-TRANS-RECORD.
000220     05  ET-ACTION               PIC X(01).
000230         88  ET-ACKNOWLEDGE      VALUE 'A'.
000240         88  ET-RESOLVE          VALUE 'R'.
000250     05  FILLER                  PIC X(01).
000260     05  ET-KEY.
000270         10  ET-TYPE             PIC X(03).
000280         10  ET-DATE             PIC 9(08).
000290         10  ET-SEQ              PIC 9(03).
000300     05  FILLER                  PIC X(01).
000310     05  ET-NOTE                 PIC X(60).
000320     05  FILLER                  PIC X(01).
000330     05  ET-OPERATOR             PIC X(08).
