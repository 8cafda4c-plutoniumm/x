000010******************************************************************
000020*                                                                *
000030*    CALCVRR.CPY                                                *
000040*    ONE LINE OF THE RQRETURN REQUEST RETURN FILE.  CALCVRQR     *
000050*    WRITES ONE LINE PER REQUEST IT RETURNS, LED BY THE          *
000060*    REQUESTOR SO THE NIGHTLY SORT STEP CAN SPLIT THE FILE INTO  *
000070*    ONE RETURN DATASET PER REQUESTOR.  RR-RESULT-TEXT IS THE    *
000080*    RESULT AS IT WAS REPORTED - THE ORBRPT, TRNRPT, OR SCNRPT   *
000090*    LINE FOR THE REQUEST, OR FOR AN ESCAPE REQUEST THE HISTMST  *
000100*    FIGURES - OR, FOR A REJECTED REQUEST, WHY IT WAS REJECTED.  *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    2026-10-15 DLR   ORIGINAL.                                  *
000150*                                                                *
000160******************************************************************
000170 01  CALCV-REQ-RETURN-RECORD.
000180     05  RR-REQUESTOR            PIC X(08).
000190     05  FILLER                  PIC X(01)  VALUE SPACE.
000200     05  RR-REQUEST-ID           PIC X(08).
000210     05  FILLER                  PIC X(01)  VALUE SPACE.
000220     05  RR-TYPE                 PIC X(01).
000230     05  FILLER                  PIC X(01)  VALUE SPACE.
000240     05  RR-RUN-DATE             PIC 9(08).
000250     05  FILLER                  PIC X(01)  VALUE SPACE.
000260     05  RR-RUN-NO               PIC 9(07).
000270     05  FILLER                  PIC X(01)  VALUE SPACE.
000280     05  RR-RESULT-TEXT          PIC X(80).
