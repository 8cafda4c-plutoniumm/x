000010******************************************************************
000020*                                                                *
000030*    CALCVRT.CPY                                                *
000040*    ONE RECORD OF THE REQMST REQUEST TRACKING MASTER - ONE PER  *
000050*    MISSION-PLANNING WORK REQUEST EVER TAKEN IN, KEYED ON THE   *
000060*    REQUEST ID.  RT-REQUEST-IMAGE IS THE REQUEST EXACTLY AS IT  *
000070*    CAME IN ON REQIN (THE CALCVRQ LAYOUT, FIELD FOR FIELD),     *
000080*    WITH ANY BLANK BODY RESOLVED TO EARTH.  THE STATUS MOVES:   *
000090*        R - RECEIVED   TAKEN IN BY CALCVRQI                     *
000100*        Q - QUEUED     ROUTED ONTO ITS STANDING LIST OR         *
000110*                       SCENARIO BY CALCVRQI                     *
000120*        N - RUN        ITS RESULT FOUND BY CALCVRQR, WITH THE   *
000130*                       RUN DATE AND RUN NUMBER THAT PRODUCED IT *
000140*        T - RETURNED   ITS RESULT WRITTEN TO THE REQUESTOR'S    *
000150*                       RETURN FILE BY CALCVRQR                  *
000160*        X - REJECTED   FAILED THE CALCVRQI EDITS (RT-REASON     *
000170*                       SAYS WHY); RETURNED TO THE REQUESTOR AS  *
000180*                       SUCH AND THEN MOVED TO T                 *
000190*    A DATE IS ZERO UNTIL THE REQUEST REACHES THAT STAGE.  THE   *
000200*    RUN NUMBER STAYS ZERO FOR A SCENARIO REQUEST - SCENARIOS    *
000210*    ARE RUN BY CALCVSNJ, OUTSIDE RUN CONTROL.                   *
000220*                                                                *
000230*    MODIFICATION HISTORY                                       *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    2026-10-15 DLR   ORIGINAL.                                  *
000260*                                                                *
000270******************************************************************
000280 01  CALCV-REQ-TRACK-RECORD.
000290     05  RT-REQUEST-IMAGE.
000300         10  RT-REQUEST-ID       PIC X(08).
000310         10  FILLER              PIC X(01).
000320         10  RT-REQUESTOR        PIC X(08).
000330         10  FILLER              PIC X(01).
000340         10  RT-PRIORITY         PIC 9(01).
000350         10  FILLER              PIC X(01).
000360         10  RT-NEEDED-BY        PIC 9(08).
000370         10  FILLER              PIC X(01).
000380         10  RT-TYPE             PIC X(01).
000390             88  RT-ESCAPE       VALUE 'E'.
000400             88  RT-ORBITAL      VALUE 'O'.
000410             88  RT-TRANSFER     VALUE 'T'.
000420             88  RT-SCENARIO     VALUE 'S'.
000430         10  FILLER              PIC X(01).
000440         10  RT-M                PIC 9(10)V9(04).
000450         10  FILLER              PIC X(01).
000460         10  RT-BODY-CODE        PIC X(08).
000470         10  FILLER              PIC X(01).
000480         10  RT-ALTITUDE-KM      PIC 9(07)V9(02).
000490         10  FILLER              PIC X(01).
000500         10  RT-DEST-CODE        PIC X(08).
000510         10  FILLER              PIC X(01).
000520         10  RT-SCENARIO-NAME    PIC X(08).
000530         10  FILLER              PIC X(01).
000540         10  RT-MEMBER-TYPE      PIC X(01).
000550     05  FILLER                  PIC X(01).
000560     05  RT-STATUS               PIC X(01).
000570         88  RT-RECEIVED         VALUE 'R'.
000580         88  RT-QUEUED           VALUE 'Q'.
000590         88  RT-RUN              VALUE 'N'.
000600         88  RT-RETURNED         VALUE 'T'.
000610         88  RT-REJECTED         VALUE 'X'.
000620     05  FILLER                  PIC X(01).
000630     05  RT-RECEIVED-DATE        PIC 9(08).
000640     05  FILLER                  PIC X(01).
000650     05  RT-QUEUED-DATE          PIC 9(08).
000660     05  FILLER                  PIC X(01).
000670     05  RT-RUN-DATE             PIC 9(08).
000680     05  FILLER                  PIC X(01).
000690     05  RT-RUN-NO               PIC 9(07).
000700     05  FILLER                  PIC X(01).
000710     05  RT-RETURNED-DATE        PIC 9(08).
000720     05  FILLER                  PIC X(01).
000730     05  RT-REASON               PIC X(20).
