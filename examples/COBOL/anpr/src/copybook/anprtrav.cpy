*> ========================================================================
*> ANPRTRAV.CPY
*> In-memory table of minimum site-to-site travel times, loaded at
*> start of run by LOAD-TRAVEL-TIME-TABLE in anprclon.cbl from the flat
*> file named in WS-TRAVEL-FILE-PATH (see config/travel.dat: from-site,
*> to-site,minutes per line). TT-MINIMUM-MINUTES is the fastest a car
*> can get from one site's gate to the other's -- one line covers both
*> directions, so SITE01,SITE02 and SITE02,SITE01 need not both be
*> given. A pair with no line is not checked.
*> ========================================================================
01  ANPR-TRAVEL-TIME-TABLE.
    05  TT-ENTRY-COUNT              PIC 9(03) VALUE 0.
    05  TT-TRAVEL-ENTRY OCCURS 500 TIMES
            INDEXED BY TT-ENTRY-IDX.
        10  TT-FROM-SITE-ID         PIC X(10).
        10  TT-TO-SITE-ID           PIC X(10).
        10  TT-MINIMUM-MINUTES      PIC 9(05).
