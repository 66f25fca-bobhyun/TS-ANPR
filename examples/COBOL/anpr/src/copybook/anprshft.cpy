*> ========================================================================
*> ANPRSHFT.CPY
*> In-memory table of attendant shifts, loaded at start of run by
*> LOAD-SHIFT-TABLE in anprraise.cbl from the flat file named in
*> WS-SHIFT-FILE-PATH (see config/shifts.dat: code,start HHMM,end HHMM
*> per line). A time belongs to the shift it is at or after the start
*> of and before the end of; a shift whose end is not after its start
*> runs over midnight (NIGHT,2200,0600). A time no shift covers is
*> reported under "UNKNOWN".
*> ========================================================================
01  ANPR-SHIFT-TABLE.
    05  SH-ENTRY-COUNT              PIC 9(02) VALUE 0.
    05  SH-SHIFT-ENTRY OCCURS 10 TIMES
            INDEXED BY SH-ENTRY-IDX.
        10  SH-SHIFT-CODE           PIC X(08).
        10  SH-START-HHMM           PIC 9(04).
        10  SH-END-HHMM             PIC 9(04).
