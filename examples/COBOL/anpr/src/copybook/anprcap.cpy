*> ========================================================================
*> ANPRCAP.CPY
*> In-memory table of per-site lot capacities, loaded at start of run
*> by LOAD-CAPACITY-TABLE in anprocc.cbl from the flat file named in
*> WS-CAPACITY-FILE-PATH (see config/capacity.dat: site,capacity,
*> near-full percent per line). A re-striped lot or a closed level is a
*> data-file edit, not a recompile -- the same arrangement as the
*> tariff table in anprtrf.cpy.
*>
*> A site is FULL once its open sessions reach CP-CAPACITY and
*> NEAR-FULL once they reach CP-NEAR-FULL-PCT percent of it; a line
*> with no percent takes the run's NEARFULL= default.
*> ========================================================================
01  ANPR-CAPACITY-TABLE.
    05  CP-ENTRY-COUNT              PIC 9(03) VALUE 0.
    05  CP-CAPACITY-ENTRY OCCURS 50 TIMES
            INDEXED BY CP-ENTRY-IDX.
        10  CP-SITE-ID              PIC X(10).
        10  CP-CAPACITY             PIC 9(05).
        10  CP-NEAR-FULL-PCT        PIC 9(03).
