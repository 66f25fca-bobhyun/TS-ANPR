*> ========================================================================
*> ANPRCFGA.CPY
*> One record of the config-table audit trail, output/anprcfg_audit.
*> dat, appended by ANPRCFG for every maintenance transaction it
*> processes (anprcfgt.cpy). An applied change records the table line
*> as it read before and after -- blank before for an add, blank after
*> for a delete -- so the file answers who took a plate off a list and
*> when. A rejected transaction is kept too, with the reason, and the
*> line as it would have read.
*>
*> CA-RECORD-KEY is the key the line is found by in its table: the
*> plate (PERMITS/WATCHLIST), the site (TARIFFS), "site,camera"
*> (DEBOUNCE/CAMSCHED/ROISITES) or the input directory (DIRSITES).
*> MODE=HISTORY in ANPRCFG lists the trail for one key.
*> ========================================================================
01  ANPR-CONFIG-AUDIT-RECORD.
    05  CA-PROCESSED-TIMESTAMP      PIC X(14).
    05  CA-ENTERED-TIMESTAMP        PIC X(14).
    05  CA-OPERATOR-ID              PIC X(10).
    05  CA-TABLE-NAME               PIC X(10).
    05  CA-ACTION                   PIC X(01).
        88  CA-ADD                         VALUE "A".
        88  CA-CHANGE                      VALUE "C".
        88  CA-DELETE                      VALUE "D".
    05  CA-OUTCOME                  PIC X(08).
        88  CA-APPLIED                     VALUE "APPLIED".
        88  CA-REJECTED                    VALUE "REJECTED".
        *> Valid, but the live file could not be replaced
        88  CA-FAILED                      VALUE "FAILED".
    05  CA-RECORD-KEY               PIC X(100).
    05  CA-REASON                   PIC X(40).
    05  CA-REJECT-REASON            PIC X(50).
    05  CA-BEFORE-LINE              PIC X(280).
    05  CA-AFTER-LINE               PIC X(280).
