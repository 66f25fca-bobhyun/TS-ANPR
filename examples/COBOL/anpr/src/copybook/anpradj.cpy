*> ========================================================================
*> ANPRADJ.CPY
*> One billing adjustment against a completed parking session. The
*> billing office appends the first group of fields (AJ-ENTERED-
*> TIMESTAMP through AJ-NOTE) to output/anprpark_adjust.dat when a
*> disputed charge is proved wrong (typically from an ANPRQRY lookup
*> of the entry and exit reads); the next ANPRPARK run validates each
*> one against the session in anprpark_sessions.dat (anprpses.cpy),
*> fills in the second group, puts the accepted ones on the billing
*> extract as "A" rows and appends every one, accepted or rejected, to
*> the adjustments register output/anprpark_adjust_reg.dat -- the file
*> the month-end register in ANPRSTMT is printed from.
*>
*> The session is named exactly as its "D" billing row names it: plate
*> (PS-PLATE-TEXT) plus entry and exit timestamps. AJ-ADJUST-TYPE says
*> what kind of adjustment it is:
*>   "F" full credit      -- everything still billed is credited
*>   "P" partial credit   -- AJ-CREDIT-REQUESTED is credited
*>   "R" re-priced dwell  -- the visit is priced again at its site's
*>                           tariff as if it had ended at
*>                           AJ-CORRECTED-EXIT-TIMESTAMP, and the
*>                           difference is credited
*> Adjustments only ever credit: a re-price that would raise the fee
*> is rejected. Money fields carry two implied decimals, the same
*> convention as PS-FEE-AMOUNT.
*> ========================================================================
01  ANPR-ADJUSTMENT-RECORD.
    *> Keyed by the billing office
    05  AJ-ENTERED-TIMESTAMP        PIC X(14).
    05  AJ-OPERATOR-ID              PIC X(10).
    05  AJ-ADJUST-TYPE              PIC X(01).
        88  AJ-FULL-CREDIT                 VALUE "F".
        88  AJ-PARTIAL-CREDIT              VALUE "P".
        88  AJ-REPRICED-DWELL              VALUE "R".
    05  AJ-REASON-CODE              PIC X(08).
        88  AJ-REASON-CODE-VALID           VALUE "MISREAD" "DISPUTE"
                                                 "GOODWILL" "SYSFAULT"
                                                 "DUPBILL" "OTHER".
    05  AJ-PLATE-TEXT               PIC X(32).
    05  AJ-ENTRY-TIMESTAMP          PIC X(14).
    05  AJ-EXIT-TIMESTAMP           PIC X(14).
    05  AJ-CREDIT-REQUESTED         PIC 9(07)V9(02).
    05  AJ-CORRECTED-EXIT-TIMESTAMP PIC X(14).
    05  AJ-NOTE                     PIC X(40).
    *> Filled in by ANPRPARK when the adjustment is processed
    05  AJ-ADJUST-ID                PIC X(18).
    05  AJ-PROCESSED-DATE           PIC X(08).
    05  AJ-OUTCOME                  PIC X(08).
        88  AJ-ACCEPTED                    VALUE "ACCEPTED".
        88  AJ-REJECTED                    VALUE "REJECTED".
    05  AJ-SITE-ID                  PIC X(10).
    05  AJ-COUNTRY-CODE             PIC X(02).
    05  AJ-TARIFF-CODE              PIC X(08).
    05  AJ-ORIGINAL-DWELL           PIC 9(06).
    05  AJ-ADJUSTED-DWELL           PIC 9(06).
    05  AJ-ORIGINAL-FEE             PIC 9(07)V9(02).
    05  AJ-CREDIT-AMOUNT            PIC 9(07)V9(02).
    05  AJ-REJECT-REASON            PIC X(40).
