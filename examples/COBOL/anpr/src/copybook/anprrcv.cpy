*> ========================================================================
*> ANPRRCV.CPY
*> One receivables-ledger record per billed parking session, kept by
*> ANPRPAY in output/anprpay_ledger.dat. A record is opened from the
*> session's "D" row in the ANPRPARK billing extract (RV-BILLED-AMOUNT
*> is BL-FEE-AMOUNT) and every payment matched to the session since is
*> added into RV-PAID-AMOUNT; every credit issued against it since on
*> an "A" row (billing adjustment) is added into RV-CREDIT-AMOUNT, and
*> RV-LAST-ADJUST-ID is the latest adjustment applied, so an extract
*> taken up twice never credits twice. All three carry two implied
*> decimals. What is owed is billed less credited, and
*> RV-SETTLE-STATUS is recomputed against it on every run:
*>   "UNPAID"   nothing paid yet
*>   "PARTPAID" something paid, less than owed
*>   "PAID"     paid exactly
*>   "OVERPAID" paid more than owed -- a refund for the office
*>   "CREDITED" credited in full before anything was paid
*> RV-BILLING-DATE is the day the session was billed (its exit day)
*> and is what the aged-debt buckets are measured from.
*> RV-PAYMENT-REFS holds the source and reference of each payment
*> posted to the session (the last ten, should it ever take more), so
*> a payment file or suspense file read a second time is rejected as
*> already posted rather than paid in twice. Records written before
*> the references were kept have spaces there.
*> ========================================================================
01  ANPR-RECEIVABLE-RECORD.
    05  RV-PLATE-TEXT               PIC X(32).
    05  RV-COUNTRY-CODE             PIC X(02).
    05  RV-SITE-ID                  PIC X(10).
    05  RV-ENTRY-TIMESTAMP          PIC X(14).
    05  RV-EXIT-TIMESTAMP           PIC X(14).
    05  RV-BILLING-DATE             PIC X(08).
    05  RV-TARIFF-CODE              PIC X(08).
    05  RV-BILLED-AMOUNT            PIC 9(07)V9(02).
    05  RV-PAID-AMOUNT              PIC 9(07)V9(02).
    05  RV-SETTLE-STATUS            PIC X(08).
    05  RV-LAST-PAYMENT-DATE        PIC X(08).
    05  RV-CREDIT-AMOUNT            PIC 9(07)V9(02).
    05  RV-LAST-ADJUST-ID           PIC X(18).
    05  RV-PAYMENT-REFS.
        10  RV-PAYMENT-REF-COUNT    PIC 9(02).
        10  RV-PAYMENT-REF OCCURS 10 TIMES.
            15  RV-REF-SOURCE       PIC X(10).
            15  RV-REF-NUMBER       PIC X(20).
