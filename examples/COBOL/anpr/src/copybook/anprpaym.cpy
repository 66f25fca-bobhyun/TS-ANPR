*> ========================================================================
*> ANPRPAYM.CPY
*> One payment taken against a parking session, appended during the
*> day to output/anprpay_payments.dat by the pay stations and by the
*> billing office (cheques, bank transfers, counter payments) and
*> posted to the receivables ledger by ANPRPAY. A payment names the
*> session it settles the same way the billing extract's "D" row does
*> -- plate, site, entry and exit timestamps -- which is what
*> POST-ONE-PAYMENT matches on. PY-PAYMENT-SOURCE is the pay station
*> ID or "OFFICE"; PY-AMOUNT carries two implied decimals, the same
*> convention as BL-FEE-AMOUNT; PY-REFERENCE is the station's receipt
*> number or the office's posting reference, kept for the audit trail.
*> ========================================================================
01  ANPR-PAYMENT-RECORD.
    05  PY-PAYMENT-TIMESTAMP        PIC X(14).
    05  PY-PAYMENT-SOURCE           PIC X(10).
    05  PY-PLATE-TEXT               PIC X(32).
    05  PY-SITE-ID                  PIC X(10).
    05  PY-ENTRY-TIMESTAMP          PIC X(14).
    05  PY-EXIT-TIMESTAMP           PIC X(14).
    05  PY-AMOUNT                   PIC 9(07)V9(02).
    05  PY-REFERENCE                PIC X(20).
