*> ========================================================================
*> ANPRLOT.CPY
*> The lot-status record ANPROCC leaves for each site's entrance sign,
*> one single-record file per site (output/anprocc_status.<site>). The
*> file is built under a ".new" name and moved over the live one, so
*> the sign controller polling it never reads a half-written record.
*> LS-STATUS is what the sign shows; the counts are there for the
*> attendant's screen.
*> ========================================================================
01  ANPR-LOT-STATUS-RECORD.
    05  LS-SITE-ID                  PIC X(10).
    05  LS-ASOF-TIMESTAMP           PIC X(14).
    05  LS-OPEN-SESSION-COUNT       PIC 9(05).
    05  LS-CAPACITY                 PIC 9(05).
    05  LS-STATUS                   PIC X(09).
        88  LS-LOT-FULL                    VALUE "FULL".
        88  LS-LOT-NEAR-FULL               VALUE "NEAR-FULL".
        88  LS-LOT-OPEN                    VALUE "OPEN".
