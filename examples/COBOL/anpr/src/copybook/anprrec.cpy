    *> watchlist alert and ANPRPARK's entry/exit matching skip it.
    *> Space means a primary read of a physical passage.
    05  AR-DUPLICATE-FLAG           PIC X(01).
    *> Review evidence -- AR-ORIGINAL-PLATE-TEXT keeps the engine's
    *> own reading once MODE=REVIEW corrects the plate ("X"), since
    *> the correction overwrites AR-PLATE-TEXT; AR-REVIEW-CONFIDENCE is
    *> the lowest plate confidence that queued the read ("R"). Both are
    *> what ANPRACC scores the engine on; blank/zero on a read that
    *> was never queued, and on records written before they were kept.
    05  AR-ORIGINAL-PLATE-TEXT      PIC X(32).
    05  AR-REVIEW-CONFIDENCE        PIC 9V9(04).
