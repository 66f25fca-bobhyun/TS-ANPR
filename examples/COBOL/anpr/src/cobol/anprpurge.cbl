    MOVE AR-REVIEWED-BY TO AH-REVIEWED-BY
    MOVE AR-REVIEW-TIMESTAMP TO AH-REVIEW-TIMESTAMP
    MOVE AR-DUPLICATE-FLAG TO AH-DUPLICATE-FLAG
    MOVE AR-ORIGINAL-PLATE-TEXT TO AH-ORIGINAL-PLATE-TEXT
    MOVE AR-REVIEW-CONFIDENCE TO AH-REVIEW-CONFIDENCE
    WRITE ANPR-ARCHIVE-RECORD.

*> Same find-or-create bucket shape as FIND-OR-ADD-DATE-BUCKET in
