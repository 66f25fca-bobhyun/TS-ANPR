    05  AI-REVIEWED-BY              PIC X(08).
    05  AI-REVIEW-TIMESTAMP         PIC X(14).
    05  AI-DUPLICATE-FLAG           PIC X(01).
    05  AI-ORIGINAL-PLATE-TEXT      PIC X(32).
    05  AI-REVIEW-CONFIDENCE        PIC 9V9(04).

WORKING-STORAGE SECTION.
01  WS-RESULT-FILE-STATUS   PIC X(02) VALUE SPACES.
    MOVE AI-REVIEWED-BY TO AH-REVIEWED-BY
    MOVE AI-REVIEW-TIMESTAMP TO AH-REVIEW-TIMESTAMP
    MOVE AI-DUPLICATE-FLAG TO AH-DUPLICATE-FLAG
    MOVE AI-ORIGINAL-PLATE-TEXT TO AH-ORIGINAL-PLATE-TEXT
    MOVE AI-REVIEW-CONFIDENCE TO AH-REVIEW-CONFIDENCE
    WRITE ANPR-ARCHIVE-RECORD.

OPEN-EXTRACT-FILE.
    MOVE AR-REVIEWED-BY TO AH-REVIEWED-BY
    MOVE AR-REVIEW-TIMESTAMP TO AH-REVIEW-TIMESTAMP
    MOVE AR-DUPLICATE-FLAG TO AH-DUPLICATE-FLAG
    MOVE AR-ORIGINAL-PLATE-TEXT TO AH-ORIGINAL-PLATE-TEXT
    MOVE AR-REVIEW-CONFIDENCE TO AH-REVIEW-CONFIDENCE
    WRITE ANPR-ARCHIVE-RECORD.

PRINT-QUERY-SUMMARY.
