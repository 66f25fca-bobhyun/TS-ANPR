        MOVE "C" TO AR-REVIEW-FLAG
        DISPLAY "  confirmed"
    ELSE
        *> Keep what the engine read (the plate the reviewer was
        *> shown) before the correction overwrites it -- only the
        *> first time, so a second correction of a re-presented entry
        *> does not record the first correction as the engine's.
        IF AR-ORIGINAL-PLATE-TEXT = SPACES
            MOVE RW-PLATE-TEXT TO AR-ORIGINAL-PLATE-TEXT
        END-IF
        MOVE FUNCTION TRIM(WS-REVIEW-ANSWER) TO AR-PLATE-TEXT
        MOVE "X" TO AR-REVIEW-FLAG
        ADD 1 TO WS-CORRECTED-COUNT
    MOVE SPACES TO AR-REVIEW-FLAG
    MOVE SPACES TO AR-REVIEWED-BY
    MOVE SPACES TO AR-REVIEW-TIMESTAMP
    MOVE SPACES TO AR-ORIGINAL-PLATE-TEXT
    MOVE 0 TO AR-REVIEW-CONFIDENCE
    *> The debounce verdict goes INTO the record being written -- the
    *> repeat is kept for audit, marked so downstream skips it.
    PERFORM CHECK-DUPLICATE-READ
    *> record even when the sequence number was advanced past a
    *> collision.
    MOVE "R" TO AR-REVIEW-FLAG
    MOVE WS-MIN-PLATE-CONFIDENCE TO AR-REVIEW-CONFIDENCE
    REWRITE ANPR-RESULT-RECORD
        INVALID KEY
            DISPLAY "WARNING: could not flag result record ",
