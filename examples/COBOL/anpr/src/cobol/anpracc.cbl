*> The MIT License (MIT)
*> Copyright © 2022-2025 TS-Solution Corp.
*>
*> Permission is hereby granted, free of charge, to any person obtaining a copy
*> of this software and associated documentation files (the "Software"), to deal
*> in the Software without restriction, including without limitation the rights
*> to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
*> copies of the Software, and to permit persons to whom the Software is
*> furnished to do so, subject to all conditions.
*>
*> The above copyright notice and this permission notice shall be included in all
*> copies or substantial portions of the Software.
*>
*> THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
*> IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
*> FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
*> AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
*> LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
*> OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE
*> SOFTWARE.


*> ========================================================================
*> ANPRACC: OCR accuracy scorecard from the review queue's verdicts.
*>
*> Every read MODE=REVIEW put in front of a person carries the person's
*> verdict in ANPRRSLT -- "C" the engine had it right, "X" it did not
*> (AR-ORIGINAL-PLATE-TEXT keeps what the engine read, AR-PLATE-TEXT
*> what the reviewer typed) -- and "R" for reads still waiting. Those
*> verdicts are the only ground truth this system gets, and this
*> program turns a period's worth of them into the scorecard the
*> threshold and camera-placement decisions are argued from:
*>
*>   - per site/camera and per country: reads queued, confirmed,
*>     corrected, still pending, and corrected % of those reviewed,
*>   - per confidence band (AR-REVIEW-CONFIDENCE, tenths): how often
*>     the engine was right at that confidence -- the figure
*>     ANPR's CONFIDENCE= is tuned from,
*>   - a character-confusion table: for corrections of the same
*>     length, each position the engine got wrong as a read/true pair
*>     ("8 read for B"), most frequent first; corrections that changed
*>     the plate's length are counted on their own.
*>
*> Only the live file is scored; reads ANPRPURGE has already moved to
*> the archive are not covered, so a period should be scored before it
*> ages out. Reads queued before the original plate and confidence were
*> kept fall in the "not recorded" band and out of the confusion table.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   FROM=YYYYMMDD  first day scored (default the 1st of this month)
*>   TO=YYYYMMDD    last day scored (default today)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRACC.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Opened shared and read-only (see the shared-open notes on
    *> ANPR-RESULT-FILE in anpr.cbl); a busy open follows the same
    *> retry-with-backoff protocol all the ANPRRSLT programs use.
    SELECT ANPR-RESULT-FILE
        ASSIGN TO "ANPRRSLT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-KEY
        SHARING WITH ALL OTHER
        FILE STATUS IS WS-RESULT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-RESULT-FILE.
    COPY "anprrec.cpy".

WORKING-STORAGE SECTION.
01  WS-RESULT-FILE-STATUS   PIC X(02) VALUE SPACES.
*> Retry-with-backoff open protocol for the shared result file --
*> same arrangement as OPEN-ANPR-RESULT-FILE in anpr.cbl
01  WS-RESULT-BUSY-FLAG     PIC X(01) VALUE "N".
    88  WS-RESULT-OPEN-BUSY        VALUE "Y".
01  WS-OPEN-RETRY-COUNT     PIC 9(02) VALUE 0.
01  WS-OPEN-RETRY-MAX       PIC 9(02) VALUE 5.
01  WS-OPEN-RETRY-WAIT      PIC 9(04) VALUE 0.
01  WS-RETRY-SLEEP-SECONDS  PIC 9(09) COMP-5 VALUE 0.

*> ------------------------------------------------------------------
*> Command-line handling, the same KEYWORD=value scan anpr.cbl uses
*> ------------------------------------------------------------------
01  WS-CMD-ARG-COUNT        PIC 9(02) COMP VALUE 0.
01  WS-CMD-ARG-INDEX        PIC 9(02) COMP VALUE 0.
01  WS-CMD-ARG-VALUE        PIC X(300) VALUE SPACES.
01  WS-CMD-ARG-KEYWORD      PIC X(20) VALUE SPACES.
01  WS-CMD-ARG-PARM         PIC X(280) VALUE SPACES.
01  WS-CMD-ARG-PTR          PIC 9(03) VALUE 1.
01  WS-ARG-VALID-FLAG       PIC X(01) VALUE "Y".
    88  WS-ARGS-VALID              VALUE "Y".

01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-FROM-DATE            PIC X(08) VALUE SPACES.
01  WS-TO-DATE              PIC X(08) VALUE SPACES.

01  WS-EOF-FLAG             PIC X(01) VALUE "N".
    88  WS-END-OF-RESULTS          VALUE "Y".

*> ------------------------------------------------------------------
*> Verdict counters, one set per site/camera and one per country --
*> find-or-add the way FIND-OR-ADD-SITECAM-BUCKET in anprsum.cbl
*> buckets its cameras
*> ------------------------------------------------------------------
01  WS-CAMERA-SCORE-TABLE.
    05  WS-CAMERA-COUNT             PIC 9(03) VALUE 0.
    05  WS-CAMERA-ENTRY OCCURS 50 TIMES
            INDEXED BY WS-CAMERA-IDX.
        10  CS-SITE-ID              PIC X(10).
        10  CS-CAMERA-ID            PIC X(10).
        10  CS-QUEUED-COUNT         PIC 9(07).
        10  CS-PENDING-COUNT        PIC 9(07).
        10  CS-CONFIRMED-COUNT      PIC 9(07).
        10  CS-CORRECTED-COUNT      PIC 9(07).
01  WS-CAMERA-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-CAMERA-FOUND            VALUE "Y".

01  WS-COUNTRY-SCORE-TABLE.
    05  WS-COUNTRY-COUNT            PIC 9(03) VALUE 0.
    05  WS-COUNTRY-ENTRY OCCURS 30 TIMES
            INDEXED BY WS-COUNTRY-IDX.
        10  NS-COUNTRY-CODE         PIC X(02).
        10  NS-QUEUED-COUNT         PIC 9(07).
        10  NS-PENDING-COUNT        PIC 9(07).
        10  NS-CONFIRMED-COUNT      PIC 9(07).
        10  NS-CORRECTED-COUNT      PIC 9(07).
01  WS-COUNTRY-FOUND-FLAG   PIC X(01) VALUE "N".
    88  WS-COUNTRY-FOUND           VALUE "Y".

*> Bands 1-10 are confidence 0.0-0.1 ... 0.9-1.0; band 11 is a read
*> queued before its confidence was kept.
01  WS-BAND-SCORE-TABLE.
    05  WS-BAND-ENTRY OCCURS 11 TIMES
            INDEXED BY WS-BAND-IDX.
        10  BS-QUEUED-COUNT         PIC 9(07).
        10  BS-CONFIRMED-COUNT      PIC 9(07).
        10  BS-CORRECTED-COUNT      PIC 9(07).
01  WS-BAND-NUMBER          PIC 9(02) VALUE 0.
01  WS-BAND-LOW             PIC 9V9 VALUE 0.
01  WS-BAND-HIGH            PIC 9V9 VALUE 0.

*> ------------------------------------------------------------------
*> Character confusion: one slot per (engine read, reviewer's) pair
*> ------------------------------------------------------------------
01  WS-CONFUSION-TABLE.
    05  WS-CONFUSION-COUNT          PIC 9(03) VALUE 0.
    05  WS-CONFUSION-ENTRY OCCURS 200 TIMES
            INDEXED BY WS-CONFUSION-IDX.
        10  CX-READ-CHAR            PIC X(01).
        10  CX-TRUE-CHAR            PIC X(01).
        10  CX-PAIR-COUNT           PIC 9(07).
        10  CX-PRINTED-FLAG         PIC X(01).
            88  CX-PRINTED                 VALUE "Y".
01  WS-CONFUSION-FOUND-FLAG PIC X(01) VALUE "N".
    88  WS-CONFUSION-FOUND         VALUE "Y".
01  WS-BEST-CONFUSION-SLOT  PIC 9(03) VALUE 0.
01  WS-BEST-CONFUSION-COUNT PIC 9(07) VALUE 0.
01  WS-PRINT-ROUND          PIC 9(03) VALUE 0.

01  WS-ENGINE-PLATE         PIC X(32) VALUE SPACES.
01  WS-TRUE-PLATE           PIC X(32) VALUE SPACES.
01  WS-ENGINE-PLATE-LENGTH  PIC 9(02) VALUE 0.
01  WS-TRUE-PLATE-LENGTH    PIC 9(02) VALUE 0.
01  WS-CHAR-POS             PIC 9(02) VALUE 0.
01  WS-LOOKUP-READ-CHAR     PIC X(01) VALUE SPACE.
01  WS-LOOKUP-TRUE-CHAR     PIC X(01) VALUE SPACE.

*> Report work fields
01  WS-REVIEWED-COUNT       PIC 9(07) VALUE 0.
01  WS-RATE-PCT             PIC 9(03)V9 VALUE 0.
01  WS-RATE-PCT-DISPLAY     PIC ZZ9.9.
01  WS-PCT-BASE             PIC 9(07) VALUE 0.
01  WS-PCT-PART             PIC 9(07) VALUE 0.

*> Run counters
01  WS-RECORDS-READ-COUNT   PIC 9(07) VALUE 0.
01  WS-QUEUED-COUNT         PIC 9(07) VALUE 0.
01  WS-PENDING-COUNT        PIC 9(07) VALUE 0.
01  WS-CONFIRMED-COUNT      PIC 9(07) VALUE 0.
01  WS-CORRECTED-COUNT      PIC 9(07) VALUE 0.
01  WS-NO-ORIGINAL-COUNT    PIC 9(07) VALUE 0.
01  WS-LENGTH-CHANGE-COUNT  PIC 9(07) VALUE 0.
01  WS-SAME-TEXT-COUNT      PIC 9(07) VALUE 0.
01  WS-CHAR-ERROR-COUNT     PIC 9(07) VALUE 0.
01  WS-UNSCORED-COUNT       PIC 9(07) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR OCR Accuracy Scorecard ===".
    DISPLAY " ".

    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    IF WS-TO-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TO-DATE
    END-IF
    IF WS-FROM-DATE = SPACES
        STRING WS-TO-DATE(1:6) "01" DELIMITED BY SIZE INTO WS-FROM-DATE
        END-STRING
    END-IF
    IF WS-FROM-DATE > WS-TO-DATE
        DISPLAY "FROM= ", WS-FROM-DATE, " is after TO= ", WS-TO-DATE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Scoring review verdicts from ", WS-FROM-DATE,
            " to ", WS-TO-DATE

    PERFORM OPEN-RESULT-FILE-SHARED
    IF WS-RESULT-FILE-STATUS NOT = "00"
        IF WS-RESULT-OPEN-BUSY
            DISPLAY "Result file busy (status ",
                    WS-RESULT-FILE-STATUS, "), retried ",
                    WS-OPEN-RETRY-COUNT,
                    " times -- run again when the watcher is idle"
        ELSE
            DISPLAY "No recognition result file to score ",
                    "(ANPRRSLT, status ", WS-RESULT-FILE-STATUS, ")"
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    INITIALIZE WS-BAND-SCORE-TABLE
    MOVE "N" TO WS-EOF-FLAG
    MOVE LOW-VALUES TO AR-KEY
    MOVE SPACES TO AR-TIMESTAMP
    STRING WS-FROM-DATE "000000"
        DELIMITED BY SIZE INTO AR-TIMESTAMP
    END-STRING
    START ANPR-RESULT-FILE KEY >= AR-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF-FLAG
    END-START
    PERFORM SCAN-NEXT-RESULT-RECORD UNTIL WS-END-OF-RESULTS
    CLOSE ANPR-RESULT-FILE

    IF WS-QUEUED-COUNT = 0
        DISPLAY " "
        DISPLAY "No reads were queued for review in the period."
    ELSE
        PERFORM PRINT-CAMERA-SCORES
        PERFORM PRINT-COUNTRY-SCORES
        PERFORM PRINT-BAND-SCORES
        PERFORM PRINT-CONFUSION-TABLE
    END-IF
    PERFORM PRINT-RUN-SUMMARY

    STOP RUN.

*> ========================================================================
*> PARSE-COMMAND-LINE-ARGUMENTS: KEYWORD=value scan, as in anpr.cbl
*> ========================================================================
PARSE-COMMAND-LINE-ARGUMENTS.
    ACCEPT WS-CMD-ARG-COUNT FROM ARGUMENT-NUMBER
    PERFORM PARSE-NEXT-COMMAND-LINE-ARGUMENT
        VARYING WS-CMD-ARG-INDEX FROM 1 BY 1
        UNTIL WS-CMD-ARG-INDEX > WS-CMD-ARG-COUNT.

PARSE-NEXT-COMMAND-LINE-ARGUMENT.
    DISPLAY WS-CMD-ARG-INDEX UPON ARGUMENT-NUMBER
    ACCEPT WS-CMD-ARG-VALUE FROM ARGUMENT-VALUE
    PERFORM SPLIT-COMMAND-LINE-ARGUMENT
    EVALUATE FUNCTION TRIM(WS-CMD-ARG-KEYWORD)
        WHEN "FROM"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) = 8
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(WS-CMD-ARG-PARM)) = 0
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-FROM-DATE
            ELSE
                DISPLAY "FROM= must be a real date as YYYYMMDD, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "TO"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) = 8
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(WS-CMD-ARG-PARM)) = 0
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-TO-DATE
            ELSE
                DISPLAY "TO= must be a real date as YYYYMMDD, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN OTHER
            DISPLAY "Ignoring unrecognized argument: ",
                    FUNCTION TRIM(WS-CMD-ARG-VALUE)
    END-EVALUATE.

SPLIT-COMMAND-LINE-ARGUMENT.
    MOVE SPACES TO WS-CMD-ARG-KEYWORD
    MOVE SPACES TO WS-CMD-ARG-PARM
    MOVE 1 TO WS-CMD-ARG-PTR
    UNSTRING WS-CMD-ARG-VALUE DELIMITED BY "="
        INTO WS-CMD-ARG-KEYWORD
        WITH POINTER WS-CMD-ARG-PTR
    END-UNSTRING
    IF WS-CMD-ARG-PTR <= FUNCTION LENGTH(WS-CMD-ARG-VALUE)
        MOVE WS-CMD-ARG-VALUE(WS-CMD-ARG-PTR:) TO WS-CMD-ARG-PARM
    END-IF.

*> ========================================================================
*> OPEN-RESULT-FILE-SHARED: the shared-open retry protocol every
*> ANPRRSLT program follows (see OPEN-ANPR-RESULT-FILE in anpr.cbl)
*> ========================================================================
OPEN-RESULT-FILE-SHARED.
    MOVE 0 TO WS-OPEN-RETRY-COUNT
    MOVE 1 TO WS-OPEN-RETRY-WAIT
    PERFORM OPEN-RESULT-FILE-ONCE
    PERFORM RETRY-RESULT-FILE-OPEN
        UNTIL NOT WS-RESULT-OPEN-BUSY
           OR WS-OPEN-RETRY-COUNT >= WS-OPEN-RETRY-MAX.

OPEN-RESULT-FILE-ONCE.
    OPEN INPUT ANPR-RESULT-FILE
    MOVE "N" TO WS-RESULT-BUSY-FLAG
    IF WS-RESULT-FILE-STATUS = "30"
        OR WS-RESULT-FILE-STATUS(1:1) = "6"
        OR WS-RESULT-FILE-STATUS(1:1) = "9"
        MOVE "Y" TO WS-RESULT-BUSY-FLAG
    END-IF.

RETRY-RESULT-FILE-OPEN.
    ADD 1 TO WS-OPEN-RETRY-COUNT
    DISPLAY "Result file busy (status ", WS-RESULT-FILE-STATUS,
            "), retry ", WS-OPEN-RETRY-COUNT, " of ",
            WS-OPEN-RETRY-MAX, " in ", WS-OPEN-RETRY-WAIT,
            " second(s)"
    MOVE WS-OPEN-RETRY-WAIT TO WS-RETRY-SLEEP-SECONDS
    CALL "C$SLEEP" USING WS-RETRY-SLEEP-SECONDS
    COMPUTE WS-OPEN-RETRY-WAIT = WS-OPEN-RETRY-WAIT * 2
    PERFORM OPEN-RESULT-FILE-ONCE.

*> ========================================================================
*> SCAN-NEXT-RESULT-RECORD: the period's slice of ANPRRSLT, positioned
*> with a keyed START the way SCAN-RESULT-FILE in anprmon.cbl does
*> ========================================================================
SCAN-NEXT-RESULT-RECORD.
    READ ANPR-RESULT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-FLAG
        NOT AT END
            IF AR-TIMESTAMP(1:8) > WS-TO-DATE
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                ADD 1 TO WS-RECORDS-READ-COUNT
                IF AR-REVIEW-FLAG = "R" OR "C" OR "X"
                    PERFORM SCORE-ONE-QUEUED-READ
                END-IF
            END-IF
    END-READ.

SCORE-ONE-QUEUED-READ.
    ADD 1 TO WS-QUEUED-COUNT
    PERFORM FIND-OR-ADD-CAMERA-SCORE
    PERFORM FIND-OR-ADD-COUNTRY-SCORE
    PERFORM FIND-CONFIDENCE-BAND
    IF WS-CAMERA-FOUND
        ADD 1 TO CS-QUEUED-COUNT(WS-CAMERA-IDX)
    END-IF
    IF WS-COUNTRY-FOUND
        ADD 1 TO NS-QUEUED-COUNT(WS-COUNTRY-IDX)
    END-IF
    ADD 1 TO BS-QUEUED-COUNT(WS-BAND-IDX)

    EVALUATE AR-REVIEW-FLAG
        WHEN "R"
            ADD 1 TO WS-PENDING-COUNT
            IF WS-CAMERA-FOUND
                ADD 1 TO CS-PENDING-COUNT(WS-CAMERA-IDX)
            END-IF
            IF WS-COUNTRY-FOUND
                ADD 1 TO NS-PENDING-COUNT(WS-COUNTRY-IDX)
            END-IF
        WHEN "C"
            ADD 1 TO WS-CONFIRMED-COUNT
            IF WS-CAMERA-FOUND
                ADD 1 TO CS-CONFIRMED-COUNT(WS-CAMERA-IDX)
            END-IF
            IF WS-COUNTRY-FOUND
                ADD 1 TO NS-CONFIRMED-COUNT(WS-COUNTRY-IDX)
            END-IF
            ADD 1 TO BS-CONFIRMED-COUNT(WS-BAND-IDX)
        WHEN "X"
            ADD 1 TO WS-CORRECTED-COUNT
            IF WS-CAMERA-FOUND
                ADD 1 TO CS-CORRECTED-COUNT(WS-CAMERA-IDX)
            END-IF
            IF WS-COUNTRY-FOUND
                ADD 1 TO NS-CORRECTED-COUNT(WS-COUNTRY-IDX)
            END-IF
            ADD 1 TO BS-CORRECTED-COUNT(WS-BAND-IDX)
            PERFORM TALLY-CHARACTER-CONFUSION
    END-EVALUATE.

*> A full table is reported once per read it turns away; the read is
*> still counted in the overall and band figures.
FIND-OR-ADD-CAMERA-SCORE.
    MOVE "N" TO WS-CAMERA-FOUND-FLAG
    IF WS-CAMERA-COUNT > 0
        SET WS-CAMERA-IDX TO 1
        SEARCH WS-CAMERA-ENTRY
            AT END
                CONTINUE
            WHEN CS-SITE-ID(WS-CAMERA-IDX) = AR-SITE-ID
                 AND CS-CAMERA-ID(WS-CAMERA-IDX) = AR-CAMERA-ID
                MOVE "Y" TO WS-CAMERA-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-CAMERA-FOUND
        IF WS-CAMERA-COUNT < 50
            ADD 1 TO WS-CAMERA-COUNT
            SET WS-CAMERA-IDX TO WS-CAMERA-COUNT
            MOVE AR-SITE-ID TO CS-SITE-ID(WS-CAMERA-IDX)
            MOVE AR-CAMERA-ID TO CS-CAMERA-ID(WS-CAMERA-IDX)
            MOVE 0 TO CS-QUEUED-COUNT(WS-CAMERA-IDX)
            MOVE 0 TO CS-PENDING-COUNT(WS-CAMERA-IDX)
            MOVE 0 TO CS-CONFIRMED-COUNT(WS-CAMERA-IDX)
            MOVE 0 TO CS-CORRECTED-COUNT(WS-CAMERA-IDX)
            MOVE "Y" TO WS-CAMERA-FOUND-FLAG
        ELSE
            ADD 1 TO WS-UNSCORED-COUNT
            DISPLAY "Camera table full -- not scoring ",
                    FUNCTION TRIM(AR-SITE-ID), "/",
                    FUNCTION TRIM(AR-CAMERA-ID), " separately"
        END-IF
    END-IF.

FIND-OR-ADD-COUNTRY-SCORE.
    MOVE "N" TO WS-COUNTRY-FOUND-FLAG
    IF WS-COUNTRY-COUNT > 0
        SET WS-COUNTRY-IDX TO 1
        SEARCH WS-COUNTRY-ENTRY
            AT END
                CONTINUE
            WHEN NS-COUNTRY-CODE(WS-COUNTRY-IDX) = AR-COUNTRY-CODE
                MOVE "Y" TO WS-COUNTRY-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-COUNTRY-FOUND
        IF WS-COUNTRY-COUNT < 30
            ADD 1 TO WS-COUNTRY-COUNT
            SET WS-COUNTRY-IDX TO WS-COUNTRY-COUNT
            MOVE AR-COUNTRY-CODE TO NS-COUNTRY-CODE(WS-COUNTRY-IDX)
            MOVE 0 TO NS-QUEUED-COUNT(WS-COUNTRY-IDX)
            MOVE 0 TO NS-PENDING-COUNT(WS-COUNTRY-IDX)
            MOVE 0 TO NS-CONFIRMED-COUNT(WS-COUNTRY-IDX)
            MOVE 0 TO NS-CORRECTED-COUNT(WS-COUNTRY-IDX)
            MOVE "Y" TO WS-COUNTRY-FOUND-FLAG
        ELSE
            DISPLAY "Country table full -- not scoring ",
                    AR-COUNTRY-CODE, " separately"
        END-IF
    END-IF.

*> Tenths of confidence, a perfect 1.0000 counted with the 0.9 band;
*> zero (or a record from before the confidence was kept) is band 11.
FIND-CONFIDENCE-BAND.
    IF AR-REVIEW-CONFIDENCE IS NOT NUMERIC
        OR AR-REVIEW-CONFIDENCE = 0
        MOVE 11 TO WS-BAND-NUMBER
    ELSE
        COMPUTE WS-BAND-NUMBER = AR-REVIEW-CONFIDENCE * 10 + 1
        IF WS-BAND-NUMBER > 10
            MOVE 10 TO WS-BAND-NUMBER
        END-IF
    END-IF
    SET WS-BAND-IDX TO WS-BAND-NUMBER.

*> ========================================================================
*> TALLY-CHARACTER-CONFUSION: set what the engine read beside what the
*> reviewer typed. Same length -- each differing position is one
*> confusion pair; a different length is a dropped or invented
*> character, which position-by-position would misattribute, so it is
*> only counted.
*> ========================================================================
TALLY-CHARACTER-CONFUSION.
    IF AR-ORIGINAL-PLATE-TEXT = SPACES
        OR AR-ORIGINAL-PLATE-TEXT = LOW-VALUES
        ADD 1 TO WS-NO-ORIGINAL-COUNT
    ELSE
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ORIGINAL-PLATE-TEXT))
            TO WS-ENGINE-PLATE
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-PLATE-TEXT))
            TO WS-TRUE-PLATE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENGINE-PLATE))
            TO WS-ENGINE-PLATE-LENGTH
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRUE-PLATE))
            TO WS-TRUE-PLATE-LENGTH
        IF WS-TRUE-PLATE = SPACES
            MOVE 0 TO WS-TRUE-PLATE-LENGTH
        END-IF
        EVALUATE TRUE
            WHEN WS-ENGINE-PLATE = WS-TRUE-PLATE
                ADD 1 TO WS-SAME-TEXT-COUNT
            WHEN WS-ENGINE-PLATE-LENGTH NOT = WS-TRUE-PLATE-LENGTH
                ADD 1 TO WS-LENGTH-CHANGE-COUNT
            WHEN OTHER
                PERFORM COMPARE-ONE-PLATE-CHARACTER
                    VARYING WS-CHAR-POS FROM 1 BY 1
                    UNTIL WS-CHAR-POS > WS-TRUE-PLATE-LENGTH
        END-EVALUATE
    END-IF.

COMPARE-ONE-PLATE-CHARACTER.
    IF WS-ENGINE-PLATE(WS-CHAR-POS:1) NOT = WS-TRUE-PLATE(WS-CHAR-POS:1)
        ADD 1 TO WS-CHAR-ERROR-COUNT
        MOVE WS-ENGINE-PLATE(WS-CHAR-POS:1) TO WS-LOOKUP-READ-CHAR
        MOVE WS-TRUE-PLATE(WS-CHAR-POS:1) TO WS-LOOKUP-TRUE-CHAR
        PERFORM FIND-OR-ADD-CONFUSION-PAIR
        IF WS-CONFUSION-FOUND
            ADD 1 TO CX-PAIR-COUNT(WS-CONFUSION-IDX)
        END-IF
    END-IF.

FIND-OR-ADD-CONFUSION-PAIR.
    MOVE "N" TO WS-CONFUSION-FOUND-FLAG
    IF WS-CONFUSION-COUNT > 0
        SET WS-CONFUSION-IDX TO 1
        SEARCH WS-CONFUSION-ENTRY
            AT END
                CONTINUE
            WHEN CX-READ-CHAR(WS-CONFUSION-IDX) = WS-LOOKUP-READ-CHAR
                 AND CX-TRUE-CHAR(WS-CONFUSION-IDX) = WS-LOOKUP-TRUE-CHAR
                MOVE "Y" TO WS-CONFUSION-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-CONFUSION-FOUND
        IF WS-CONFUSION-COUNT < 200
            ADD 1 TO WS-CONFUSION-COUNT
            SET WS-CONFUSION-IDX TO WS-CONFUSION-COUNT
            MOVE WS-LOOKUP-READ-CHAR TO CX-READ-CHAR(WS-CONFUSION-IDX)
            MOVE WS-LOOKUP-TRUE-CHAR TO CX-TRUE-CHAR(WS-CONFUSION-IDX)
            MOVE 0 TO CX-PAIR-COUNT(WS-CONFUSION-IDX)
            MOVE "N" TO CX-PRINTED-FLAG(WS-CONFUSION-IDX)
            MOVE "Y" TO WS-CONFUSION-FOUND-FLAG
        END-IF
    END-IF.

*> ========================================================================
*> COMPUTE-RATE-PCT: WS-PCT-PART as a percentage of WS-PCT-BASE, one
*> decimal, zero when there is nothing to divide by
*> ========================================================================
COMPUTE-RATE-PCT.
    IF WS-PCT-BASE = 0
        MOVE 0 TO WS-RATE-PCT
    ELSE
        COMPUTE WS-RATE-PCT ROUNDED =
            WS-PCT-PART * 100 / WS-PCT-BASE
    END-IF
    MOVE WS-RATE-PCT TO WS-RATE-PCT-DISPLAY.

*> ========================================================================
*> PRINT-CAMERA-SCORES / PRINT-COUNTRY-SCORES: corrected % is of the
*> reads a reviewer has ruled on, so a backlog still pending does not
*> flatter the engine
*> ========================================================================
PRINT-CAMERA-SCORES.
    DISPLAY " "
    DISPLAY "--- By site/camera ---"
    DISPLAY "  site       camera        queued  pending"
            " confirmed corrected  corr%"
    PERFORM PRINT-ONE-CAMERA-SCORE
        VARYING WS-CAMERA-IDX FROM 1 BY 1
        UNTIL WS-CAMERA-IDX > WS-CAMERA-COUNT.

PRINT-ONE-CAMERA-SCORE.
    COMPUTE WS-PCT-BASE = CS-CONFIRMED-COUNT(WS-CAMERA-IDX)
                        + CS-CORRECTED-COUNT(WS-CAMERA-IDX)
    MOVE CS-CORRECTED-COUNT(WS-CAMERA-IDX) TO WS-PCT-PART
    PERFORM COMPUTE-RATE-PCT
    DISPLAY "  ", CS-SITE-ID(WS-CAMERA-IDX), " ",
            CS-CAMERA-ID(WS-CAMERA-IDX), " ",
            CS-QUEUED-COUNT(WS-CAMERA-IDX), " ",
            CS-PENDING-COUNT(WS-CAMERA-IDX), "   ",
            CS-CONFIRMED-COUNT(WS-CAMERA-IDX), "   ",
            CS-CORRECTED-COUNT(WS-CAMERA-IDX), "  ",
            WS-RATE-PCT-DISPLAY.

PRINT-COUNTRY-SCORES.
    DISPLAY " "
    DISPLAY "--- By country ---"
    DISPLAY "  country   queued  pending confirmed corrected  corr%"
    PERFORM PRINT-ONE-COUNTRY-SCORE
        VARYING WS-COUNTRY-IDX FROM 1 BY 1
        UNTIL WS-COUNTRY-IDX > WS-COUNTRY-COUNT.

PRINT-ONE-COUNTRY-SCORE.
    COMPUTE WS-PCT-BASE = NS-CONFIRMED-COUNT(WS-COUNTRY-IDX)
                        + NS-CORRECTED-COUNT(WS-COUNTRY-IDX)
    MOVE NS-CORRECTED-COUNT(WS-COUNTRY-IDX) TO WS-PCT-PART
    PERFORM COMPUTE-RATE-PCT
    DISPLAY "  ", NS-COUNTRY-CODE(WS-COUNTRY-IDX), "      ",
            NS-QUEUED-COUNT(WS-COUNTRY-IDX), " ",
            NS-PENDING-COUNT(WS-COUNTRY-IDX), "   ",
            NS-CONFIRMED-COUNT(WS-COUNTRY-IDX), "   ",
            NS-CORRECTED-COUNT(WS-COUNTRY-IDX), "  ",
            WS-RATE-PCT-DISPLAY.

*> ========================================================================
*> PRINT-BAND-SCORES: accuracy is confirmed % of those ruled on, by the
*> confidence the engine gave the read; empty bands are left off
*> ========================================================================
PRINT-BAND-SCORES.
    DISPLAY " "
    DISPLAY "--- Accuracy by confidence band ---"
    DISPLAY "  confidence    queued confirmed corrected  accuracy%"
    PERFORM PRINT-ONE-BAND-SCORE
        VARYING WS-BAND-IDX FROM 1 BY 1
        UNTIL WS-BAND-IDX > 11.

PRINT-ONE-BAND-SCORE.
    IF BS-QUEUED-COUNT(WS-BAND-IDX) > 0
        COMPUTE WS-PCT-BASE = BS-CONFIRMED-COUNT(WS-BAND-IDX)
                            + BS-CORRECTED-COUNT(WS-BAND-IDX)
        MOVE BS-CONFIRMED-COUNT(WS-BAND-IDX) TO WS-PCT-PART
        PERFORM COMPUTE-RATE-PCT
        IF WS-BAND-IDX = 11
            DISPLAY "  not recorded ",
                    BS-QUEUED-COUNT(WS-BAND-IDX), "   ",
                    BS-CONFIRMED-COUNT(WS-BAND-IDX), "   ",
                    BS-CORRECTED-COUNT(WS-BAND-IDX), "      ",
                    WS-RATE-PCT-DISPLAY
        ELSE
            SET WS-BAND-NUMBER TO WS-BAND-IDX
            COMPUTE WS-BAND-LOW = (WS-BAND-NUMBER - 1) / 10
            COMPUTE WS-BAND-HIGH = WS-BAND-NUMBER / 10
            DISPLAY "  ", WS-BAND-LOW, " - ", WS-BAND-HIGH, "   ",
                    BS-QUEUED-COUNT(WS-BAND-IDX), "   ",
                    BS-CONFIRMED-COUNT(WS-BAND-IDX), "   ",
                    BS-CORRECTED-COUNT(WS-BAND-IDX), "      ",
                    WS-RATE-PCT-DISPLAY
        END-IF
    END-IF.

*> ========================================================================
*> PRINT-CONFUSION-TABLE: most frequent pair first -- each round picks
*> the largest count not yet printed
*> ========================================================================
PRINT-CONFUSION-TABLE.
    DISPLAY " "
    DISPLAY "--- Character confusion (engine read -> reviewer) ---"
    IF WS-CONFUSION-COUNT = 0
        DISPLAY "  (none)"
    ELSE
        PERFORM PRINT-NEXT-CONFUSION-PAIR
            VARYING WS-PRINT-ROUND FROM 1 BY 1
            UNTIL WS-PRINT-ROUND > WS-CONFUSION-COUNT
    END-IF
    DISPLAY "  corrections changing the plate length: "
            WS-LENGTH-CHANGE-COUNT
    DISPLAY "  corrections with no engine reading kept: "
            WS-NO-ORIGINAL-COUNT.

PRINT-NEXT-CONFUSION-PAIR.
    MOVE 0 TO WS-BEST-CONFUSION-SLOT
    MOVE 0 TO WS-BEST-CONFUSION-COUNT
    PERFORM PICK-LARGER-CONFUSION-PAIR
        VARYING WS-CONFUSION-IDX FROM 1 BY 1
        UNTIL WS-CONFUSION-IDX > WS-CONFUSION-COUNT
    IF WS-BEST-CONFUSION-SLOT > 0
        SET WS-CONFUSION-IDX TO WS-BEST-CONFUSION-SLOT
        MOVE "Y" TO CX-PRINTED-FLAG(WS-CONFUSION-IDX)
        DISPLAY "  '", CX-READ-CHAR(WS-CONFUSION-IDX), "' read for '",
                CX-TRUE-CHAR(WS-CONFUSION-IDX), "'  ",
                CX-PAIR-COUNT(WS-CONFUSION-IDX)
    END-IF.

PICK-LARGER-CONFUSION-PAIR.
    IF NOT CX-PRINTED(WS-CONFUSION-IDX)
        AND CX-PAIR-COUNT(WS-CONFUSION-IDX) > WS-BEST-CONFUSION-COUNT
        SET WS-BEST-CONFUSION-SLOT TO WS-CONFUSION-IDX
        MOVE CX-PAIR-COUNT(WS-CONFUSION-IDX) TO WS-BEST-CONFUSION-COUNT
    END-IF.

*> ========================================================================
*> PRINT-RUN-SUMMARY
*> ========================================================================
PRINT-RUN-SUMMARY.
    COMPUTE WS-PCT-BASE = WS-CONFIRMED-COUNT + WS-CORRECTED-COUNT
    MOVE WS-CORRECTED-COUNT TO WS-PCT-PART
    PERFORM COMPUTE-RATE-PCT
    DISPLAY " "
    DISPLAY "Result records in the period...: " WS-RECORDS-READ-COUNT
    DISPLAY "Reads queued for review........: " WS-QUEUED-COUNT
    DISPLAY "  still pending................: " WS-PENDING-COUNT
    DISPLAY "  confirmed....................: " WS-CONFIRMED-COUNT
    DISPLAY "  corrected....................: " WS-CORRECTED-COUNT
    DISPLAY "Corrected % of reviewed........: " WS-RATE-PCT-DISPLAY
    DISPLAY "Character errors tallied.......: " WS-CHAR-ERROR-COUNT
    DISPLAY "Corrections to the same text...: " WS-SAME-TEXT-COUNT
    IF WS-UNSCORED-COUNT > 0
        DISPLAY "Reads outside the camera table.: " WS-UNSCORED-COUNT
    END-IF.

END PROGRAM ANPRACC.
