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
*> ANPRCLON: cloned-plate detection across sites.
*>
*> Every read in ANPRRSLT carries its site, camera and time, but
*> nothing ever held one site's reads against another's. A plate read
*> at SITE01 and then at SITE02 four minutes later, when the drive
*> takes forty, is two cars wearing one number -- and the copy parks
*> on the real owner's permit or account. This program scans one
*> day's primary reads (blank plates and AR-DUPLICATE-FLAG "D"
*> debounced repeats skipped, the same as ANPRPARK skips them) in time
*> order, and flags:
*>
*>   - every impossible pair: consecutive reads of one plate at two
*>     different sites closer together than the minimum travel time
*>     between them (anprtrav.cpy, loaded from config/travel.dat), and
*>   - every overlapping entry: an entry read at one site while the
*>     plate's entry at another site is still open -- seeded with the
*>     sessions ANPRPARK carried in from before the day, so a plate
*>     parked at SITE01 since Monday turning up at SITE02's entrance
*>     is caught too.
*>
*> Each hit is written to output/anprclone.dat.YYYYMMDD (anprclon.cpy)
*> naming both reads and both images, listed on this run's page, and
*> picked up by ANPROPS on the morning report. Any hit ends the run
*> with RETURN-CODE 8, so a scheduler can page on it.
*>
*> Entry vs exit is read from the drop-folder markers in AR-IMAGE-PATH
*> exactly as DETERMINE-READ-DIRECTION in anprpark.cbl does.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   DATE=YYYYMMDD  day to scan (default today)
*>   TRAVEL=path    travel-time table (default ../../config/travel.dat)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRCLON.

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

    *> ANPRPARK's carry-forward file of sessions still open, read only
    SELECT ANPR-OPEN-SESSION-FILE
        ASSIGN DYNAMIC WS-OPEN-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-FILE-STATUS.

    SELECT ANPR-TRAVEL-FILE
        ASSIGN DYNAMIC WS-TRAVEL-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAVEL-FILE-STATUS.

    *> Written fresh per scanned day under a date-suffixed name, so a
    *> re-run of the same day replaces its list instead of doubling it
    SELECT ANPR-CLONE-FILE
        ASSIGN DYNAMIC WS-CLONE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-RESULT-FILE.
    COPY "anprrec.cpy".

*> The same layout as ANPR-OPEN-SESSION-RECORD in anprpark.cbl
FD  ANPR-OPEN-SESSION-FILE.
01  ANPR-OPEN-SESSION-RECORD.
    05  OS-PLATE-TEXT               PIC X(32).
    05  OS-COUNTRY-CODE             PIC X(02).
    05  OS-ENTRY-TIMESTAMP          PIC X(14).
    05  OS-ENTRY-IMAGE-FILENAME     PIC X(64).
    05  OS-SITE-ID                  PIC X(10).
    05  OS-CAMERA-ID                PIC X(10).

FD  ANPR-TRAVEL-FILE.
01  TRAVEL-FILE-RECORD              PIC X(80).

FD  ANPR-CLONE-FILE.
    COPY "anprclon.cpy".

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
01  WS-OPEN-FILE-PATH       PIC X(256)
                               VALUE "../../output/anprpark_open.dat".
01  WS-OPEN-FILE-STATUS     PIC X(02) VALUE SPACES.
01  WS-TRAVEL-FILE-PATH     PIC X(256)
                               VALUE "../../config/travel.dat".
01  WS-TRAVEL-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-CLONE-FILE-PREFIX    PIC X(256)
                               VALUE "../../output/anprclone.dat".
01  WS-CLONE-FILE-PATH      PIC X(270) VALUE SPACES.
01  WS-CLONE-FILE-STATUS    PIC X(02) VALUE SPACES.

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
01  WS-SCAN-DATE            PIC X(08) VALUE SPACES.

01  WS-EOF-FLAG             PIC X(01) VALUE "N".
    88  WS-END-OF-RESULTS          VALUE "Y".
01  WS-OPEN-EOF-FLAG        PIC X(01) VALUE "N".
    88  WS-END-OF-OPEN-FILE        VALUE "Y".

COPY "anprtrav.cpy".

*> UNSTRING scratch for the travel-time line -- text first, NUMVAL
*> after, same guard as the tariff loader in anprpark.cbl
01  WS-TRAVEL-SCRATCH.
    05  WS-TRAVEL-FIELD OCCURS 3 TIMES.
        10  TV-FIELD-TEXT           PIC X(16).
01  WS-TRAVEL-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-TRAVEL-TIME-FOUND       VALUE "Y".
01  WS-LOOKUP-FROM-SITE-ID  PIC X(10) VALUE SPACES.
01  WS-LOOKUP-TO-SITE-ID    PIC X(10) VALUE SPACES.

*> ------------------------------------------------------------------
*> One slot per plate seen: where it was last read, and the entry it
*> has open (if any) -- blank PT-OPEN-SITE-ID means none
*> ------------------------------------------------------------------
01  WS-PLATE-TRACK-TABLE.
    05  WS-TRACK-COUNT              PIC 9(04) VALUE 0.
    05  WS-TRACK-ENTRY OCCURS 1000 TIMES
            INDEXED BY WS-TRACK-IDX.
        10  PT-PLATE-TEXT           PIC X(32).
        10  PT-COUNTRY-CODE         PIC X(02).
        10  PT-LAST-TIMESTAMP       PIC X(14).
        10  PT-LAST-SITE-ID         PIC X(10).
        10  PT-LAST-CAMERA-ID       PIC X(10).
        10  PT-LAST-IMAGE-FILENAME  PIC X(64).
        10  PT-OPEN-TIMESTAMP       PIC X(14).
        10  PT-OPEN-SITE-ID         PIC X(10).
        10  PT-OPEN-CAMERA-ID       PIC X(10).
        10  PT-OPEN-IMAGE-FILENAME  PIC X(64).

01  WS-TRACK-FOUND-FLAG     PIC X(01) VALUE "N".
    88  WS-PLATE-IS-TRACKED        VALUE "Y".
01  WS-LOOKUP-PLATE-TEXT    PIC X(32) VALUE SPACES.
01  WS-LOOKUP-COUNTRY-CODE  PIC X(02) VALUE SPACES.
01  WS-PAIR-FLAGGED-FLAG    PIC X(01) VALUE "N".
    88  WS-PAIR-ALREADY-FLAGGED    VALUE "Y".

*> Entry/exit classification -- DETERMINE-READ-DIRECTION in
*> anprpark.cbl, unchanged
01  WS-READ-DIRECTION       PIC X(01) VALUE SPACE.
    88  WS-READ-IS-ENTRY           VALUE "E".
    88  WS-READ-IS-EXIT            VALUE "X".
01  WS-PATH-LOWER           PIC X(512) VALUE SPACES.
01  WS-MARKER-COUNT         PIC 9(03) VALUE 0.

*> Minutes between two reads, crossing midnight via INTEGER-OF-DATE
*> the way COMPUTE-DWELL-MINUTES in anprpark.cbl does
01  WS-TIMESTAMP-WORK.
    05  TW-DATE             PIC 9(08).
    05  TW-HOUR             PIC 9(02).
    05  TW-MINUTE           PIC 9(02).
    05  TW-SECOND           PIC 9(02).
01  WS-FROM-TIMESTAMP       PIC X(14) VALUE SPACES.
01  WS-TO-TIMESTAMP         PIC X(14) VALUE SPACES.
01  WS-FROM-DATE-INTEGER    PIC 9(07) VALUE 0.
01  WS-FROM-MINUTES         PIC 9(04) VALUE 0.
01  WS-TO-DATE-INTEGER      PIC 9(07) VALUE 0.
01  WS-TO-MINUTES           PIC 9(04) VALUE 0.
01  WS-ELAPSED-MINUTES      PIC S9(07) VALUE 0.

*> Run counters
01  WS-RECORDS-READ-COUNT   PIC 9(07) VALUE 0.
01  WS-BLANK-PLATE-COUNT    PIC 9(07) VALUE 0.
01  WS-DUPLICATE-SKIP-COUNT PIC 9(07) VALUE 0.
01  WS-PRIMARY-READ-COUNT   PIC 9(07) VALUE 0.
01  WS-CARRIED-SEED-COUNT   PIC 9(05) VALUE 0.
01  WS-TRAVEL-HIT-COUNT     PIC 9(05) VALUE 0.
01  WS-OVERLAP-HIT-COUNT    PIC 9(05) VALUE 0.
01  WS-CLONE-HIT-COUNT      PIC 9(05) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Cloned-Plate Detection ===".
    DISPLAY " ".

    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-SCAN-DATE = SPACES
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-SCAN-DATE
    END-IF
    DISPLAY "Scanning primary reads for ", WS-SCAN-DATE

    PERFORM LOAD-TRAVEL-TIME-TABLE
    IF TT-ENTRY-COUNT = 0
        DISPLAY "No travel times at ",
                FUNCTION TRIM(WS-TRAVEL-FILE-PATH),
                " -- only overlapping entries will be checked"
    END-IF
    PERFORM SEED-CARRIED-OPEN-ENTRIES

    PERFORM OPEN-RESULT-FILE-SHARED
    IF WS-RESULT-FILE-STATUS NOT = "00"
        IF WS-RESULT-OPEN-BUSY
            DISPLAY "Result file busy (status ",
                    WS-RESULT-FILE-STATUS, "), retried ",
                    WS-OPEN-RETRY-COUNT,
                    " times -- run again when the watcher is idle"
        ELSE
            DISPLAY "No recognition result file to scan ",
                    "(ANPRRSLT, status ", WS-RESULT-FILE-STATUS, ")"
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-CLONE-FILE
    DISPLAY " "
    DISPLAY "--- Suspected cloned plates ---"
    MOVE "N" TO WS-EOF-FLAG
    MOVE LOW-VALUES TO AR-KEY
    MOVE SPACES TO AR-TIMESTAMP
    STRING WS-SCAN-DATE "000000"
        DELIMITED BY SIZE INTO AR-TIMESTAMP
    END-STRING
    START ANPR-RESULT-FILE KEY >= AR-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF-FLAG
    END-START
    PERFORM SCAN-NEXT-RESULT-RECORD UNTIL WS-END-OF-RESULTS
    CLOSE ANPR-RESULT-FILE
    CLOSE ANPR-CLONE-FILE
    IF WS-CLONE-HIT-COUNT = 0
        DISPLAY "  (none)"
    END-IF

    PERFORM PRINT-RUN-SUMMARY
    IF WS-CLONE-HIT-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF

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
        WHEN "DATE"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) = 8
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(WS-CMD-ARG-PARM)) = 0
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-SCAN-DATE
            ELSE
                DISPLAY "DATE= must be a real date as YYYYMMDD, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "TRAVEL"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-TRAVEL-FILE-PATH
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
*> LOAD-TRAVEL-TIME-TABLE: load config/travel.dat (from-site,to-site,
*> minutes per line) into ANPR-TRAVEL-TIME-TABLE -- same
*> data-not-source arrangement as LOAD-TARIFF-TABLE in anprpark.cbl
*> ========================================================================
LOAD-TRAVEL-TIME-TABLE.
    MOVE 0 TO TT-ENTRY-COUNT
    OPEN INPUT ANPR-TRAVEL-FILE
    IF WS-TRAVEL-FILE-STATUS = "00"
        PERFORM LOAD-NEXT-TRAVEL-RECORD
            UNTIL WS-TRAVEL-FILE-STATUS = "10"
        CLOSE ANPR-TRAVEL-FILE
    END-IF.

LOAD-NEXT-TRAVEL-RECORD.
    READ ANPR-TRAVEL-FILE
        AT END
            CONTINUE
        NOT AT END
            IF TRAVEL-FILE-RECORD NOT = SPACES
                PERFORM STORE-TRAVEL-ENTRY
            END-IF
    END-READ.

STORE-TRAVEL-ENTRY.
    IF TT-ENTRY-COUNT < 500
        ADD 1 TO TT-ENTRY-COUNT
        SET TT-ENTRY-IDX TO TT-ENTRY-COUNT
        MOVE SPACES TO WS-TRAVEL-SCRATCH
        UNSTRING TRAVEL-FILE-RECORD DELIMITED BY ","
            INTO TV-FIELD-TEXT(1) TV-FIELD-TEXT(2) TV-FIELD-TEXT(3)
        END-UNSTRING
        MOVE TV-FIELD-TEXT(1) TO TT-FROM-SITE-ID(TT-ENTRY-IDX)
        MOVE TV-FIELD-TEXT(2) TO TT-TO-SITE-ID(TT-ENTRY-IDX)
        COMPUTE TT-MINIMUM-MINUTES(TT-ENTRY-IDX) =
            FUNCTION NUMVAL(TV-FIELD-TEXT(3))
    ELSE
        DISPLAY "Too many travel-time entries in ",
                FUNCTION TRIM(WS-TRAVEL-FILE-PATH),
                " -- discarding entry ", TRAVEL-FILE-RECORD
    END-IF.

*> One line serves both directions, so the pair is tried either way
*> round. Same SEARCH-a-table-by-key shape as FIND-TARIFF-FOR-SITE in
*> anprpark.cbl.
FIND-TRAVEL-TIME.
    MOVE "N" TO WS-TRAVEL-FOUND-FLAG
    IF TT-ENTRY-COUNT > 0
        SET TT-ENTRY-IDX TO 1
        SEARCH TT-TRAVEL-ENTRY
            AT END
                CONTINUE
            WHEN (TT-FROM-SITE-ID(TT-ENTRY-IDX) = WS-LOOKUP-FROM-SITE-ID
                  AND TT-TO-SITE-ID(TT-ENTRY-IDX) = WS-LOOKUP-TO-SITE-ID)
              OR (TT-FROM-SITE-ID(TT-ENTRY-IDX) = WS-LOOKUP-TO-SITE-ID
                  AND TT-TO-SITE-ID(TT-ENTRY-IDX) = WS-LOOKUP-FROM-SITE-ID)
                MOVE "Y" TO WS-TRAVEL-FOUND-FLAG
        END-SEARCH
    END-IF.

*> ========================================================================
*> SEED-CARRIED-OPEN-ENTRIES: sessions ANPRPARK carried in from before
*> the scanned day are entries still open when the day began. Anything
*> it carried with a later entry time was opened by one of the day's
*> own reads, which the scan replays anyway.
*> ========================================================================
SEED-CARRIED-OPEN-ENTRIES.
    MOVE 0 TO WS-TRACK-COUNT
    OPEN INPUT ANPR-OPEN-SESSION-FILE
    IF WS-OPEN-FILE-STATUS = "00"
        MOVE "N" TO WS-OPEN-EOF-FLAG
        PERFORM SEED-NEXT-CARRIED-ENTRY UNTIL WS-END-OF-OPEN-FILE
        CLOSE ANPR-OPEN-SESSION-FILE
    END-IF.

SEED-NEXT-CARRIED-ENTRY.
    READ ANPR-OPEN-SESSION-FILE
        AT END
            MOVE "Y" TO WS-OPEN-EOF-FLAG
        NOT AT END
            IF OS-ENTRY-TIMESTAMP(1:8) < WS-SCAN-DATE
                AND OS-SITE-ID NOT = SPACES
                PERFORM SEED-ONE-CARRIED-ENTRY
            END-IF
    END-READ.

SEED-ONE-CARRIED-ENTRY.
    MOVE OS-PLATE-TEXT TO WS-LOOKUP-PLATE-TEXT
    MOVE OS-COUNTRY-CODE TO WS-LOOKUP-COUNTRY-CODE
    PERFORM FIND-OR-ADD-PLATE-TRACK
    IF WS-PLATE-IS-TRACKED
        ADD 1 TO WS-CARRIED-SEED-COUNT
        MOVE OS-ENTRY-TIMESTAMP TO PT-LAST-TIMESTAMP(WS-TRACK-IDX)
        MOVE OS-SITE-ID TO PT-LAST-SITE-ID(WS-TRACK-IDX)
        MOVE OS-CAMERA-ID TO PT-LAST-CAMERA-ID(WS-TRACK-IDX)
        MOVE OS-ENTRY-IMAGE-FILENAME
            TO PT-LAST-IMAGE-FILENAME(WS-TRACK-IDX)
        MOVE OS-ENTRY-TIMESTAMP TO PT-OPEN-TIMESTAMP(WS-TRACK-IDX)
        MOVE OS-SITE-ID TO PT-OPEN-SITE-ID(WS-TRACK-IDX)
        MOVE OS-CAMERA-ID TO PT-OPEN-CAMERA-ID(WS-TRACK-IDX)
        MOVE OS-ENTRY-IMAGE-FILENAME
            TO PT-OPEN-IMAGE-FILENAME(WS-TRACK-IDX)
    END-IF.

*> A new plate takes the next slot with nothing last-read and nothing
*> open; a full table is reported once per plate it turns away.
FIND-OR-ADD-PLATE-TRACK.
    MOVE "N" TO WS-TRACK-FOUND-FLAG
    IF WS-TRACK-COUNT > 0
        SET WS-TRACK-IDX TO 1
        SEARCH WS-TRACK-ENTRY
            AT END
                CONTINUE
            WHEN PT-PLATE-TEXT(WS-TRACK-IDX) = WS-LOOKUP-PLATE-TEXT
                 AND PT-COUNTRY-CODE(WS-TRACK-IDX)
                     = WS-LOOKUP-COUNTRY-CODE
                MOVE "Y" TO WS-TRACK-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-PLATE-IS-TRACKED
        IF WS-TRACK-COUNT < 1000
            ADD 1 TO WS-TRACK-COUNT
            SET WS-TRACK-IDX TO WS-TRACK-COUNT
            MOVE WS-LOOKUP-PLATE-TEXT TO PT-PLATE-TEXT(WS-TRACK-IDX)
            MOVE WS-LOOKUP-COUNTRY-CODE
                TO PT-COUNTRY-CODE(WS-TRACK-IDX)
            MOVE SPACES TO PT-LAST-TIMESTAMP(WS-TRACK-IDX)
            MOVE SPACES TO PT-LAST-SITE-ID(WS-TRACK-IDX)
            MOVE SPACES TO PT-LAST-CAMERA-ID(WS-TRACK-IDX)
            MOVE SPACES TO PT-LAST-IMAGE-FILENAME(WS-TRACK-IDX)
            MOVE SPACES TO PT-OPEN-TIMESTAMP(WS-TRACK-IDX)
            MOVE SPACES TO PT-OPEN-SITE-ID(WS-TRACK-IDX)
            MOVE SPACES TO PT-OPEN-CAMERA-ID(WS-TRACK-IDX)
            MOVE SPACES TO PT-OPEN-IMAGE-FILENAME(WS-TRACK-IDX)
            MOVE "Y" TO WS-TRACK-FOUND-FLAG
        ELSE
            DISPLAY "Plate table full -- not checking ",
                    FUNCTION TRIM(WS-LOOKUP-PLATE-TEXT)
        END-IF
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

OPEN-CLONE-FILE.
    MOVE SPACES TO WS-CLONE-FILE-PATH
    STRING FUNCTION TRIM(WS-CLONE-FILE-PREFIX), "." WS-SCAN-DATE
        DELIMITED BY SIZE INTO WS-CLONE-FILE-PATH
    END-STRING
    OPEN OUTPUT ANPR-CLONE-FILE
    IF WS-CLONE-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: could not open ",
                FUNCTION TRIM(WS-CLONE-FILE-PATH),
                " (status ", WS-CLONE-FILE-STATUS,
                ") -- hits listed on this page only"
    END-IF.

*> ========================================================================
*> SCAN-NEXT-RESULT-RECORD: the scanned day's slice of ANPRRSLT,
*> positioned with a keyed START the way SCAN-RESULT-FILE in
*> anprmon.cbl does, one read at a time in time order
*> ========================================================================
SCAN-NEXT-RESULT-RECORD.
    READ ANPR-RESULT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-FLAG
        NOT AT END
            IF AR-TIMESTAMP(1:8) > WS-SCAN-DATE
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                ADD 1 TO WS-RECORDS-READ-COUNT
                PERFORM CHECK-ONE-RESULT-RECORD
            END-IF
    END-READ.

CHECK-ONE-RESULT-RECORD.
    IF AR-PLATE-TEXT = SPACES
        ADD 1 TO WS-BLANK-PLATE-COUNT
    ELSE
    IF AR-DUPLICATE-FLAG = "D"
        *> A debounced repeat of one passage is the same car at the
        *> same camera -- never evidence of a second car.
        ADD 1 TO WS-DUPLICATE-SKIP-COUNT
    ELSE
        ADD 1 TO WS-PRIMARY-READ-COUNT
        MOVE AR-PLATE-TEXT TO WS-LOOKUP-PLATE-TEXT
        MOVE AR-COUNTRY-CODE TO WS-LOOKUP-COUNTRY-CODE
        PERFORM FIND-OR-ADD-PLATE-TRACK
        IF WS-PLATE-IS-TRACKED
            PERFORM DETERMINE-READ-DIRECTION
            MOVE "N" TO WS-PAIR-FLAGGED-FLAG
            PERFORM CHECK-TRAVEL-FROM-LAST-READ
            PERFORM CHECK-OPEN-ENTRY-ELSEWHERE
            PERFORM TRACK-OPEN-ENTRY
            MOVE AR-TIMESTAMP TO PT-LAST-TIMESTAMP(WS-TRACK-IDX)
            MOVE AR-SITE-ID TO PT-LAST-SITE-ID(WS-TRACK-IDX)
            MOVE AR-CAMERA-ID TO PT-LAST-CAMERA-ID(WS-TRACK-IDX)
            MOVE AR-IMAGE-FILENAME
                TO PT-LAST-IMAGE-FILENAME(WS-TRACK-IDX)
        END-IF
    END-IF
    END-IF.

*> ========================================================================
*> DETERMINE-READ-DIRECTION: DETERMINE-READ-DIRECTION in anprpark.cbl --
*> "/exit/" or "/out/" in AR-IMAGE-PATH is an exit, "/entry/" or
*> "/in/" an entry, neither is left unmarked
*> ========================================================================
DETERMINE-READ-DIRECTION.
    MOVE "U" TO WS-READ-DIRECTION
    MOVE FUNCTION LOWER-CASE(AR-IMAGE-PATH) TO WS-PATH-LOWER

    MOVE 0 TO WS-MARKER-COUNT
    INSPECT WS-PATH-LOWER TALLYING WS-MARKER-COUNT FOR ALL "/exit/"
    INSPECT WS-PATH-LOWER TALLYING WS-MARKER-COUNT FOR ALL "/out/"
    IF WS-MARKER-COUNT > 0
        MOVE "X" TO WS-READ-DIRECTION
    ELSE
        MOVE 0 TO WS-MARKER-COUNT
        INSPECT WS-PATH-LOWER TALLYING WS-MARKER-COUNT FOR ALL "/entry/"
        INSPECT WS-PATH-LOWER TALLYING WS-MARKER-COUNT FOR ALL "/in/"
        IF WS-MARKER-COUNT > 0
            MOVE "E" TO WS-READ-DIRECTION
        END-IF
    END-IF.

*> ========================================================================
*> CHECK-TRAVEL-FROM-LAST-READ: the plate's previous read was at
*> another site -- could one car have driven between them in the time?
*> ========================================================================
CHECK-TRAVEL-FROM-LAST-READ.
    IF PT-LAST-SITE-ID(WS-TRACK-IDX) NOT = SPACES
        AND AR-SITE-ID NOT = SPACES
        AND PT-LAST-SITE-ID(WS-TRACK-IDX) NOT = AR-SITE-ID
        MOVE PT-LAST-SITE-ID(WS-TRACK-IDX) TO WS-LOOKUP-FROM-SITE-ID
        MOVE AR-SITE-ID TO WS-LOOKUP-TO-SITE-ID
        PERFORM FIND-TRAVEL-TIME
        IF WS-TRAVEL-TIME-FOUND
            MOVE PT-LAST-TIMESTAMP(WS-TRACK-IDX) TO WS-FROM-TIMESTAMP
            MOVE AR-TIMESTAMP TO WS-TO-TIMESTAMP
            PERFORM COMPUTE-ELAPSED-MINUTES
            IF WS-ELAPSED-MINUTES < TT-MINIMUM-MINUTES(TT-ENTRY-IDX)
                MOVE SPACES TO ANPR-CLONE-RECORD
                MOVE "TRAVEL" TO CL-REASON
                MOVE PT-LAST-TIMESTAMP(WS-TRACK-IDX)
                    TO CL-FIRST-TIMESTAMP
                MOVE PT-LAST-SITE-ID(WS-TRACK-IDX) TO CL-FIRST-SITE-ID
                MOVE PT-LAST-CAMERA-ID(WS-TRACK-IDX)
                    TO CL-FIRST-CAMERA-ID
                MOVE PT-LAST-IMAGE-FILENAME(WS-TRACK-IDX)
                    TO CL-FIRST-IMAGE-FILENAME
                MOVE TT-MINIMUM-MINUTES(TT-ENTRY-IDX)
                    TO CL-MINIMUM-MINUTES
                ADD 1 TO WS-TRAVEL-HIT-COUNT
                PERFORM WRITE-CLONE-HIT
            END-IF
        END-IF
    END-IF.

*> ========================================================================
*> CHECK-OPEN-ENTRY-ELSEWHERE: an entry read while the plate's entry at
*> another site has had no exit -- the same number parked in two
*> places at once. A pair already flagged for travel time is not
*> listed twice.
*> ========================================================================
CHECK-OPEN-ENTRY-ELSEWHERE.
    IF WS-READ-IS-ENTRY
        AND NOT WS-PAIR-ALREADY-FLAGGED
        AND PT-OPEN-SITE-ID(WS-TRACK-IDX) NOT = SPACES
        AND AR-SITE-ID NOT = SPACES
        AND PT-OPEN-SITE-ID(WS-TRACK-IDX) NOT = AR-SITE-ID
        MOVE PT-OPEN-TIMESTAMP(WS-TRACK-IDX) TO WS-FROM-TIMESTAMP
        MOVE AR-TIMESTAMP TO WS-TO-TIMESTAMP
        PERFORM COMPUTE-ELAPSED-MINUTES
        MOVE SPACES TO ANPR-CLONE-RECORD
        MOVE "OVERLAP" TO CL-REASON
        MOVE PT-OPEN-TIMESTAMP(WS-TRACK-IDX) TO CL-FIRST-TIMESTAMP
        MOVE PT-OPEN-SITE-ID(WS-TRACK-IDX) TO CL-FIRST-SITE-ID
        MOVE PT-OPEN-CAMERA-ID(WS-TRACK-IDX) TO CL-FIRST-CAMERA-ID
        MOVE PT-OPEN-IMAGE-FILENAME(WS-TRACK-IDX)
            TO CL-FIRST-IMAGE-FILENAME
        MOVE 0 TO CL-MINIMUM-MINUTES
        ADD 1 TO WS-OVERLAP-HIT-COUNT
        PERFORM WRITE-CLONE-HIT
    END-IF.

*> The second read of a hit is always the current one.
WRITE-CLONE-HIT.
    MOVE "Y" TO WS-PAIR-FLAGGED-FLAG
    ADD 1 TO WS-CLONE-HIT-COUNT
    MOVE AR-PLATE-TEXT TO CL-PLATE-TEXT
    MOVE AR-COUNTRY-CODE TO CL-COUNTRY-CODE
    MOVE AR-TIMESTAMP TO CL-SECOND-TIMESTAMP
    MOVE AR-SITE-ID TO CL-SECOND-SITE-ID
    MOVE AR-CAMERA-ID TO CL-SECOND-CAMERA-ID
    MOVE AR-IMAGE-FILENAME TO CL-SECOND-IMAGE-FILENAME
    MOVE WS-ELAPSED-MINUTES TO CL-ELAPSED-MINUTES
    IF WS-CLONE-FILE-STATUS = "00"
        WRITE ANPR-CLONE-RECORD
    END-IF
    DISPLAY "  ", CL-REASON, " ", FUNCTION TRIM(CL-PLATE-TEXT), " ",
            CL-COUNTRY-CODE, ": ", CL-FIRST-TIMESTAMP, " ",
            FUNCTION TRIM(CL-FIRST-SITE-ID), "/",
            FUNCTION TRIM(CL-FIRST-CAMERA-ID), " then ",
            CL-SECOND-TIMESTAMP, " ",
            FUNCTION TRIM(CL-SECOND-SITE-ID), "/",
            FUNCTION TRIM(CL-SECOND-CAMERA-ID), " (",
            CL-ELAPSED-MINUTES, " min)"
    DISPLAY "           images ",
            FUNCTION TRIM(CL-FIRST-IMAGE-FILENAME), " / ",
            FUNCTION TRIM(CL-SECOND-IMAGE-FILENAME).

*> ========================================================================
*> TRACK-OPEN-ENTRY: keep the plate's open entry current. A marked
*> entry opens (or replaces) it; an exit at the open entry's site
*> closes it; an unmarked read alternates at its own site the way
*> ANPRPARK's fallback does.
*> ========================================================================
TRACK-OPEN-ENTRY.
    EVALUATE TRUE
        WHEN WS-READ-IS-ENTRY
            PERFORM OPEN-ENTRY-AT-THIS-READ
        WHEN WS-READ-IS-EXIT
            IF PT-OPEN-SITE-ID(WS-TRACK-IDX) = AR-SITE-ID
                MOVE SPACES TO PT-OPEN-SITE-ID(WS-TRACK-IDX)
            END-IF
        WHEN OTHER
            IF PT-OPEN-SITE-ID(WS-TRACK-IDX) = AR-SITE-ID
                MOVE SPACES TO PT-OPEN-SITE-ID(WS-TRACK-IDX)
            ELSE
                IF PT-OPEN-SITE-ID(WS-TRACK-IDX) = SPACES
                    PERFORM OPEN-ENTRY-AT-THIS-READ
                END-IF
            END-IF
    END-EVALUATE.

OPEN-ENTRY-AT-THIS-READ.
    MOVE AR-TIMESTAMP TO PT-OPEN-TIMESTAMP(WS-TRACK-IDX)
    MOVE AR-SITE-ID TO PT-OPEN-SITE-ID(WS-TRACK-IDX)
    MOVE AR-CAMERA-ID TO PT-OPEN-CAMERA-ID(WS-TRACK-IDX)
    MOVE AR-IMAGE-FILENAME TO PT-OPEN-IMAGE-FILENAME(WS-TRACK-IDX).

*> ========================================================================
*> COMPUTE-ELAPSED-MINUTES: WS-TO-TIMESTAMP minus WS-FROM-TIMESTAMP in
*> whole minutes, the same arithmetic as COMPUTE-DWELL-MINUTES in
*> anprpark.cbl, clamped at zero for a camera clock that ran behind
*> ========================================================================
COMPUTE-ELAPSED-MINUTES.
    MOVE WS-FROM-TIMESTAMP TO WS-TIMESTAMP-WORK
    COMPUTE WS-FROM-DATE-INTEGER = INTEGER-OF-DATE(TW-DATE)
    COMPUTE WS-FROM-MINUTES = TW-HOUR * 60 + TW-MINUTE

    MOVE WS-TO-TIMESTAMP TO WS-TIMESTAMP-WORK
    COMPUTE WS-TO-DATE-INTEGER = INTEGER-OF-DATE(TW-DATE)
    COMPUTE WS-TO-MINUTES = TW-HOUR * 60 + TW-MINUTE

    COMPUTE WS-ELAPSED-MINUTES =
        (WS-TO-DATE-INTEGER - WS-FROM-DATE-INTEGER) * 1440
        + WS-TO-MINUTES - WS-FROM-MINUTES
    IF WS-ELAPSED-MINUTES < 0
        MOVE 0 TO WS-ELAPSED-MINUTES
    END-IF
    IF WS-ELAPSED-MINUTES > 99999
        MOVE 99999 TO WS-ELAPSED-MINUTES
    END-IF.

*> ========================================================================
*> PRINT-RUN-SUMMARY
*> ========================================================================
PRINT-RUN-SUMMARY.
    DISPLAY " "
    DISPLAY "Result records for the day.....: " WS-RECORDS-READ-COUNT
    DISPLAY "  blank plate (skipped)........: " WS-BLANK-PLATE-COUNT
    DISPLAY "  debounced repeat (skipped)...: " WS-DUPLICATE-SKIP-COUNT
    DISPLAY "  primary reads checked........: " WS-PRIMARY-READ-COUNT
    DISPLAY "Open entries carried in........: " WS-CARRIED-SEED-COUNT
    DISPLAY "Plates tracked.................: " WS-TRACK-COUNT
    DISPLAY "Impossible-travel pairs........: " WS-TRAVEL-HIT-COUNT
    DISPLAY "Overlapping open entries.......: " WS-OVERLAP-HIT-COUNT
    DISPLAY "Suspected clones written to....: "
            FUNCTION TRIM(WS-CLONE-FILE-PATH).

END PROGRAM ANPRCLON.
