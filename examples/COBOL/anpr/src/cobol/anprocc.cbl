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
*> ANPROCC: live lot occupancy and overstay list.
*>
*> ANPRPARK knows which vehicles are inside only as of its last run;
*> the entrance sign needs to know now. Run from cron during the day,
*> this program counts each site's open sessions the way ANPRPARK
*> would if it ran this minute: the sessions ANPRPARK carried forward
*> (anprpark_open.dat), plus every read ANPRRSLT has taken since
*> ANPRPARK's high-water mark (anprpark_ckpt.dat), replayed through
*> the same entry/exit rules -- an entry opens a session at the site
*> that read it, an exit closes the plate's session, an unmarked read
*> alternates. Nothing ANPRPARK owns is written: the replay lives in
*> memory only, and the next ANPRPARK run bills those visits as usual.
*>
*> For every site in the capacity table (anprcap.cpy, loaded from
*> config/capacity.dat) it then writes:
*>
*>   - a one-record lot-status file for the entrance sign
*>     (anprlot.cpy, output/anprocc_status.<site>) carrying the open
*>     count, the capacity and FULL / NEAR-FULL / OPEN, moved into
*>     place whole so the sign never reads a half-written record, and
*>   - a line on the occupancy page.
*>
*> Every open session older than the overstay limit is listed with
*> its entry time and entry image -- a long stay or an abandoned
*> vehicle for the patrol to look at -- and written to
*> output/anprocc_overstay.dat (anprovst.cpy), rewritten each run.
*>
*> A busy result file ends the run with RETURN-CODE 8 and the status
*> files left as the previous run wrote them; a sign showing the last
*> good count is better than one showing a count missing today's reads.
*> A status file that cannot be written or moved into place also ends
*> the run with RETURN-CODE 8, that sign keeping its last status. A
*> capacity line whose capacity or percentage is not a number is
*> skipped with a warning, its site then counted as unconfigured.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   OVERSTAY=n     days an open session may run before it is listed
*>                  as an overstay (default 3)
*>   NEARFULL=pct   near-full percentage for capacity lines that do
*>                  not give their own (default 90)
*>   CAPACITY=path  capacity table (default ../../config/capacity.dat)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPROCC.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Opened shared and read-only so the count can be taken while the
    *> resident MODE=WATCH process holds the file (see the shared-open
    *> notes on ANPR-RESULT-FILE in anpr.cbl); a busy open follows the
    *> same retry-with-backoff protocol all the ANPRRSLT programs use.
    SELECT ANPR-RESULT-FILE
        ASSIGN TO "ANPRRSLT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-KEY
        SHARING WITH ALL OTHER
        FILE STATUS IS WS-RESULT-FILE-STATUS.

    *> ANPRPARK's high-water mark, read only -- the replay starts just
    *> past the last read ANPRPARK has already matched
    SELECT ANPR-PARK-CHECKPOINT-FILE
        ASSIGN DYNAMIC WS-PARK-CKPT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARK-CKPT-STATUS.

    *> ANPRPARK's carry-forward file of sessions still open, read only
    SELECT ANPR-OPEN-SESSION-FILE
        ASSIGN DYNAMIC WS-OPEN-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-FILE-STATUS.

    SELECT ANPR-CAPACITY-FILE
        ASSIGN DYNAMIC WS-CAPACITY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAPACITY-FILE-STATUS.

    *> One per site, reassigned site by site -- always opened under
    *> the ".new" name, then moved over the live file
    SELECT ANPR-LOT-STATUS-FILE
        ASSIGN DYNAMIC WS-LOT-STATUS-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOT-STATUS-FILE-STATUS.

    SELECT ANPR-OVERSTAY-FILE
        ASSIGN DYNAMIC WS-OVERSTAY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERSTAY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-RESULT-FILE.
    COPY "anprrec.cpy".

*> The same layout as ANPR-PARK-CHECKPOINT-RECORD in anprpark.cbl
FD  ANPR-PARK-CHECKPOINT-FILE.
01  ANPR-PARK-CHECKPOINT-RECORD.
    05  PK-LAST-KEY.
        10  PK-TIMESTAMP            PIC X(14).
        10  PK-COUNTRY-CODE         PIC X(02).
        10  PK-IMAGE-FILENAME       PIC X(64).
        10  PK-SEQUENCE-NUMBER      PIC 9(04).

*> The same layout as ANPR-OPEN-SESSION-RECORD in anprpark.cbl
FD  ANPR-OPEN-SESSION-FILE.
01  ANPR-OPEN-SESSION-RECORD.
    05  OS-PLATE-TEXT               PIC X(32).
    05  OS-COUNTRY-CODE             PIC X(02).
    05  OS-ENTRY-TIMESTAMP          PIC X(14).
    05  OS-ENTRY-IMAGE-FILENAME     PIC X(64).
    05  OS-SITE-ID                  PIC X(10).
    05  OS-CAMERA-ID                PIC X(10).

FD  ANPR-CAPACITY-FILE.
01  CAPACITY-FILE-RECORD            PIC X(80).

FD  ANPR-LOT-STATUS-FILE.
    COPY "anprlot.cpy".

FD  ANPR-OVERSTAY-FILE.
    COPY "anprovst.cpy".

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
01  WS-PARK-CKPT-PATH       PIC X(256)
                               VALUE "../../output/anprpark_ckpt.dat".
01  WS-PARK-CKPT-STATUS     PIC X(02) VALUE SPACES.
01  WS-OPEN-FILE-PATH       PIC X(256)
                               VALUE "../../output/anprpark_open.dat".
01  WS-OPEN-FILE-STATUS     PIC X(02) VALUE SPACES.
01  WS-CAPACITY-FILE-PATH   PIC X(256)
                               VALUE "../../config/capacity.dat".
01  WS-CAPACITY-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-LOT-STATUS-PREFIX    PIC X(256)
                               VALUE "../../output/anprocc_status.".
01  WS-LOT-STATUS-PATH      PIC X(270) VALUE SPACES.
01  WS-LOT-STATUS-NEW-PATH  PIC X(275) VALUE SPACES.
01  WS-LOT-STATUS-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-OVERSTAY-FILE-PATH   PIC X(256)
                               VALUE "../../output/anprocc_overstay.dat".
01  WS-OVERSTAY-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-SHELL-COMMAND        PIC X(600) VALUE SPACES.

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

01  WS-OVERSTAY-DAYS        PIC 9(03) VALUE 3.
01  WS-DEFAULT-NEAR-FULL-PCT PIC 9(03) VALUE 90.

01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-ASOF-TIMESTAMP       PIC X(14) VALUE SPACES.

*> High-water mark ANPRPARK left -- the replay starts past it
01  WS-WATERMARK-FLAG       PIC X(01) VALUE "N".
    88  WS-WATERMARK-PRESENT       VALUE "Y".

01  WS-EOF-FLAG             PIC X(01) VALUE "N".
    88  WS-END-OF-RESULTS          VALUE "Y".
01  WS-OPEN-EOF-FLAG        PIC X(01) VALUE "N".
    88  WS-END-OF-OPEN-FILE        VALUE "Y".

COPY "anprcap.cpy".

*> Open sessions counted against each capacity entry, slot for slot
*> alongside ANPR-CAPACITY-TABLE
01  WS-SITE-COUNT-TABLE.
    05  WS-SITE-COUNT-ENTRY OCCURS 50 TIMES
            INDEXED BY WS-COUNT-IDX.
        10  SC-OPEN-COUNT           PIC 9(05).

*> UNSTRING scratch for the capacity line -- text first, checked
*> numeric before NUMVAL, as the debounce loader in anpr.cbl does
01  WS-CAPACITY-SCRATCH.
    05  WS-CAPACITY-FIELD OCCURS 3 TIMES.
        10  CF-FIELD-TEXT           PIC X(16).
01  WS-CAPACITY-LINE-FLAG   PIC X(01) VALUE "N".
    88  WS-CAPACITY-LINE-VALID     VALUE "Y".
01  WS-CAPACITY-FOUND-FLAG  PIC X(01) VALUE "N".
    88  WS-SITE-HAS-CAPACITY       VALUE "Y".
01  WS-LOOKUP-SITE-ID       PIC X(10) VALUE SPACES.

*> ------------------------------------------------------------------
*> Open-session table -- ANPRPARK's own table (WS-OPEN-SESSION-TABLE
*> in anprpark.cbl), rebuilt here from its carry-forward file and
*> brought up to date by replaying the reads it has not yet seen
*> ------------------------------------------------------------------
01  WS-OPEN-SESSION-TABLE.
    05  WS-OPEN-COUNT               PIC 9(03) VALUE 0.
    05  WS-OPEN-ENTRY OCCURS 500 TIMES
            INDEXED BY WS-OPEN-IDX.
        10  OP-IN-USE-FLAG          PIC X(01).
            88  OP-SLOT-IN-USE             VALUE "Y".
        10  OP-PLATE-TEXT           PIC X(32).
        10  OP-COUNTRY-CODE         PIC X(02).
        10  OP-ENTRY-TIMESTAMP      PIC X(14).
        10  OP-ENTRY-IMAGE-FILENAME PIC X(64).
        10  OP-SITE-ID              PIC X(10).
        10  OP-CAMERA-ID            PIC X(10).

01  WS-MATCH-FOUND-FLAG     PIC X(01) VALUE "N".
    88  WS-OPEN-SESSION-FOUND      VALUE "Y".
01  WS-FREE-SLOT-NUMBER     PIC 9(03) VALUE 0.

*> Entry/exit classification -- DETERMINE-READ-DIRECTION in
*> anprpark.cbl, unchanged
01  WS-READ-DIRECTION       PIC X(01) VALUE SPACE.
    88  WS-READ-IS-ENTRY           VALUE "E".
    88  WS-READ-IS-EXIT            VALUE "X".
01  WS-PATH-LOWER           PIC X(512) VALUE SPACES.
01  WS-MARKER-COUNT         PIC 9(03) VALUE 0.

*> Age of an open session, whole days of 1440 minutes
01  WS-TIMESTAMP-WORK.
    05  TW-DATE             PIC 9(08).
    05  TW-HOUR             PIC 9(02).
    05  TW-MINUTE           PIC 9(02).
    05  TW-SECOND           PIC 9(02).
01  WS-ENTRY-DATE-INTEGER   PIC 9(07) VALUE 0.
01  WS-ENTRY-MINUTES        PIC 9(04) VALUE 0.
01  WS-ASOF-DATE-INTEGER    PIC 9(07) VALUE 0.
01  WS-ASOF-MINUTES         PIC 9(04) VALUE 0.
01  WS-SESSION-AGE-MINUTES  PIC S9(09) VALUE 0.
01  WS-SESSION-AGE-DAYS     PIC 9(04) VALUE 0.

01  WS-LOT-STATUS           PIC X(09) VALUE SPACES.

*> Run counters
01  WS-CARRIED-IN-COUNT     PIC 9(05) VALUE 0.
01  WS-RECORDS-READ-COUNT   PIC 9(07) VALUE 0.
01  WS-BLANK-PLATE-COUNT    PIC 9(07) VALUE 0.
01  WS-DUPLICATE-SKIP-COUNT PIC 9(07) VALUE 0.
01  WS-ENTRIES-OPENED-COUNT PIC 9(07) VALUE 0.
01  WS-EXITS-CLOSED-COUNT   PIC 9(07) VALUE 0.
01  WS-UNMATCHED-EXIT-COUNT PIC 9(07) VALUE 0.
01  WS-TOTAL-OPEN-COUNT     PIC 9(05) VALUE 0.
01  WS-UNCONFIGURED-COUNT   PIC 9(05) VALUE 0.
01  WS-SITES-FULL-COUNT     PIC 9(03) VALUE 0.
01  WS-SITES-NEAR-FULL-COUNT PIC 9(03) VALUE 0.
01  WS-STATUS-FAILED-COUNT  PIC 9(03) VALUE 0.
01  WS-OVERSTAY-COUNT       PIC 9(05) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Live Lot Occupancy ===".
    DISPLAY " ".

    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-ASOF-TIMESTAMP

    PERFORM LOAD-CAPACITY-TABLE
    IF CP-ENTRY-COUNT = 0
        DISPLAY "No lot capacities at ",
                FUNCTION TRIM(WS-CAPACITY-FILE-PATH),
                " -- nothing to count against"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-CARRIED-OPEN-SESSIONS
    PERFORM READ-PARK-CHECKPOINT

    PERFORM OPEN-RESULT-FILE-SHARED
    IF WS-RESULT-FILE-STATUS = "00"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM POSITION-PAST-WATERMARK
        IF NOT WS-END-OF-RESULTS
            PERFORM REPLAY-NEXT-RESULT-RECORD UNTIL WS-END-OF-RESULTS
        END-IF
        CLOSE ANPR-RESULT-FILE
    ELSE
        IF WS-RESULT-OPEN-BUSY
            DISPLAY "Result file busy (status ",
                    WS-RESULT-FILE-STATUS, "), retried ",
                    WS-OPEN-RETRY-COUNT,
                    " times -- lot status files left as they were"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        ELSE
            DISPLAY "No recognition result file to replay ",
                    "(ANPRRSLT, status ", WS-RESULT-FILE-STATUS,
                    ") -- counting carried sessions only"
        END-IF
    END-IF

    PERFORM CLEAR-ONE-SITE-COUNT
        VARYING WS-COUNT-IDX FROM 1 BY 1
        UNTIL WS-COUNT-IDX > 50
    PERFORM COUNT-ONE-OPEN-SESSION
        VARYING WS-OPEN-IDX FROM 1 BY 1
        UNTIL WS-OPEN-IDX > WS-OPEN-COUNT

    DISPLAY "Lot occupancy as of ", WS-ASOF-TIMESTAMP(1:8), " ",
            WS-ASOF-TIMESTAMP(9:2), ":", WS-ASOF-TIMESTAMP(11:2), ":",
            WS-ASOF-TIMESTAMP(13:2)
    PERFORM WRITE-ONE-LOT-STATUS
        VARYING CP-ENTRY-IDX FROM 1 BY 1
        UNTIL CP-ENTRY-IDX > CP-ENTRY-COUNT
    IF WS-UNCONFIGURED-COUNT > 0
        DISPLAY "  NOTE: ", WS-UNCONFIGURED-COUNT,
                " open session(s) at sites with no capacity line ",
                "(blank site = carried from before sites were kept)"
    END-IF

    PERFORM LIST-OVERSTAYED-SESSIONS
    PERFORM PRINT-RUN-SUMMARY
    IF WS-STATUS-FAILED-COUNT > 0
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
        WHEN "OVERSTAY"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 3
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                COMPUTE WS-OVERSTAY-DAYS =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "OVERSTAY= must be a number of days, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "NEARFULL"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 3
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION NUMVAL(WS-CMD-ARG-PARM) > 0
                AND FUNCTION NUMVAL(WS-CMD-ARG-PARM) <= 100
                COMPUTE WS-DEFAULT-NEAR-FULL-PCT =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "NEARFULL= must be a percentage 1-100, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "CAPACITY"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM)
                TO WS-CAPACITY-FILE-PATH
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
*> LOAD-CAPACITY-TABLE: load config/capacity.dat (site,capacity,
*> near-full percent per line) into ANPR-CAPACITY-TABLE -- same
*> data-not-source arrangement as LOAD-TARIFF-TABLE in anprpark.cbl
*> ========================================================================
LOAD-CAPACITY-TABLE.
    MOVE 0 TO CP-ENTRY-COUNT
    OPEN INPUT ANPR-CAPACITY-FILE
    IF WS-CAPACITY-FILE-STATUS = "00"
        PERFORM LOAD-NEXT-CAPACITY-RECORD
            UNTIL WS-CAPACITY-FILE-STATUS = "10"
        CLOSE ANPR-CAPACITY-FILE
    END-IF.

LOAD-NEXT-CAPACITY-RECORD.
    READ ANPR-CAPACITY-FILE
        AT END
            CONTINUE
        NOT AT END
            IF CAPACITY-FILE-RECORD NOT = SPACES
                PERFORM STORE-CAPACITY-ENTRY
            END-IF
    END-READ.

*> A line whose capacity or percentage is not a number is skipped
*> rather than loaded as 0 -- a capacity of 0 would show the lot FULL
STORE-CAPACITY-ENTRY.
    MOVE SPACES TO WS-CAPACITY-SCRATCH
    UNSTRING CAPACITY-FILE-RECORD DELIMITED BY ","
        INTO CF-FIELD-TEXT(1) CF-FIELD-TEXT(2) CF-FIELD-TEXT(3)
    END-UNSTRING
    PERFORM CHECK-CAPACITY-LINE
    IF NOT WS-CAPACITY-LINE-VALID
        DISPLAY "Capacity must be 1-99999 and near-full 1-100 in ",
                FUNCTION TRIM(WS-CAPACITY-FILE-PATH),
                " -- skipping capacity line ", CAPACITY-FILE-RECORD
    ELSE
        PERFORM ADD-CAPACITY-ENTRY
    END-IF.

CHECK-CAPACITY-LINE.
    MOVE "Y" TO WS-CAPACITY-LINE-FLAG
    IF CF-FIELD-TEXT(2) = SPACES
        OR FUNCTION TRIM(CF-FIELD-TEXT(2)) IS NOT NUMERIC
        OR FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(2))) > 5
        MOVE "N" TO WS-CAPACITY-LINE-FLAG
    ELSE
        IF FUNCTION NUMVAL(CF-FIELD-TEXT(2)) = 0
            MOVE "N" TO WS-CAPACITY-LINE-FLAG
        END-IF
    END-IF
    IF CF-FIELD-TEXT(3) NOT = SPACES
        IF FUNCTION TRIM(CF-FIELD-TEXT(3)) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(3))) > 3
            MOVE "N" TO WS-CAPACITY-LINE-FLAG
        ELSE
            IF FUNCTION NUMVAL(CF-FIELD-TEXT(3)) = 0
                OR FUNCTION NUMVAL(CF-FIELD-TEXT(3)) > 100
                MOVE "N" TO WS-CAPACITY-LINE-FLAG
            END-IF
        END-IF
    END-IF.

ADD-CAPACITY-ENTRY.
    IF CP-ENTRY-COUNT < 50
        ADD 1 TO CP-ENTRY-COUNT
        SET CP-ENTRY-IDX TO CP-ENTRY-COUNT
        MOVE CF-FIELD-TEXT(1) TO CP-SITE-ID(CP-ENTRY-IDX)
        COMPUTE CP-CAPACITY(CP-ENTRY-IDX) =
            FUNCTION NUMVAL(CF-FIELD-TEXT(2))
        IF CF-FIELD-TEXT(3) = SPACES
            MOVE WS-DEFAULT-NEAR-FULL-PCT
                TO CP-NEAR-FULL-PCT(CP-ENTRY-IDX)
        ELSE
            COMPUTE CP-NEAR-FULL-PCT(CP-ENTRY-IDX) =
                FUNCTION NUMVAL(CF-FIELD-TEXT(3))
        END-IF
    ELSE
        DISPLAY "Too many capacity entries in ",
                FUNCTION TRIM(WS-CAPACITY-FILE-PATH),
                " -- discarding entry ", CAPACITY-FILE-RECORD
    END-IF.

*> Same SEARCH-a-table-by-key shape as FIND-TARIFF-FOR-SITE in
*> anprpark.cbl. A blank site (a session carried from before sites
*> were kept) is never looked up -- it would match the unused blank
*> slots past CP-ENTRY-COUNT.
FIND-CAPACITY-FOR-SITE.
    MOVE "N" TO WS-CAPACITY-FOUND-FLAG
    IF CP-ENTRY-COUNT > 0
        AND WS-LOOKUP-SITE-ID NOT = SPACES
        SET CP-ENTRY-IDX TO 1
        SEARCH CP-CAPACITY-ENTRY
            AT END
                CONTINUE
            WHEN CP-SITE-ID(CP-ENTRY-IDX) = WS-LOOKUP-SITE-ID
                MOVE "Y" TO WS-CAPACITY-FOUND-FLAG
        END-SEARCH
    END-IF.

*> ========================================================================
*> LOAD-CARRIED-OPEN-SESSIONS: the sessions ANPRPARK's last run left
*> open, exactly as LOAD-CARRIED-OPEN-SESSIONS in anprpark.cbl loads
*> them
*> ========================================================================
LOAD-CARRIED-OPEN-SESSIONS.
    MOVE 0 TO WS-OPEN-COUNT
    OPEN INPUT ANPR-OPEN-SESSION-FILE
    IF WS-OPEN-FILE-STATUS = "00"
        MOVE "N" TO WS-OPEN-EOF-FLAG
        PERFORM LOAD-NEXT-CARRIED-SESSION UNTIL WS-END-OF-OPEN-FILE
        CLOSE ANPR-OPEN-SESSION-FILE
        MOVE WS-OPEN-COUNT TO WS-CARRIED-IN-COUNT
    END-IF.

LOAD-NEXT-CARRIED-SESSION.
    READ ANPR-OPEN-SESSION-FILE
        AT END
            MOVE "Y" TO WS-OPEN-EOF-FLAG
        NOT AT END
            PERFORM STORE-CARRIED-SESSION
    END-READ.

STORE-CARRIED-SESSION.
    IF WS-OPEN-COUNT < 500
        ADD 1 TO WS-OPEN-COUNT
        SET WS-OPEN-IDX TO WS-OPEN-COUNT
        MOVE "Y" TO OP-IN-USE-FLAG(WS-OPEN-IDX)
        MOVE OS-PLATE-TEXT TO OP-PLATE-TEXT(WS-OPEN-IDX)
        MOVE OS-COUNTRY-CODE TO OP-COUNTRY-CODE(WS-OPEN-IDX)
        MOVE OS-ENTRY-TIMESTAMP TO OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
        MOVE OS-ENTRY-IMAGE-FILENAME
            TO OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX)
        MOVE OS-SITE-ID TO OP-SITE-ID(WS-OPEN-IDX)
        MOVE OS-CAMERA-ID TO OP-CAMERA-ID(WS-OPEN-IDX)
    ELSE
        DISPLAY "Too many carried-forward open sessions -- discarding ",
                FUNCTION TRIM(OS-PLATE-TEXT)
    END-IF.

*> ========================================================================
*> READ-PARK-CHECKPOINT / POSITION-PAST-WATERMARK: start the replay
*> just past the last read ANPRPARK matched -- everything before it is
*> already reflected in the carried sessions. No mark means ANPRPARK
*> has never run, and the replay starts at the first read.
*> ========================================================================
READ-PARK-CHECKPOINT.
    MOVE "N" TO WS-WATERMARK-FLAG
    OPEN INPUT ANPR-PARK-CHECKPOINT-FILE
    IF WS-PARK-CKPT-STATUS = "00"
        READ ANPR-PARK-CHECKPOINT-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO WS-WATERMARK-FLAG
        END-READ
        CLOSE ANPR-PARK-CHECKPOINT-FILE
    END-IF.

POSITION-PAST-WATERMARK.
    IF WS-WATERMARK-PRESENT
        MOVE PK-TIMESTAMP TO AR-TIMESTAMP
        MOVE PK-COUNTRY-CODE TO AR-COUNTRY-CODE
        MOVE PK-IMAGE-FILENAME TO AR-IMAGE-FILENAME
        MOVE PK-SEQUENCE-NUMBER TO AR-SEQUENCE-NUMBER
        START ANPR-RESULT-FILE KEY > AR-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF-FLAG
        END-START
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
*> REPLAY-NEXT-RESULT-RECORD: one read ANPRPARK has not matched yet,
*> through the same skips and entry/exit rules as its
*> MATCH-ONE-RESULT-RECORD -- minus the billing, and minus the
*> near-match pass, so an exit whose plate the OCR misread leaves its
*> entry counted until ANPRPARK pairs them
*> ========================================================================
REPLAY-NEXT-RESULT-RECORD.
    READ ANPR-RESULT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-RECORDS-READ-COUNT
            PERFORM REPLAY-ONE-RESULT-RECORD
    END-READ.

REPLAY-ONE-RESULT-RECORD.
    IF AR-PLATE-TEXT = SPACES
        ADD 1 TO WS-BLANK-PLATE-COUNT
    ELSE
    IF AR-DUPLICATE-FLAG = "D"
        ADD 1 TO WS-DUPLICATE-SKIP-COUNT
    ELSE
        PERFORM DETERMINE-READ-DIRECTION
        PERFORM FIND-OPEN-SESSION-FOR-PLATE
        EVALUATE TRUE
            WHEN WS-READ-IS-ENTRY
                PERFORM REPLAY-ENTRY-READ
            WHEN WS-READ-IS-EXIT
                PERFORM REPLAY-EXIT-READ
            WHEN OTHER
                IF WS-OPEN-SESSION-FOUND
                    PERFORM REPLAY-EXIT-READ
                ELSE
                    PERFORM REPLAY-ENTRY-READ
                END-IF
        END-EVALUATE
    END-IF
    END-IF.

*> ========================================================================
*> DETERMINE-READ-DIRECTION: DETERMINE-READ-DIRECTION in anprpark.cbl --
*> "/exit/" or "/out/" in AR-IMAGE-PATH is an exit, "/entry/" or
*> "/in/" an entry, neither is left for the alternation fallback
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

FIND-OPEN-SESSION-FOR-PLATE.
    MOVE "N" TO WS-MATCH-FOUND-FLAG
    IF WS-OPEN-COUNT > 0
        SET WS-OPEN-IDX TO 1
        SEARCH WS-OPEN-ENTRY
            AT END
                CONTINUE
            WHEN OP-SLOT-IN-USE(WS-OPEN-IDX)
                 AND OP-PLATE-TEXT(WS-OPEN-IDX) = AR-PLATE-TEXT
                 AND OP-COUNTRY-CODE(WS-OPEN-IDX) = AR-COUNTRY-CODE
                MOVE "Y" TO WS-MATCH-FOUND-FLAG
        END-SEARCH
    END-IF.

*> A second entry for a plate already inside replaces the stale one,
*> as HANDLE-ENTRY-READ in anprpark.cbl does -- one car, one space.
REPLAY-ENTRY-READ.
    IF NOT WS-OPEN-SESSION-FOUND
        PERFORM CLAIM-OPEN-SESSION-SLOT
    END-IF
    IF WS-OPEN-SESSION-FOUND
        MOVE "Y" TO OP-IN-USE-FLAG(WS-OPEN-IDX)
        MOVE AR-PLATE-TEXT TO OP-PLATE-TEXT(WS-OPEN-IDX)
        MOVE AR-COUNTRY-CODE TO OP-COUNTRY-CODE(WS-OPEN-IDX)
        MOVE AR-TIMESTAMP TO OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
        MOVE AR-IMAGE-FILENAME TO OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX)
        MOVE AR-SITE-ID TO OP-SITE-ID(WS-OPEN-IDX)
        MOVE AR-CAMERA-ID TO OP-CAMERA-ID(WS-OPEN-IDX)
        ADD 1 TO WS-ENTRIES-OPENED-COUNT
    END-IF.

CLAIM-OPEN-SESSION-SLOT.
    MOVE 0 TO WS-FREE-SLOT-NUMBER
    PERFORM SCAN-FOR-FREE-SESSION-SLOT
        VARYING WS-OPEN-IDX FROM 1 BY 1
        UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
    IF WS-FREE-SLOT-NUMBER > 0
        SET WS-OPEN-IDX TO WS-FREE-SLOT-NUMBER
        MOVE "Y" TO WS-MATCH-FOUND-FLAG
    ELSE
        IF WS-OPEN-COUNT < 500
            ADD 1 TO WS-OPEN-COUNT
            SET WS-OPEN-IDX TO WS-OPEN-COUNT
            MOVE "Y" TO WS-MATCH-FOUND-FLAG
        ELSE
            DISPLAY "Open-session table full -- cannot count entry of ",
                    FUNCTION TRIM(AR-PLATE-TEXT), " at ", AR-TIMESTAMP
        END-IF
    END-IF.

SCAN-FOR-FREE-SESSION-SLOT.
    IF WS-FREE-SLOT-NUMBER = 0
        AND NOT OP-SLOT-IN-USE(WS-OPEN-IDX)
        SET WS-FREE-SLOT-NUMBER TO WS-OPEN-IDX
    END-IF.

REPLAY-EXIT-READ.
    IF WS-OPEN-SESSION-FOUND
        MOVE "N" TO OP-IN-USE-FLAG(WS-OPEN-IDX)
        ADD 1 TO WS-EXITS-CLOSED-COUNT
    ELSE
        ADD 1 TO WS-UNMATCHED-EXIT-COUNT
    END-IF.

*> ========================================================================
*> COUNT-ONE-OPEN-SESSION: add one session still open to its site's
*> count
*> ========================================================================
CLEAR-ONE-SITE-COUNT.
    MOVE 0 TO SC-OPEN-COUNT(WS-COUNT-IDX).

COUNT-ONE-OPEN-SESSION.
    IF OP-SLOT-IN-USE(WS-OPEN-IDX)
        ADD 1 TO WS-TOTAL-OPEN-COUNT
        MOVE OP-SITE-ID(WS-OPEN-IDX) TO WS-LOOKUP-SITE-ID
        PERFORM FIND-CAPACITY-FOR-SITE
        IF WS-SITE-HAS-CAPACITY
            SET WS-COUNT-IDX TO CP-ENTRY-IDX
            ADD 1 TO SC-OPEN-COUNT(WS-COUNT-IDX)
        ELSE
            ADD 1 TO WS-UNCONFIGURED-COUNT
        END-IF
    END-IF.

*> ========================================================================
*> WRITE-ONE-LOT-STATUS: grade one site against its capacity, write its
*> status record under the ".new" name and move it over the live file
*> -- mv within one directory is a rename, so the sign controller sees
*> the old record or the new one, never a partial one
*> ========================================================================
WRITE-ONE-LOT-STATUS.
    SET WS-COUNT-IDX TO CP-ENTRY-IDX
    EVALUATE TRUE
        WHEN SC-OPEN-COUNT(WS-COUNT-IDX) >= CP-CAPACITY(CP-ENTRY-IDX)
            MOVE "FULL" TO WS-LOT-STATUS
            ADD 1 TO WS-SITES-FULL-COUNT
        WHEN SC-OPEN-COUNT(WS-COUNT-IDX) * 100 >=
                CP-CAPACITY(CP-ENTRY-IDX)
                * CP-NEAR-FULL-PCT(CP-ENTRY-IDX)
            MOVE "NEAR-FULL" TO WS-LOT-STATUS
            ADD 1 TO WS-SITES-NEAR-FULL-COUNT
        WHEN OTHER
            MOVE "OPEN" TO WS-LOT-STATUS
    END-EVALUATE

    DISPLAY "  ", CP-SITE-ID(CP-ENTRY-IDX), ": ",
            SC-OPEN-COUNT(WS-COUNT-IDX), " of ",
            CP-CAPACITY(CP-ENTRY-IDX), " space(s) taken -- ",
            WS-LOT-STATUS

    MOVE SPACES TO WS-LOT-STATUS-PATH
    STRING FUNCTION TRIM(WS-LOT-STATUS-PREFIX),
        FUNCTION TRIM(CP-SITE-ID(CP-ENTRY-IDX))
        DELIMITED BY SIZE INTO WS-LOT-STATUS-PATH
    END-STRING
    MOVE SPACES TO WS-LOT-STATUS-NEW-PATH
    STRING FUNCTION TRIM(WS-LOT-STATUS-PATH), ".new"
        DELIMITED BY SIZE INTO WS-LOT-STATUS-NEW-PATH
    END-STRING

    OPEN OUTPUT ANPR-LOT-STATUS-FILE
    IF WS-LOT-STATUS-FILE-STATUS = "00"
        MOVE CP-SITE-ID(CP-ENTRY-IDX) TO LS-SITE-ID
        MOVE WS-ASOF-TIMESTAMP TO LS-ASOF-TIMESTAMP
        MOVE SC-OPEN-COUNT(WS-COUNT-IDX) TO LS-OPEN-SESSION-COUNT
        MOVE CP-CAPACITY(CP-ENTRY-IDX) TO LS-CAPACITY
        MOVE WS-LOT-STATUS TO LS-STATUS
        WRITE ANPR-LOT-STATUS-RECORD
        CLOSE ANPR-LOT-STATUS-FILE
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "mv -f " FUNCTION TRIM(WS-LOT-STATUS-NEW-PATH), " ",
            FUNCTION TRIM(WS-LOT-STATUS-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING WS-SHELL-COMMAND
        IF RETURN-CODE NOT = 0
            DISPLAY "  WARNING: could not write ",
                    FUNCTION TRIM(WS-LOT-STATUS-PATH),
                    " -- the sign keeps its last status"
            ADD 1 TO WS-STATUS-FAILED-COUNT
        END-IF
    ELSE
        DISPLAY "  WARNING: could not write ",
                FUNCTION TRIM(WS-LOT-STATUS-NEW-PATH),
                " (status ", WS-LOT-STATUS-FILE-STATUS,
                ") -- the sign keeps its last status"
        ADD 1 TO WS-STATUS-FAILED-COUNT
    END-IF.

*> ========================================================================
*> LIST-OVERSTAYED-SESSIONS: every session open OVERSTAY= days or
*> longer, on the page and in the overstay file
*> ========================================================================
LIST-OVERSTAYED-SESSIONS.
    MOVE WS-ASOF-TIMESTAMP TO WS-TIMESTAMP-WORK
    COMPUTE WS-ASOF-DATE-INTEGER = INTEGER-OF-DATE(TW-DATE)
    COMPUTE WS-ASOF-MINUTES = TW-HOUR * 60 + TW-MINUTE

    DISPLAY " "
    DISPLAY "--- Open " WS-OVERSTAY-DAYS " day(s) or longer ",
            "(overstay or abandoned vehicle) ---"
    OPEN OUTPUT ANPR-OVERSTAY-FILE
    IF WS-OVERSTAY-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: could not open ",
                FUNCTION TRIM(WS-OVERSTAY-FILE-PATH),
                " (status ", WS-OVERSTAY-FILE-STATUS,
                ") -- listing on this page only"
    END-IF
    PERFORM CHECK-ONE-SESSION-AGE
        VARYING WS-OPEN-IDX FROM 1 BY 1
        UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
    IF WS-OVERSTAY-FILE-STATUS = "00"
        CLOSE ANPR-OVERSTAY-FILE
    END-IF
    IF WS-OVERSTAY-COUNT = 0
        DISPLAY "  (none)"
    END-IF.

CHECK-ONE-SESSION-AGE.
    IF OP-SLOT-IN-USE(WS-OPEN-IDX)
        AND OP-ENTRY-TIMESTAMP(WS-OPEN-IDX) IS NUMERIC
        MOVE OP-ENTRY-TIMESTAMP(WS-OPEN-IDX) TO WS-TIMESTAMP-WORK
        COMPUTE WS-ENTRY-DATE-INTEGER = INTEGER-OF-DATE(TW-DATE)
        COMPUTE WS-ENTRY-MINUTES = TW-HOUR * 60 + TW-MINUTE
        COMPUTE WS-SESSION-AGE-MINUTES =
            (WS-ASOF-DATE-INTEGER - WS-ENTRY-DATE-INTEGER) * 1440
            + WS-ASOF-MINUTES - WS-ENTRY-MINUTES
        IF WS-SESSION-AGE-MINUTES < 0
            MOVE 0 TO WS-SESSION-AGE-MINUTES
        END-IF
        COMPUTE WS-SESSION-AGE-DAYS = WS-SESSION-AGE-MINUTES / 1440
        IF WS-SESSION-AGE-DAYS >= WS-OVERSTAY-DAYS
            PERFORM REPORT-ONE-OVERSTAY
        END-IF
    END-IF.

REPORT-ONE-OVERSTAY.
    ADD 1 TO WS-OVERSTAY-COUNT
    DISPLAY "  ", OP-PLATE-TEXT(WS-OPEN-IDX)(1:12), " ",
            OP-COUNTRY-CODE(WS-OPEN-IDX), " ",
            OP-SITE-ID(WS-OPEN-IDX), " in since ",
            OP-ENTRY-TIMESTAMP(WS-OPEN-IDX), " (",
            WS-SESSION-AGE-DAYS, " days) image ",
            FUNCTION TRIM(OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX))
    IF WS-OVERSTAY-FILE-STATUS = "00"
        MOVE OP-PLATE-TEXT(WS-OPEN-IDX) TO OV-PLATE-TEXT
        MOVE OP-COUNTRY-CODE(WS-OPEN-IDX) TO OV-COUNTRY-CODE
        MOVE OP-SITE-ID(WS-OPEN-IDX) TO OV-SITE-ID
        MOVE OP-CAMERA-ID(WS-OPEN-IDX) TO OV-CAMERA-ID
        MOVE OP-ENTRY-TIMESTAMP(WS-OPEN-IDX) TO OV-ENTRY-TIMESTAMP
        MOVE WS-SESSION-AGE-DAYS TO OV-DAYS-PARKED
        MOVE OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX)
            TO OV-ENTRY-IMAGE-FILENAME
        WRITE ANPR-OVERSTAY-RECORD
    END-IF.

*> ========================================================================
*> PRINT-RUN-SUMMARY
*> ========================================================================
PRINT-RUN-SUMMARY.
    DISPLAY " "
    DISPLAY "Sessions carried from ANPRPARK.: " WS-CARRIED-IN-COUNT
    DISPLAY "Reads replayed since its mark..: " WS-RECORDS-READ-COUNT
    DISPLAY "  blank plate (skipped)........: " WS-BLANK-PLATE-COUNT
    DISPLAY "  debounced repeat (skipped)...: " WS-DUPLICATE-SKIP-COUNT
    DISPLAY "  entries counted in...........: " WS-ENTRIES-OPENED-COUNT
    DISPLAY "  exits counted out............: " WS-EXITS-CLOSED-COUNT
    DISPLAY "  exits with no open entry.....: " WS-UNMATCHED-EXIT-COUNT
    DISPLAY "Vehicles inside, all sites.....: " WS-TOTAL-OPEN-COUNT
    DISPLAY "Sites FULL.....................: " WS-SITES-FULL-COUNT
    DISPLAY "Sites NEAR-FULL................: " WS-SITES-NEAR-FULL-COUNT
    DISPLAY "Overstays listed...............: " WS-OVERSTAY-COUNT.

END PROGRAM ANPROCC.
