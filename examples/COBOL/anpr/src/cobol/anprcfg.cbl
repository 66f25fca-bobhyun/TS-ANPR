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
*> ANPRCFG: validated maintenance of the config tables, with an audit
*> trail.
*>
*> Permits, watchlist, tariffs, debounce windows, camera schedules,
*> drop-folder mappings and ROIs all live in comma files under config/,
*> and the watcher reloads the watchlist and permits as soon as they
*> change (RELOAD-WATCHLIST-IF-CHANGED, RELOAD-PERMITS-IF-CHANGED in
*> anpr.cbl) -- so a typo keyed straight into one of them is live at
*> the gate within a poll, and all the loaders can do about a bad line
*> is skip it or complain. This program is the way those files are
*> changed instead.
*>
*> The office keys add/change/delete transactions (anprcfgt.cpy) into
*> output/anprcfg_trans.dat. Each run:
*>   - takes the tables in a fixed order -- the drop-folder mappings
*>     and camera schedules first, since every other table's cameras
*>     are checked against them -- and for each table with work to do
*>     loads the live file, applies its transactions in the order they
*>     were keyed, each one validated against the table as it stands
*>     after the ones before it:
*>       - an add needs a key not already in the table (no plate is
*>         listed twice), a change or delete one that is;
*>       - dates are real dates and valid-from is not after valid-to;
*>       - a site/camera must be mapped in dirsites.dat or scheduled in
*>         camsched.dat (a schedule's camera must be mapped), a site
*>         must be one of theirs (a permit may also say ALL);
*>       - numbers are numbers and in range (hours 0-24, percentages
*>         up to 100, a charging unit of at least a minute, ROI points
*>         in x,y pairs);
*>       - an add must not take the table past the OCCURS limit its
*>         loaders hold (200 permits or watchlist plates, 50 of the
*>         rest), since a loader discards what does not fit;
*>   - writes the table under a ".new" name and moves it over the live
*>     file, so the watcher never loads a half-written table;
*>   - appends every transaction, applied or rejected, to the audit
*>     trail output/anprcfg_audit.dat (anprcfga.cpy) with the operator,
*>     the time and the line before and after -- each table's records
*>     as soon as its file has been replaced (or has failed to be, when
*>     its applied transactions are recorded FAILED), and the audit
*>     file closed and reopened there, so no change is live for longer
*>     than that without its record;
*>   - moves the transactions aside under today's date (as ANPRPARK
*>     does with the billing office's adjustments). They are renamed
*>     to a working name (the pending file's own name plus ".work")
*>     before they are read, so anything keyed while the run is on
*>     waits in a fresh pending file for the next run.
*> Any rejected transaction, or transactions that could not be moved
*> aside, ends the run with RETURN-CODE 8 so the office sees it the
*> next morning.
*>
*> ANPRPAY also rewrites the watchlist, adding and taking off its own
*> "Auto:" UNPAID entries and recording each in this audit trail under
*> operator ANPRPAY. It runs only as the PAY step of the nightly stream;
*> this program is not to be run while the stream is, or one of the
*> two would put back what the other had just changed.
*>
*> MODE=HISTORY reads the audit trail back instead: every transaction
*> for one KEY= (a plate, a site, "site,camera" or an input directory),
*> optionally for one TABLE= -- who took a plate off BANNED, and when.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   MODE=APPLY|HISTORY  (default APPLY)
*>   TRANS=path     pending transactions (default
*>                  ../../output/anprcfg_trans.dat)
*>   CONFIG=dir     directory holding the tables (default ../../config)
*>                  -- both reach the shell, so letters, digits and
*>                  _ . / - only
*>   KEY=value      record key to list (MODE=HISTORY)
*>   TABLE=name     table to list (MODE=HISTORY)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRCFG.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Read from the working name TAKE-PENDING-TRANSACTIONS gives it
    SELECT ANPR-CONFIG-TRANS-FILE
        ASSIGN DYNAMIC WS-TRANS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT ANPR-CONFIG-AUDIT-FILE
        ASSIGN DYNAMIC WS-AUDIT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    *> Whichever table is being maintained -- read from the live name,
    *> written to the ".new" name and moved over it
    SELECT ANPR-CONFIG-FILE
        ASSIGN DYNAMIC WS-CONFIG-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-FILE-STATUS.

    SELECT ANPR-CONFIG-NEW-FILE
        ASSIGN DYNAMIC WS-CONFIG-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-NEW-STATUS.

DATA DIVISION.
FILE SECTION.
*> Pending transactions are in the anprcfgt.cpy layout; they are moved
*> whole into WS-TRANS-TABLE below, which carries the same fields
FD  ANPR-CONFIG-TRANS-FILE.
01  CONFIG-TRANS-FILE-RECORD        PIC X(355).

FD  ANPR-CONFIG-AUDIT-FILE.
    COPY "anprcfga.cpy".

FD  ANPR-CONFIG-FILE.
01  CONFIG-FILE-RECORD              PIC X(280).

FD  ANPR-CONFIG-NEW-FILE.
01  CONFIG-NEW-RECORD               PIC X(280).

WORKING-STORAGE SECTION.
01  WS-TRANS-PENDING-PATH   PIC X(256)
                               VALUE "../../output/anprcfg_trans.dat".
01  WS-TRANS-FILE-PATH      PIC X(262) VALUE SPACES.
01  WS-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
01  WS-TRANS-ARCHIVE-PATH   PIC X(270) VALUE SPACES.
01  WS-AUDIT-FILE-PATH      PIC X(256)
                               VALUE "../../output/anprcfg_audit.dat".
01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
01  WS-CONFIG-DIR           PIC X(256) VALUE "../../config".
01  WS-CONFIG-FILE-PATH     PIC X(280) VALUE SPACES.
01  WS-CONFIG-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-CONFIG-NEW-PATH      PIC X(285) VALUE SPACES.
01  WS-CONFIG-NEW-STATUS    PIC X(02) VALUE SPACES.
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

01  WS-RUN-MODE             PIC X(08) VALUE "APPLY".
    88  WS-MODE-APPLY              VALUE "APPLY".
    88  WS-MODE-HISTORY            VALUE "HISTORY".
01  WS-HISTORY-KEY          PIC X(100) VALUE SPACES.
01  WS-HISTORY-TABLE        PIC X(10) VALUE SPACES.
01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE           PIC X(08) VALUE SPACES.

*> ------------------------------------------------------------------
*> The tables maintained, in the order they are taken (see
*> SET-CONFIG-TABLE-DETAILS), with the limit each one's loaders hold
*> ------------------------------------------------------------------
01  WS-TABLE-NUMBER         PIC 9(02) VALUE 0.
01  WS-CURRENT-TABLE        PIC X(10) VALUE SPACES.
    88  WS-CURRENT-PERMITS         VALUE "PERMITS".
    88  WS-CURRENT-WATCHLIST       VALUE "WATCHLIST".
    88  WS-CURRENT-TARIFFS         VALUE "TARIFFS".
    88  WS-CURRENT-DEBOUNCE        VALUE "DEBOUNCE".
    88  WS-CURRENT-CAMSCHED        VALUE "CAMSCHED".
    88  WS-CURRENT-DIRSITES        VALUE "DIRSITES".
    88  WS-CURRENT-ROISITES        VALUE "ROISITES".
01  WS-CURRENT-FILE-NAME    PIC X(16) VALUE SPACES.
01  WS-CURRENT-LINE-LIMIT   PIC 9(03) VALUE 0.
01  WS-TABLE-COUNTS.
    05  WS-TABLE-COUNT-ENTRY OCCURS 7 TIMES.
        10  TC-TABLE-NAME           PIC X(10).
        10  TC-APPLIED-COUNT        PIC 9(05).
        10  TC-REJECTED-COUNT       PIC 9(05).
        10  TC-FAILED-COUNT         PIC 9(05).
01  WS-TABLE-TRANS-COUNT    PIC 9(03) VALUE 0.
01  WS-TABLE-APPLIED-COUNT  PIC 9(03) VALUE 0.
01  WS-TABLE-READ-FLAG      PIC X(01) VALUE "Y".
    88  WS-TABLE-READABLE          VALUE "Y".

*> ------------------------------------------------------------------
*> Pending transactions -- the first group of fields is the anprcfgt
*> layout, moved in whole; the second is filled in as each is applied
*> ------------------------------------------------------------------
01  WS-TRANS-TABLE.
    05  WS-TRANS-COUNT              PIC 9(03) VALUE 0.
    05  WS-TRANS-ENTRY OCCURS 500 TIMES
            INDEXED BY WS-TRN-IDX.
        10  TR-KEYED-FIELDS.
            15  TR-ENTERED-TIMESTAMP    PIC X(14).
            15  TR-OPERATOR-ID          PIC X(10).
            15  TR-TABLE-NAME           PIC X(10).
            15  TR-ACTION               PIC X(01).
                88  TR-ADD                     VALUE "A".
                88  TR-CHANGE                  VALUE "C".
                88  TR-DELETE                  VALUE "D".
            15  TR-REASON               PIC X(40).
            15  TR-CONFIG-LINE          PIC X(280).
        10  TR-OUTCOME              PIC X(08).
            88  TR-APPLIED                 VALUE "APPLIED".
            88  TR-REJECTED                VALUE "REJECTED".
            88  TR-FAILED                  VALUE "FAILED".
        10  TR-RECORD-KEY           PIC X(256).
        10  TR-REJECT-REASON        PIC X(50).
        10  TR-BEFORE-LINE          PIC X(280).
        10  TR-AFTER-LINE           PIC X(280).
        10  TR-AUDITED-FLAG         PIC X(01).
            88  TR-AUDITED                 VALUE "Y".
01  WS-TRANS-EOF-FLAG       PIC X(01) VALUE "N".
    88  WS-END-OF-TRANSACTIONS     VALUE "Y".
01  WS-TRANS-OVERFLOW-FLAG  PIC X(01) VALUE "N".
    88  WS-TRANS-OVERFLOWED        VALUE "Y".

*> ------------------------------------------------------------------
*> The table being maintained, one entry per non-blank line of its
*> file. A deleted line keeps its slot, flagged, until the file is
*> written; the slot limit leaves room above the largest OCCURS limit
*> for a file that already holds more than its loaders take.
*> ------------------------------------------------------------------
01  WS-LINE-TABLE.
    05  WS-LINE-COUNT               PIC 9(03) VALUE 0.
    05  WS-LINE-ENTRY OCCURS 250 TIMES
            INDEXED BY WS-LINE-IDX.
        10  LN-DELETED-FLAG         PIC X(01).
            88  LN-DELETED                 VALUE "Y".
        10  LN-RECORD-KEY           PIC X(256).
        10  LN-LINE-TEXT            PIC X(280).
01  WS-ACTIVE-LINE-COUNT    PIC 9(03) VALUE 0.
01  WS-CONFIG-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-CONFIG-FILE      VALUE "Y".
01  WS-LINE-FOUND-FLAG      PIC X(01) VALUE "N".
    88  WS-LINE-FOUND              VALUE "Y".

*> ------------------------------------------------------------------
*> Every camera mapped to a drop folder ("D") or scheduled ("S") once
*> those two tables have been maintained -- what the other tables'
*> site/camera fields are checked against
*> ------------------------------------------------------------------
01  WS-KNOWN-CAMERA-TABLE.
    05  WS-KNOWN-CAMERA-COUNT       PIC 9(03) VALUE 0.
    05  WS-KNOWN-CAMERA-ENTRY OCCURS 100 TIMES
            INDEXED BY WS-KNOWN-IDX.
        10  KC-SITE-ID              PIC X(10).
        10  KC-CAMERA-ID            PIC X(10).
        10  KC-MAPPED-FLAG          PIC X(01).
            88  KC-MAPPED                  VALUE "Y".
01  WS-LOOKUP-SITE-ID       PIC X(10) VALUE SPACES.
01  WS-LOOKUP-CAMERA-ID     PIC X(10) VALUE SPACES.
01  WS-CAMERA-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-CAMERA-FOUND            VALUE "Y".
01  WS-SITE-FOUND-FLAG      PIC X(01) VALUE "N".
    88  WS-SITE-FOUND              VALUE "Y".

*> ------------------------------------------------------------------
*> One line taken apart -- comma-separated fields, the text after the
*> second comma (a watchlist note may itself hold commas; an ROI is a
*> list of points), and the key the line is found by
*> ------------------------------------------------------------------
01  WS-PARSE-LINE           PIC X(280) VALUE SPACES.
01  WS-FIELD-SCRATCH.
    05  CF-FIELD-TEXT OCCURS 10 TIMES PIC X(256).
01  WS-FIELD-COUNT          PIC 9(02) VALUE 0.
01  WS-REST-TEXT            PIC X(280) VALUE SPACES.
01  WS-REST-FIELD-1         PIC X(256) VALUE SPACES.
01  WS-REST-FIELD-2         PIC X(256) VALUE SPACES.
01  WS-UNSTRING-PTR         PIC 9(03) VALUE 1.
01  WS-PARSE-KEY            PIC X(256) VALUE SPACES.
01  WS-KEY-LENGTH           PIC 9(03) VALUE 0.

*> The transaction's line as validated, and why it was turned down
01  WS-NEW-LINE             PIC X(280) VALUE SPACES.
01  WS-CHECK-REASON         PIC X(50) VALUE SPACES.

*> CHECK-DATE-FIELD / CHECK-NUMBER-FIELD working fields
01  WS-DATE-TEXT            PIC X(256) VALUE SPACES.
01  WS-DATE-NUMERIC         PIC 9(08) VALUE 0.
01  WS-DATE-VALID-FLAG      PIC X(01) VALUE "N".
    88  WS-DATE-VALID              VALUE "Y".
01  WS-NUMBER-TEXT          PIC X(256) VALUE SPACES.
01  WS-NUMBER-NAME          PIC X(20) VALUE SPACES.
01  WS-NUMBER-MAXIMUM       PIC 9(07)V9(02) VALUE 0.
01  WS-NUMBER-DECIMALS-FLAG PIC X(01) VALUE "N".
    88  WS-NUMBER-MAY-HAVE-DECIMALS VALUE "Y".
01  WS-NUMBER-VALUE         PIC S9(09)V9(02) VALUE 0.
01  WS-OPEN-HOUR            PIC 9(02) VALUE 0.
01  WS-CLOSE-HOUR           PIC 9(02) VALUE 0.

*> ROI points, x,y pairs -- ANPRALGN takes up to eight corners
01  WS-ROI-POINT-SCRATCH.
    05  RP-FIELD-TEXT OCCURS 17 TIMES PIC X(08).
01  WS-ROI-VALUE-COUNT      PIC 9(02) VALUE 0.
01  WS-ROI-POINT-IDX        PIC 9(02) VALUE 0.

*> MODE=HISTORY
01  WS-AUDIT-EOF-FLAG       PIC X(01) VALUE "N".
    88  WS-END-OF-AUDIT-FILE       VALUE "Y".
01  WS-HISTORY-COUNT        PIC 9(05) VALUE 0.

*> Run counters
01  WS-APPLIED-COUNT        PIC 9(05) VALUE 0.
01  WS-REJECTED-COUNT       PIC 9(05) VALUE 0.
01  WS-FAILED-COUNT         PIC 9(05) VALUE 0.
01  WS-ARCHIVE-FAILED-FLAG  PIC X(01) VALUE "N".
    88  WS-ARCHIVE-FAILED          VALUE "Y".

*> TRANS= and CONFIG= go into shell commands -- same allowlist as
*> CHECK-INPUT-DIR-SAFE in anprrecon.cbl
01  WS-PATH-CHECK-TEXT      PIC X(256) VALUE SPACES.
01  WS-PATH-VALID-FLAG      PIC X(01) VALUE "Y".
    88  WS-PATH-SAFE               VALUE "Y".
01  WS-PATH-SCAN-INDEX      PIC 9(03) VALUE 0.
01  WS-PATH-SCAN-CHAR       PIC X(01) VALUE SPACE.
01  WS-SUMMARY-IDX          PIC 9(02) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Config Table Maintenance ===".
    DISPLAY " ".

    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE

    IF WS-MODE-HISTORY
        PERFORM RUN-HISTORY-MODE
        STOP RUN
    END-IF

    PERFORM TAKE-PENDING-TRANSACTIONS
    PERFORM LOAD-PENDING-TRANSACTIONS
    IF WS-TRANS-OVERFLOWED
        DISPLAY "More than 500 transactions in ",
                FUNCTION TRIM(WS-TRANS-FILE-PATH),
                " -- none applied; split the file and run again"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-TRANS-COUNT = 0
        DISPLAY "No pending transactions in ",
                FUNCTION TRIM(WS-TRANS-PENDING-PATH)
        PERFORM DISCARD-EMPTY-TRANSACTION-FILE
        STOP RUN
    END-IF

    *> Nothing is changed unless the change can be recorded
    OPEN EXTEND ANPR-CONFIG-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT ANPR-CONFIG-AUDIT-FILE
    END-IF
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "Could not open the audit trail ",
                FUNCTION TRIM(WS-AUDIT-FILE-PATH),
                " (status ", WS-AUDIT-FILE-STATUS,
                ") -- transactions left pending for the next run"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 0 TO WS-KNOWN-CAMERA-COUNT
    PERFORM PROCESS-ONE-CONFIG-TABLE
        VARYING WS-TABLE-NUMBER FROM 1 BY 1
        UNTIL WS-TABLE-NUMBER > 7
    PERFORM REJECT-UNPROCESSED-TRANSACTION
        VARYING WS-TRN-IDX FROM 1 BY 1
        UNTIL WS-TRN-IDX > WS-TRANS-COUNT

    PERFORM WRITE-ONE-AUDIT-RECORD
        VARYING WS-TRN-IDX FROM 1 BY 1
        UNTIL WS-TRN-IDX > WS-TRANS-COUNT
    CLOSE ANPR-CONFIG-AUDIT-FILE
    PERFORM ARCHIVE-TRANSACTION-FILE

    PERFORM PRINT-RUN-SUMMARY
    IF WS-REJECTED-COUNT > 0 OR WS-FAILED-COUNT > 0
        OR WS-ARCHIVE-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
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
        WHEN "MODE"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO WS-RUN-MODE
            IF NOT WS-MODE-APPLY AND NOT WS-MODE-HISTORY
                DISPLAY "MODE= must be APPLY or HISTORY, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "TRANS"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-TRANS-PENDING-PATH
            MOVE WS-TRANS-PENDING-PATH TO WS-PATH-CHECK-TEXT
            PERFORM CHECK-PATH-ARGUMENT-SAFE
        WHEN "CONFIG"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-CONFIG-DIR
            MOVE WS-CONFIG-DIR TO WS-PATH-CHECK-TEXT
            PERFORM CHECK-PATH-ARGUMENT-SAFE
        WHEN "KEY"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO WS-HISTORY-KEY
        WHEN "TABLE"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO WS-HISTORY-TABLE
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

CHECK-PATH-ARGUMENT-SAFE.
    MOVE "Y" TO WS-PATH-VALID-FLAG
    IF WS-PATH-CHECK-TEXT = SPACES
        MOVE "N" TO WS-PATH-VALID-FLAG
    END-IF
    PERFORM CHECK-ONE-PATH-CHAR
        VARYING WS-PATH-SCAN-INDEX FROM 1 BY 1
        UNTIL WS-PATH-SCAN-INDEX >
              FUNCTION LENGTH(FUNCTION TRIM(WS-PATH-CHECK-TEXT))
    IF NOT WS-PATH-SAFE
        DISPLAY FUNCTION TRIM(WS-CMD-ARG-KEYWORD),
                "= contains unsupported characters, rejecting: ",
                FUNCTION TRIM(WS-PATH-CHECK-TEXT)
        MOVE "N" TO WS-ARG-VALID-FLAG
    END-IF.

CHECK-ONE-PATH-CHAR.
    MOVE WS-PATH-CHECK-TEXT(WS-PATH-SCAN-INDEX:1) TO WS-PATH-SCAN-CHAR
    IF WS-PATH-SCAN-CHAR = SPACE
        OR (WS-PATH-SCAN-CHAR NOT ALPHABETIC
            AND WS-PATH-SCAN-CHAR NOT NUMERIC
            AND WS-PATH-SCAN-CHAR NOT = "_"
            AND WS-PATH-SCAN-CHAR NOT = "."
            AND WS-PATH-SCAN-CHAR NOT = "/"
            AND WS-PATH-SCAN-CHAR NOT = "-")
        MOVE "N" TO WS-PATH-VALID-FLAG
    END-IF.

*> ========================================================================
*> RUN-HISTORY-MODE: list the audit trail for one key (and table), in
*> the order the changes were made -- or the whole trail when neither
*> is given
*> ========================================================================
RUN-HISTORY-MODE.
    IF WS-HISTORY-KEY = SPACES AND WS-HISTORY-TABLE = SPACES
        DISPLAY "Config changes, all tables:"
    ELSE
        IF WS-HISTORY-TABLE = SPACES
            DISPLAY "Config changes for ",
                    FUNCTION TRIM(WS-HISTORY-KEY), ":"
        ELSE
            DISPLAY "Config changes for ",
                    FUNCTION TRIM(WS-HISTORY-TABLE), " ",
                    FUNCTION TRIM(WS-HISTORY-KEY), ":"
        END-IF
    END-IF
    MOVE 0 TO WS-HISTORY-COUNT
    OPEN INPUT ANPR-CONFIG-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS = "00"
        MOVE "N" TO WS-AUDIT-EOF-FLAG
        PERFORM LIST-NEXT-AUDIT-RECORD UNTIL WS-END-OF-AUDIT-FILE
        CLOSE ANPR-CONFIG-AUDIT-FILE
    ELSE
        DISPLAY "  No audit trail at ", FUNCTION TRIM(WS-AUDIT-FILE-PATH)
    END-IF
    DISPLAY " "
    DISPLAY "Transactions listed: " WS-HISTORY-COUNT.

LIST-NEXT-AUDIT-RECORD.
    READ ANPR-CONFIG-AUDIT-FILE
        AT END
            MOVE "Y" TO WS-AUDIT-EOF-FLAG
        NOT AT END
            IF (WS-HISTORY-KEY = SPACES
                OR FUNCTION UPPER-CASE(CA-RECORD-KEY) = WS-HISTORY-KEY)
                AND (WS-HISTORY-TABLE = SPACES
                     OR CA-TABLE-NAME = WS-HISTORY-TABLE)
                PERFORM SHOW-AUDIT-RECORD
            END-IF
    END-READ.

SHOW-AUDIT-RECORD.
    ADD 1 TO WS-HISTORY-COUNT
    DISPLAY " "
    DISPLAY "  ", CA-PROCESSED-TIMESTAMP(1:8), " ",
            CA-PROCESSED-TIMESTAMP(9:6), "  ", CA-TABLE-NAME, " ",
            CA-ACTION, " ", CA-OUTCOME, " by ",
            FUNCTION TRIM(CA-OPERATOR-ID), " -- ",
            FUNCTION TRIM(CA-REASON)
    DISPLAY "      key:    ", FUNCTION TRIM(CA-RECORD-KEY)
    IF CA-BEFORE-LINE NOT = SPACES
        DISPLAY "      before: ", FUNCTION TRIM(CA-BEFORE-LINE)
    END-IF
    IF CA-AFTER-LINE NOT = SPACES
        DISPLAY "      after:  ", FUNCTION TRIM(CA-AFTER-LINE)
    END-IF
    IF CA-REJECT-REASON NOT = SPACES
        DISPLAY "      reason: ", FUNCTION TRIM(CA-REJECT-REASON)
    END-IF.

*> ========================================================================
*> TAKE-PENDING-TRANSACTIONS: rename the pending file to its working
*> name, the way LOAD-MANUAL-EXITS in anprpark.cbl takes its file. A
*> working file already there was left by a run that stopped before
*> moving it aside; it is applied as it stands and the pending file
*> waits for the next run.
*> ========================================================================
TAKE-PENDING-TRANSACTIONS.
    MOVE SPACES TO WS-TRANS-FILE-PATH
    STRING FUNCTION TRIM(WS-TRANS-PENDING-PATH), ".work"
        DELIMITED BY SIZE INTO WS-TRANS-FILE-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "test -e " FUNCTION TRIM(WS-TRANS-FILE-PATH),
        " || mv -f " FUNCTION TRIM(WS-TRANS-PENDING-PATH), " ",
        FUNCTION TRIM(WS-TRANS-FILE-PATH), " 2>/dev/null"
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND.

*> A working file with nothing in it would otherwise hold back every
*> pending file after it
DISCARD-EMPTY-TRANSACTION-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "rm -f " FUNCTION TRIM(WS-TRANS-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND.

*> ========================================================================
*> LOAD-PENDING-TRANSACTIONS: everything keyed since the last run, in
*> the order it was keyed
*> ========================================================================
LOAD-PENDING-TRANSACTIONS.
    MOVE 0 TO WS-TRANS-COUNT
    MOVE "N" TO WS-TRANS-OVERFLOW-FLAG
    OPEN INPUT ANPR-CONFIG-TRANS-FILE
    IF WS-TRANS-FILE-STATUS = "00"
        MOVE "N" TO WS-TRANS-EOF-FLAG
        PERFORM LOAD-NEXT-PENDING-TRANSACTION
            UNTIL WS-END-OF-TRANSACTIONS
        CLOSE ANPR-CONFIG-TRANS-FILE
    END-IF.

LOAD-NEXT-PENDING-TRANSACTION.
    READ ANPR-CONFIG-TRANS-FILE
        AT END
            MOVE "Y" TO WS-TRANS-EOF-FLAG
        NOT AT END
            IF CONFIG-TRANS-FILE-RECORD NOT = SPACES
                PERFORM STORE-PENDING-TRANSACTION
            END-IF
    END-READ.

STORE-PENDING-TRANSACTION.
    IF WS-TRANS-COUNT < 500
        ADD 1 TO WS-TRANS-COUNT
        SET WS-TRN-IDX TO WS-TRANS-COUNT
        MOVE CONFIG-TRANS-FILE-RECORD TO TR-KEYED-FIELDS(WS-TRN-IDX)
        MOVE FUNCTION UPPER-CASE(TR-TABLE-NAME(WS-TRN-IDX))
            TO TR-TABLE-NAME(WS-TRN-IDX)
        MOVE FUNCTION UPPER-CASE(TR-ACTION(WS-TRN-IDX))
            TO TR-ACTION(WS-TRN-IDX)
        MOVE SPACES TO TR-OUTCOME(WS-TRN-IDX)
        MOVE SPACES TO TR-RECORD-KEY(WS-TRN-IDX)
        MOVE SPACES TO TR-REJECT-REASON(WS-TRN-IDX)
        MOVE SPACES TO TR-BEFORE-LINE(WS-TRN-IDX)
        MOVE SPACES TO TR-AFTER-LINE(WS-TRN-IDX)
        MOVE "N" TO TR-AUDITED-FLAG(WS-TRN-IDX)
    ELSE
        MOVE "Y" TO WS-TRANS-OVERFLOW-FLAG
        MOVE "Y" TO WS-TRANS-EOF-FLAG
    END-IF.

*> ========================================================================
*> PROCESS-ONE-CONFIG-TABLE: load one table, apply its transactions,
*> and replace the live file if any were applied. The drop-folder
*> mappings and camera schedules are always loaded, with or without
*> transactions, to give the later tables their list of cameras.
*> ========================================================================
PROCESS-ONE-CONFIG-TABLE.
    PERFORM SET-CONFIG-TABLE-DETAILS
    MOVE WS-CURRENT-TABLE TO TC-TABLE-NAME(WS-TABLE-NUMBER)
    MOVE 0 TO TC-APPLIED-COUNT(WS-TABLE-NUMBER)
    MOVE 0 TO TC-REJECTED-COUNT(WS-TABLE-NUMBER)
    MOVE 0 TO TC-FAILED-COUNT(WS-TABLE-NUMBER)
    MOVE SPACES TO WS-CONFIG-FILE-PATH
    STRING FUNCTION TRIM(WS-CONFIG-DIR), "/"
        FUNCTION TRIM(WS-CURRENT-FILE-NAME)
        DELIMITED BY SIZE INTO WS-CONFIG-FILE-PATH
    END-STRING

    MOVE 0 TO WS-TABLE-TRANS-COUNT
    PERFORM COUNT-TABLE-TRANSACTION
        VARYING WS-TRN-IDX FROM 1 BY 1
        UNTIL WS-TRN-IDX > WS-TRANS-COUNT
    IF WS-TABLE-TRANS-COUNT > 0
        OR WS-CURRENT-DIRSITES OR WS-CURRENT-CAMSCHED
        PERFORM LOAD-CONFIG-LINES
    END-IF

    IF WS-TABLE-TRANS-COUNT > 0
        MOVE 0 TO WS-TABLE-APPLIED-COUNT
        PERFORM APPLY-ONE-TRANSACTION
            VARYING WS-TRN-IDX FROM 1 BY 1
            UNTIL WS-TRN-IDX > WS-TRANS-COUNT
        IF WS-TABLE-APPLIED-COUNT > 0
            PERFORM REPLACE-CONFIG-FILE
        END-IF
        PERFORM WRITE-TABLE-AUDIT-RECORDS
    END-IF

    IF WS-CURRENT-DIRSITES OR WS-CURRENT-CAMSCHED
        PERFORM NOTE-ONE-KNOWN-CAMERA
            VARYING WS-LINE-IDX FROM 1 BY 1
            UNTIL WS-LINE-IDX > WS-LINE-COUNT
    END-IF.

SET-CONFIG-TABLE-DETAILS.
    EVALUATE WS-TABLE-NUMBER
        WHEN 1
            MOVE "DIRSITES" TO WS-CURRENT-TABLE
            MOVE "dirsites.dat" TO WS-CURRENT-FILE-NAME
            MOVE 50 TO WS-CURRENT-LINE-LIMIT
        WHEN 2
            MOVE "CAMSCHED" TO WS-CURRENT-TABLE
            MOVE "camsched.dat" TO WS-CURRENT-FILE-NAME
            MOVE 50 TO WS-CURRENT-LINE-LIMIT
        WHEN 3
            MOVE "PERMITS" TO WS-CURRENT-TABLE
            MOVE "permits.dat" TO WS-CURRENT-FILE-NAME
            MOVE 200 TO WS-CURRENT-LINE-LIMIT
        WHEN 4
            MOVE "WATCHLIST" TO WS-CURRENT-TABLE
            MOVE "watchlist.dat" TO WS-CURRENT-FILE-NAME
            MOVE 200 TO WS-CURRENT-LINE-LIMIT
        WHEN 5
            MOVE "TARIFFS" TO WS-CURRENT-TABLE
            MOVE "tariffs.dat" TO WS-CURRENT-FILE-NAME
            MOVE 50 TO WS-CURRENT-LINE-LIMIT
        WHEN 6
            MOVE "DEBOUNCE" TO WS-CURRENT-TABLE
            MOVE "debounce.dat" TO WS-CURRENT-FILE-NAME
            MOVE 50 TO WS-CURRENT-LINE-LIMIT
        WHEN OTHER
            MOVE "ROISITES" TO WS-CURRENT-TABLE
            MOVE "roisites.dat" TO WS-CURRENT-FILE-NAME
            MOVE 50 TO WS-CURRENT-LINE-LIMIT
    END-EVALUATE.

COUNT-TABLE-TRANSACTION.
    IF TR-TABLE-NAME(WS-TRN-IDX) = WS-CURRENT-TABLE
        ADD 1 TO WS-TABLE-TRANS-COUNT
    END-IF.

*> ========================================================================
*> LOAD-CONFIG-LINES: the live file into WS-LINE-TABLE, each line with
*> its key. A file not there yet is an empty table (the first add
*> creates it); one that will not open is left alone and every
*> transaction against it is turned down.
*> ========================================================================
LOAD-CONFIG-LINES.
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-ACTIVE-LINE-COUNT
    MOVE "Y" TO WS-TABLE-READ-FLAG
    OPEN INPUT ANPR-CONFIG-FILE
    EVALUATE WS-CONFIG-FILE-STATUS
        WHEN "00"
            MOVE "N" TO WS-CONFIG-EOF-FLAG
            PERFORM LOAD-NEXT-CONFIG-LINE UNTIL WS-END-OF-CONFIG-FILE
            CLOSE ANPR-CONFIG-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Could not read ", FUNCTION TRIM(WS-CONFIG-FILE-PATH),
                    " (status ", WS-CONFIG-FILE-STATUS, ")"
            MOVE "N" TO WS-TABLE-READ-FLAG
    END-EVALUATE.

LOAD-NEXT-CONFIG-LINE.
    READ ANPR-CONFIG-FILE
        AT END
            MOVE "Y" TO WS-CONFIG-EOF-FLAG
        NOT AT END
            IF CONFIG-FILE-RECORD NOT = SPACES
                PERFORM STORE-CONFIG-LINE
            END-IF
    END-READ.

STORE-CONFIG-LINE.
    IF WS-LINE-COUNT < 250
        ADD 1 TO WS-LINE-COUNT
        ADD 1 TO WS-ACTIVE-LINE-COUNT
        SET WS-LINE-IDX TO WS-LINE-COUNT
        MOVE "N" TO LN-DELETED-FLAG(WS-LINE-IDX)
        MOVE CONFIG-FILE-RECORD TO LN-LINE-TEXT(WS-LINE-IDX)
        MOVE CONFIG-FILE-RECORD TO WS-PARSE-LINE
        PERFORM PARSE-CONFIG-LINE
        MOVE WS-PARSE-KEY TO LN-RECORD-KEY(WS-LINE-IDX)
    ELSE
        DISPLAY "Too many lines in ", FUNCTION TRIM(WS-CONFIG-FILE-PATH),
                " -- table left alone"
        MOVE "N" TO WS-TABLE-READ-FLAG
        MOVE "Y" TO WS-CONFIG-EOF-FLAG
    END-IF.

*> ========================================================================
*> PARSE-CONFIG-LINE: split WS-PARSE-LINE into its fields for the
*> current table and derive the key it is found by. Plates are keyed
*> in upper case, the way the engine reports them; an input directory
*> without its trailing slashes, the way LOAD-DIR-SITE-TABLE in
*> anpr.cbl matches it.
*> ========================================================================
PARSE-CONFIG-LINE.
    MOVE SPACES TO WS-FIELD-SCRATCH
    MOVE 0 TO WS-FIELD-COUNT
    UNSTRING WS-PARSE-LINE DELIMITED BY ","
        INTO CF-FIELD-TEXT(1) CF-FIELD-TEXT(2) CF-FIELD-TEXT(3)
             CF-FIELD-TEXT(4) CF-FIELD-TEXT(5) CF-FIELD-TEXT(6)
             CF-FIELD-TEXT(7) CF-FIELD-TEXT(8) CF-FIELD-TEXT(9)
             CF-FIELD-TEXT(10)
        TALLYING IN WS-FIELD-COUNT
    END-UNSTRING
    MOVE SPACES TO WS-REST-TEXT
    MOVE 1 TO WS-UNSTRING-PTR
    UNSTRING WS-PARSE-LINE DELIMITED BY ","
        INTO WS-REST-FIELD-1 WS-REST-FIELD-2
        WITH POINTER WS-UNSTRING-PTR
    END-UNSTRING
    IF WS-UNSTRING-PTR <= FUNCTION LENGTH(WS-PARSE-LINE)
        MOVE WS-PARSE-LINE(WS-UNSTRING-PTR:) TO WS-REST-TEXT
    END-IF

    MOVE SPACES TO WS-PARSE-KEY
    EVALUATE TRUE
        WHEN WS-CURRENT-PERMITS OR WS-CURRENT-WATCHLIST
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CF-FIELD-TEXT(1)))
                TO WS-PARSE-KEY
        WHEN WS-CURRENT-TARIFFS
            MOVE FUNCTION TRIM(CF-FIELD-TEXT(1)) TO WS-PARSE-KEY
        WHEN WS-CURRENT-DIRSITES
            MOVE FUNCTION TRIM(CF-FIELD-TEXT(1)) TO WS-PARSE-KEY
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARSE-KEY))
                TO WS-KEY-LENGTH
            PERFORM STRIP-TRAILING-KEY-SLASH
                UNTIL WS-KEY-LENGTH < 2
                   OR WS-PARSE-KEY(WS-KEY-LENGTH:1) NOT = "/"
        WHEN OTHER
            IF CF-FIELD-TEXT(1) NOT = SPACES
                AND CF-FIELD-TEXT(2) NOT = SPACES
                STRING FUNCTION TRIM(CF-FIELD-TEXT(1)), ","
                    FUNCTION TRIM(CF-FIELD-TEXT(2))
                    DELIMITED BY SIZE INTO WS-PARSE-KEY
                END-STRING
            END-IF
    END-EVALUATE.

STRIP-TRAILING-KEY-SLASH.
    MOVE SPACE TO WS-PARSE-KEY(WS-KEY-LENGTH:1)
    SUBTRACT 1 FROM WS-KEY-LENGTH.

FIND-LINE-BY-KEY.
    MOVE "N" TO WS-LINE-FOUND-FLAG
    IF WS-LINE-COUNT > 0
        SET WS-LINE-IDX TO 1
        SEARCH WS-LINE-ENTRY
            AT END
                CONTINUE
            WHEN WS-LINE-IDX <= WS-LINE-COUNT
                 AND LN-RECORD-KEY(WS-LINE-IDX) = WS-PARSE-KEY
                 AND NOT LN-DELETED(WS-LINE-IDX)
                MOVE "Y" TO WS-LINE-FOUND-FLAG
        END-SEARCH
    END-IF.

*> ========================================================================
*> APPLY-ONE-TRANSACTION: validate one of this table's transactions
*> against the table as it stands and, if nothing is wrong with it,
*> make the change in WS-LINE-TABLE. The first failing check is the
*> reason recorded.
*> ========================================================================
APPLY-ONE-TRANSACTION.
    IF TR-TABLE-NAME(WS-TRN-IDX) = WS-CURRENT-TABLE
        MOVE TR-CONFIG-LINE(WS-TRN-IDX) TO WS-PARSE-LINE
        PERFORM PARSE-CONFIG-LINE
        MOVE WS-PARSE-KEY TO TR-RECORD-KEY(WS-TRN-IDX)
        MOVE SPACES TO WS-CHECK-REASON
        MOVE SPACES TO WS-NEW-LINE
        EVALUATE TRUE
            WHEN TR-OPERATOR-ID(WS-TRN-IDX) = SPACES
                MOVE "No operator ID" TO WS-CHECK-REASON
            WHEN TR-REASON(WS-TRN-IDX) = SPACES
                MOVE "No reason given for the change" TO WS-CHECK-REASON
            WHEN NOT TR-ADD(WS-TRN-IDX) AND NOT TR-CHANGE(WS-TRN-IDX)
                 AND NOT TR-DELETE(WS-TRN-IDX)
                MOVE "Action is not A, C or D" TO WS-CHECK-REASON
            WHEN NOT WS-TABLE-READABLE
                MOVE "Table file could not be read" TO WS-CHECK-REASON
            WHEN WS-PARSE-KEY = SPACES
                MOVE "No key at the front of the line"
                    TO WS-CHECK-REASON
            WHEN OTHER
                PERFORM FIND-LINE-BY-KEY
                EVALUATE TRUE
                    WHEN TR-ADD(WS-TRN-IDX) AND WS-LINE-FOUND
                        MOVE "Already in the table -- use a change"
                            TO WS-CHECK-REASON
                    WHEN NOT TR-ADD(WS-TRN-IDX) AND NOT WS-LINE-FOUND
                        MOVE "Not in the table" TO WS-CHECK-REASON
                    WHEN TR-ADD(WS-TRN-IDX)
                         AND WS-ACTIVE-LINE-COUNT
                             >= WS-CURRENT-LINE-LIMIT
                        STRING "Table is full -- its limit is "
                            WS-CURRENT-LINE-LIMIT, " lines"
                            DELIMITED BY SIZE INTO WS-CHECK-REASON
                        END-STRING
                    WHEN TR-ADD(WS-TRN-IDX) AND WS-LINE-COUNT >= 250
                        MOVE "Table is full" TO WS-CHECK-REASON
                    WHEN NOT TR-DELETE(WS-TRN-IDX)
                        PERFORM VALIDATE-CONFIG-LINE
                END-EVALUATE
        END-EVALUATE

        IF WS-CHECK-REASON = SPACES
            AND TR-CHANGE(WS-TRN-IDX)
            AND WS-NEW-LINE = LN-LINE-TEXT(WS-LINE-IDX)
            MOVE "Line already reads that way" TO WS-CHECK-REASON
        END-IF

        IF WS-CHECK-REASON = SPACES
            PERFORM MAKE-TABLE-CHANGE
            MOVE "APPLIED" TO TR-OUTCOME(WS-TRN-IDX)
            ADD 1 TO WS-TABLE-APPLIED-COUNT
            ADD 1 TO TC-APPLIED-COUNT(WS-TABLE-NUMBER)
            ADD 1 TO WS-APPLIED-COUNT
        ELSE
            MOVE "REJECTED" TO TR-OUTCOME(WS-TRN-IDX)
            MOVE WS-CHECK-REASON TO TR-REJECT-REASON(WS-TRN-IDX)
            *> Kept as it would have read, or as keyed if it never got
            *> that far
            IF WS-NEW-LINE NOT = SPACES
                MOVE WS-NEW-LINE TO TR-AFTER-LINE(WS-TRN-IDX)
            ELSE
                MOVE TR-CONFIG-LINE(WS-TRN-IDX) TO TR-AFTER-LINE(WS-TRN-IDX)
            END-IF
            ADD 1 TO TC-REJECTED-COUNT(WS-TABLE-NUMBER)
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "  Rejected ", WS-CURRENT-TABLE, " ",
                    TR-ACTION(WS-TRN-IDX), " ",
                    FUNCTION TRIM(TR-RECORD-KEY(WS-TRN-IDX)),
                    ": ", FUNCTION TRIM(WS-CHECK-REASON)
        END-IF
    END-IF.

*> WS-LINE-IDX is still on the line FIND-LINE-BY-KEY found for a
*> change or delete
MAKE-TABLE-CHANGE.
    EVALUATE TRUE
        WHEN TR-ADD(WS-TRN-IDX)
            ADD 1 TO WS-LINE-COUNT
            ADD 1 TO WS-ACTIVE-LINE-COUNT
            SET WS-LINE-IDX TO WS-LINE-COUNT
            MOVE "N" TO LN-DELETED-FLAG(WS-LINE-IDX)
            MOVE WS-PARSE-KEY TO LN-RECORD-KEY(WS-LINE-IDX)
            MOVE WS-NEW-LINE TO LN-LINE-TEXT(WS-LINE-IDX)
            MOVE WS-NEW-LINE TO TR-AFTER-LINE(WS-TRN-IDX)
        WHEN TR-CHANGE(WS-TRN-IDX)
            MOVE LN-LINE-TEXT(WS-LINE-IDX) TO TR-BEFORE-LINE(WS-TRN-IDX)
            MOVE WS-NEW-LINE TO LN-LINE-TEXT(WS-LINE-IDX)
            MOVE WS-NEW-LINE TO TR-AFTER-LINE(WS-TRN-IDX)
        WHEN OTHER
            MOVE LN-LINE-TEXT(WS-LINE-IDX) TO TR-BEFORE-LINE(WS-TRN-IDX)
            MOVE "Y" TO LN-DELETED-FLAG(WS-LINE-IDX)
            SUBTRACT 1 FROM WS-ACTIVE-LINE-COUNT
    END-EVALUATE.

*> ========================================================================
*> VALIDATE-CONFIG-LINE: check an add or change line field by field for
*> its table and build it as it will be written (fields trimmed,
*> plates and categories upper-cased), into WS-NEW-LINE
*> ========================================================================
VALIDATE-CONFIG-LINE.
    EVALUATE TRUE
        WHEN WS-CURRENT-PERMITS
            PERFORM VALIDATE-PERMIT-LINE
        WHEN WS-CURRENT-WATCHLIST
            PERFORM VALIDATE-WATCHLIST-LINE
        WHEN WS-CURRENT-TARIFFS
            PERFORM VALIDATE-TARIFF-LINE
        WHEN WS-CURRENT-DEBOUNCE
            PERFORM VALIDATE-DEBOUNCE-LINE
        WHEN WS-CURRENT-CAMSCHED
            PERFORM VALIDATE-CAMSCHED-LINE
        WHEN WS-CURRENT-DIRSITES
            PERFORM VALIDATE-DIRSITE-LINE
        WHEN OTHER
            PERFORM VALIDATE-ROI-LINE
    END-EVALUATE.

*> plate,site|ALL,from,to,type -- the dates the same YYYYMMDD that
*> CHECK-ONE-PERMIT-EXPIRY in anprpark.cbl compares
VALIDATE-PERMIT-LINE.
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(2)) TO WS-LOOKUP-SITE-ID
    IF FUNCTION UPPER-CASE(WS-LOOKUP-SITE-ID) = "ALL"
        MOVE "ALL" TO WS-LOOKUP-SITE-ID
        MOVE "Y" TO WS-SITE-FOUND-FLAG
    ELSE
        PERFORM FIND-KNOWN-SITE
    END-IF
    EVALUATE TRUE
        WHEN WS-FIELD-COUNT NOT = 5
            MOVE "Permit line is plate,site,from,to,type"
                TO WS-CHECK-REASON
        WHEN FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(1))) > 32
            MOVE "Plate longer than 32 characters" TO WS-CHECK-REASON
        WHEN NOT WS-SITE-FOUND
            MOVE "Site not in dirsites.dat or camsched.dat"
                TO WS-CHECK-REASON
        WHEN CF-FIELD-TEXT(5) = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(5))) > 10
            MOVE "Permit type missing or longer than 10"
                TO WS-CHECK-REASON
        WHEN OTHER
            MOVE CF-FIELD-TEXT(3) TO WS-DATE-TEXT
            PERFORM CHECK-DATE-FIELD
            IF NOT WS-DATE-VALID
                MOVE "Valid-from is not a real YYYYMMDD date"
                    TO WS-CHECK-REASON
            END-IF
            MOVE CF-FIELD-TEXT(4) TO WS-DATE-TEXT
            PERFORM CHECK-DATE-FIELD
            IF NOT WS-DATE-VALID AND WS-CHECK-REASON = SPACES
                MOVE "Valid-to is not a real YYYYMMDD date"
                    TO WS-CHECK-REASON
            END-IF
            IF WS-CHECK-REASON = SPACES
                AND FUNCTION TRIM(CF-FIELD-TEXT(3))
                    > FUNCTION TRIM(CF-FIELD-TEXT(4))
                MOVE "Valid-from is after valid-to" TO WS-CHECK-REASON
            END-IF
    END-EVALUATE
    STRING FUNCTION UPPER-CASE(FUNCTION TRIM(CF-FIELD-TEXT(1))), ","
        FUNCTION TRIM(WS-LOOKUP-SITE-ID), ","
        FUNCTION TRIM(CF-FIELD-TEXT(3)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(4)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(5))
        DELIMITED BY SIZE INTO WS-NEW-LINE
    END-STRING.

*> plate,category,note -- the note runs to the end of the line
VALIDATE-WATCHLIST-LINE.
    EVALUATE TRUE
        WHEN WS-FIELD-COUNT < 2
            MOVE "Watchlist line is plate,category,note"
                TO WS-CHECK-REASON
        WHEN FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(1))) > 32
            MOVE "Plate longer than 32 characters" TO WS-CHECK-REASON
        WHEN CF-FIELD-TEXT(2) = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(2))) > 10
            MOVE "Category missing or longer than 10"
                TO WS-CHECK-REASON
        WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-REST-TEXT)) > 80
            MOVE "Note longer than 80 characters" TO WS-CHECK-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    STRING FUNCTION UPPER-CASE(FUNCTION TRIM(CF-FIELD-TEXT(1))), ","
        FUNCTION UPPER-CASE(FUNCTION TRIM(CF-FIELD-TEXT(2))), ","
        FUNCTION TRIM(WS-REST-TEXT)
        DELIMITED BY SIZE INTO WS-NEW-LINE
    END-STRING.

*> site,code,grace,unit,rate,cap,overnight,car,truck,cycle -- minutes
*> whole, money with up to two decimals, each within its anprtrf.cpy
*> picture
VALIDATE-TARIFF-LINE.
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(1)) TO WS-LOOKUP-SITE-ID
    PERFORM FIND-KNOWN-SITE
    EVALUATE TRUE
        WHEN WS-FIELD-COUNT NOT = 10
            MOVE "Tariff line needs all ten fields" TO WS-CHECK-REASON
        WHEN NOT WS-SITE-FOUND
            MOVE "Site not in dirsites.dat or camsched.dat"
                TO WS-CHECK-REASON
        WHEN CF-FIELD-TEXT(2) = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(2))) > 8
            MOVE "Tariff code missing or longer than 8"
                TO WS-CHECK-REASON
        WHEN OTHER
            MOVE "N" TO WS-NUMBER-DECIMALS-FLAG
            MOVE 9999 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(3) TO WS-NUMBER-TEXT
            MOVE "Grace minutes" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE CF-FIELD-TEXT(4) TO WS-NUMBER-TEXT
            MOVE "Unit minutes" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            IF WS-CHECK-REASON = SPACES AND WS-NUMBER-VALUE = 0
                MOVE "Unit minutes must be at least 1" TO WS-CHECK-REASON
            END-IF
            MOVE "Y" TO WS-NUMBER-DECIMALS-FLAG
            MOVE 99999.99 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(5) TO WS-NUMBER-TEXT
            MOVE "Rate per unit" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE CF-FIELD-TEXT(7) TO WS-NUMBER-TEXT
            MOVE "Overnight charge" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE CF-FIELD-TEXT(8) TO WS-NUMBER-TEXT
            MOVE "Car surcharge" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE CF-FIELD-TEXT(9) TO WS-NUMBER-TEXT
            MOVE "Truck surcharge" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE CF-FIELD-TEXT(10) TO WS-NUMBER-TEXT
            MOVE "Cycle surcharge" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE 9999999.99 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(6) TO WS-NUMBER-TEXT
            MOVE "Daily cap" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
    END-EVALUATE
    STRING FUNCTION TRIM(CF-FIELD-TEXT(1)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(2)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(3)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(4)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(5)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(6)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(7)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(8)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(9)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(10))
        DELIMITED BY SIZE INTO WS-NEW-LINE
    END-STRING.

*> site,camera,seconds
VALIDATE-DEBOUNCE-LINE.
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(1)) TO WS-LOOKUP-SITE-ID
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(2)) TO WS-LOOKUP-CAMERA-ID
    PERFORM FIND-KNOWN-CAMERA
    EVALUATE TRUE
        WHEN WS-FIELD-COUNT NOT = 3
            MOVE "Debounce line is site,camera,seconds"
                TO WS-CHECK-REASON
        WHEN NOT WS-CAMERA-FOUND
            MOVE "Camera not in dirsites.dat or camsched.dat"
                TO WS-CHECK-REASON
        WHEN OTHER
            MOVE "N" TO WS-NUMBER-DECIMALS-FLAG
            MOVE 9999 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(3) TO WS-NUMBER-TEXT
            MOVE "Window seconds" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
    END-EVALUATE
    STRING FUNCTION TRIM(CF-FIELD-TEXT(1)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(2)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(3))
        DELIMITED BY SIZE INTO WS-NEW-LINE
    END-STRING.

*> site,camera,open,close,minreads,silence,rejectpct -- a schedule is
*> only kept for a camera that feeds a drop folder
VALIDATE-CAMSCHED-LINE.
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(1)) TO WS-LOOKUP-SITE-ID
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(2)) TO WS-LOOKUP-CAMERA-ID
    PERFORM FIND-KNOWN-CAMERA
    IF WS-CAMERA-FOUND
        IF NOT KC-MAPPED(WS-KNOWN-IDX)
            MOVE "N" TO WS-CAMERA-FOUND-FLAG
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN WS-FIELD-COUNT NOT = 7
            MOVE "Schedule line needs all seven fields"
                TO WS-CHECK-REASON
        WHEN NOT WS-CAMERA-FOUND
            MOVE "Camera not in dirsites.dat" TO WS-CHECK-REASON
        WHEN OTHER
            MOVE "N" TO WS-NUMBER-DECIMALS-FLAG
            MOVE 23 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(3) TO WS-NUMBER-TEXT
            MOVE "Open hour" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE WS-NUMBER-VALUE TO WS-OPEN-HOUR
            MOVE 24 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(4) TO WS-NUMBER-TEXT
            MOVE "Close hour" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE WS-NUMBER-VALUE TO WS-CLOSE-HOUR
            IF WS-CHECK-REASON = SPACES
                AND WS-OPEN-HOUR >= WS-CLOSE-HOUR
                MOVE "Open hour is not before the close hour"
                    TO WS-CHECK-REASON
            END-IF
            MOVE 9999 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(5) TO WS-NUMBER-TEXT
            MOVE "Minimum reads" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE CF-FIELD-TEXT(6) TO WS-NUMBER-TEXT
            MOVE "Silence minutes" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
            MOVE 100 TO WS-NUMBER-MAXIMUM
            MOVE CF-FIELD-TEXT(7) TO WS-NUMBER-TEXT
            MOVE "Reject percent" TO WS-NUMBER-NAME
            PERFORM CHECK-NUMBER-FIELD
    END-EVALUATE
    STRING FUNCTION TRIM(CF-FIELD-TEXT(1)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(2)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(3)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(4)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(5)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(6)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(7))
        DELIMITED BY SIZE INTO WS-NEW-LINE
    END-STRING.

*> inputdir,site,camera -- this table is where a new camera starts
VALIDATE-DIRSITE-LINE.
    EVALUATE TRUE
        WHEN WS-FIELD-COUNT NOT = 3
            MOVE "Mapping line is inputdir,site,camera"
                TO WS-CHECK-REASON
        WHEN CF-FIELD-TEXT(2) = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(2))) > 10
            MOVE "Site ID missing or longer than 10" TO WS-CHECK-REASON
        WHEN CF-FIELD-TEXT(3) = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(CF-FIELD-TEXT(3))) > 10
            MOVE "Camera ID missing or longer than 10"
                TO WS-CHECK-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    STRING FUNCTION TRIM(CF-FIELD-TEXT(1)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(2)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(3))
        DELIMITED BY SIZE INTO WS-NEW-LINE
    END-STRING.

*> site,camera,x,y,x,y,... -- three to eight corners, whole pixels
VALIDATE-ROI-LINE.
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(1)) TO WS-LOOKUP-SITE-ID
    MOVE FUNCTION TRIM(CF-FIELD-TEXT(2)) TO WS-LOOKUP-CAMERA-ID
    PERFORM FIND-KNOWN-CAMERA
    MOVE SPACES TO WS-ROI-POINT-SCRATCH
    MOVE 0 TO WS-ROI-VALUE-COUNT
    UNSTRING WS-REST-TEXT DELIMITED BY ","
        INTO RP-FIELD-TEXT(1) RP-FIELD-TEXT(2) RP-FIELD-TEXT(3)
             RP-FIELD-TEXT(4) RP-FIELD-TEXT(5) RP-FIELD-TEXT(6)
             RP-FIELD-TEXT(7) RP-FIELD-TEXT(8) RP-FIELD-TEXT(9)
             RP-FIELD-TEXT(10) RP-FIELD-TEXT(11) RP-FIELD-TEXT(12)
             RP-FIELD-TEXT(13) RP-FIELD-TEXT(14) RP-FIELD-TEXT(15)
             RP-FIELD-TEXT(16) RP-FIELD-TEXT(17)
        TALLYING IN WS-ROI-VALUE-COUNT
    END-UNSTRING
    EVALUATE TRUE
        WHEN NOT WS-CAMERA-FOUND
            MOVE "Camera not in dirsites.dat or camsched.dat"
                TO WS-CHECK-REASON
        WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-REST-TEXT)) > 120
            MOVE "Point list longer than 120 characters"
                TO WS-CHECK-REASON
        WHEN WS-ROI-VALUE-COUNT < 6 OR WS-ROI-VALUE-COUNT > 16
             OR FUNCTION MOD(WS-ROI-VALUE-COUNT, 2) NOT = 0
            MOVE "ROI needs three to eight x,y points"
                TO WS-CHECK-REASON
        WHEN OTHER
            MOVE "N" TO WS-NUMBER-DECIMALS-FLAG
            MOVE 99999 TO WS-NUMBER-MAXIMUM
            MOVE "ROI coordinate" TO WS-NUMBER-NAME
            PERFORM CHECK-ONE-ROI-VALUE
                VARYING WS-ROI-POINT-IDX FROM 1 BY 1
                UNTIL WS-ROI-POINT-IDX > WS-ROI-VALUE-COUNT
    END-EVALUATE
    STRING FUNCTION TRIM(CF-FIELD-TEXT(1)), ","
        FUNCTION TRIM(CF-FIELD-TEXT(2)), ","
        FUNCTION TRIM(WS-REST-TEXT)
        DELIMITED BY SIZE INTO WS-NEW-LINE
    END-STRING.

CHECK-ONE-ROI-VALUE.
    MOVE RP-FIELD-TEXT(WS-ROI-POINT-IDX) TO WS-NUMBER-TEXT
    PERFORM CHECK-NUMBER-FIELD.

*> ========================================================================
*> CHECK-DATE-FIELD: WS-DATE-TEXT is a real calendar date, YYYYMMDD
*> ========================================================================
CHECK-DATE-FIELD.
    MOVE "N" TO WS-DATE-VALID-FLAG
    IF WS-DATE-TEXT NOT = SPACES
        AND FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-TEXT)) = 8
        AND FUNCTION TRIM(WS-DATE-TEXT) IS NUMERIC
        MOVE FUNCTION TRIM(WS-DATE-TEXT) TO WS-DATE-NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) = 0
            MOVE "Y" TO WS-DATE-VALID-FLAG
        END-IF
    END-IF.

*> ========================================================================
*> CHECK-NUMBER-FIELD: WS-NUMBER-TEXT is a number no greater than
*> WS-NUMBER-MAXIMUM -- whole unless WS-NUMBER-DECIMALS-FLAG allows a
*> fraction. Leaves its value in WS-NUMBER-VALUE; the first field to
*> fail sets WS-CHECK-REASON, naming the field from WS-NUMBER-NAME.
*> ========================================================================
CHECK-NUMBER-FIELD.
    MOVE 0 TO WS-NUMBER-VALUE
    IF WS-CHECK-REASON = SPACES
        EVALUATE TRUE
            WHEN WS-NUMBER-TEXT = SPACES
                STRING FUNCTION TRIM(WS-NUMBER-NAME), " is missing"
                    DELIMITED BY SIZE INTO WS-CHECK-REASON
                END-STRING
            WHEN NOT WS-NUMBER-MAY-HAVE-DECIMALS
                 AND (FUNCTION TRIM(WS-NUMBER-TEXT) IS NOT NUMERIC
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-NUMBER-TEXT))
                         > 9)
                STRING FUNCTION TRIM(WS-NUMBER-NAME),
                    " is not a whole number"
                    DELIMITED BY SIZE INTO WS-CHECK-REASON
                END-STRING
            WHEN WS-NUMBER-MAY-HAVE-DECIMALS
                 AND FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) NOT = 0
                STRING FUNCTION TRIM(WS-NUMBER-NAME), " is not a number"
                    DELIMITED BY SIZE INTO WS-CHECK-REASON
                END-STRING
            WHEN OTHER
                COMPUTE WS-NUMBER-VALUE = FUNCTION NUMVAL(WS-NUMBER-TEXT)
                    ON SIZE ERROR
                        MOVE 999999999 TO WS-NUMBER-VALUE
                END-COMPUTE
                IF WS-NUMBER-VALUE < 0
                    STRING FUNCTION TRIM(WS-NUMBER-NAME),
                        " is negative"
                        DELIMITED BY SIZE INTO WS-CHECK-REASON
                    END-STRING
                END-IF
                IF WS-NUMBER-VALUE > WS-NUMBER-MAXIMUM
                    STRING FUNCTION TRIM(WS-NUMBER-NAME),
                        " is out of range"
                        DELIMITED BY SIZE INTO WS-CHECK-REASON
                    END-STRING
                END-IF
        END-EVALUATE
    END-IF.

*> ========================================================================
*> FIND-KNOWN-CAMERA / FIND-KNOWN-SITE: is WS-LOOKUP-SITE-ID (and
*> WS-LOOKUP-CAMERA-ID) mapped or scheduled?
*> ========================================================================
FIND-KNOWN-CAMERA.
    MOVE "N" TO WS-CAMERA-FOUND-FLAG
    IF WS-KNOWN-CAMERA-COUNT > 0
        SET WS-KNOWN-IDX TO 1
        SEARCH WS-KNOWN-CAMERA-ENTRY
            AT END
                CONTINUE
            WHEN WS-KNOWN-IDX <= WS-KNOWN-CAMERA-COUNT
                 AND KC-SITE-ID(WS-KNOWN-IDX) = WS-LOOKUP-SITE-ID
                 AND KC-CAMERA-ID(WS-KNOWN-IDX) = WS-LOOKUP-CAMERA-ID
                MOVE "Y" TO WS-CAMERA-FOUND-FLAG
        END-SEARCH
    END-IF.

FIND-KNOWN-SITE.
    MOVE "N" TO WS-SITE-FOUND-FLAG
    IF WS-KNOWN-CAMERA-COUNT > 0
        SET WS-KNOWN-IDX TO 1
        SEARCH WS-KNOWN-CAMERA-ENTRY
            AT END
                CONTINUE
            WHEN WS-KNOWN-IDX <= WS-KNOWN-CAMERA-COUNT
                 AND KC-SITE-ID(WS-KNOWN-IDX) = WS-LOOKUP-SITE-ID
                MOVE "Y" TO WS-SITE-FOUND-FLAG
        END-SEARCH
    END-IF.

*> A mapping's site/camera, or a schedule's -- once each
NOTE-ONE-KNOWN-CAMERA.
    IF NOT LN-DELETED(WS-LINE-IDX)
        MOVE LN-LINE-TEXT(WS-LINE-IDX) TO WS-PARSE-LINE
        PERFORM PARSE-CONFIG-LINE
        IF WS-CURRENT-DIRSITES
            MOVE FUNCTION TRIM(CF-FIELD-TEXT(2)) TO WS-LOOKUP-SITE-ID
            MOVE FUNCTION TRIM(CF-FIELD-TEXT(3)) TO WS-LOOKUP-CAMERA-ID
        ELSE
            MOVE FUNCTION TRIM(CF-FIELD-TEXT(1)) TO WS-LOOKUP-SITE-ID
            MOVE FUNCTION TRIM(CF-FIELD-TEXT(2)) TO WS-LOOKUP-CAMERA-ID
        END-IF
        PERFORM FIND-KNOWN-CAMERA
        IF NOT WS-CAMERA-FOUND AND WS-KNOWN-CAMERA-COUNT < 100
            ADD 1 TO WS-KNOWN-CAMERA-COUNT
            SET WS-KNOWN-IDX TO WS-KNOWN-CAMERA-COUNT
            MOVE WS-LOOKUP-SITE-ID TO KC-SITE-ID(WS-KNOWN-IDX)
            MOVE WS-LOOKUP-CAMERA-ID TO KC-CAMERA-ID(WS-KNOWN-IDX)
            MOVE "N" TO KC-MAPPED-FLAG(WS-KNOWN-IDX)
            MOVE "Y" TO WS-CAMERA-FOUND-FLAG
        END-IF
        IF WS-CAMERA-FOUND AND WS-CURRENT-DIRSITES
            MOVE "Y" TO KC-MAPPED-FLAG(WS-KNOWN-IDX)
        END-IF
    END-IF.

*> ========================================================================
*> REPLACE-CONFIG-FILE: write the table under its ".new" name and move
*> it over the live file in one step, so the watcher's reload never
*> sees half a table. If that cannot be done the live file is as it
*> was, and this table's applied transactions are recorded as failed.
*> ========================================================================
REPLACE-CONFIG-FILE.
    MOVE SPACES TO WS-CONFIG-NEW-PATH
    STRING FUNCTION TRIM(WS-CONFIG-FILE-PATH), ".new"
        DELIMITED BY SIZE INTO WS-CONFIG-NEW-PATH
    END-STRING
    OPEN OUTPUT ANPR-CONFIG-NEW-FILE
    IF WS-CONFIG-NEW-STATUS = "00"
        PERFORM WRITE-ONE-CONFIG-LINE
            VARYING WS-LINE-IDX FROM 1 BY 1
            UNTIL WS-LINE-IDX > WS-LINE-COUNT
        CLOSE ANPR-CONFIG-NEW-FILE
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "mv -f " FUNCTION TRIM(WS-CONFIG-NEW-PATH), " ",
            FUNCTION TRIM(WS-CONFIG-FILE-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING WS-SHELL-COMMAND
    END-IF
    IF WS-CONFIG-NEW-STATUS NOT = "00" OR RETURN-CODE NOT = 0
        DISPLAY "  WARNING: could not replace ",
                FUNCTION TRIM(WS-CONFIG-FILE-PATH),
                " (status ", WS-CONFIG-NEW-STATUS,
                ") -- table left as it was"
        PERFORM FAIL-ONE-APPLIED-TRANSACTION
            VARYING WS-TRN-IDX FROM 1 BY 1
            UNTIL WS-TRN-IDX > WS-TRANS-COUNT
        *> The cameras noted from this table are the live file's
        IF WS-CURRENT-DIRSITES OR WS-CURRENT-CAMSCHED
            PERFORM LOAD-CONFIG-LINES
        END-IF
    ELSE
        DISPLAY "  ", FUNCTION TRIM(WS-CONFIG-FILE-PATH), " replaced, ",
                WS-ACTIVE-LINE-COUNT, " line(s)"
    END-IF.

WRITE-ONE-CONFIG-LINE.
    IF NOT LN-DELETED(WS-LINE-IDX)
        MOVE LN-LINE-TEXT(WS-LINE-IDX) TO CONFIG-NEW-RECORD
        WRITE CONFIG-NEW-RECORD
    END-IF.

FAIL-ONE-APPLIED-TRANSACTION.
    IF TR-TABLE-NAME(WS-TRN-IDX) = WS-CURRENT-TABLE
        AND TR-APPLIED(WS-TRN-IDX)
        MOVE "FAILED" TO TR-OUTCOME(WS-TRN-IDX)
        MOVE "Live file could not be replaced"
            TO TR-REJECT-REASON(WS-TRN-IDX)
        SUBTRACT 1 FROM TC-APPLIED-COUNT(WS-TABLE-NUMBER)
        SUBTRACT 1 FROM WS-APPLIED-COUNT
        ADD 1 TO TC-FAILED-COUNT(WS-TABLE-NUMBER)
        ADD 1 TO WS-FAILED-COUNT
    END-IF.

*> A transaction naming no table this program maintains is never
*> taken up by PROCESS-ONE-CONFIG-TABLE
REJECT-UNPROCESSED-TRANSACTION.
    IF TR-OUTCOME(WS-TRN-IDX) = SPACES
        MOVE "REJECTED" TO TR-OUTCOME(WS-TRN-IDX)
        MOVE "Table name not recognised" TO TR-REJECT-REASON(WS-TRN-IDX)
        ADD 1 TO WS-REJECTED-COUNT
        DISPLAY "  Rejected ", TR-TABLE-NAME(WS-TRN-IDX), " ",
                TR-ACTION(WS-TRN-IDX), ": table name not recognised"
    END-IF.

*> ========================================================================
*> WRITE-TABLE-AUDIT-RECORDS: this table's transactions, straight after
*> its file was replaced or left alone, then the audit file closed so
*> they are on disk before the next table is touched. A trail that
*> cannot be reopened stops the run with the pending file left where it
*> is; the next run takes every transaction up again and records each
*> one, those already applied included.
*> ========================================================================
WRITE-TABLE-AUDIT-RECORDS.
    PERFORM WRITE-ONE-TABLE-AUDIT-RECORD
        VARYING WS-TRN-IDX FROM 1 BY 1
        UNTIL WS-TRN-IDX > WS-TRANS-COUNT
    CLOSE ANPR-CONFIG-AUDIT-FILE
    OPEN EXTEND ANPR-CONFIG-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "Could not reopen the audit trail ",
                FUNCTION TRIM(WS-AUDIT-FILE-PATH),
                " (status ", WS-AUDIT-FILE-STATUS,
                ") -- run stopped with the pending file left in place"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-ONE-TABLE-AUDIT-RECORD.
    IF TR-TABLE-NAME(WS-TRN-IDX) = WS-CURRENT-TABLE
        AND TR-OUTCOME(WS-TRN-IDX) NOT = SPACES
        PERFORM WRITE-ONE-AUDIT-RECORD
    END-IF.

WRITE-ONE-AUDIT-RECORD.
    IF NOT TR-AUDITED(WS-TRN-IDX)
        PERFORM WRITE-AUDIT-RECORD-FIELDS
    END-IF.

WRITE-AUDIT-RECORD-FIELDS.
    MOVE "Y" TO TR-AUDITED-FLAG(WS-TRN-IDX)
    MOVE SPACES TO ANPR-CONFIG-AUDIT-RECORD
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO CA-PROCESSED-TIMESTAMP
    MOVE TR-ENTERED-TIMESTAMP(WS-TRN-IDX) TO CA-ENTERED-TIMESTAMP
    MOVE TR-OPERATOR-ID(WS-TRN-IDX) TO CA-OPERATOR-ID
    MOVE TR-TABLE-NAME(WS-TRN-IDX) TO CA-TABLE-NAME
    MOVE TR-ACTION(WS-TRN-IDX) TO CA-ACTION
    MOVE TR-OUTCOME(WS-TRN-IDX) TO CA-OUTCOME
    MOVE TR-RECORD-KEY(WS-TRN-IDX) TO CA-RECORD-KEY
    MOVE TR-REASON(WS-TRN-IDX) TO CA-REASON
    MOVE TR-REJECT-REASON(WS-TRN-IDX) TO CA-REJECT-REASON
    MOVE TR-BEFORE-LINE(WS-TRN-IDX) TO CA-BEFORE-LINE
    MOVE TR-AFTER-LINE(WS-TRN-IDX) TO CA-AFTER-LINE
    WRITE ANPR-CONFIG-AUDIT-RECORD.

*> Appended rather than renamed, the same as ARCHIVE-ADJUSTMENT-FILE
*> in anprpark.cbl, so a second run the same day adds to the day's
*> copy. A working file that cannot be moved aside is applied again by
*> the next run, where an add or delete already made is rejected (as
*> a duplicate, or as not found) and a change makes no difference.
ARCHIVE-TRANSACTION-FILE.
    MOVE SPACES TO WS-TRANS-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-TRANS-PENDING-PATH), "." WS-TODAY-DATE
        DELIMITED BY SIZE INTO WS-TRANS-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "cat " FUNCTION TRIM(WS-TRANS-FILE-PATH),
        " >> " FUNCTION TRIM(WS-TRANS-ARCHIVE-PATH),
        " && rm -f " FUNCTION TRIM(WS-TRANS-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: could not move ",
                FUNCTION TRIM(WS-TRANS-FILE-PATH), " aside to ",
                FUNCTION TRIM(WS-TRANS-ARCHIVE-PATH)
        MOVE "Y" TO WS-ARCHIVE-FAILED-FLAG
    END-IF.

*> ========================================================================
*> PRINT-RUN-SUMMARY: what happened to each table
*> ========================================================================
PRINT-RUN-SUMMARY.
    DISPLAY " "
    DISPLAY "Config maintenance summary for ", WS-TODAY-DATE, ":"
    DISPLAY "Transactions read..............: " WS-TRANS-COUNT
    PERFORM PRINT-ONE-TABLE-SUMMARY
        VARYING WS-SUMMARY-IDX FROM 1 BY 1
        UNTIL WS-SUMMARY-IDX > 7
    DISPLAY "Applied........................: " WS-APPLIED-COUNT
    DISPLAY "Rejected.......................: " WS-REJECTED-COUNT
    DISPLAY "Failed (file not replaced).....: " WS-FAILED-COUNT
    DISPLAY "Audit trail....................: ",
            FUNCTION TRIM(WS-AUDIT-FILE-PATH).

PRINT-ONE-TABLE-SUMMARY.
    IF TC-APPLIED-COUNT(WS-SUMMARY-IDX) > 0
        OR TC-REJECTED-COUNT(WS-SUMMARY-IDX) > 0
        OR TC-FAILED-COUNT(WS-SUMMARY-IDX) > 0
        DISPLAY "  ", TC-TABLE-NAME(WS-SUMMARY-IDX),
                " applied ", TC-APPLIED-COUNT(WS-SUMMARY-IDX),
                "  rejected ", TC-REJECTED-COUNT(WS-SUMMARY-IDX),
                "  failed ", TC-FAILED-COUNT(WS-SUMMARY-IDX)
    END-IF.

END PROGRAM ANPRCFG.
