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
*> ANPRJOB: nightly job-stream driver.
*>
*> run-anpr-batch.sh only loops ANPR over the countries; the rest of
*> the night -- ANPRRECON per drop folder, ANPRPARK, ANPRPAY, ANPRSUM,
*> ANPROPS, ANPRPURGE and the month-end ANPRSTMT -- used to be started
*> by hand or by separate cron lines in whatever order, and nothing
*> stopped ANPRPARK billing a night ANPRRECON had just failed. This program
*> runs the night's steps in the order config/jobstream.dat lists them
*> (anprjstr.cpy), each from bin/ with its output captured to
*> output/anprjob_<date>_<attempt>_<step>.log, and applies each step's
*> return-code rules: under both, the stream carries on; at or over
*> the warn rule, the step is flagged and the stream carries on; at or
*> over the halt rule, the stream stops after the step and every later
*> step is recorded as not run.
*>
*> Every step of every attempt appends a run-control record to
*> output/anprjob_ctl.dat (anprjctl.cpy) as soon as it ends: start and
*> end time, return code, outcome, and the record count from the
*> step's own summary line where its count label finds one. A rerun
*> for the same DATE= reads those records back and does not repeat a
*> step that already finished -- a completed ANPRPARK, with its
*> billing extract and transmission log entry, is recorded as DONE and
*> the night picks up at the step that failed. A step run per drop
*> folder is tracked folder by folder.
*>
*> Each attempt ends with a one-page batch-window summary of the
*> night -- printed, and written to output/anprjob_summary.<date> for
*> the morning shift -- and RETURN-CODE 0 for a clean night, 4 when a
*> step warned, 8 when the stream stopped or could not start.
*>
*> Runs from src/cobol like every step (run-anpr-nightly.sh sees to
*> that), so the steps' own ../../ paths resolve as usual.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   DATE=YYYYMMDD   the business date of the night (default today)
*>   STREAM=path     job-stream table (default
*>                   ../../config/jobstream.dat)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRJOB.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ANPR-JOB-STREAM-FILE
        ASSIGN DYNAMIC WS-JOB-STREAM-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-STREAM-STATUS.

    SELECT ANPR-DIR-SITE-FILE
        ASSIGN DYNAMIC WS-DIR-SITE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIR-SITE-FILE-STATUS.

    SELECT ANPR-JOB-CONTROL-FILE
        ASSIGN DYNAMIC WS-JOB-CONTROL-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-CONTROL-STATUS.

    *> A finished step's captured console output, read back for its
    *> record count
    SELECT ANPR-STEP-LOG-FILE
        ASSIGN DYNAMIC WS-STEP-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-LOG-STATUS.

    SELECT ANPR-JOB-SUMMARY-FILE
        ASSIGN DYNAMIC WS-JOB-SUMMARY-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-SUMMARY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-JOB-STREAM-FILE.
01  JOB-STREAM-LINE                 PIC X(300).

FD  ANPR-DIR-SITE-FILE.
01  DIR-SITE-LINE                   PIC X(300).

FD  ANPR-JOB-CONTROL-FILE.
    COPY "anprjctl.cpy".

FD  ANPR-STEP-LOG-FILE.
01  STEP-LOG-LINE                   PIC X(300).

FD  ANPR-JOB-SUMMARY-FILE.
01  JOB-SUMMARY-RECORD              PIC X(132).

WORKING-STORAGE SECTION.
01  WS-JOB-STREAM-PATH      PIC X(256)
                               VALUE "../../config/jobstream.dat".
01  WS-JOB-STREAM-STATUS    PIC X(02) VALUE SPACES.
01  WS-DIR-SITE-FILE-PATH   PIC X(256)
                               VALUE "../../config/dirsites.dat".
01  WS-DIR-SITE-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-JOB-CONTROL-PATH     PIC X(256)
                               VALUE "../../output/anprjob_ctl.dat".
01  WS-JOB-CONTROL-STATUS   PIC X(02) VALUE SPACES.
01  WS-STEP-LOG-PATH        PIC X(256) VALUE SPACES.
01  WS-STEP-LOG-STATUS      PIC X(02) VALUE SPACES.
01  WS-JOB-SUMMARY-PATH     PIC X(256) VALUE SPACES.
01  WS-JOB-SUMMARY-STATUS   PIC X(02) VALUE SPACES.
01  WS-BIN-DIR              PIC X(40) VALUE "../../bin".
01  WS-SHELL-COMMAND        PIC X(600) VALUE SPACES.
01  WS-SYSTEM-STATUS        PIC S9(09) VALUE 0.

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

*> ------------------------------------------------------------------
*> The night
*> ------------------------------------------------------------------
01  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
01  WS-BUSINESS-DATE-NUM    PIC 9(08) VALUE 0.
01  WS-BUSINESS-MONTH       PIC X(06) VALUE SPACES.
01  WS-NEXT-DAY-NUM         PIC 9(08) VALUE 0.
01  WS-MONTH-END-FLAG       PIC X(01) VALUE "N".
    88  WS-MONTH-END               VALUE "Y".
01  WS-ATTEMPT-NUMBER       PIC 9(03) VALUE 0.
01  WS-ATTEMPT-DISPLAY      PIC Z(2)9.
01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-WINDOW-START         PIC X(14) VALUE SPACES.
01  WS-WINDOW-END           PIC X(14) VALUE SPACES.
01  WS-STREAM-HALT-FLAG     PIC X(01) VALUE "N".
    88  WS-STREAM-HALTED           VALUE "Y".
01  WS-HALTED-STEP-ID       PIC X(08) VALUE SPACES.
01  WS-WARNING-COUNT        PIC 9(03) VALUE 0.
01  WS-STEP-SEQ             PIC 9(02) VALUE 0.

COPY "anprjstr.cpy".
01  WS-STREAM-LINE-COUNT    PIC 9(04) VALUE 0.
01  WS-STREAM-VALID-FLAG    PIC X(01) VALUE "Y".
    88  WS-STREAM-VALID            VALUE "Y".
01  WS-STREAM-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-STREAM-FILE      VALUE "Y".
01  WS-STREAM-FIELDS.
    05  WS-SF-STEP-ID               PIC X(20).
    05  WS-SF-PROGRAM               PIC X(30).
    05  WS-SF-WARN-RC               PIC X(10).
    05  WS-SF-HALT-RC               PIC X(10).
    05  WS-SF-RUN-WHEN              PIC X(10).
    05  WS-SF-COUNT-LABEL           PIC X(50).
01  WS-STREAM-LINE-PTR      PIC 9(03) VALUE 1.

*> Distinct drop folders from config/dirsites.dat, for the steps run
*> once per folder
01  WS-DROP-FOLDER-TABLE.
    05  WS-DROP-FOLDER-COUNT        PIC 9(02) VALUE 0.
    05  WS-DROP-FOLDER-ENTRY OCCURS 50 TIMES
            INDEXED BY WS-FOLDER-IDX.
        10  DF-FOLDER-PATH          PIC X(80).
01  WS-FOLDER-WORK          PIC X(256) VALUE SPACES.
01  WS-FOLDER-NUMBER        PIC 9(02) VALUE 0.
01  WS-INPUTDIR-TOKEN-COUNT PIC 9(02) VALUE 0.
01  WS-FOLDER-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-FOLDER-FOUND            VALUE "Y".
01  WS-DIR-SITE-EOF-FLAG    PIC X(01) VALUE "N".
    88  WS-END-OF-DIR-SITE-FILE    VALUE "Y".

*> The latest run-control record of each step (and folder) from the
*> earlier attempts at this night
01  WS-EARLIER-TABLE.
    05  WS-EARLIER-COUNT            PIC 9(04) VALUE 0.
    05  WS-EARLIER-ENTRY OCCURS 1000 TIMES
            INDEXED BY WS-EARLIER-IDX.
        10  ER-STEP-ID              PIC X(08).
        10  ER-STEP-PARM            PIC X(80).
        10  ER-CONTROL-RECORD       PIC X(290).
01  WS-EARLIER-FOUND-FLAG   PIC X(01) VALUE "N".
    88  WS-EARLIER-FOUND           VALUE "Y".
01  WS-CONTROL-EOF-FLAG     PIC X(01) VALUE "N".
    88  WS-END-OF-CONTROL-FILE     VALUE "Y".

*> ------------------------------------------------------------------
*> The step in hand
*> ------------------------------------------------------------------
01  WS-STEP-PARM            PIC X(80) VALUE SPACES.
01  WS-STEP-LOG-SUFFIX      PIC X(03) VALUE SPACES.
01  WS-STEP-ARGUMENTS       PIC X(400) VALUE SPACES.
01  WS-STEP-ARGS-PTR        PIC 9(03) VALUE 1.
01  WS-ARG-SCAN-PTR         PIC 9(03) VALUE 1.
01  WS-ARG-WORD             PIC X(160) VALUE SPACES.
01  WS-ARG-WORD-KEY         PIC X(40) VALUE SPACES.
01  WS-ARG-WORD-VALUE       PIC X(120) VALUE SPACES.
01  WS-STEP-START-TS        PIC X(14) VALUE SPACES.
01  WS-STEP-END-TS          PIC X(14) VALUE SPACES.
01  WS-STEP-RC              PIC 9(03) VALUE 0.
01  WS-STEP-STATUS          PIC X(08) VALUE SPACES.
01  WS-STEP-HALT-FLAG       PIC X(01) VALUE "N".
    88  WS-STEP-HIT-HALT           VALUE "Y".
01  WS-STEP-COUNT           PIC 9(09) VALUE 0.
01  WS-STEP-COUNT-FLAG      PIC X(01) VALUE "N".
    88  WS-STEP-COUNT-FOUND        VALUE "Y".
01  WS-LOG-EOF-FLAG         PIC X(01) VALUE "N".
    88  WS-END-OF-STEP-LOG         VALUE "Y".
01  WS-LOG-LINE-TRIMMED     PIC X(300) VALUE SPACES.
01  WS-LOG-LINE-VALUE       PIC X(300) VALUE SPACES.
01  WS-LABEL-LENGTH         PIC 9(02) VALUE 0.
01  WS-COLON-COUNT          PIC 9(03) VALUE 0.

*> Only these characters reach the shell from the stream table or a
*> drop folder -- the allowlist CHECK-INPUT-DIR-SAFE uses in
*> anprrecon.cbl, plus "=" and the space between arguments
01  WS-COMMAND-SAFE-FLAG    PIC X(01) VALUE "Y".
    88  WS-COMMAND-SAFE            VALUE "Y".
01  WS-SPACE-ALLOWED-FLAG   PIC X(01) VALUE "N".
    88  WS-SPACE-ALLOWED           VALUE "Y".
01  WS-SAFE-CHECK-TEXT      PIC X(400) VALUE SPACES.
01  WS-SAFE-SCAN-INDEX      PIC 9(03) VALUE 0.
01  WS-SAFE-SCAN-CHAR       PIC X(01) VALUE SPACE.

*> ------------------------------------------------------------------
*> Summary page
*> ------------------------------------------------------------------
01  WS-SUMMARY-LINE         PIC X(132) VALUE SPACES.
01  WS-TS-WORK              PIC X(14) VALUE SPACES.
01  WS-TS-SECONDS           PIC 9(12) VALUE 0.
01  WS-START-SECONDS        PIC 9(12) VALUE 0.
01  WS-ELAPSED-SECONDS      PIC 9(09) VALUE 0.
01  WS-ELAPSED-HOURS        PIC 9(02) VALUE 0.
01  WS-ELAPSED-MINUTES      PIC 9(02) VALUE 0.
01  WS-ELAPSED-REMAINDER    PIC 9(02) VALUE 0.
01  WS-ELAPSED-TEXT         PIC X(08) VALUE SPACES.
01  WS-RC-DISPLAY           PIC ZZ9.
01  WS-COUNT-DISPLAY        PIC Z(8)9.
01  WS-COUNT-TEXT           PIC X(09) VALUE SPACES.
01  WS-PARM-TEXT            PIC X(28) VALUE SPACES.
01  WS-SUMMARY-STEP-COUNT   PIC 9(04) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Nightly Job Stream ===".
    DISPLAY " ".

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-WINDOW-START
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SET-BUSINESS-DATE-DETAILS

    PERFORM LOAD-JOB-STREAM-TABLE
    IF NOT WS-STREAM-VALID
        DISPLAY "Job stream not run -- correct ",
                FUNCTION TRIM(WS-JOB-STREAM-PATH), " first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-DROP-FOLDERS
    PERFORM LOAD-EARLIER-ATTEMPTS

    *> No step is started unless its outcome can be recorded
    OPEN EXTEND ANPR-JOB-CONTROL-FILE
    IF WS-JOB-CONTROL-STATUS = "35"
        OPEN OUTPUT ANPR-JOB-CONTROL-FILE
    END-IF
    IF WS-JOB-CONTROL-STATUS NOT = "00"
        DISPLAY "Could not open the run-control file ",
                FUNCTION TRIM(WS-JOB-CONTROL-PATH),
                " (status ", WS-JOB-CONTROL-STATUS, ") -- nothing run"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE ANPR-JOB-CONTROL-FILE

    ADD 1 TO WS-ATTEMPT-NUMBER
    MOVE WS-ATTEMPT-NUMBER TO WS-ATTEMPT-DISPLAY
    DISPLAY "Business date " WS-BUSINESS-DATE ", attempt "
            FUNCTION TRIM(WS-ATTEMPT-DISPLAY)
    IF WS-ATTEMPT-NUMBER > 1
        DISPLAY "Steps finished by an earlier attempt are not repeated"
    END-IF

    MOVE 0 TO WS-STEP-SEQ
    PERFORM RUN-JOB-STREAM-STEP
        VARYING JS-STEP-IDX FROM 1 BY 1
        UNTIL JS-STEP-IDX > JS-STEP-COUNT

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-WINDOW-END
    PERFORM PRINT-BATCH-WINDOW-SUMMARY

    EVALUATE TRUE
        WHEN WS-STREAM-HALTED
            MOVE 8 TO RETURN-CODE
        WHEN WS-WARNING-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE

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
            IF FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) = 8
                AND FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(WS-CMD-ARG-PARM)) = 0
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-BUSINESS-DATE
            ELSE
                DISPLAY "DATE= must be a real date as YYYYMMDD, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "STREAM"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-JOB-STREAM-PATH
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

*> The month the night belongs to, and whether it is its last day --
*> the next day being the 1st
SET-BUSINESS-DATE-DETAILS.
    MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH
    MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
    COMPUTE WS-NEXT-DAY-NUM = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM) + 1)
    MOVE "N" TO WS-MONTH-END-FLAG
    IF FUNCTION MOD(WS-NEXT-DAY-NUM, 100) = 1
        MOVE "Y" TO WS-MONTH-END-FLAG
    END-IF.

*> ========================================================================
*> LOAD-JOB-STREAM-TABLE: config/jobstream.dat into anprjstr.cpy. One
*> bad line and the whole stream is refused -- a night run with a
*> step quietly missing is worse than one not started.
*> ========================================================================
LOAD-JOB-STREAM-TABLE.
    MOVE 0 TO JS-STEP-COUNT
    MOVE 0 TO WS-STREAM-LINE-COUNT
    MOVE "Y" TO WS-STREAM-VALID-FLAG
    OPEN INPUT ANPR-JOB-STREAM-FILE
    IF WS-JOB-STREAM-STATUS NOT = "00"
        DISPLAY "Job-stream table not found at ",
                FUNCTION TRIM(WS-JOB-STREAM-PATH),
                " (status ", WS-JOB-STREAM-STATUS, ")"
        MOVE "N" TO WS-STREAM-VALID-FLAG
    ELSE
        MOVE "N" TO WS-STREAM-EOF-FLAG
        PERFORM LOAD-NEXT-JOB-STREAM-LINE UNTIL WS-END-OF-STREAM-FILE
        CLOSE ANPR-JOB-STREAM-FILE
        IF JS-STEP-COUNT = 0
            DISPLAY "Job-stream table ",
                    FUNCTION TRIM(WS-JOB-STREAM-PATH), " has no steps"
            MOVE "N" TO WS-STREAM-VALID-FLAG
        END-IF
    END-IF.

LOAD-NEXT-JOB-STREAM-LINE.
    READ ANPR-JOB-STREAM-FILE
        AT END
            MOVE "Y" TO WS-STREAM-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-STREAM-LINE-COUNT
            IF JOB-STREAM-LINE NOT = SPACES
                PERFORM PARSE-JOB-STREAM-LINE
            END-IF
    END-READ.

PARSE-JOB-STREAM-LINE.
    IF JS-STEP-COUNT >= 20
        DISPLAY "Too many job-stream steps -- line ",
                WS-STREAM-LINE-COUNT, " is over the 20 allowed"
        MOVE "N" TO WS-STREAM-VALID-FLAG
    ELSE
        MOVE SPACES TO WS-STREAM-FIELDS
        MOVE 1 TO WS-STREAM-LINE-PTR
        UNSTRING JOB-STREAM-LINE DELIMITED BY ","
            INTO WS-SF-STEP-ID WS-SF-PROGRAM WS-SF-WARN-RC
                 WS-SF-HALT-RC WS-SF-RUN-WHEN WS-SF-COUNT-LABEL
            WITH POINTER WS-STREAM-LINE-PTR
        END-UNSTRING
        ADD 1 TO JS-STEP-COUNT
        SET JS-STEP-IDX TO JS-STEP-COUNT
        MOVE FUNCTION UPPER-CASE(WS-SF-STEP-ID) TO JS-STEP-ID(JS-STEP-IDX)
        MOVE WS-SF-PROGRAM TO JS-PROGRAM(JS-STEP-IDX)
        MOVE FUNCTION UPPER-CASE(WS-SF-RUN-WHEN)
            TO JS-RUN-WHEN(JS-STEP-IDX)
        MOVE WS-SF-COUNT-LABEL TO JS-COUNT-LABEL(JS-STEP-IDX)
        MOVE SPACES TO JS-ARGUMENTS(JS-STEP-IDX)
        IF WS-STREAM-LINE-PTR <= FUNCTION LENGTH(JOB-STREAM-LINE)
            MOVE JOB-STREAM-LINE(WS-STREAM-LINE-PTR:)
                TO JS-ARGUMENTS(JS-STEP-IDX)
        END-IF
        MOVE 0 TO JS-WARN-RC(JS-STEP-IDX)
        MOVE "N" TO JS-WARN-RULE-FLAG(JS-STEP-IDX)
        MOVE 0 TO JS-HALT-RC(JS-STEP-IDX)
        MOVE "N" TO JS-HALT-RULE-FLAG(JS-STEP-IDX)
        IF WS-SF-WARN-RC NOT = SPACES
            IF FUNCTION TRIM(WS-SF-WARN-RC) IS NUMERIC
                AND FUNCTION NUMVAL(WS-SF-WARN-RC) <= 255
                MOVE FUNCTION NUMVAL(WS-SF-WARN-RC)
                    TO JS-WARN-RC(JS-STEP-IDX)
                MOVE "Y" TO JS-WARN-RULE-FLAG(JS-STEP-IDX)
            ELSE
                PERFORM REJECT-JOB-STREAM-LINE
            END-IF
        END-IF
        IF WS-SF-HALT-RC NOT = SPACES
            IF FUNCTION TRIM(WS-SF-HALT-RC) IS NUMERIC
                AND FUNCTION NUMVAL(WS-SF-HALT-RC) <= 255
                MOVE FUNCTION NUMVAL(WS-SF-HALT-RC)
                    TO JS-HALT-RC(JS-STEP-IDX)
                MOVE "Y" TO JS-HALT-RULE-FLAG(JS-STEP-IDX)
            ELSE
                PERFORM REJECT-JOB-STREAM-LINE
            END-IF
        END-IF
        IF WS-SF-STEP-ID = SPACES OR WS-SF-STEP-ID(9:) NOT = SPACES
            OR WS-SF-PROGRAM = SPACES OR WS-SF-PROGRAM(21:) NOT = SPACES
            OR (NOT JS-RUN-DAILY(JS-STEP-IDX)
                AND NOT JS-RUN-MONTH-END(JS-STEP-IDX))
            PERFORM REJECT-JOB-STREAM-LINE
        END-IF
        MOVE JS-PROGRAM(JS-STEP-IDX) TO WS-SAFE-CHECK-TEXT
        MOVE "N" TO WS-SPACE-ALLOWED-FLAG
        PERFORM CHECK-COMMAND-TEXT-SAFE
        IF NOT WS-COMMAND-SAFE
            PERFORM REJECT-JOB-STREAM-LINE
        END-IF
    END-IF.

REJECT-JOB-STREAM-LINE.
    DISPLAY "Job-stream line ", WS-STREAM-LINE-COUNT,
            " is not step,program,warn-rc,halt-rc,DAILY|MONTHEND,",
            "count-label,arguments: ", FUNCTION TRIM(JOB-STREAM-LINE)
    MOVE "N" TO WS-STREAM-VALID-FLAG.

*> ========================================================================
*> LOAD-DROP-FOLDERS: the distinct input directories in
*> config/dirsites.dat (inputdir,site,camera), for the steps run once
*> per drop folder
*> ========================================================================
LOAD-DROP-FOLDERS.
    MOVE 0 TO WS-DROP-FOLDER-COUNT
    OPEN INPUT ANPR-DIR-SITE-FILE
    IF WS-DIR-SITE-FILE-STATUS = "00"
        MOVE "N" TO WS-DIR-SITE-EOF-FLAG
        PERFORM LOAD-NEXT-DROP-FOLDER UNTIL WS-END-OF-DIR-SITE-FILE
        CLOSE ANPR-DIR-SITE-FILE
    END-IF.

LOAD-NEXT-DROP-FOLDER.
    READ ANPR-DIR-SITE-FILE
        AT END
            MOVE "Y" TO WS-DIR-SITE-EOF-FLAG
        NOT AT END
            MOVE SPACES TO WS-FOLDER-WORK
            UNSTRING DIR-SITE-LINE DELIMITED BY ","
                INTO WS-FOLDER-WORK
            END-UNSTRING
            IF WS-FOLDER-WORK NOT = SPACES
                PERFORM NOTE-DROP-FOLDER
            END-IF
    END-READ.

NOTE-DROP-FOLDER.
    MOVE "N" TO WS-FOLDER-FOUND-FLAG
    IF WS-DROP-FOLDER-COUNT > 0
        SET WS-FOLDER-IDX TO 1
        SEARCH WS-DROP-FOLDER-ENTRY
            AT END
                CONTINUE
            WHEN WS-FOLDER-IDX <= WS-DROP-FOLDER-COUNT
                 AND DF-FOLDER-PATH(WS-FOLDER-IDX) = WS-FOLDER-WORK
                MOVE "Y" TO WS-FOLDER-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-FOLDER-FOUND
        IF WS-DROP-FOLDER-COUNT < 50
            ADD 1 TO WS-DROP-FOLDER-COUNT
            MOVE WS-FOLDER-WORK
                TO DF-FOLDER-PATH(WS-DROP-FOLDER-COUNT)
        ELSE
            DISPLAY "Drop-folder table full -- not run per folder: ",
                    FUNCTION TRIM(WS-FOLDER-WORK)
        END-IF
    END-IF.

*> ========================================================================
*> LOAD-EARLIER-ATTEMPTS: for this business date, the attempt count so
*> far and the latest record of each step and folder -- the file is
*> in the order written, so a later record replaces an earlier one
*> ========================================================================
LOAD-EARLIER-ATTEMPTS.
    MOVE 0 TO WS-ATTEMPT-NUMBER
    MOVE 0 TO WS-EARLIER-COUNT
    OPEN INPUT ANPR-JOB-CONTROL-FILE
    IF WS-JOB-CONTROL-STATUS = "00"
        MOVE "N" TO WS-CONTROL-EOF-FLAG
        PERFORM LOAD-NEXT-CONTROL-RECORD UNTIL WS-END-OF-CONTROL-FILE
        CLOSE ANPR-JOB-CONTROL-FILE
    END-IF.

LOAD-NEXT-CONTROL-RECORD.
    READ ANPR-JOB-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-CONTROL-EOF-FLAG
        NOT AT END
            IF JC-RUN-DATE = WS-BUSINESS-DATE
                IF JC-ATTEMPT > WS-ATTEMPT-NUMBER
                    MOVE JC-ATTEMPT TO WS-ATTEMPT-NUMBER
                END-IF
                PERFORM REMEMBER-CONTROL-RECORD
            END-IF
    END-READ.

REMEMBER-CONTROL-RECORD.
    MOVE JC-STEP-PARM TO WS-STEP-PARM
    PERFORM FIND-EARLIER-OUTCOME
    IF NOT WS-EARLIER-FOUND
        IF WS-EARLIER-COUNT < 1000
            ADD 1 TO WS-EARLIER-COUNT
            SET WS-EARLIER-IDX TO WS-EARLIER-COUNT
            MOVE "Y" TO WS-EARLIER-FOUND-FLAG
        END-IF
    END-IF
    IF WS-EARLIER-FOUND
        MOVE JC-STEP-ID TO ER-STEP-ID(WS-EARLIER-IDX)
        MOVE JC-STEP-PARM TO ER-STEP-PARM(WS-EARLIER-IDX)
        MOVE ANPR-JOB-CONTROL-RECORD
            TO ER-CONTROL-RECORD(WS-EARLIER-IDX)
    END-IF.

*> FIND-EARLIER-OUTCOME: JC-STEP-ID and WS-STEP-PARM looked up in the
*> earlier attempts' table
FIND-EARLIER-OUTCOME.
    MOVE "N" TO WS-EARLIER-FOUND-FLAG
    IF WS-EARLIER-COUNT > 0
        SET WS-EARLIER-IDX TO 1
        SEARCH WS-EARLIER-ENTRY
            AT END
                CONTINUE
            WHEN WS-EARLIER-IDX <= WS-EARLIER-COUNT
                 AND ER-STEP-ID(WS-EARLIER-IDX) = JC-STEP-ID
                 AND ER-STEP-PARM(WS-EARLIER-IDX) = WS-STEP-PARM
                MOVE "Y" TO WS-EARLIER-FOUND-FLAG
        END-SEARCH
    END-IF.

*> ========================================================================
*> RUN-JOB-STREAM-STEP: one line of the stream -- not reached, not
*> due, run once, or run once per drop folder
*> ========================================================================
RUN-JOB-STREAM-STEP.
    ADD 1 TO WS-STEP-SEQ
    MOVE "N" TO WS-STEP-HALT-FLAG
    MOVE 0 TO WS-INPUTDIR-TOKEN-COUNT
    INSPECT JS-ARGUMENTS(JS-STEP-IDX) TALLYING WS-INPUTDIR-TOKEN-COUNT
        FOR ALL "&INPUTDIR"
    EVALUATE TRUE
        WHEN WS-STREAM-HALTED
            MOVE SPACES TO WS-STEP-PARM
            MOVE "NOTRUN" TO WS-STEP-STATUS
            PERFORM RECORD-STEP-NOT-STARTED
        WHEN JS-RUN-MONTH-END(JS-STEP-IDX) AND NOT WS-MONTH-END
            MOVE SPACES TO WS-STEP-PARM
            MOVE "NOTDUE" TO WS-STEP-STATUS
            PERFORM RECORD-STEP-NOT-STARTED
        WHEN WS-INPUTDIR-TOKEN-COUNT > 0
            IF WS-DROP-FOLDER-COUNT = 0
                DISPLAY "Step ", FUNCTION TRIM(JS-STEP-ID(JS-STEP-IDX)),
                        " runs per drop folder but ",
                        FUNCTION TRIM(WS-DIR-SITE-FILE-PATH),
                        " lists none"
            END-IF
            PERFORM RUN-STEP-FOR-FOLDER
                VARYING WS-FOLDER-IDX FROM 1 BY 1
                UNTIL WS-FOLDER-IDX > WS-DROP-FOLDER-COUNT
        WHEN OTHER
            MOVE SPACES TO WS-STEP-PARM
            MOVE SPACES TO WS-STEP-LOG-SUFFIX
            PERFORM RUN-STEP-INSTANCE
    END-EVALUATE
    *> Every folder of a per-folder step is run before the stream
    *> stops, so the night's report shows them all
    IF WS-STEP-HIT-HALT
        MOVE "Y" TO WS-STREAM-HALT-FLAG
        MOVE JS-STEP-ID(JS-STEP-IDX) TO WS-HALTED-STEP-ID
    END-IF.

RUN-STEP-FOR-FOLDER.
    MOVE DF-FOLDER-PATH(WS-FOLDER-IDX) TO WS-STEP-PARM
    SET WS-FOLDER-NUMBER TO WS-FOLDER-IDX
    MOVE SPACES TO WS-STEP-LOG-SUFFIX
    STRING "_" WS-FOLDER-NUMBER
        DELIMITED BY SIZE INTO WS-STEP-LOG-SUFFIX
    END-STRING
    PERFORM RUN-STEP-INSTANCE.

*> ========================================================================
*> RUN-STEP-INSTANCE: the step (for WS-STEP-PARM's folder, if any),
*> unless an earlier attempt at the night already finished it
*> ========================================================================
RUN-STEP-INSTANCE.
    MOVE JS-STEP-ID(JS-STEP-IDX) TO JC-STEP-ID
    PERFORM FIND-EARLIER-OUTCOME
    IF WS-EARLIER-FOUND
        MOVE ER-CONTROL-RECORD(WS-EARLIER-IDX)
            TO ANPR-JOB-CONTROL-RECORD
        IF JC-STEP-FINISHED AND NOT JC-STEP-NOT-DUE
            *> Kept as it was, times and count included, under this
            *> attempt
            MOVE "DONE" TO JC-STEP-STATUS
            MOVE WS-ATTEMPT-NUMBER TO JC-ATTEMPT
            MOVE WS-STEP-SEQ TO JC-STEP-SEQ
            PERFORM WRITE-CONTROL-RECORD
            DISPLAY "Step ", JC-STEP-ID, " ",
                    FUNCTION TRIM(WS-STEP-PARM),
                    " finished earlier -- not run again"
        ELSE
            PERFORM START-STEP-INSTANCE
        END-IF
    ELSE
        PERFORM START-STEP-INSTANCE
    END-IF.

START-STEP-INSTANCE.
    PERFORM BUILD-STEP-ARGUMENTS
    MOVE SPACES TO WS-STEP-LOG-PATH
    STRING "../../output/anprjob_" WS-BUSINESS-DATE "_"
        WS-ATTEMPT-NUMBER "_" FUNCTION TRIM(JS-STEP-ID(JS-STEP-IDX))
        FUNCTION TRIM(WS-STEP-LOG-SUFFIX) ".log"
        DELIMITED BY SIZE INTO WS-STEP-LOG-PATH
    END-STRING
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-STEP-START-TS
    MOVE 0 TO WS-STEP-COUNT
    MOVE "N" TO WS-STEP-COUNT-FLAG

    *> The folder is one word; the arguments are words and spaces
    MOVE WS-STEP-PARM TO WS-SAFE-CHECK-TEXT
    MOVE "N" TO WS-SPACE-ALLOWED-FLAG
    PERFORM CHECK-COMMAND-TEXT-SAFE
    IF WS-COMMAND-SAFE
        MOVE WS-STEP-ARGUMENTS TO WS-SAFE-CHECK-TEXT
        MOVE "Y" TO WS-SPACE-ALLOWED-FLAG
        PERFORM CHECK-COMMAND-TEXT-SAFE
    END-IF
    IF NOT WS-COMMAND-SAFE
        DISPLAY "Step ", FUNCTION TRIM(JS-STEP-ID(JS-STEP-IDX)),
                " folder or arguments contain unsupported characters, ",
                "not run: ", FUNCTION TRIM(WS-STEP-ARGUMENTS)
        MOVE 255 TO WS-STEP-RC
    ELSE
        DISPLAY "Step ", JS-STEP-ID(JS-STEP-IDX), " ",
                FUNCTION TRIM(JS-PROGRAM(JS-STEP-IDX)), " ",
                FUNCTION TRIM(WS-STEP-ARGUMENTS)
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING FUNCTION TRIM(WS-BIN-DIR) "/"
            FUNCTION TRIM(JS-PROGRAM(JS-STEP-IDX)) " "
            FUNCTION TRIM(WS-STEP-ARGUMENTS) " > "
            FUNCTION TRIM(WS-STEP-LOG-PATH) " 2>&1"
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING WS-SHELL-COMMAND
        *> The shell's wait status: the exit code is its high byte
        MOVE RETURN-CODE TO WS-SYSTEM-STATUS
        IF WS-SYSTEM-STATUS > 255
            DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-SYSTEM-STATUS
        END-IF
        IF WS-SYSTEM-STATUS < 0 OR WS-SYSTEM-STATUS > 255
            MOVE 255 TO WS-STEP-RC
        ELSE
            MOVE WS-SYSTEM-STATUS TO WS-STEP-RC
        END-IF
        MOVE 0 TO RETURN-CODE
        PERFORM READ-STEP-RECORD-COUNT
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-STEP-END-TS

    PERFORM APPLY-RETURN-CODE-RULES
    MOVE SPACES TO ANPR-JOB-CONTROL-RECORD
    MOVE WS-BUSINESS-DATE TO JC-RUN-DATE
    MOVE WS-ATTEMPT-NUMBER TO JC-ATTEMPT
    MOVE WS-STEP-SEQ TO JC-STEP-SEQ
    MOVE JS-STEP-ID(JS-STEP-IDX) TO JC-STEP-ID
    MOVE JS-PROGRAM(JS-STEP-IDX) TO JC-PROGRAM
    MOVE WS-STEP-PARM TO JC-STEP-PARM
    MOVE WS-STEP-START-TS TO JC-START-TIMESTAMP
    MOVE WS-STEP-END-TS TO JC-END-TIMESTAMP
    MOVE WS-STEP-RC TO JC-RETURN-CODE
    MOVE WS-STEP-STATUS TO JC-STEP-STATUS
    MOVE WS-STEP-COUNT TO JC-RECORD-COUNT
    MOVE WS-STEP-COUNT-FLAG TO JC-COUNT-FLAG
    MOVE JS-COUNT-LABEL(JS-STEP-IDX) TO JC-COUNT-LABEL
    MOVE WS-STEP-LOG-PATH TO JC-LOG-FILE
    PERFORM WRITE-CONTROL-RECORD
    MOVE WS-STEP-RC TO WS-RC-DISPLAY
    DISPLAY "  ended RC ", FUNCTION TRIM(WS-RC-DISPLAY), " ",
            FUNCTION TRIM(WS-STEP-STATUS).

*> Arguments with "&DATE", "&MONTH" and "&INPUTDIR" values filled in,
*> word by word
BUILD-STEP-ARGUMENTS.
    MOVE SPACES TO WS-STEP-ARGUMENTS
    MOVE 1 TO WS-STEP-ARGS-PTR
    MOVE 1 TO WS-ARG-SCAN-PTR
    PERFORM BUILD-NEXT-ARGUMENT-WORD
        UNTIL WS-ARG-SCAN-PTR > FUNCTION LENGTH(JS-ARGUMENTS(JS-STEP-IDX)).

BUILD-NEXT-ARGUMENT-WORD.
    MOVE SPACES TO WS-ARG-WORD
    UNSTRING JS-ARGUMENTS(JS-STEP-IDX) DELIMITED BY ALL SPACE
        INTO WS-ARG-WORD
        WITH POINTER WS-ARG-SCAN-PTR
    END-UNSTRING
    IF WS-ARG-WORD NOT = SPACES
        MOVE SPACES TO WS-ARG-WORD-KEY
        MOVE SPACES TO WS-ARG-WORD-VALUE
        UNSTRING WS-ARG-WORD DELIMITED BY "="
            INTO WS-ARG-WORD-KEY WS-ARG-WORD-VALUE
        END-UNSTRING
        EVALUATE WS-ARG-WORD-VALUE
            WHEN "&DATE"
                MOVE WS-BUSINESS-DATE TO WS-ARG-WORD-VALUE
            WHEN "&MONTH"
                MOVE WS-BUSINESS-MONTH TO WS-ARG-WORD-VALUE
            WHEN "&INPUTDIR"
                MOVE WS-STEP-PARM TO WS-ARG-WORD-VALUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-STEP-ARGS-PTR > 1
            STRING " " DELIMITED BY SIZE
                INTO WS-STEP-ARGUMENTS WITH POINTER WS-STEP-ARGS-PTR
            END-STRING
        END-IF
        IF WS-ARG-WORD-VALUE = SPACES
            STRING FUNCTION TRIM(WS-ARG-WORD) DELIMITED BY SIZE
                INTO WS-STEP-ARGUMENTS WITH POINTER WS-STEP-ARGS-PTR
            END-STRING
        ELSE
            STRING FUNCTION TRIM(WS-ARG-WORD-KEY) "="
                FUNCTION TRIM(WS-ARG-WORD-VALUE)
                DELIMITED BY SIZE
                INTO WS-STEP-ARGUMENTS WITH POINTER WS-STEP-ARGS-PTR
            END-STRING
        END-IF
    END-IF.

*> ========================================================================
*> CHECK-COMMAND-TEXT-SAFE: WS-SAFE-CHECK-TEXT holds nothing the shell
*> would read as more than a word
*> ========================================================================
CHECK-COMMAND-TEXT-SAFE.
    MOVE "Y" TO WS-COMMAND-SAFE-FLAG
    PERFORM CHECK-ONE-COMMAND-CHAR
        VARYING WS-SAFE-SCAN-INDEX FROM 1 BY 1
        UNTIL WS-SAFE-SCAN-INDEX >
              FUNCTION LENGTH(FUNCTION TRIM(WS-SAFE-CHECK-TEXT TRAILING)).

CHECK-ONE-COMMAND-CHAR.
    MOVE WS-SAFE-CHECK-TEXT(WS-SAFE-SCAN-INDEX:1) TO WS-SAFE-SCAN-CHAR
    IF WS-SAFE-SCAN-CHAR = SPACE AND NOT WS-SPACE-ALLOWED
        MOVE "N" TO WS-COMMAND-SAFE-FLAG
    END-IF
    IF WS-SAFE-SCAN-CHAR NOT ALPHABETIC
        AND WS-SAFE-SCAN-CHAR NOT NUMERIC
        AND WS-SAFE-SCAN-CHAR NOT = "_"
        AND WS-SAFE-SCAN-CHAR NOT = "."
        AND WS-SAFE-SCAN-CHAR NOT = "/"
        AND WS-SAFE-SCAN-CHAR NOT = "-"
        AND WS-SAFE-SCAN-CHAR NOT = "="
        MOVE "N" TO WS-COMMAND-SAFE-FLAG
    END-IF.

*> ========================================================================
*> APPLY-RETURN-CODE-RULES: the step's outcome from its return code
*> ========================================================================
APPLY-RETURN-CODE-RULES.
    EVALUATE TRUE
        WHEN JS-HALT-RULE-SET(JS-STEP-IDX)
             AND WS-STEP-RC >= JS-HALT-RC(JS-STEP-IDX)
            MOVE "FAILED" TO WS-STEP-STATUS
            MOVE "Y" TO WS-STEP-HALT-FLAG
        WHEN JS-WARN-RULE-SET(JS-STEP-IDX)
             AND WS-STEP-RC >= JS-WARN-RC(JS-STEP-IDX)
            MOVE "WARNING" TO WS-STEP-STATUS
            ADD 1 TO WS-WARNING-COUNT
        WHEN OTHER
            MOVE "COMPLETE" TO WS-STEP-STATUS
    END-EVALUATE.

*> ========================================================================
*> READ-STEP-RECORD-COUNT: the number on the first line of the step's
*> log that starts with its count label, e.g.
*>   "Result records read............: 0001234"
*> ========================================================================
READ-STEP-RECORD-COUNT.
    IF JS-COUNT-LABEL(JS-STEP-IDX) NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(JS-COUNT-LABEL(JS-STEP-IDX)))
            TO WS-LABEL-LENGTH
        OPEN INPUT ANPR-STEP-LOG-FILE
        IF WS-STEP-LOG-STATUS = "00"
            MOVE "N" TO WS-LOG-EOF-FLAG
            PERFORM CHECK-NEXT-STEP-LOG-LINE
                UNTIL WS-END-OF-STEP-LOG OR WS-STEP-COUNT-FOUND
            CLOSE ANPR-STEP-LOG-FILE
        END-IF
    END-IF.

CHECK-NEXT-STEP-LOG-LINE.
    READ ANPR-STEP-LOG-FILE
        AT END
            MOVE "Y" TO WS-LOG-EOF-FLAG
        NOT AT END
            MOVE FUNCTION TRIM(STEP-LOG-LINE LEADING)
                TO WS-LOG-LINE-TRIMMED
            MOVE 0 TO WS-COLON-COUNT
            INSPECT WS-LOG-LINE-TRIMMED TALLYING WS-COLON-COUNT
                FOR ALL ":"
            IF WS-LOG-LINE-TRIMMED(1:WS-LABEL-LENGTH)
                = JS-COUNT-LABEL(JS-STEP-IDX)(1:WS-LABEL-LENGTH)
                AND WS-COLON-COUNT > 0
                MOVE SPACES TO WS-LOG-LINE-VALUE
                UNSTRING WS-LOG-LINE-TRIMMED DELIMITED BY ":"
                    INTO WS-ARG-WORD WS-LOG-LINE-VALUE
                END-UNSTRING
                IF WS-LOG-LINE-VALUE NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-LOG-LINE-VALUE) = 0
                    AND FUNCTION NUMVAL(WS-LOG-LINE-VALUE) >= 0
                    AND FUNCTION NUMVAL(WS-LOG-LINE-VALUE) <= 999999999
                    COMPUTE WS-STEP-COUNT =
                        FUNCTION NUMVAL(WS-LOG-LINE-VALUE)
                    MOVE "Y" TO WS-STEP-COUNT-FLAG
                END-IF
            END-IF
    END-READ.

*> One record appended, the file closed again at once, so an attempt
*> cut off part-way still shows every step it finished
WRITE-CONTROL-RECORD.
    OPEN EXTEND ANPR-JOB-CONTROL-FILE
    IF WS-JOB-CONTROL-STATUS = "35"
        OPEN OUTPUT ANPR-JOB-CONTROL-FILE
    END-IF
    IF WS-JOB-CONTROL-STATUS = "00"
        WRITE ANPR-JOB-CONTROL-RECORD
        CLOSE ANPR-JOB-CONTROL-FILE
    ELSE
        DISPLAY "WARNING: could not record step ", JC-STEP-ID,
                " in the run-control file (status ",
                WS-JOB-CONTROL-STATUS, ")"
    END-IF.

*> A step not reached (NOTRUN) or not due (NOTDUE)
RECORD-STEP-NOT-STARTED.
    MOVE SPACES TO ANPR-JOB-CONTROL-RECORD
    MOVE WS-BUSINESS-DATE TO JC-RUN-DATE
    MOVE WS-ATTEMPT-NUMBER TO JC-ATTEMPT
    MOVE WS-STEP-SEQ TO JC-STEP-SEQ
    MOVE JS-STEP-ID(JS-STEP-IDX) TO JC-STEP-ID
    MOVE JS-PROGRAM(JS-STEP-IDX) TO JC-PROGRAM
    MOVE 0 TO JC-RETURN-CODE
    MOVE WS-STEP-STATUS TO JC-STEP-STATUS
    MOVE 0 TO JC-RECORD-COUNT
    MOVE "N" TO JC-COUNT-FLAG
    MOVE JS-COUNT-LABEL(JS-STEP-IDX) TO JC-COUNT-LABEL
    PERFORM WRITE-CONTROL-RECORD.

*> ========================================================================
*> PRINT-BATCH-WINDOW-SUMMARY: the morning shift's page -- this
*> attempt's run-control records read back, one line per step
*> ========================================================================
PRINT-BATCH-WINDOW-SUMMARY.
    MOVE SPACES TO WS-JOB-SUMMARY-PATH
    STRING "../../output/anprjob_summary." WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO WS-JOB-SUMMARY-PATH
    END-STRING
    OPEN OUTPUT ANPR-JOB-SUMMARY-FILE

    DISPLAY " "
    MOVE SPACES TO WS-SUMMARY-LINE
    STRING "TS-ANPR BATCH WINDOW SUMMARY -- night of "
        WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
        WS-BUSINESS-DATE(7:2) ", attempt "
        FUNCTION TRIM(WS-ATTEMPT-DISPLAY)
        DELIMITED BY SIZE INTO WS-SUMMARY-LINE
    END-STRING
    PERFORM PRINT-SUMMARY-LINE
    MOVE WS-WINDOW-START TO WS-TS-WORK
    PERFORM COMPUTE-TIMESTAMP-SECONDS
    MOVE WS-TS-SECONDS TO WS-START-SECONDS
    MOVE WS-WINDOW-END TO WS-TS-WORK
    PERFORM COMPUTE-TIMESTAMP-SECONDS
    PERFORM FORMAT-ELAPSED-TIME
    MOVE SPACES TO WS-SUMMARY-LINE
    STRING "Window " WS-WINDOW-START(1:8) " "
        WS-WINDOW-START(9:2) ":" WS-WINDOW-START(11:2) ":"
        WS-WINDOW-START(13:2) " to " WS-WINDOW-END(1:8) " "
        WS-WINDOW-END(9:2) ":" WS-WINDOW-END(11:2) ":"
        WS-WINDOW-END(13:2) " (" WS-ELAPSED-TEXT ")"
        DELIMITED BY SIZE INTO WS-SUMMARY-LINE
    END-STRING
    PERFORM PRINT-SUMMARY-LINE
    MOVE SPACES TO WS-SUMMARY-LINE
    PERFORM PRINT-SUMMARY-LINE
    MOVE SPACES TO WS-SUMMARY-LINE
    MOVE "Step" TO WS-SUMMARY-LINE(1:4)
    MOVE "Program" TO WS-SUMMARY-LINE(10:7)
    MOVE "Folder" TO WS-SUMMARY-LINE(22:6)
    MOVE "Start" TO WS-SUMMARY-LINE(51:5)
    MOVE "End" TO WS-SUMMARY-LINE(60:3)
    MOVE "Elapsed" TO WS-SUMMARY-LINE(69:7)
    MOVE "RC" TO WS-SUMMARY-LINE(79:2)
    MOVE "Status" TO WS-SUMMARY-LINE(82:6)
    MOVE "Records" TO WS-SUMMARY-LINE(93:7)
    MOVE "Count of" TO WS-SUMMARY-LINE(102:8)
    PERFORM PRINT-SUMMARY-LINE
    MOVE ALL "-" TO WS-SUMMARY-LINE(1:132)
    PERFORM PRINT-SUMMARY-LINE

    MOVE 0 TO WS-SUMMARY-STEP-COUNT
    OPEN INPUT ANPR-JOB-CONTROL-FILE
    IF WS-JOB-CONTROL-STATUS = "00"
        MOVE "N" TO WS-CONTROL-EOF-FLAG
        PERFORM PRINT-NEXT-SUMMARY-STEP UNTIL WS-END-OF-CONTROL-FILE
        CLOSE ANPR-JOB-CONTROL-FILE
    END-IF

    MOVE SPACES TO WS-SUMMARY-LINE
    PERFORM PRINT-SUMMARY-LINE
    MOVE SPACES TO WS-SUMMARY-LINE
    EVALUATE TRUE
        WHEN WS-STREAM-HALTED
            STRING "STREAM HALTED at step "
                FUNCTION TRIM(WS-HALTED-STEP-ID)
                " -- correct the cause from its log and rerun with DATE="
                WS-BUSINESS-DATE
                "; finished steps will not be repeated"
                DELIMITED BY SIZE INTO WS-SUMMARY-LINE
            END-STRING
        WHEN WS-WARNING-COUNT > 0
            MOVE WS-WARNING-COUNT TO WS-RC-DISPLAY
            STRING "Stream complete with "
                FUNCTION TRIM(WS-RC-DISPLAY)
                " warning(s) -- see the WARNING steps' logs"
                DELIMITED BY SIZE INTO WS-SUMMARY-LINE
            END-STRING
        WHEN OTHER
            MOVE "Stream complete" TO WS-SUMMARY-LINE
    END-EVALUATE
    PERFORM PRINT-SUMMARY-LINE
    MOVE SPACES TO WS-SUMMARY-LINE
    STRING "Step logs: ../../output/anprjob_" WS-BUSINESS-DATE "_nnn_"
        "<step>.log; run control: " FUNCTION TRIM(WS-JOB-CONTROL-PATH)
        DELIMITED BY SIZE INTO WS-SUMMARY-LINE
    END-STRING
    PERFORM PRINT-SUMMARY-LINE
    CLOSE ANPR-JOB-SUMMARY-FILE.

PRINT-NEXT-SUMMARY-STEP.
    READ ANPR-JOB-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-CONTROL-EOF-FLAG
        NOT AT END
            IF JC-RUN-DATE = WS-BUSINESS-DATE
                AND JC-ATTEMPT = WS-ATTEMPT-NUMBER
                PERFORM FORMAT-SUMMARY-STEP-LINE
                PERFORM PRINT-SUMMARY-LINE
            END-IF
    END-READ.

FORMAT-SUMMARY-STEP-LINE.
    ADD 1 TO WS-SUMMARY-STEP-COUNT
    MOVE SPACES TO WS-SUMMARY-LINE
    MOVE JC-STEP-ID TO WS-SUMMARY-LINE(1:8)
    MOVE JC-PROGRAM TO WS-SUMMARY-LINE(10:11)
    *> A long folder keeps its tail, the part that tells folders apart
    MOVE SPACES TO WS-PARM-TEXT
    IF FUNCTION LENGTH(FUNCTION TRIM(JC-STEP-PARM)) > 28
        MOVE FUNCTION REVERSE(FUNCTION TRIM(JC-STEP-PARM))
            TO WS-PARM-TEXT
        MOVE FUNCTION REVERSE(WS-PARM-TEXT) TO WS-PARM-TEXT
    ELSE
        MOVE JC-STEP-PARM TO WS-PARM-TEXT
    END-IF
    MOVE WS-PARM-TEXT TO WS-SUMMARY-LINE(22:28)
    IF JC-STEP-NOT-RUN OR JC-STEP-NOT-DUE
        MOVE JC-STEP-STATUS TO WS-SUMMARY-LINE(82:8)
    ELSE
        STRING JC-START-TIMESTAMP(9:2) ":" JC-START-TIMESTAMP(11:2)
            ":" JC-START-TIMESTAMP(13:2)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE(51:8)
        END-STRING
        STRING JC-END-TIMESTAMP(9:2) ":" JC-END-TIMESTAMP(11:2)
            ":" JC-END-TIMESTAMP(13:2)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE(60:8)
        END-STRING
        MOVE JC-START-TIMESTAMP TO WS-TS-WORK
        PERFORM COMPUTE-TIMESTAMP-SECONDS
        MOVE WS-TS-SECONDS TO WS-START-SECONDS
        MOVE JC-END-TIMESTAMP TO WS-TS-WORK
        PERFORM COMPUTE-TIMESTAMP-SECONDS
        PERFORM FORMAT-ELAPSED-TIME
        MOVE WS-ELAPSED-TEXT TO WS-SUMMARY-LINE(69:8)
        MOVE JC-RETURN-CODE TO WS-RC-DISPLAY
        MOVE WS-RC-DISPLAY TO WS-SUMMARY-LINE(78:3)
        MOVE JC-STEP-STATUS TO WS-SUMMARY-LINE(82:8)
        IF JC-COUNT-RECORDED
            MOVE JC-RECORD-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO WS-SUMMARY-LINE(91:9)
            MOVE JC-COUNT-LABEL TO WS-SUMMARY-LINE(102:31)
        END-IF
    END-IF.

*> Every page line goes to the console and to the summary file
PRINT-SUMMARY-LINE.
    DISPLAY FUNCTION TRIM(WS-SUMMARY-LINE TRAILING)
    IF WS-JOB-SUMMARY-STATUS = "00"
        WRITE JOB-SUMMARY-RECORD FROM WS-SUMMARY-LINE
    END-IF.

*> WS-TS-WORK (YYYYMMDDHHMMSS) as seconds since the calendar's day 1
COMPUTE-TIMESTAMP-SECONDS.
    MOVE 0 TO WS-TS-SECONDS
    IF WS-TS-WORK IS NUMERIC
        COMPUTE WS-TS-SECONDS =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TS-WORK(1:8)))
                * 86400
            + FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
            + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
            + FUNCTION NUMVAL(WS-TS-WORK(13:2))
    END-IF.

*> WS-TS-SECONDS less WS-START-SECONDS as HH:MM:SS
FORMAT-ELAPSED-TIME.
    MOVE 0 TO WS-ELAPSED-SECONDS
    IF WS-TS-SECONDS > WS-START-SECONDS
        COMPUTE WS-ELAPSED-SECONDS = WS-TS-SECONDS - WS-START-SECONDS
    END-IF
    IF WS-ELAPSED-SECONDS > 359999
        MOVE 359999 TO WS-ELAPSED-SECONDS
    END-IF
    COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-SECONDS / 3600
    COMPUTE WS-ELAPSED-MINUTES =
        FUNCTION MOD(WS-ELAPSED-SECONDS, 3600) / 60
    COMPUTE WS-ELAPSED-REMAINDER = FUNCTION MOD(WS-ELAPSED-SECONDS, 60)
    MOVE SPACES TO WS-ELAPSED-TEXT
    STRING WS-ELAPSED-HOURS ":" WS-ELAPSED-MINUTES ":"
        WS-ELAPSED-REMAINDER
        DELIMITED BY SIZE INTO WS-ELAPSED-TEXT
    END-STRING.

END PROGRAM ANPRJOB.
