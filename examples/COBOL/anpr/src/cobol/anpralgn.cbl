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
*> ANPRALGN: camera alignment drift from plate box positions.
*>
*> A camera knocked on its bracket, or sagging a little each week,
*> keeps producing reads -- ANPRMON stays green -- while its plates
*> slide toward the edge of the ROI in config/roisites.dat until the
*> reads start failing and the reject rate finally spikes. Every plate
*> detail record (anprdtl.cpy) already says where in the frame the
*> plate was (PD-BOX-X/Y/WIDTH/HEIGHT); this program watches that
*> position per site/camera, so realigning the camera is a planned job
*> from a morning report instead of a callout after the damage.
*>
*> Two modes:
*>
*>   MODE=BASELINE  averages plate centre and plate size per camera
*>                  over a reference period (FROM= to TO=, normally the
*>                  weeks after the camera was aimed) and stores them in
*>                  output/anpralign_base.dat (anprabas.cpy). Cameras
*>                  not seen in the period keep the baseline they had,
*>                  and SITE=/CAMERA= re-baselines just one camera after
*>                  a technician has realigned it. The file is built
*>                  under a ".new" name and moved over the live one.
*>
*>   MODE=CHECK     (the default) profiles one day (DATE=) the same way
*>                  and holds each baselined camera against its
*>                  baseline. A camera is alarmed when
*>                    - its average plate centre has moved more than
*>                      SHIFT= pixels,
*>                    - its average plate width has shrunk by more than
*>                      SHRINK= percent, or
*>                    - the share of its plates running partly outside
*>                      its ROI exceeds the baseline share by more than
*>                      OUTSIDE= percentage points.
*>                  Each alarm is written to output/anpralign.dat.
*>                  YYYYMMDD (anpralgn.cpy) for ANPROPS, and any alarm
*>                  ends the run with RETURN-CODE 8, the same as
*>                  ANPRMON, so a scheduler can page on it.
*>
*> The detail record carries no site or camera, only its parent read's
*> key (PD-PARENT-KEY mirrors AR-KEY), so each frame's read is looked
*> up in ANPRRSLT for them -- a period must therefore be baselined
*> before ANPRPURGE archives its reads. A camera with fewer than
*> MINPLATES= plates in the period or day is reported but not judged.
*> The ROI is taken as the rectangle bounding its corner points, which
*> is what every roisites.dat entry describes.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   MODE=CHECK|BASELINE  (default CHECK)
*>   DATE=YYYYMMDD  day checked (default today)
*>   FROM=YYYYMMDD  first day of the reference period (default 14 days
*>                  before TO)
*>   TO=YYYYMMDD    last day of the reference period (default yesterday)
*>   SITE=, CAMERA= baseline only this camera (MODE=BASELINE)
*>   SHIFT=n        centre movement tolerance in pixels (default 60)
*>   SHRINK=n       plate width loss tolerance in percent (default 15)
*>   OUTSIDE=n      outside-ROI tolerance in percent (default 10)
*>   MINPLATES=n    smallest sample judged (default 20)
*>   ROI=path       ROI sites table (default ../../config/roisites.dat)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRALGN.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Opened shared and read-only (see the shared-open notes on
    *> ANPR-RESULT-FILE in anpr.cbl); a busy open follows the same
    *> retry-with-backoff protocol all the ANPRRSLT programs use. Read
    *> by key only, for the site and camera of a detail record's frame.
    SELECT ANPR-RESULT-FILE
        ASSIGN TO "ANPRRSLT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-KEY
        SHARING WITH ALL OTHER
        FILE STATUS IS WS-RESULT-FILE-STATUS.

    SELECT ANPR-PLATE-DETAIL-FILE
        ASSIGN DYNAMIC WS-DETAIL-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DETAIL-FILE-STATUS.

    SELECT ANPR-ROI-SITE-FILE
        ASSIGN DYNAMIC WS-ROI-SITE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROI-FILE-STATUS.

    *> Read from the live name; MODE=BASELINE writes the ".new" name
    *> and moves it over the live file
    SELECT ANPR-ALIGN-BASELINE-FILE
        ASSIGN DYNAMIC WS-BASELINE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASELINE-FILE-STATUS.

    SELECT ANPR-ALIGN-BASELINE-NEW-FILE
        ASSIGN DYNAMIC WS-BASELINE-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASELINE-NEW-STATUS.

    *> Written fresh per checked day under a date-suffixed name, so a
    *> re-run of the same day replaces its alarms instead of doubling
    *> them
    SELECT ANPR-ALIGN-ALARM-FILE
        ASSIGN DYNAMIC WS-ALARM-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-RESULT-FILE.
    COPY "anprrec.cpy".

FD  ANPR-PLATE-DETAIL-FILE.
    COPY "anprdtl.cpy".

FD  ANPR-ROI-SITE-FILE.
01  ROI-SITE-FILE-RECORD           PIC X(160).

FD  ANPR-ALIGN-BASELINE-FILE.
    COPY "anprabas.cpy".

FD  ANPR-ALIGN-BASELINE-NEW-FILE.
01  ALIGN-BASELINE-NEW-RECORD      PIC X(80).

FD  ANPR-ALIGN-ALARM-FILE.
    COPY "anpralgn.cpy".

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
01  WS-DETAIL-FILE-PATH     PIC X(256) VALUE "../../output/anprdtl.dat".
01  WS-DETAIL-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-ROI-SITE-FILE-PATH   PIC X(256)
                               VALUE "../../config/roisites.dat".
01  WS-ROI-FILE-STATUS      PIC X(02) VALUE SPACES.
01  WS-BASELINE-FILE-PATH   PIC X(256)
                               VALUE "../../output/anpralign_base.dat".
01  WS-BASELINE-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-BASELINE-NEW-PATH    PIC X(260) VALUE SPACES.
01  WS-BASELINE-NEW-STATUS  PIC X(02) VALUE SPACES.
01  WS-ALARM-FILE-PREFIX    PIC X(256)
                               VALUE "../../output/anpralign.dat".
01  WS-ALARM-FILE-PATH      PIC X(270) VALUE SPACES.
01  WS-ALARM-FILE-STATUS    PIC X(02) VALUE SPACES.
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

01  WS-RUN-MODE             PIC X(08) VALUE "CHECK".
    88  WS-MODE-CHECK              VALUE "CHECK".
    88  WS-MODE-BASELINE           VALUE "BASELINE".
01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-CHECK-DATE           PIC X(08) VALUE SPACES.
01  WS-FROM-DATE            PIC X(08) VALUE SPACES.
01  WS-TO-DATE              PIC X(08) VALUE SPACES.
01  WS-DATE-NUMERIC         PIC 9(08) VALUE 0.
01  WS-DATE-INTEGER         PIC 9(07) VALUE 0.
01  WS-SCAN-FROM-DATE       PIC X(08) VALUE SPACES.
01  WS-SCAN-TO-DATE         PIC X(08) VALUE SPACES.
01  WS-ONLY-SITE-ID         PIC X(10) VALUE SPACES.
01  WS-ONLY-CAMERA-ID       PIC X(10) VALUE SPACES.

*> Tolerances -- see the banner
01  WS-SHIFT-TOLERANCE      PIC 9(05) VALUE 60.
01  WS-SHRINK-TOLERANCE     PIC 9(03) VALUE 15.
01  WS-OUTSIDE-TOLERANCE    PIC 9(03) VALUE 10.
01  WS-MINIMUM-PLATES       PIC 9(05) VALUE 20.

01  WS-DETAIL-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-DETAIL-FILE      VALUE "Y".
01  WS-BASELINE-EOF-FLAG    PIC X(01) VALUE "N".
    88  WS-END-OF-BASELINE-FILE    VALUE "Y".

*> The parent read last looked up -- a frame's plates sit together in
*> the detail file, so one keyed read serves all of them
01  WS-LAST-PARENT-KEY      PIC X(84) VALUE SPACES.
01  WS-PARENT-SITE-ID       PIC X(10) VALUE SPACES.
01  WS-PARENT-CAMERA-ID     PIC X(10) VALUE SPACES.

COPY "anprroi.cpy".

*> The ROI corner points, x,y pairs, scratch for the bounding rectangle
01  WS-ROI-POINT-SCRATCH.
    05  RP-FIELD-TEXT OCCURS 16 TIMES PIC X(08).
01  WS-ROI-POINT-IDX        PIC 9(02) VALUE 0.
01  WS-ROI-POINT-VALUE      PIC 9(05) VALUE 0.
01  WS-ROI-FOUND-FLAG       PIC X(01) VALUE "N".
    88  WS-ROI-SITE-FOUND          VALUE "Y".
01  WS-UNSTRING-PTR         PIC 9(03) VALUE 1.

*> ------------------------------------------------------------------
*> One plate-position profile per camera seen in the scanned period
*> ------------------------------------------------------------------
01  WS-PROFILE-TABLE.
    05  WS-PROFILE-COUNT            PIC 9(03) VALUE 0.
    05  WS-PROFILE-ENTRY OCCURS 50 TIMES
            INDEXED BY WS-PROFILE-IDX.
        10  PF-SITE-ID              PIC X(10).
        10  PF-CAMERA-ID            PIC X(10).
        10  PF-PLATE-COUNT          PIC 9(07).
        10  PF-SUM-CENTRE-X         PIC 9(12).
        10  PF-SUM-CENTRE-Y         PIC 9(12).
        10  PF-SUM-WIDTH            PIC 9(12).
        10  PF-SUM-HEIGHT           PIC 9(12).
        10  PF-OUTSIDE-COUNT        PIC 9(07).
        10  PF-ROI-FLAG             PIC X(01).
            88  PF-ROI-KNOWN               VALUE "Y".
        10  PF-ROI-MIN-X            PIC 9(05).
        10  PF-ROI-MAX-X            PIC 9(05).
        10  PF-ROI-MIN-Y            PIC 9(05).
        10  PF-ROI-MAX-Y            PIC 9(05).
01  WS-PROFILE-FOUND-FLAG   PIC X(01) VALUE "N".
    88  WS-PROFILE-FOUND           VALUE "Y".
01  WS-LOOKUP-SITE-ID       PIC X(10) VALUE SPACES.
01  WS-LOOKUP-CAMERA-ID     PIC X(10) VALUE SPACES.

*> ------------------------------------------------------------------
*> The stored baselines -- each entry laid out as ANPR-ALIGN-BASELINE-
*> RECORD (anprabas.cpy), so a record moves in and out whole
*> ------------------------------------------------------------------
01  WS-BASELINE-TABLE.
    05  WS-BASELINE-COUNT           PIC 9(03) VALUE 0.
    05  WS-BASELINE-ENTRY OCCURS 50 TIMES
            INDEXED BY WS-BASELINE-IDX.
        10  BT-SITE-ID              PIC X(10).
        10  BT-CAMERA-ID            PIC X(10).
        10  BT-FROM-DATE            PIC X(08).
        10  BT-TO-DATE              PIC X(08).
        10  BT-PLATE-COUNT          PIC 9(07).
        10  BT-CENTRE-X             PIC 9(05).
        10  BT-CENTRE-Y             PIC 9(05).
        10  BT-PLATE-WIDTH          PIC 9(05).
        10  BT-PLATE-HEIGHT         PIC 9(05).
        10  BT-OUTSIDE-PCT          PIC 9(03).
        10  BT-BUILT-TIMESTAMP      PIC X(14).
01  WS-BASELINE-FOUND-FLAG  PIC X(01) VALUE "N".
    88  WS-BASELINE-FOUND          VALUE "Y".

*> One camera's averaged profile, and how it compares
01  WS-AVG-CENTRE-X         PIC 9(05) VALUE 0.
01  WS-AVG-CENTRE-Y         PIC 9(05) VALUE 0.
01  WS-AVG-WIDTH            PIC 9(05) VALUE 0.
01  WS-AVG-HEIGHT           PIC 9(05) VALUE 0.
01  WS-OUTSIDE-PCT          PIC 9(03) VALUE 0.
01  WS-BOX-RIGHT            PIC 9(06) VALUE 0.
01  WS-BOX-BOTTOM           PIC 9(06) VALUE 0.
01  WS-DELTA-X              PIC S9(05) VALUE 0.
01  WS-DELTA-Y              PIC S9(05) VALUE 0.
01  WS-SHIFT-PIXELS         PIC 9(05) VALUE 0.
01  WS-SHRINK-PCT           PIC 9(03) VALUE 0.
01  WS-OUTSIDE-LIMIT-PCT    PIC 9(04) VALUE 0.

*> Run counters
01  WS-DETAIL-READ-COUNT    PIC 9(07) VALUE 0.
01  WS-DETAIL-USED-COUNT    PIC 9(07) VALUE 0.
01  WS-NO-BOX-COUNT         PIC 9(07) VALUE 0.
01  WS-NO-PARENT-COUNT      PIC 9(07) VALUE 0.
01  WS-CAMERAS-JUDGED-COUNT PIC 9(03) VALUE 0.
01  WS-CAMERAS-SKIPPED-COUNT PIC 9(03) VALUE 0.
01  WS-BASELINES-STORED-COUNT PIC 9(03) VALUE 0.
01  WS-ALARM-COUNT          PIC 9(03) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Camera Alignment Drift ===".
    DISPLAY " ".

    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM RESOLVE-RUN-DATES
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-ROI-SITE-TABLE
    PERFORM LOAD-BASELINE-TABLE
    IF WS-MODE-CHECK AND WS-BASELINE-COUNT = 0
        DISPLAY "No camera baselines at ",
                FUNCTION TRIM(WS-BASELINE-FILE-PATH),
                " -- run MODE=BASELINE over a reference period first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-RESULT-FILE-SHARED
    IF WS-RESULT-FILE-STATUS NOT = "00"
        IF WS-RESULT-OPEN-BUSY
            DISPLAY "Result file busy (status ",
                    WS-RESULT-FILE-STATUS, "), retried ",
                    WS-OPEN-RETRY-COUNT,
                    " times -- run again when the watcher is idle"
        ELSE
            DISPLAY "No recognition result file to read ",
                    "(ANPRRSLT, status ", WS-RESULT-FILE-STATUS, ")"
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT ANPR-PLATE-DETAIL-FILE
    IF WS-DETAIL-FILE-STATUS NOT = "00"
        DISPLAY "No plate detail file at ",
                FUNCTION TRIM(WS-DETAIL-FILE-PATH),
                " (status ", WS-DETAIL-FILE-STATUS, ")"
        CLOSE ANPR-RESULT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO WS-PROFILE-COUNT
    MOVE "N" TO WS-DETAIL-EOF-FLAG
    PERFORM SCAN-NEXT-DETAIL-RECORD UNTIL WS-END-OF-DETAIL-FILE
    CLOSE ANPR-PLATE-DETAIL-FILE
    CLOSE ANPR-RESULT-FILE

    IF WS-MODE-BASELINE
        PERFORM RUN-BASELINE-MODE
    ELSE
        PERFORM RUN-CHECK-MODE
    END-IF
    PERFORM PRINT-RUN-SUMMARY
    IF WS-ALARM-COUNT > 0
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
        WHEN "MODE"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO WS-RUN-MODE
            IF NOT WS-MODE-CHECK AND NOT WS-MODE-BASELINE
                DISPLAY "MODE= must be CHECK or BASELINE, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "DATE"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) = 8
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(WS-CMD-ARG-PARM)) = 0
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-CHECK-DATE
            ELSE
                DISPLAY "DATE= must be a real date as YYYYMMDD, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
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
        WHEN "SITE"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-ONLY-SITE-ID
        WHEN "CAMERA"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-ONLY-CAMERA-ID
        WHEN "SHIFT"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 5
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                COMPUTE WS-SHIFT-TOLERANCE =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "SHIFT= must be a number of pixels, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "SHRINK"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 3
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                COMPUTE WS-SHRINK-TOLERANCE =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "SHRINK= must be a percentage, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "OUTSIDE"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 3
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                COMPUTE WS-OUTSIDE-TOLERANCE =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "OUTSIDE= must be a percentage, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "MINPLATES"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 5
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                COMPUTE WS-MINIMUM-PLATES =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "MINPLATES= must be a number, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "ROI"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-ROI-SITE-FILE-PATH
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
*> RESOLVE-RUN-DATES: the day checked, or the reference period, as
*> the slice of the detail file to profile. Period defaults step back
*> from today with INTEGER-OF-DATE, as the cutoff in anprpurge.cbl does.
*> ========================================================================
RESOLVE-RUN-DATES.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    IF WS-MODE-BASELINE
        IF WS-TO-DATE = SPACES
            MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-DATE-NUMERIC
            COMPUTE WS-DATE-INTEGER =
                INTEGER-OF-DATE(WS-DATE-NUMERIC) - 1
            COMPUTE WS-DATE-NUMERIC = DATE-OF-INTEGER(WS-DATE-INTEGER)
            MOVE WS-DATE-NUMERIC TO WS-TO-DATE
        END-IF
        IF WS-FROM-DATE = SPACES
            MOVE WS-TO-DATE TO WS-DATE-NUMERIC
            COMPUTE WS-DATE-INTEGER =
                INTEGER-OF-DATE(WS-DATE-NUMERIC) - 13
            COMPUTE WS-DATE-NUMERIC = DATE-OF-INTEGER(WS-DATE-INTEGER)
            MOVE WS-DATE-NUMERIC TO WS-FROM-DATE
        END-IF
        IF WS-FROM-DATE > WS-TO-DATE
            DISPLAY "FROM= ", WS-FROM-DATE, " is after TO= ", WS-TO-DATE
            MOVE "N" TO WS-ARG-VALID-FLAG
        END-IF
        MOVE WS-FROM-DATE TO WS-SCAN-FROM-DATE
        MOVE WS-TO-DATE TO WS-SCAN-TO-DATE
        DISPLAY "Building baselines from ", WS-FROM-DATE,
                " to ", WS-TO-DATE
        IF WS-ONLY-SITE-ID NOT = SPACES OR WS-ONLY-CAMERA-ID NOT = SPACES
            DISPLAY "  for ", FUNCTION TRIM(WS-ONLY-SITE-ID), "/",
                    FUNCTION TRIM(WS-ONLY-CAMERA-ID), " only"
        END-IF
    ELSE
        IF WS-CHECK-DATE = SPACES
            MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CHECK-DATE
        END-IF
        MOVE WS-CHECK-DATE TO WS-SCAN-FROM-DATE
        MOVE WS-CHECK-DATE TO WS-SCAN-TO-DATE
        DISPLAY "Checking plate positions for ", WS-CHECK-DATE
    END-IF.

*> ========================================================================
*> LOAD-ROI-SITE-TABLE: config/roisites.dat (site,camera,point-list per
*> line) into ANPR-ROI-SITE-TABLE -- LOAD-ROI-SITE-TABLE in anpr.cbl
*> ========================================================================
LOAD-ROI-SITE-TABLE.
    MOVE 0 TO ROI-SITE-COUNT
    OPEN INPUT ANPR-ROI-SITE-FILE
    IF WS-ROI-FILE-STATUS = "00"
        PERFORM LOAD-NEXT-ROI-SITE-RECORD UNTIL WS-ROI-FILE-STATUS = "10"
        CLOSE ANPR-ROI-SITE-FILE
    ELSE
        DISPLAY "ROI sites table not found at ",
                FUNCTION TRIM(WS-ROI-SITE-FILE-PATH),
                "; the outside-ROI test is skipped"
    END-IF.

LOAD-NEXT-ROI-SITE-RECORD.
    READ ANPR-ROI-SITE-FILE
        AT END
            CONTINUE
        NOT AT END
            PERFORM STORE-ROI-SITE-ENTRY
    END-READ.

STORE-ROI-SITE-ENTRY.
    IF ROI-SITE-COUNT < 50
        ADD 1 TO ROI-SITE-COUNT
        MOVE 1 TO WS-UNSTRING-PTR
        UNSTRING ROI-SITE-FILE-RECORD DELIMITED BY ","
            INTO ROI-SITE-ID(ROI-SITE-COUNT)
                 ROI-CAMERA-ID(ROI-SITE-COUNT)
            WITH POINTER WS-UNSTRING-PTR
        END-UNSTRING
        MOVE ROI-SITE-FILE-RECORD(WS-UNSTRING-PTR:)
            TO ROI-POINT-LIST(ROI-SITE-COUNT)
    ELSE
        DISPLAY "Too many ROI sites in ",
                FUNCTION TRIM(WS-ROI-SITE-FILE-PATH),
                " -- discarding site record ", ROI-SITE-FILE-RECORD
    END-IF.

*> ========================================================================
*> LOAD-BASELINE-TABLE: the stored baselines, one record per camera
*> ========================================================================
LOAD-BASELINE-TABLE.
    MOVE 0 TO WS-BASELINE-COUNT
    OPEN INPUT ANPR-ALIGN-BASELINE-FILE
    IF WS-BASELINE-FILE-STATUS = "00"
        MOVE "N" TO WS-BASELINE-EOF-FLAG
        PERFORM LOAD-NEXT-BASELINE-RECORD UNTIL WS-END-OF-BASELINE-FILE
        CLOSE ANPR-ALIGN-BASELINE-FILE
    END-IF.

LOAD-NEXT-BASELINE-RECORD.
    READ ANPR-ALIGN-BASELINE-FILE
        AT END
            MOVE "Y" TO WS-BASELINE-EOF-FLAG
        NOT AT END
            IF WS-BASELINE-COUNT < 50
                ADD 1 TO WS-BASELINE-COUNT
                SET WS-BASELINE-IDX TO WS-BASELINE-COUNT
                MOVE ANPR-ALIGN-BASELINE-RECORD
                    TO WS-BASELINE-ENTRY(WS-BASELINE-IDX)
            ELSE
                DISPLAY "Too many camera baselines in ",
                        FUNCTION TRIM(WS-BASELINE-FILE-PATH),
                        " -- discarding ", AB-SITE-ID, "/", AB-CAMERA-ID
            END-IF
    END-READ.

FIND-BASELINE-FOR-CAMERA.
    MOVE "N" TO WS-BASELINE-FOUND-FLAG
    IF WS-BASELINE-COUNT > 0
        SET WS-BASELINE-IDX TO 1
        SEARCH WS-BASELINE-ENTRY
            AT END
                CONTINUE
            WHEN BT-SITE-ID(WS-BASELINE-IDX) = WS-LOOKUP-SITE-ID
                 AND BT-CAMERA-ID(WS-BASELINE-IDX) = WS-LOOKUP-CAMERA-ID
                MOVE "Y" TO WS-BASELINE-FOUND-FLAG
        END-SEARCH
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
*> SCAN-NEXT-DETAIL-RECORD: every plate of the period that carries a
*> box goes into its camera's profile
*> ========================================================================
SCAN-NEXT-DETAIL-RECORD.
    READ ANPR-PLATE-DETAIL-FILE
        AT END
            MOVE "Y" TO WS-DETAIL-EOF-FLAG
        NOT AT END
            IF PD-TIMESTAMP(1:8) >= WS-SCAN-FROM-DATE
                AND PD-TIMESTAMP(1:8) <= WS-SCAN-TO-DATE
                ADD 1 TO WS-DETAIL-READ-COUNT
                IF PD-BOX-WIDTH = 0 OR PD-BOX-HEIGHT = 0
                    ADD 1 TO WS-NO-BOX-COUNT
                ELSE
                    PERFORM PROFILE-ONE-DETAIL-RECORD
                END-IF
            END-IF
    END-READ.

PROFILE-ONE-DETAIL-RECORD.
    IF PD-PARENT-KEY NOT = WS-LAST-PARENT-KEY
        PERFORM LOOK-UP-PARENT-READ
        MOVE PD-PARENT-KEY TO WS-LAST-PARENT-KEY
    END-IF
    IF WS-PARENT-SITE-ID = SPACES
        ADD 1 TO WS-NO-PARENT-COUNT
    ELSE
    IF (WS-ONLY-SITE-ID = SPACES OR WS-ONLY-SITE-ID = WS-PARENT-SITE-ID)
        AND (WS-ONLY-CAMERA-ID = SPACES
             OR WS-ONLY-CAMERA-ID = WS-PARENT-CAMERA-ID)
        MOVE WS-PARENT-SITE-ID TO WS-LOOKUP-SITE-ID
        MOVE WS-PARENT-CAMERA-ID TO WS-LOOKUP-CAMERA-ID
        PERFORM FIND-OR-ADD-PROFILE
        IF WS-PROFILE-FOUND
            PERFORM ADD-PLATE-TO-PROFILE
        END-IF
    END-IF
    END-IF.

*> A read already archived, or one logged with no site, leaves its
*> plates unplaced -- they are counted, not guessed at.
LOOK-UP-PARENT-READ.
    MOVE SPACES TO WS-PARENT-SITE-ID
    MOVE SPACES TO WS-PARENT-CAMERA-ID
    MOVE PD-PARENT-KEY TO AR-KEY
    READ ANPR-RESULT-FILE
        INVALID KEY
            CONTINUE
    END-READ
    IF WS-RESULT-FILE-STATUS = "00"
        MOVE AR-SITE-ID TO WS-PARENT-SITE-ID
        MOVE AR-CAMERA-ID TO WS-PARENT-CAMERA-ID
    END-IF.

*> A new camera takes the next slot, its ROI rectangle worked out once
*> here; a full table is reported once per plate it turns away.
FIND-OR-ADD-PROFILE.
    MOVE "N" TO WS-PROFILE-FOUND-FLAG
    IF WS-PROFILE-COUNT > 0
        SET WS-PROFILE-IDX TO 1
        SEARCH WS-PROFILE-ENTRY
            AT END
                CONTINUE
            WHEN PF-SITE-ID(WS-PROFILE-IDX) = WS-LOOKUP-SITE-ID
                 AND PF-CAMERA-ID(WS-PROFILE-IDX) = WS-LOOKUP-CAMERA-ID
                MOVE "Y" TO WS-PROFILE-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-PROFILE-FOUND
        IF WS-PROFILE-COUNT < 50
            ADD 1 TO WS-PROFILE-COUNT
            SET WS-PROFILE-IDX TO WS-PROFILE-COUNT
            MOVE WS-LOOKUP-SITE-ID TO PF-SITE-ID(WS-PROFILE-IDX)
            MOVE WS-LOOKUP-CAMERA-ID TO PF-CAMERA-ID(WS-PROFILE-IDX)
            MOVE 0 TO PF-PLATE-COUNT(WS-PROFILE-IDX)
            MOVE 0 TO PF-SUM-CENTRE-X(WS-PROFILE-IDX)
            MOVE 0 TO PF-SUM-CENTRE-Y(WS-PROFILE-IDX)
            MOVE 0 TO PF-SUM-WIDTH(WS-PROFILE-IDX)
            MOVE 0 TO PF-SUM-HEIGHT(WS-PROFILE-IDX)
            MOVE 0 TO PF-OUTSIDE-COUNT(WS-PROFILE-IDX)
            PERFORM SET-PROFILE-ROI-BOUNDS
            MOVE "Y" TO WS-PROFILE-FOUND-FLAG
        ELSE
            DISPLAY "Camera table full -- not profiling ",
                    FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                    FUNCTION TRIM(WS-LOOKUP-CAMERA-ID)
        END-IF
    END-IF.

*> ========================================================================
*> SET-PROFILE-ROI-BOUNDS: the camera's ROI corner points (x,y pairs,
*> as passed to the engine's "dmsri" option) reduced to the smallest
*> and largest x and y
*> ========================================================================
SET-PROFILE-ROI-BOUNDS.
    MOVE "N" TO PF-ROI-FLAG(WS-PROFILE-IDX)
    MOVE 99999 TO PF-ROI-MIN-X(WS-PROFILE-IDX)
    MOVE 99999 TO PF-ROI-MIN-Y(WS-PROFILE-IDX)
    MOVE 0 TO PF-ROI-MAX-X(WS-PROFILE-IDX)
    MOVE 0 TO PF-ROI-MAX-Y(WS-PROFILE-IDX)
    MOVE "N" TO WS-ROI-FOUND-FLAG
    IF ROI-SITE-COUNT > 0
        SET ROI-SITE-IDX TO 1
        SEARCH ROI-SITE-ENTRY
            AT END
                CONTINUE
            WHEN ROI-SITE-ID(ROI-SITE-IDX) = WS-LOOKUP-SITE-ID
                 AND ROI-CAMERA-ID(ROI-SITE-IDX) = WS-LOOKUP-CAMERA-ID
                MOVE "Y" TO WS-ROI-FOUND-FLAG
        END-SEARCH
    END-IF
    IF WS-ROI-SITE-FOUND
        MOVE SPACES TO WS-ROI-POINT-SCRATCH
        UNSTRING ROI-POINT-LIST(ROI-SITE-IDX) DELIMITED BY ","
            INTO RP-FIELD-TEXT(1) RP-FIELD-TEXT(2) RP-FIELD-TEXT(3)
                 RP-FIELD-TEXT(4) RP-FIELD-TEXT(5) RP-FIELD-TEXT(6)
                 RP-FIELD-TEXT(7) RP-FIELD-TEXT(8) RP-FIELD-TEXT(9)
                 RP-FIELD-TEXT(10) RP-FIELD-TEXT(11) RP-FIELD-TEXT(12)
                 RP-FIELD-TEXT(13) RP-FIELD-TEXT(14) RP-FIELD-TEXT(15)
                 RP-FIELD-TEXT(16)
        END-UNSTRING
        PERFORM TAKE-ONE-ROI-POINT
            VARYING WS-ROI-POINT-IDX FROM 1 BY 2
            UNTIL WS-ROI-POINT-IDX > 15
        IF PF-ROI-MAX-X(WS-PROFILE-IDX) > PF-ROI-MIN-X(WS-PROFILE-IDX)
            AND PF-ROI-MAX-Y(WS-PROFILE-IDX)
                > PF-ROI-MIN-Y(WS-PROFILE-IDX)
            MOVE "Y" TO PF-ROI-FLAG(WS-PROFILE-IDX)
        END-IF
    END-IF.

TAKE-ONE-ROI-POINT.
    IF RP-FIELD-TEXT(WS-ROI-POINT-IDX) NOT = SPACES
        AND RP-FIELD-TEXT(WS-ROI-POINT-IDX + 1) NOT = SPACES
        COMPUTE WS-ROI-POINT-VALUE =
            FUNCTION NUMVAL(RP-FIELD-TEXT(WS-ROI-POINT-IDX))
        IF WS-ROI-POINT-VALUE < PF-ROI-MIN-X(WS-PROFILE-IDX)
            MOVE WS-ROI-POINT-VALUE TO PF-ROI-MIN-X(WS-PROFILE-IDX)
        END-IF
        IF WS-ROI-POINT-VALUE > PF-ROI-MAX-X(WS-PROFILE-IDX)
            MOVE WS-ROI-POINT-VALUE TO PF-ROI-MAX-X(WS-PROFILE-IDX)
        END-IF
        COMPUTE WS-ROI-POINT-VALUE =
            FUNCTION NUMVAL(RP-FIELD-TEXT(WS-ROI-POINT-IDX + 1))
        IF WS-ROI-POINT-VALUE < PF-ROI-MIN-Y(WS-PROFILE-IDX)
            MOVE WS-ROI-POINT-VALUE TO PF-ROI-MIN-Y(WS-PROFILE-IDX)
        END-IF
        IF WS-ROI-POINT-VALUE > PF-ROI-MAX-Y(WS-PROFILE-IDX)
            MOVE WS-ROI-POINT-VALUE TO PF-ROI-MAX-Y(WS-PROFILE-IDX)
        END-IF
    END-IF.

*> A plate box not wholly inside the ROI rectangle counts as outside --
*> the edge of the box is what the engine loses first.
ADD-PLATE-TO-PROFILE.
    ADD 1 TO WS-DETAIL-USED-COUNT
    ADD 1 TO PF-PLATE-COUNT(WS-PROFILE-IDX)
    COMPUTE PF-SUM-CENTRE-X(WS-PROFILE-IDX) =
        PF-SUM-CENTRE-X(WS-PROFILE-IDX) + PD-BOX-X + PD-BOX-WIDTH / 2
    COMPUTE PF-SUM-CENTRE-Y(WS-PROFILE-IDX) =
        PF-SUM-CENTRE-Y(WS-PROFILE-IDX) + PD-BOX-Y + PD-BOX-HEIGHT / 2
    ADD PD-BOX-WIDTH TO PF-SUM-WIDTH(WS-PROFILE-IDX)
    ADD PD-BOX-HEIGHT TO PF-SUM-HEIGHT(WS-PROFILE-IDX)
    IF PF-ROI-KNOWN(WS-PROFILE-IDX)
        COMPUTE WS-BOX-RIGHT = PD-BOX-X + PD-BOX-WIDTH
        COMPUTE WS-BOX-BOTTOM = PD-BOX-Y + PD-BOX-HEIGHT
        IF PD-BOX-X < PF-ROI-MIN-X(WS-PROFILE-IDX)
            OR PD-BOX-Y < PF-ROI-MIN-Y(WS-PROFILE-IDX)
            OR WS-BOX-RIGHT > PF-ROI-MAX-X(WS-PROFILE-IDX)
            OR WS-BOX-BOTTOM > PF-ROI-MAX-Y(WS-PROFILE-IDX)
            ADD 1 TO PF-OUTSIDE-COUNT(WS-PROFILE-IDX)
        END-IF
    END-IF.

*> The averaged profile of WS-PROFILE-IDX
AVERAGE-PROFILE.
    COMPUTE WS-AVG-CENTRE-X ROUNDED =
        PF-SUM-CENTRE-X(WS-PROFILE-IDX) / PF-PLATE-COUNT(WS-PROFILE-IDX)
    COMPUTE WS-AVG-CENTRE-Y ROUNDED =
        PF-SUM-CENTRE-Y(WS-PROFILE-IDX) / PF-PLATE-COUNT(WS-PROFILE-IDX)
    COMPUTE WS-AVG-WIDTH ROUNDED =
        PF-SUM-WIDTH(WS-PROFILE-IDX) / PF-PLATE-COUNT(WS-PROFILE-IDX)
    COMPUTE WS-AVG-HEIGHT ROUNDED =
        PF-SUM-HEIGHT(WS-PROFILE-IDX) / PF-PLATE-COUNT(WS-PROFILE-IDX)
    COMPUTE WS-OUTSIDE-PCT =
        PF-OUTSIDE-COUNT(WS-PROFILE-IDX) * 100
        / PF-PLATE-COUNT(WS-PROFILE-IDX).

*> ========================================================================
*> RUN-BASELINE-MODE: store each camera profiled over the reference
*> period with enough plates, then write the whole table back -- built
*> as ".new" and moved over the live file, so a check running at the
*> same moment reads the old baselines or the new ones, never half
*> ========================================================================
RUN-BASELINE-MODE.
    DISPLAY " "
    DISPLAY "--- Camera baselines ---"
    IF WS-PROFILE-COUNT = 0
        DISPLAY "  (no plates with a position in the period)"
    ELSE
        PERFORM STORE-ONE-BASELINE
            VARYING WS-PROFILE-IDX FROM 1 BY 1
            UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
    END-IF
    IF WS-BASELINES-STORED-COUNT > 0
        PERFORM WRITE-BASELINE-FILE
    ELSE
        DISPLAY "  baselines left as they were"
    END-IF.

STORE-ONE-BASELINE.
    IF PF-PLATE-COUNT(WS-PROFILE-IDX) < WS-MINIMUM-PLATES
        ADD 1 TO WS-CAMERAS-SKIPPED-COUNT
        DISPLAY "  ", FUNCTION TRIM(PF-SITE-ID(WS-PROFILE-IDX)), "/",
                FUNCTION TRIM(PF-CAMERA-ID(WS-PROFILE-IDX)), ": only ",
                PF-PLATE-COUNT(WS-PROFILE-IDX),
                " plate(s) -- too few, baseline not changed"
    ELSE
        PERFORM AVERAGE-PROFILE
        MOVE PF-SITE-ID(WS-PROFILE-IDX) TO WS-LOOKUP-SITE-ID
        MOVE PF-CAMERA-ID(WS-PROFILE-IDX) TO WS-LOOKUP-CAMERA-ID
        PERFORM FIND-BASELINE-FOR-CAMERA
        IF NOT WS-BASELINE-FOUND
            IF WS-BASELINE-COUNT < 50
                ADD 1 TO WS-BASELINE-COUNT
                SET WS-BASELINE-IDX TO WS-BASELINE-COUNT
                MOVE "Y" TO WS-BASELINE-FOUND-FLAG
            ELSE
                DISPLAY "  baseline table full -- not storing ",
                        FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                        FUNCTION TRIM(WS-LOOKUP-CAMERA-ID)
            END-IF
        END-IF
        IF WS-BASELINE-FOUND
            ADD 1 TO WS-BASELINES-STORED-COUNT
            MOVE WS-LOOKUP-SITE-ID TO BT-SITE-ID(WS-BASELINE-IDX)
            MOVE WS-LOOKUP-CAMERA-ID TO BT-CAMERA-ID(WS-BASELINE-IDX)
            MOVE WS-FROM-DATE TO BT-FROM-DATE(WS-BASELINE-IDX)
            MOVE WS-TO-DATE TO BT-TO-DATE(WS-BASELINE-IDX)
            MOVE PF-PLATE-COUNT(WS-PROFILE-IDX)
                TO BT-PLATE-COUNT(WS-BASELINE-IDX)
            MOVE WS-AVG-CENTRE-X TO BT-CENTRE-X(WS-BASELINE-IDX)
            MOVE WS-AVG-CENTRE-Y TO BT-CENTRE-Y(WS-BASELINE-IDX)
            MOVE WS-AVG-WIDTH TO BT-PLATE-WIDTH(WS-BASELINE-IDX)
            MOVE WS-AVG-HEIGHT TO BT-PLATE-HEIGHT(WS-BASELINE-IDX)
            MOVE WS-OUTSIDE-PCT TO BT-OUTSIDE-PCT(WS-BASELINE-IDX)
            MOVE WS-CURRENT-TIMESTAMP(1:14)
                TO BT-BUILT-TIMESTAMP(WS-BASELINE-IDX)
            DISPLAY "  ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                    FUNCTION TRIM(WS-LOOKUP-CAMERA-ID), ": ",
                    PF-PLATE-COUNT(WS-PROFILE-IDX), " plate(s), centre ",
                    WS-AVG-CENTRE-X, ",", WS-AVG-CENTRE-Y, " size ",
                    WS-AVG-WIDTH, "x", WS-AVG-HEIGHT, ", ",
                    WS-OUTSIDE-PCT, "% outside ROI"
        END-IF
    END-IF.

WRITE-BASELINE-FILE.
    MOVE SPACES TO WS-BASELINE-NEW-PATH
    STRING FUNCTION TRIM(WS-BASELINE-FILE-PATH), ".new"
        DELIMITED BY SIZE INTO WS-BASELINE-NEW-PATH
    END-STRING
    OPEN OUTPUT ANPR-ALIGN-BASELINE-NEW-FILE
    IF WS-BASELINE-NEW-STATUS = "00"
        PERFORM WRITE-ONE-BASELINE-RECORD
            VARYING WS-BASELINE-IDX FROM 1 BY 1
            UNTIL WS-BASELINE-IDX > WS-BASELINE-COUNT
        CLOSE ANPR-ALIGN-BASELINE-NEW-FILE
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "mv -f " FUNCTION TRIM(WS-BASELINE-NEW-PATH), " ",
            FUNCTION TRIM(WS-BASELINE-FILE-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING WS-SHELL-COMMAND
        IF RETURN-CODE NOT = 0
            DISPLAY "  WARNING: could not move ",
                    FUNCTION TRIM(WS-BASELINE-NEW-PATH), " over ",
                    FUNCTION TRIM(WS-BASELINE-FILE-PATH),
                    " -- baselines left as they were"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "  ", WS-BASELINE-COUNT, " baseline(s) now in ",
                    FUNCTION TRIM(WS-BASELINE-FILE-PATH)
        END-IF
    ELSE
        DISPLAY "  WARNING: could not write ",
                FUNCTION TRIM(WS-BASELINE-NEW-PATH),
                " (status ", WS-BASELINE-NEW-STATUS,
                ") -- baselines left as they were"
        MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-ONE-BASELINE-RECORD.
    MOVE WS-BASELINE-ENTRY(WS-BASELINE-IDX)
        TO ALIGN-BASELINE-NEW-RECORD
    WRITE ALIGN-BASELINE-NEW-RECORD.

*> ========================================================================
*> RUN-CHECK-MODE: every baselined camera against the day's profile,
*> then any camera that read plates today with no baseline to check
*> ========================================================================
RUN-CHECK-MODE.
    MOVE SPACES TO WS-ALARM-FILE-PATH
    STRING FUNCTION TRIM(WS-ALARM-FILE-PREFIX), "." WS-CHECK-DATE
        DELIMITED BY SIZE INTO WS-ALARM-FILE-PATH
    END-STRING
    OPEN OUTPUT ANPR-ALIGN-ALARM-FILE
    IF WS-ALARM-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: could not open ",
                FUNCTION TRIM(WS-ALARM-FILE-PATH),
                " (status ", WS-ALARM-FILE-STATUS,
                ") -- alarms listed on this page only"
    END-IF

    DISPLAY " "
    DISPLAY "--- Camera alignment against baseline ---"
    PERFORM CHECK-ONE-BASELINED-CAMERA
        VARYING WS-BASELINE-IDX FROM 1 BY 1
        UNTIL WS-BASELINE-IDX > WS-BASELINE-COUNT
    PERFORM NOTE-CAMERA-WITHOUT-BASELINE
        VARYING WS-PROFILE-IDX FROM 1 BY 1
        UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
    IF WS-ALARM-FILE-STATUS = "00"
        CLOSE ANPR-ALIGN-ALARM-FILE
    END-IF.

CHECK-ONE-BASELINED-CAMERA.
    MOVE BT-SITE-ID(WS-BASELINE-IDX) TO WS-LOOKUP-SITE-ID
    MOVE BT-CAMERA-ID(WS-BASELINE-IDX) TO WS-LOOKUP-CAMERA-ID
    MOVE "N" TO WS-PROFILE-FOUND-FLAG
    IF WS-PROFILE-COUNT > 0
        SET WS-PROFILE-IDX TO 1
        SEARCH WS-PROFILE-ENTRY
            AT END
                CONTINUE
            WHEN PF-SITE-ID(WS-PROFILE-IDX) = WS-LOOKUP-SITE-ID
                 AND PF-CAMERA-ID(WS-PROFILE-IDX) = WS-LOOKUP-CAMERA-ID
                MOVE "Y" TO WS-PROFILE-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-PROFILE-FOUND
        ADD 1 TO WS-CAMERAS-SKIPPED-COUNT
        DISPLAY "  ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                FUNCTION TRIM(WS-LOOKUP-CAMERA-ID),
                ": no plates with a position today -- not judged"
    ELSE
    IF PF-PLATE-COUNT(WS-PROFILE-IDX) < WS-MINIMUM-PLATES
        ADD 1 TO WS-CAMERAS-SKIPPED-COUNT
        DISPLAY "  ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                FUNCTION TRIM(WS-LOOKUP-CAMERA-ID), ": only ",
                PF-PLATE-COUNT(WS-PROFILE-IDX),
                " plate(s) today -- too few to judge"
    ELSE
        ADD 1 TO WS-CAMERAS-JUDGED-COUNT
        PERFORM AVERAGE-PROFILE
        COMPUTE WS-DELTA-X = WS-AVG-CENTRE-X - BT-CENTRE-X(WS-BASELINE-IDX)
        COMPUTE WS-DELTA-Y = WS-AVG-CENTRE-Y - BT-CENTRE-Y(WS-BASELINE-IDX)
        COMPUTE WS-SHIFT-PIXELS ROUNDED =
            SQRT(WS-DELTA-X * WS-DELTA-X + WS-DELTA-Y * WS-DELTA-Y)
        MOVE 0 TO WS-SHRINK-PCT
        IF WS-AVG-WIDTH < BT-PLATE-WIDTH(WS-BASELINE-IDX)
            COMPUTE WS-SHRINK-PCT =
                (BT-PLATE-WIDTH(WS-BASELINE-IDX) - WS-AVG-WIDTH) * 100
                / BT-PLATE-WIDTH(WS-BASELINE-IDX)
        END-IF
        DISPLAY "  ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                FUNCTION TRIM(WS-LOOKUP-CAMERA-ID), ": ",
                PF-PLATE-COUNT(WS-PROFILE-IDX), " plate(s), centre ",
                WS-AVG-CENTRE-X, ",", WS-AVG-CENTRE-Y, " (baseline ",
                BT-CENTRE-X(WS-BASELINE-IDX), ",",
                BT-CENTRE-Y(WS-BASELINE-IDX), ", moved ",
                WS-SHIFT-PIXELS, " px), width ", WS-AVG-WIDTH,
                " (baseline ", BT-PLATE-WIDTH(WS-BASELINE-IDX), ")"
        PERFORM CHECK-CENTRE-SHIFT
        PERFORM CHECK-PLATE-SHRINK
        PERFORM CHECK-OUTSIDE-ROI
    END-IF
    END-IF.

CHECK-CENTRE-SHIFT.
    IF WS-SHIFT-PIXELS > WS-SHIFT-TOLERANCE
        MOVE "SHIFT" TO AL-REASON
        MOVE WS-SHIFT-PIXELS TO AL-MEASURED
        MOVE WS-SHIFT-TOLERANCE TO AL-TOLERANCE
        DISPLAY "*** ALARM ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                FUNCTION TRIM(WS-LOOKUP-CAMERA-ID),
                " SHIFTED: plates centre ", WS-SHIFT-PIXELS,
                " px from baseline (tolerance ", WS-SHIFT-TOLERANCE,
                ") -- realign the camera"
        PERFORM WRITE-ALIGN-ALARM
    END-IF.

CHECK-PLATE-SHRINK.
    IF WS-SHRINK-PCT > WS-SHRINK-TOLERANCE
        MOVE "SHRINK" TO AL-REASON
        MOVE WS-SHRINK-PCT TO AL-MEASURED
        MOVE WS-SHRINK-TOLERANCE TO AL-TOLERANCE
        DISPLAY "*** ALARM ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                FUNCTION TRIM(WS-LOOKUP-CAMERA-ID),
                " SHRUNK: plates ", WS-SHRINK-PCT,
                "% narrower than baseline (tolerance ",
                WS-SHRINK-TOLERANCE, "%) -- check tilt and zoom"
        PERFORM WRITE-ALIGN-ALARM
    END-IF.

*> Judged against the share the baseline itself had outside, so a
*> mount that always clipped a few plates is not alarmed for it.
CHECK-OUTSIDE-ROI.
    IF PF-ROI-KNOWN(WS-PROFILE-IDX)
        COMPUTE WS-OUTSIDE-LIMIT-PCT =
            BT-OUTSIDE-PCT(WS-BASELINE-IDX) + WS-OUTSIDE-TOLERANCE
        IF WS-OUTSIDE-PCT > WS-OUTSIDE-LIMIT-PCT
            MOVE "OUTSIDE" TO AL-REASON
            MOVE WS-OUTSIDE-PCT TO AL-MEASURED
            MOVE WS-OUTSIDE-TOLERANCE TO AL-TOLERANCE
            DISPLAY "*** ALARM ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                    FUNCTION TRIM(WS-LOOKUP-CAMERA-ID),
                    " OUTSIDE ROI: ", WS-OUTSIDE-PCT,
                    "% of plates (baseline ",
                    BT-OUTSIDE-PCT(WS-BASELINE-IDX), "%, tolerance ",
                    WS-OUTSIDE-TOLERANCE, ") -- realign or widen the ROI"
            PERFORM WRITE-ALIGN-ALARM
        END-IF
    END-IF.

WRITE-ALIGN-ALARM.
    ADD 1 TO WS-ALARM-COUNT
    MOVE WS-CHECK-DATE TO AL-CHECK-DATE
    MOVE WS-LOOKUP-SITE-ID TO AL-SITE-ID
    MOVE WS-LOOKUP-CAMERA-ID TO AL-CAMERA-ID
    MOVE PF-PLATE-COUNT(WS-PROFILE-IDX) TO AL-PLATE-COUNT
    MOVE BT-CENTRE-X(WS-BASELINE-IDX) TO AL-BASE-CENTRE-X
    MOVE BT-CENTRE-Y(WS-BASELINE-IDX) TO AL-BASE-CENTRE-Y
    MOVE WS-AVG-CENTRE-X TO AL-DAY-CENTRE-X
    MOVE WS-AVG-CENTRE-Y TO AL-DAY-CENTRE-Y
    MOVE BT-PLATE-WIDTH(WS-BASELINE-IDX) TO AL-BASE-PLATE-WIDTH
    MOVE WS-AVG-WIDTH TO AL-DAY-PLATE-WIDTH
    MOVE BT-OUTSIDE-PCT(WS-BASELINE-IDX) TO AL-BASE-OUTSIDE-PCT
    MOVE WS-OUTSIDE-PCT TO AL-DAY-OUTSIDE-PCT
    IF WS-ALARM-FILE-STATUS = "00"
        WRITE ANPR-ALIGN-ALARM-RECORD
    END-IF.

NOTE-CAMERA-WITHOUT-BASELINE.
    MOVE PF-SITE-ID(WS-PROFILE-IDX) TO WS-LOOKUP-SITE-ID
    MOVE PF-CAMERA-ID(WS-PROFILE-IDX) TO WS-LOOKUP-CAMERA-ID
    PERFORM FIND-BASELINE-FOR-CAMERA
    IF NOT WS-BASELINE-FOUND
        ADD 1 TO WS-CAMERAS-SKIPPED-COUNT
        DISPLAY "  ", FUNCTION TRIM(WS-LOOKUP-SITE-ID), "/",
                FUNCTION TRIM(WS-LOOKUP-CAMERA-ID), ": ",
                PF-PLATE-COUNT(WS-PROFILE-IDX),
                " plate(s) but no baseline -- run MODE=BASELINE for it"
    END-IF.

*> ========================================================================
*> PRINT-RUN-SUMMARY
*> ========================================================================
PRINT-RUN-SUMMARY.
    DISPLAY " "
    DISPLAY "Plate detail records in range..: " WS-DETAIL-READ-COUNT
    DISPLAY "  without a plate box..........: " WS-NO-BOX-COUNT
    DISPLAY "  read no longer on file.......: " WS-NO-PARENT-COUNT
    DISPLAY "  placed in a camera profile...: " WS-DETAIL-USED-COUNT
    IF WS-MODE-BASELINE
        DISPLAY "Baselines stored...............: "
                WS-BASELINES-STORED-COUNT
        DISPLAY "Cameras with too few plates....: "
                WS-CAMERAS-SKIPPED-COUNT
    ELSE
        DISPLAY "Cameras judged.................: "
                WS-CAMERAS-JUDGED-COUNT
        DISPLAY "Cameras not judged.............: "
                WS-CAMERAS-SKIPPED-COUNT
        DISPLAY "Alignment alarms...............: " WS-ALARM-COUNT
        DISPLAY "Alarms written to..............: "
                FUNCTION TRIM(WS-ALARM-FILE-PATH)
    END-IF.

END PROGRAM ANPRALGN.
