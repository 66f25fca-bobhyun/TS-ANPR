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
*> ANPRRAISE: manual barrier-raise log and its reconciliation.
*>
*> An attendant can lift the gate arm by hand -- the camera failed to
*> read, a VIP is waved through, a driver with a "lost ticket" story.
*> Nothing recorded that until now: a vehicle let out of the exit lane
*> by hand never produces the exit read that closes its session, so
*> the session sat in anprpark_open.dat for good, and an arm raised
*> for a friend cost the site a fee nobody could see was lost.
*>
*> MODE=LOG is run by the gate console each time the arm is raised by
*> hand. It checks the raise and appends it (anprrais.cpy) to
*> output/anprraise.dat: site, camera, time, attendant, reason code,
*> lane and, if the attendant keyed one in, the plate. A raise that
*> does not check out is refused with RETURN-CODE 8 so the console can
*> say so while the attendant is still at the gate.
*>
*> MODE=RECON (the default) runs in the nightly stream ahead of
*> ANPRPARK. It first renames output/anprraise.dat to
*> output/anprraise_work.dat, so a raise the console logs while the
*> run is going lands in a fresh file and waits for the next run. (A
*> working file already there was left by a run that stopped; it is
*> reconciled as it stands, and the new file waits.) For every raise
*> in the working file it looks
*> for the nearest read in ANPRRSLT and the nearest reject in the
*> reject log at the same site and camera, no more than WINDOW=
*> seconds either side of the raise, and pairs the raise with the
*> nearer of the two. It writes:
*>
*>   - one reconciliation record per raise (anprrrcn.cpy) to
*>     output/anprraise_recon.dat.YYYYMMDD under the run date,
*>   - one manual exit (anprmext.cpy) to output/anprpark_manexit.dat
*>     for every exit-lane raise it has a plate for -- the paired
*>     read's plate, else the keyed plate -- which the next ANPRPARK
*>     run uses to close and bill the plate's open session, and
*>   - a page listing every raise with no supporting read or reject,
*>     and a count of raises per attendant and shift (anprshft.cpy,
*>     loaded from config/shifts.dat), so a manager can see who raises
*>     the arm for nothing, and when.
*>
*> The raises are then appended to a dated copy,
*> output/anprraise.dat.YYYYMMDD, and the working file removed, the
*> same arrangement ANPRPARK uses for the billing office's
*> adjustments. Any unsupported raise, or a working file that could
*> not be moved aside, ends the run with RETURN-CODE 8, as any hit
*> does in ANPRCLON.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   MODE=LOG|RECON  (default RECON)
*>   For MODE=LOG:
*>     SITE=, CAMERA=  where the arm was raised (required; checked
*>                     against config/dirsites.dat when it is present)
*>     ATTENDANT=id    who raised it (required)
*>     REASON=code     READFAIL, LOSTTKT, VIP, EMERG, FAULT or OTHER
*>                     (required -- see anprrais.cpy)
*>     LANE=EXIT|ENTRY (default EXIT)
*>     PLATE=text      plate keyed in by the attendant (optional)
*>     COUNTRY=cc      its country code (optional)
*>     NOTE=text       free text (optional)
*>     TIME=YYYYMMDDHHMMSS  when it was raised, for a raise keyed in
*>                     after the event (default now)
*>   For MODE=RECON:
*>     DATE=YYYYMMDD   run date naming the output files (default today)
*>     WINDOW=seconds  how far a read or reject may be from the raise
*>                     (default 120)
*>     SHIFTS=path     shift table (default ../../config/shifts.dat)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRRAISE.

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

    SELECT ANPR-REJECT-FILE
        ASSIGN DYNAMIC WS-REJECT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-FILE-STATUS.

    *> Appended to by MODE=LOG; renamed to its working name by
    *> MODE=RECON, read whole and, once reconciled, appended to a
    *> dated copy and removed
    SELECT ANPR-MANUAL-RAISE-FILE
        ASSIGN DYNAMIC WS-RAISE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAISE-FILE-STATUS.

    SELECT ANPR-RAISE-RECON-FILE
        ASSIGN DYNAMIC WS-RECON-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-FILE-STATUS.

    *> Waiting for ANPRPARK, which moves it aside once applied
    SELECT ANPR-MANUAL-EXIT-FILE
        ASSIGN DYNAMIC WS-MANUAL-EXIT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANUAL-EXIT-STATUS.

    SELECT ANPR-SHIFT-FILE
        ASSIGN DYNAMIC WS-SHIFT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHIFT-FILE-STATUS.

    SELECT ANPR-DIR-SITE-FILE
        ASSIGN DYNAMIC WS-DIR-SITE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIR-SITE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-RESULT-FILE.
    COPY "anprrec.cpy".

FD  ANPR-REJECT-FILE.
    COPY "anprrej.cpy".

FD  ANPR-MANUAL-RAISE-FILE.
    COPY "anprrais.cpy".

FD  ANPR-RAISE-RECON-FILE.
    COPY "anprrrcn.cpy".

FD  ANPR-MANUAL-EXIT-FILE.
    COPY "anprmext.cpy".

FD  ANPR-SHIFT-FILE.
01  SHIFT-FILE-RECORD               PIC X(80).

FD  ANPR-DIR-SITE-FILE.
01  DIR-SITE-FILE-RECORD            PIC X(280).

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
01  WS-REJECT-FILE-PATH     PIC X(256) VALUE "../../output/anpr_reject.log".
01  WS-REJECT-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-RAISE-FILE-PATH      PIC X(256)
                               VALUE "../../output/anprraise.dat".
01  WS-RAISE-PENDING-PATH   PIC X(256)
                               VALUE "../../output/anprraise.dat".
01  WS-RAISE-WORK-PATH      PIC X(256)
                               VALUE "../../output/anprraise_work.dat".
01  WS-RAISE-FILE-STATUS    PIC X(02) VALUE SPACES.
01  WS-RAISE-ARCHIVE-PATH   PIC X(270) VALUE SPACES.
01  WS-ARCHIVE-FAILED-FLAG  PIC X(01) VALUE "N".
    88  WS-ARCHIVE-FAILED          VALUE "Y".
01  WS-RECON-FILE-PREFIX    PIC X(256)
                               VALUE "../../output/anprraise_recon.dat".
01  WS-RECON-FILE-PATH      PIC X(270) VALUE SPACES.
01  WS-RECON-FILE-STATUS    PIC X(02) VALUE SPACES.
01  WS-MANUAL-EXIT-PATH     PIC X(256)
                               VALUE "../../output/anprpark_manexit.dat".
01  WS-MANUAL-EXIT-STATUS   PIC X(02) VALUE SPACES.
01  WS-SHIFT-FILE-PATH      PIC X(256)
                               VALUE "../../config/shifts.dat".
01  WS-SHIFT-FILE-STATUS    PIC X(02) VALUE SPACES.
01  WS-DIR-SITE-FILE-PATH   PIC X(256)
                               VALUE "../../config/dirsites.dat".
01  WS-DIR-SITE-FILE-STATUS PIC X(02) VALUE SPACES.
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

01  WS-RUN-MODE             PIC X(05) VALUE "RECON".
    88  WS-MODE-LOG                VALUE "LOG".
    88  WS-MODE-RECON              VALUE "RECON".
01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
01  WS-WINDOW-SECONDS       PIC 9(04) VALUE 120.

*> MODE=LOG -- the raise as given on the command line
01  WS-NEW-RAISE.
    05  NR-RAISE-TIMESTAMP          PIC X(14) VALUE SPACES.
    05  NR-SITE-ID                  PIC X(10) VALUE SPACES.
    05  NR-CAMERA-ID                PIC X(10) VALUE SPACES.
    05  NR-ATTENDANT-ID             PIC X(10) VALUE SPACES.
    05  NR-REASON-CODE              PIC X(08) VALUE SPACES.
    05  NR-LANE                     PIC X(05) VALUE "EXIT".
    05  NR-PLATE-TEXT               PIC X(32) VALUE SPACES.
    05  NR-COUNTRY-CODE             PIC X(02) VALUE SPACES.
    05  NR-NOTE                     PIC X(40) VALUE SPACES.
01  WS-REASON-VALID-FLAG    PIC X(01) VALUE "N".
    88  WS-REASON-VALID            VALUE "Y".

COPY "anprdirs.cpy".
01  WS-DIR-SITE-FOUND-FLAG  PIC X(01) VALUE "N".
    88  WS-CAMERA-KNOWN            VALUE "Y".

COPY "anprshft.cpy".
*> UNSTRING scratch for the shift line -- text first, checked numeric
*> before it is used, the same guard as the tariff loader in
*> anprpark.cbl
01  WS-SHIFT-SCRATCH.
    05  WS-SHIFT-FIELD OCCURS 3 TIMES.
        10  SF-FIELD-TEXT           PIC X(16).
01  WS-SHIFT-FOUND-FLAG     PIC X(01) VALUE "N".
    88  WS-SHIFT-FOUND             VALUE "Y".
01  WS-RAISE-HHMM           PIC 9(04) VALUE 0.
01  WS-RAISE-SHIFT-CODE     PIC X(08) VALUE SPACES.

*> ------------------------------------------------------------------
*> The raises waiting to be reconciled. WS-RAISE-DATA is laid out
*> exactly as anprrais.cpy so a raise moves in as a group; the fields
*> after it are what this run finds for it.
*> ------------------------------------------------------------------
01  WS-RAISE-TABLE.
    05  WS-RAISE-COUNT              PIC 9(03) VALUE 0.
    05  WS-RAISE-ENTRY OCCURS 500 TIMES
            INDEXED BY WS-RAISE-IDX.
        10  WS-RAISE-DATA.
            15  RT-RAISE-TIMESTAMP  PIC X(14).
            15  RT-SITE-ID          PIC X(10).
            15  RT-CAMERA-ID        PIC X(10).
            15  RT-ATTENDANT-ID     PIC X(10).
            15  RT-REASON-CODE      PIC X(08).
            15  RT-LANE             PIC X(05).
                88  RT-EXIT-LANE           VALUE "EXIT".
            15  RT-PLATE-TEXT       PIC X(32).
            15  RT-COUNTRY-CODE     PIC X(02).
            15  RT-NOTE             PIC X(40).
        10  RT-RAISE-SECONDS        PIC 9(11).
        *> A raise whose time cannot be read is listed, not paired
        10  RT-TIME-VALID-FLAG      PIC X(01).
            88  RT-TIME-VALID              VALUE "Y".
        10  RT-READ-FLAG            PIC X(01).
            88  RT-READ-FOUND              VALUE "Y".
        10  RT-READ-GAP             PIC 9(05).
        10  RT-READ-TIMESTAMP       PIC X(14).
        10  RT-READ-PLATE-TEXT      PIC X(32).
        10  RT-READ-COUNTRY-CODE    PIC X(02).
        10  RT-READ-IMAGE-FILENAME  PIC X(64).
        10  RT-REJECT-FLAG          PIC X(01).
            88  RT-REJECT-FOUND            VALUE "Y".
        10  RT-REJECT-GAP           PIC 9(05).
        10  RT-REJECT-TIMESTAMP     PIC X(14).
        10  RT-REJECT-IMAGE-FILENAME PIC X(64).
01  WS-RAISE-OVERFLOW-FLAG  PIC X(01) VALUE "N".
    88  WS-RAISE-OVERFLOWED        VALUE "Y".
01  WS-RAISE-EOF-FLAG       PIC X(01) VALUE "N".
    88  WS-END-OF-RAISES           VALUE "Y".

01  WS-EOF-FLAG             PIC X(01) VALUE "N".
    88  WS-END-OF-RESULTS          VALUE "Y".
01  WS-REJECT-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-REJECTS          VALUE "Y".

*> ------------------------------------------------------------------
*> Time arithmetic in whole seconds -- the day number from
*> INTEGER-OF-DATE times 86400 plus the time of day, so a window can
*> cross midnight
*> ------------------------------------------------------------------
01  WS-TIMESTAMP-WORK.
    05  TW-DATE             PIC 9(08).
    05  TW-HOUR             PIC 9(02).
    05  TW-MINUTE           PIC 9(02).
    05  TW-SECOND           PIC 9(02).
01  WS-TIMESTAMP-VALID-FLAG PIC X(01) VALUE "N".
    88  WS-TIMESTAMP-VALID         VALUE "Y".
01  WS-SECONDS-WORK         PIC 9(11) VALUE 0.
01  WS-DAY-INTEGER          PIC 9(07) VALUE 0.
01  WS-DAY-SECONDS          PIC 9(05) VALUE 0.
01  WS-HOUR-SECONDS         PIC 9(04) VALUE 0.
01  WS-WINDOW-END-SECONDS   PIC 9(11) VALUE 0.
01  WS-REJECT-SECONDS       PIC 9(11) VALUE 0.
01  WS-GAP-SECONDS          PIC 9(11) VALUE 0.

*> The image name off the end of a reject's path
01  WS-PATH-REVERSED        PIC X(512) VALUE SPACES.
01  WS-NAME-REVERSED        PIC X(64) VALUE SPACES.
01  WS-IMAGE-FILENAME       PIC X(64) VALUE SPACES.

*> ------------------------------------------------------------------
*> Raises per attendant and shift, for the managers' page
*> ------------------------------------------------------------------
01  WS-ATTENDANT-TABLE.
    05  WS-ATTENDANT-COUNT          PIC 9(03) VALUE 0.
    05  WS-ATTENDANT-ENTRY OCCURS 200 TIMES
            INDEXED BY WS-ATT-IDX.
        10  AS-ATTENDANT-ID         PIC X(10).
        10  AS-SHIFT-CODE           PIC X(08).
        10  AS-RAISE-COUNT          PIC 9(05).
        10  AS-READ-COUNT           PIC 9(05).
        10  AS-REJECT-COUNT         PIC 9(05).
        10  AS-UNSUPPORTED-COUNT    PIC 9(05).
01  WS-ATTENDANT-FOUND-FLAG PIC X(01) VALUE "N".
    88  WS-ATTENDANT-FOUND         VALUE "Y".
01  WS-RAISES-DISPLAY       PIC Z(4)9.
01  WS-READS-DISPLAY        PIC Z(4)9.
01  WS-REJECTS-DISPLAY      PIC Z(4)9.
01  WS-UNSUPPORTED-DISPLAY  PIC Z(4)9.

*> Run counters
01  WS-RECONCILED-COUNT     PIC 9(05) VALUE 0.
01  WS-READ-SUPPORT-COUNT   PIC 9(05) VALUE 0.
01  WS-REJECT-SUPPORT-COUNT PIC 9(05) VALUE 0.
01  WS-UNSUPPORTED-COUNT    PIC 9(05) VALUE 0.
01  WS-BAD-TIME-COUNT       PIC 9(05) VALUE 0.
01  WS-MANUAL-EXIT-COUNT    PIC 9(05) VALUE 0.
01  WS-NO-PLATE-EXIT-COUNT  PIC 9(05) VALUE 0.
01  WS-RESULT-READ-COUNT    PIC 9(07) VALUE 0.
01  WS-REJECT-READ-COUNT    PIC 9(07) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Manual Barrier Raises ===".
    DISPLAY " ".

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    *> MODE=LOG goes on to check the rest of the raise, so the console
    *> hears about every problem at once
    IF NOT WS-ARGS-VALID AND NOT WS-MODE-LOG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-MODE-LOG
        PERFORM RUN-LOG-MODE
    ELSE
        PERFORM RUN-RECON-MODE
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
            IF NOT WS-MODE-LOG AND NOT WS-MODE-RECON
                DISPLAY "MODE= must be LOG or RECON, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "SITE"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO NR-SITE-ID
        WHEN "CAMERA"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO NR-CAMERA-ID
        WHEN "ATTENDANT"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO NR-ATTENDANT-ID
        WHEN "REASON"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO NR-REASON-CODE
        WHEN "LANE"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO NR-LANE
            IF NR-LANE NOT = "EXIT" AND NR-LANE NOT = "ENTRY"
                DISPLAY "LANE= must be EXIT or ENTRY, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "PLATE"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO NR-PLATE-TEXT
        WHEN "COUNTRY"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO NR-COUNTRY-CODE
        WHEN "NOTE"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO NR-NOTE
        WHEN "TIME"
            MOVE "N" TO WS-TIMESTAMP-VALID-FLAG
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) = 14
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-TIMESTAMP-WORK
                PERFORM CHECK-TIMESTAMP-WORK
            END-IF
            IF WS-TIMESTAMP-VALID
                MOVE WS-TIMESTAMP-WORK TO NR-RAISE-TIMESTAMP
            ELSE
                DISPLAY "TIME= must be a real time as YYYYMMDDHHMMSS, "
                        "got: ", FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "DATE"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) = 8
                AND FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(WS-CMD-ARG-PARM)) = 0
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-RUN-DATE
            ELSE
                DISPLAY "DATE= must be a real date as YYYYMMDD, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "WINDOW"
            IF FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 4
                AND FUNCTION NUMVAL(WS-CMD-ARG-PARM) > 0
                COMPUTE WS-WINDOW-SECONDS =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "WINDOW= must be 1 to 9999 seconds, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "SHIFTS"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-SHIFT-FILE-PATH
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
*> RUN-LOG-MODE: check one raise from the gate console and append it.
*> Every problem is reported, not just the first, so the attendant can
*> put them all right in one go.
*> ========================================================================
RUN-LOG-MODE.
    IF NR-RAISE-TIMESTAMP = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO NR-RAISE-TIMESTAMP
    END-IF
    IF NR-SITE-ID = SPACES OR NR-CAMERA-ID = SPACES
        DISPLAY "SITE= and CAMERA= are required"
        MOVE "N" TO WS-ARG-VALID-FLAG
    ELSE
        PERFORM LOAD-DIR-SITE-TABLE
        PERFORM FIND-RAISE-CAMERA
        IF DS-ENTRY-COUNT > 0 AND NOT WS-CAMERA-KNOWN
            DISPLAY "No camera ", FUNCTION TRIM(NR-CAMERA-ID),
                    " at site ", FUNCTION TRIM(NR-SITE-ID), " in ",
                    FUNCTION TRIM(WS-DIR-SITE-FILE-PATH)
            MOVE "N" TO WS-ARG-VALID-FLAG
        END-IF
    END-IF
    IF NR-ATTENDANT-ID = SPACES
        DISPLAY "ATTENDANT= is required"
        MOVE "N" TO WS-ARG-VALID-FLAG
    END-IF
    PERFORM CHECK-REASON-CODE
    IF NOT WS-REASON-VALID
        DISPLAY "REASON= must be READFAIL, LOSTTKT, VIP, EMERG, ",
                "FAULT or OTHER, got: ", FUNCTION TRIM(NR-REASON-CODE)
        MOVE "N" TO WS-ARG-VALID-FLAG
    END-IF
    IF NR-REASON-CODE = "OTHER" AND NR-NOTE = SPACES
        DISPLAY "REASON=OTHER needs a NOTE= saying what happened"
        MOVE "N" TO WS-ARG-VALID-FLAG
    END-IF
    IF NOT WS-ARGS-VALID
        DISPLAY "Manual raise NOT logged"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM APPEND-MANUAL-RAISE
    END-IF.

*> The fixed list of reasons a manager will accept for lifting the arm
CHECK-REASON-CODE.
    EVALUATE NR-REASON-CODE
        WHEN "READFAIL"
        WHEN "LOSTTKT"
        WHEN "VIP"
        WHEN "EMERG"
        WHEN "FAULT"
        WHEN "OTHER"
            MOVE "Y" TO WS-REASON-VALID-FLAG
        WHEN OTHER
            MOVE "N" TO WS-REASON-VALID-FLAG
    END-EVALUATE.

APPEND-MANUAL-RAISE.
    OPEN EXTEND ANPR-MANUAL-RAISE-FILE
    IF WS-RAISE-FILE-STATUS = "35"
        OPEN OUTPUT ANPR-MANUAL-RAISE-FILE
    END-IF
    IF WS-RAISE-FILE-STATUS = "00"
        MOVE WS-NEW-RAISE TO ANPR-MANUAL-RAISE-RECORD
        WRITE ANPR-MANUAL-RAISE-RECORD
        CLOSE ANPR-MANUAL-RAISE-FILE
        DISPLAY "Manual raise logged: ", NR-RAISE-TIMESTAMP, " ",
                FUNCTION TRIM(NR-SITE-ID), " ",
                FUNCTION TRIM(NR-CAMERA-ID), " ",
                FUNCTION TRIM(NR-LANE), " by ",
                FUNCTION TRIM(NR-ATTENDANT-ID), " (",
                FUNCTION TRIM(NR-REASON-CODE), ")"
    ELSE
        DISPLAY "Could not open ", FUNCTION TRIM(WS-RAISE-FILE-PATH),
                " (status ", WS-RAISE-FILE-STATUS,
                ") -- manual raise NOT logged"
        MOVE 8 TO RETURN-CODE
    END-IF.

*> ========================================================================
*> LOAD-DIR-SITE-TABLE: the site,camera pairs in config/dirsites.dat
*> (inputdir,site,camera per line), the same file anpr.cbl maps its
*> drop folders from -- a camera not in it feeds no reads at all. The
*> drop folder itself is not needed here.
*> ========================================================================
LOAD-DIR-SITE-TABLE.
    MOVE 0 TO DS-ENTRY-COUNT
    OPEN INPUT ANPR-DIR-SITE-FILE
    IF WS-DIR-SITE-FILE-STATUS = "00"
        PERFORM LOAD-NEXT-DIR-SITE-RECORD
            UNTIL WS-DIR-SITE-FILE-STATUS = "10"
        CLOSE ANPR-DIR-SITE-FILE
    END-IF.

LOAD-NEXT-DIR-SITE-RECORD.
    READ ANPR-DIR-SITE-FILE
        AT END
            CONTINUE
        NOT AT END
            IF DIR-SITE-FILE-RECORD NOT = SPACES
                AND DS-ENTRY-COUNT < 50
                ADD 1 TO DS-ENTRY-COUNT
                UNSTRING DIR-SITE-FILE-RECORD DELIMITED BY ","
                    INTO DS-INPUT-DIR(DS-ENTRY-COUNT)
                         DS-SITE-ID(DS-ENTRY-COUNT)
                         DS-CAMERA-ID(DS-ENTRY-COUNT)
                END-UNSTRING
            END-IF
    END-READ.

FIND-RAISE-CAMERA.
    MOVE "N" TO WS-DIR-SITE-FOUND-FLAG
    IF DS-ENTRY-COUNT > 0
        SET DS-DIR-IDX TO 1
        SEARCH DS-DIR-ENTRY
            AT END
                CONTINUE
            WHEN DS-DIR-IDX <= DS-ENTRY-COUNT
                 AND DS-SITE-ID(DS-DIR-IDX) = NR-SITE-ID
                 AND DS-CAMERA-ID(DS-DIR-IDX) = NR-CAMERA-ID
                MOVE "Y" TO WS-DIR-SITE-FOUND-FLAG
        END-SEARCH
    END-IF.

*> ========================================================================
*> RUN-RECON-MODE: pair every waiting raise with a read or a reject,
*> write what was found, pass the exits on to ANPRPARK and move the
*> raises aside. A run that cannot read ANPRRSLT or write its output
*> leaves the raises where they are for the next run.
*> ========================================================================
RUN-RECON-MODE.
    IF WS-RUN-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    END-IF
    DISPLAY "Reconciling manual raises for run date ", WS-RUN-DATE,
            ", window ", WS-WINDOW-SECONDS, " seconds"

    PERFORM TAKE-PENDING-RAISES
    PERFORM LOAD-PENDING-RAISES
    IF WS-RAISE-OVERFLOWED
        DISPLAY "More than 500 manual raises pending in ",
                FUNCTION TRIM(WS-RAISE-FILE-PATH),
                " -- none reconciled this run; split the file and ",
                "run again"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RAISE-COUNT = 0
        DISPLAY "No manual raises pending in ",
                FUNCTION TRIM(WS-RAISE-PENDING-PATH)
        PERFORM DISCARD-EMPTY-RAISE-FILE
        STOP RUN
    END-IF

    PERFORM LOAD-SHIFT-TABLE
    IF SH-ENTRY-COUNT = 0
        DISPLAY "No shifts at ", FUNCTION TRIM(WS-SHIFT-FILE-PATH),
                " -- raises are summarised under UNKNOWN"
    END-IF

    PERFORM OPEN-RESULT-FILE-SHARED
    IF WS-RESULT-FILE-STATUS NOT = "00"
        IF WS-RESULT-OPEN-BUSY
            DISPLAY "Result file busy (status ",
                    WS-RESULT-FILE-STATUS, "), retried ",
                    WS-OPEN-RETRY-COUNT,
                    " times -- run again when the watcher is idle"
        ELSE
            DISPLAY "No recognition result file to reconcile against ",
                    "(ANPRRSLT, status ", WS-RESULT-FILE-STATUS, ")"
        END-IF
        DISPLAY "Manual raises left pending for the next run"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM FIND-READ-FOR-RAISE
        VARYING WS-RAISE-IDX FROM 1 BY 1
        UNTIL WS-RAISE-IDX > WS-RAISE-COUNT
    CLOSE ANPR-RESULT-FILE

    PERFORM SCAN-REJECT-LOG

    PERFORM OPEN-RECON-OUTPUT-FILES
    IF WS-RECON-FILE-STATUS NOT = "00"
        OR WS-MANUAL-EXIT-STATUS NOT = "00"
        DISPLAY "Manual raises left pending for the next run"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY " "
    DISPLAY "--- Manual raises with no supporting read or reject ---"
    PERFORM RECONCILE-ONE-RAISE
        VARYING WS-RAISE-IDX FROM 1 BY 1
        UNTIL WS-RAISE-IDX > WS-RAISE-COUNT
    IF WS-UNSUPPORTED-COUNT = 0
        DISPLAY "  (none)"
    END-IF
    CLOSE ANPR-RAISE-RECON-FILE
    CLOSE ANPR-MANUAL-EXIT-FILE
    PERFORM ARCHIVE-RAISE-FILE

    PERFORM PRINT-ATTENDANT-PAGE
    PERFORM PRINT-RUN-SUMMARY
    IF WS-UNSUPPORTED-COUNT > 0 OR WS-BAD-TIME-COUNT > 0
        OR WS-ARCHIVE-FAILED
        MOVE 8 TO RETURN-CODE
    END-IF.

*> The console goes on appending to the pending name; from here on
*> this run reads only the working one
TAKE-PENDING-RAISES.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "test -e " FUNCTION TRIM(WS-RAISE-WORK-PATH),
        " || mv -f " FUNCTION TRIM(WS-RAISE-PENDING-PATH), " ",
        FUNCTION TRIM(WS-RAISE-WORK-PATH), " 2>/dev/null"
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    MOVE WS-RAISE-WORK-PATH TO WS-RAISE-FILE-PATH.

*> A working file with nothing in it would otherwise hold back every
*> pending file after it
DISCARD-EMPTY-RAISE-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "rm -f " FUNCTION TRIM(WS-RAISE-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND.

*> ========================================================================
*> LOAD-PENDING-RAISES: the raises logged since the last run, into
*> WS-RAISE-TABLE -- nothing found yet, and the raise time in seconds
*> ========================================================================
LOAD-PENDING-RAISES.
    MOVE 0 TO WS-RAISE-COUNT
    MOVE "N" TO WS-RAISE-OVERFLOW-FLAG
    OPEN INPUT ANPR-MANUAL-RAISE-FILE
    IF WS-RAISE-FILE-STATUS = "00"
        MOVE "N" TO WS-RAISE-EOF-FLAG
        PERFORM LOAD-NEXT-PENDING-RAISE UNTIL WS-END-OF-RAISES
        CLOSE ANPR-MANUAL-RAISE-FILE
    END-IF.

LOAD-NEXT-PENDING-RAISE.
    READ ANPR-MANUAL-RAISE-FILE
        AT END
            MOVE "Y" TO WS-RAISE-EOF-FLAG
        NOT AT END
            IF ANPR-MANUAL-RAISE-RECORD NOT = SPACES
                PERFORM STORE-PENDING-RAISE
            END-IF
    END-READ.

STORE-PENDING-RAISE.
    IF WS-RAISE-COUNT < 500
        ADD 1 TO WS-RAISE-COUNT
        SET WS-RAISE-IDX TO WS-RAISE-COUNT
        MOVE ANPR-MANUAL-RAISE-RECORD TO WS-RAISE-DATA(WS-RAISE-IDX)
        MOVE "N" TO RT-TIME-VALID-FLAG(WS-RAISE-IDX)
        MOVE 0 TO RT-RAISE-SECONDS(WS-RAISE-IDX)
        MOVE "N" TO WS-TIMESTAMP-VALID-FLAG
        MOVE MR-RAISE-TIMESTAMP TO WS-TIMESTAMP-WORK
        IF WS-TIMESTAMP-WORK IS NUMERIC
            PERFORM CHECK-TIMESTAMP-WORK
        END-IF
        IF WS-TIMESTAMP-VALID
            PERFORM TIMESTAMP-TO-SECONDS
            MOVE WS-SECONDS-WORK TO RT-RAISE-SECONDS(WS-RAISE-IDX)
            MOVE "Y" TO RT-TIME-VALID-FLAG(WS-RAISE-IDX)
        END-IF
        MOVE "N" TO RT-READ-FLAG(WS-RAISE-IDX)
        MOVE 0 TO RT-READ-GAP(WS-RAISE-IDX)
        MOVE SPACES TO RT-READ-TIMESTAMP(WS-RAISE-IDX)
        MOVE SPACES TO RT-READ-PLATE-TEXT(WS-RAISE-IDX)
        MOVE SPACES TO RT-READ-COUNTRY-CODE(WS-RAISE-IDX)
        MOVE SPACES TO RT-READ-IMAGE-FILENAME(WS-RAISE-IDX)
        MOVE "N" TO RT-REJECT-FLAG(WS-RAISE-IDX)
        MOVE 0 TO RT-REJECT-GAP(WS-RAISE-IDX)
        MOVE SPACES TO RT-REJECT-TIMESTAMP(WS-RAISE-IDX)
        MOVE SPACES TO RT-REJECT-IMAGE-FILENAME(WS-RAISE-IDX)
    ELSE
        MOVE "Y" TO WS-RAISE-OVERFLOW-FLAG
        MOVE "Y" TO WS-RAISE-EOF-FLAG
    END-IF.

*> ========================================================================
*> LOAD-SHIFT-TABLE: load config/shifts.dat (code,start HHMM,end HHMM
*> per line) into ANPR-SHIFT-TABLE -- same data-not-source arrangement
*> as LOAD-TARIFF-TABLE in anprpark.cbl
*> ========================================================================
LOAD-SHIFT-TABLE.
    MOVE 0 TO SH-ENTRY-COUNT
    OPEN INPUT ANPR-SHIFT-FILE
    IF WS-SHIFT-FILE-STATUS = "00"
        PERFORM LOAD-NEXT-SHIFT-RECORD
            UNTIL WS-SHIFT-FILE-STATUS = "10"
        CLOSE ANPR-SHIFT-FILE
    END-IF.

LOAD-NEXT-SHIFT-RECORD.
    READ ANPR-SHIFT-FILE
        AT END
            CONTINUE
        NOT AT END
            IF SHIFT-FILE-RECORD NOT = SPACES
                PERFORM STORE-SHIFT-ENTRY
            END-IF
    END-READ.

STORE-SHIFT-ENTRY.
    MOVE SPACES TO WS-SHIFT-SCRATCH
    UNSTRING SHIFT-FILE-RECORD DELIMITED BY ","
        INTO SF-FIELD-TEXT(1) SF-FIELD-TEXT(2) SF-FIELD-TEXT(3)
    END-UNSTRING
    IF FUNCTION TRIM(SF-FIELD-TEXT(2)) IS NUMERIC
        AND FUNCTION TRIM(SF-FIELD-TEXT(3)) IS NUMERIC
        AND FUNCTION LENGTH(FUNCTION TRIM(SF-FIELD-TEXT(2))) = 4
        AND FUNCTION LENGTH(FUNCTION TRIM(SF-FIELD-TEXT(3))) = 4
        AND SH-ENTRY-COUNT < 10
        ADD 1 TO SH-ENTRY-COUNT
        SET SH-ENTRY-IDX TO SH-ENTRY-COUNT
        MOVE SF-FIELD-TEXT(1) TO SH-SHIFT-CODE(SH-ENTRY-IDX)
        MOVE FUNCTION TRIM(SF-FIELD-TEXT(2))
            TO SH-START-HHMM(SH-ENTRY-IDX)
        MOVE FUNCTION TRIM(SF-FIELD-TEXT(3))
            TO SH-END-HHMM(SH-ENTRY-IDX)
    ELSE
        DISPLAY "Shift line not used from ",
                FUNCTION TRIM(WS-SHIFT-FILE-PATH), ": ",
                FUNCTION TRIM(SHIFT-FILE-RECORD)
    END-IF.

*> A shift ending at or before its start runs over midnight
FIND-SHIFT-FOR-RAISE.
    MOVE "UNKNOWN" TO WS-RAISE-SHIFT-CODE
    MOVE "N" TO WS-SHIFT-FOUND-FLAG
    IF RT-RAISE-TIMESTAMP(WS-RAISE-IDX)(9:4) IS NUMERIC
        AND SH-ENTRY-COUNT > 0
        MOVE RT-RAISE-TIMESTAMP(WS-RAISE-IDX)(9:4) TO WS-RAISE-HHMM
        SET SH-ENTRY-IDX TO 1
        SEARCH SH-SHIFT-ENTRY
            AT END
                CONTINUE
            WHEN SH-ENTRY-IDX <= SH-ENTRY-COUNT
                 AND ((SH-START-HHMM(SH-ENTRY-IDX)
                           < SH-END-HHMM(SH-ENTRY-IDX)
                       AND WS-RAISE-HHMM >= SH-START-HHMM(SH-ENTRY-IDX)
                       AND WS-RAISE-HHMM < SH-END-HHMM(SH-ENTRY-IDX))
                   OR (SH-START-HHMM(SH-ENTRY-IDX)
                           >= SH-END-HHMM(SH-ENTRY-IDX)
                       AND (WS-RAISE-HHMM >= SH-START-HHMM(SH-ENTRY-IDX)
                         OR WS-RAISE-HHMM < SH-END-HHMM(SH-ENTRY-IDX))))
                MOVE "Y" TO WS-SHIFT-FOUND-FLAG
        END-SEARCH
    END-IF
    IF WS-SHIFT-FOUND
        MOVE SH-SHIFT-CODE(SH-ENTRY-IDX) TO WS-RAISE-SHIFT-CODE
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
*> FIND-READ-FOR-RAISE: the window's slice of ANPRRSLT, positioned with
*> a keyed START at the window's opening second (AR-KEY leads with
*> AR-TIMESTAMP) and read until the window closes; the nearest read at
*> the raise's site and camera is kept. Every read counts, a debounced
*> repeat or a blank-plate format included -- the question is whether
*> the camera saw a vehicle, not which session it belongs to.
*> ========================================================================
FIND-READ-FOR-RAISE.
    IF RT-TIME-VALID(WS-RAISE-IDX)
        COMPUTE WS-SECONDS-WORK =
            RT-RAISE-SECONDS(WS-RAISE-IDX) - WS-WINDOW-SECONDS
        PERFORM SECONDS-TO-TIMESTAMP
        COMPUTE WS-WINDOW-END-SECONDS =
            RT-RAISE-SECONDS(WS-RAISE-IDX) + WS-WINDOW-SECONDS
        MOVE "N" TO WS-EOF-FLAG
        MOVE LOW-VALUES TO AR-KEY
        MOVE WS-TIMESTAMP-WORK TO AR-TIMESTAMP
        START ANPR-RESULT-FILE KEY >= AR-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF-FLAG
        END-START
        PERFORM SCAN-NEXT-WINDOW-READ UNTIL WS-END-OF-RESULTS
    END-IF.

SCAN-NEXT-WINDOW-READ.
    READ ANPR-RESULT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-RESULT-READ-COUNT
            MOVE AR-TIMESTAMP TO WS-TIMESTAMP-WORK
            IF WS-TIMESTAMP-WORK IS NUMERIC
                PERFORM TIMESTAMP-TO-SECONDS
                IF WS-SECONDS-WORK > WS-WINDOW-END-SECONDS
                    MOVE "Y" TO WS-EOF-FLAG
                ELSE
                    IF AR-SITE-ID = RT-SITE-ID(WS-RAISE-IDX)
                        AND AR-CAMERA-ID = RT-CAMERA-ID(WS-RAISE-IDX)
                        PERFORM CONSIDER-WINDOW-READ
                    END-IF
                END-IF
            END-IF
    END-READ.

CONSIDER-WINDOW-READ.
    PERFORM COMPUTE-GAP-FROM-RAISE
    IF WS-GAP-SECONDS <= WS-WINDOW-SECONDS
        IF NOT RT-READ-FOUND(WS-RAISE-IDX)
            OR WS-GAP-SECONDS < RT-READ-GAP(WS-RAISE-IDX)
            MOVE "Y" TO RT-READ-FLAG(WS-RAISE-IDX)
            MOVE WS-GAP-SECONDS TO RT-READ-GAP(WS-RAISE-IDX)
            MOVE AR-TIMESTAMP TO RT-READ-TIMESTAMP(WS-RAISE-IDX)
            MOVE AR-PLATE-TEXT TO RT-READ-PLATE-TEXT(WS-RAISE-IDX)
            MOVE AR-COUNTRY-CODE TO RT-READ-COUNTRY-CODE(WS-RAISE-IDX)
            MOVE AR-IMAGE-FILENAME
                TO RT-READ-IMAGE-FILENAME(WS-RAISE-IDX)
        END-IF
    END-IF.

*> ========================================================================
*> SCAN-REJECT-LOG: one pass of the reject log, each reject tried
*> against every raise -- the log is far longer than the raise list
*> ========================================================================
SCAN-REJECT-LOG.
    OPEN INPUT ANPR-REJECT-FILE
    IF WS-REJECT-FILE-STATUS = "00"
        MOVE "N" TO WS-REJECT-EOF-FLAG
        PERFORM SCAN-NEXT-REJECT-ENTRY UNTIL WS-END-OF-REJECTS
        CLOSE ANPR-REJECT-FILE
    END-IF.

SCAN-NEXT-REJECT-ENTRY.
    READ ANPR-REJECT-FILE
        AT END
            MOVE "Y" TO WS-REJECT-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-REJECT-READ-COUNT
            MOVE RJ-REJECT-TIMESTAMP TO WS-TIMESTAMP-WORK
            IF WS-TIMESTAMP-WORK IS NUMERIC
                PERFORM TIMESTAMP-TO-SECONDS
                MOVE WS-SECONDS-WORK TO WS-REJECT-SECONDS
                PERFORM TRY-REJECT-FOR-RAISE
                    VARYING WS-RAISE-IDX FROM 1 BY 1
                    UNTIL WS-RAISE-IDX > WS-RAISE-COUNT
            END-IF
    END-READ.

TRY-REJECT-FOR-RAISE.
    IF RT-TIME-VALID(WS-RAISE-IDX)
        AND RJ-SITE-ID = RT-SITE-ID(WS-RAISE-IDX)
        AND RJ-CAMERA-ID = RT-CAMERA-ID(WS-RAISE-IDX)
        MOVE WS-REJECT-SECONDS TO WS-SECONDS-WORK
        PERFORM COMPUTE-GAP-FROM-RAISE
        IF WS-GAP-SECONDS <= WS-WINDOW-SECONDS
            IF NOT RT-REJECT-FOUND(WS-RAISE-IDX)
                OR WS-GAP-SECONDS < RT-REJECT-GAP(WS-RAISE-IDX)
                MOVE "Y" TO RT-REJECT-FLAG(WS-RAISE-IDX)
                MOVE WS-GAP-SECONDS TO RT-REJECT-GAP(WS-RAISE-IDX)
                MOVE RJ-REJECT-TIMESTAMP
                    TO RT-REJECT-TIMESTAMP(WS-RAISE-IDX)
                PERFORM TAKE-REJECT-IMAGE-FILENAME
                MOVE WS-IMAGE-FILENAME
                    TO RT-REJECT-IMAGE-FILENAME(WS-RAISE-IDX)
            END-IF
        END-IF
    END-IF.

*> The last "/"-separated part of the rejected image's path
TAKE-REJECT-IMAGE-FILENAME.
    MOVE FUNCTION REVERSE(FUNCTION TRIM(RJ-IMAGE-PATH))
        TO WS-PATH-REVERSED
    MOVE SPACES TO WS-NAME-REVERSED
    UNSTRING WS-PATH-REVERSED DELIMITED BY "/"
        INTO WS-NAME-REVERSED
    END-UNSTRING
    MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-NAME-REVERSED))
        TO WS-IMAGE-FILENAME.

*> ========================================================================
*> Time arithmetic -- CHECK-TIMESTAMP-WORK says whether WS-TIMESTAMP-WORK
*> is a real date and time of day, TIMESTAMP-TO-SECONDS turns it into
*> WS-SECONDS-WORK, SECONDS-TO-TIMESTAMP the other way round, and
*> COMPUTE-GAP-FROM-RAISE is how far WS-SECONDS-WORK is from the raise
*> in hand, either side
*> ========================================================================
CHECK-TIMESTAMP-WORK.
    IF FUNCTION TEST-DATE-YYYYMMDD(TW-DATE) = 0
        AND TW-HOUR < 24
        AND TW-MINUTE < 60
        AND TW-SECOND < 60
        MOVE "Y" TO WS-TIMESTAMP-VALID-FLAG
    ELSE
        MOVE "N" TO WS-TIMESTAMP-VALID-FLAG
    END-IF.

TIMESTAMP-TO-SECONDS.
    COMPUTE WS-SECONDS-WORK =
        INTEGER-OF-DATE(TW-DATE) * 86400
        + TW-HOUR * 3600 + TW-MINUTE * 60 + TW-SECOND.

SECONDS-TO-TIMESTAMP.
    DIVIDE WS-SECONDS-WORK BY 86400
        GIVING WS-DAY-INTEGER REMAINDER WS-DAY-SECONDS
    COMPUTE TW-DATE = DATE-OF-INTEGER(WS-DAY-INTEGER)
    DIVIDE WS-DAY-SECONDS BY 3600
        GIVING TW-HOUR REMAINDER WS-HOUR-SECONDS
    DIVIDE WS-HOUR-SECONDS BY 60
        GIVING TW-MINUTE REMAINDER TW-SECOND.

COMPUTE-GAP-FROM-RAISE.
    IF WS-SECONDS-WORK > RT-RAISE-SECONDS(WS-RAISE-IDX)
        COMPUTE WS-GAP-SECONDS =
            WS-SECONDS-WORK - RT-RAISE-SECONDS(WS-RAISE-IDX)
    ELSE
        COMPUTE WS-GAP-SECONDS =
            RT-RAISE-SECONDS(WS-RAISE-IDX) - WS-SECONDS-WORK
    END-IF.

*> ========================================================================
*> OPEN-RECON-OUTPUT-FILES: the day's reconciliation file (a second
*> run the same day appends) and ANPRPARK's manual-exit file (still
*> there if ANPRPARK has not run since the last reconciliation)
*> ========================================================================
OPEN-RECON-OUTPUT-FILES.
    MOVE SPACES TO WS-RECON-FILE-PATH
    STRING FUNCTION TRIM(WS-RECON-FILE-PREFIX), "." WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-RECON-FILE-PATH
    END-STRING
    OPEN EXTEND ANPR-RAISE-RECON-FILE
    IF WS-RECON-FILE-STATUS = "35"
        OPEN OUTPUT ANPR-RAISE-RECON-FILE
    END-IF
    IF WS-RECON-FILE-STATUS NOT = "00"
        DISPLAY "Could not open ", FUNCTION TRIM(WS-RECON-FILE-PATH),
                " (status ", WS-RECON-FILE-STATUS, ")"
    ELSE
        OPEN EXTEND ANPR-MANUAL-EXIT-FILE
        IF WS-MANUAL-EXIT-STATUS = "35"
            OPEN OUTPUT ANPR-MANUAL-EXIT-FILE
        END-IF
        IF WS-MANUAL-EXIT-STATUS NOT = "00"
            DISPLAY "Could not open ",
                    FUNCTION TRIM(WS-MANUAL-EXIT-PATH),
                    " (status ", WS-MANUAL-EXIT-STATUS, ")"
            CLOSE ANPR-RAISE-RECON-FILE
        END-IF
    END-IF.

*> ========================================================================
*> RECONCILE-ONE-RAISE: the nearer of the read and the reject supports
*> the raise (a tie goes to the read, which has a plate). An exit-lane
*> raise is passed to ANPRPARK under the read's plate when the read
*> supports it and has one, else under the plate the attendant keyed.
*> ========================================================================
RECONCILE-ONE-RAISE.
    PERFORM FIND-SHIFT-FOR-RAISE
    MOVE SPACES TO ANPR-RAISE-RECON-RECORD
    MOVE RT-RAISE-TIMESTAMP(WS-RAISE-IDX) TO RR-RAISE-TIMESTAMP
    MOVE RT-SITE-ID(WS-RAISE-IDX) TO RR-SITE-ID
    MOVE RT-CAMERA-ID(WS-RAISE-IDX) TO RR-CAMERA-ID
    MOVE RT-ATTENDANT-ID(WS-RAISE-IDX) TO RR-ATTENDANT-ID
    MOVE WS-RAISE-SHIFT-CODE TO RR-SHIFT-CODE
    MOVE RT-REASON-CODE(WS-RAISE-IDX) TO RR-REASON-CODE
    MOVE RT-LANE(WS-RAISE-IDX) TO RR-LANE
    MOVE RT-PLATE-TEXT(WS-RAISE-IDX) TO RR-KEYED-PLATE-TEXT
    MOVE RT-NOTE(WS-RAISE-IDX) TO RR-NOTE
    MOVE 0 TO RR-SUPPORT-SECONDS
    EVALUATE TRUE
        WHEN RT-READ-FOUND(WS-RAISE-IDX)
             AND (NOT RT-REJECT-FOUND(WS-RAISE-IDX)
                  OR RT-READ-GAP(WS-RAISE-IDX)
                     <= RT-REJECT-GAP(WS-RAISE-IDX))
            MOVE "READ" TO RR-SUPPORT
            MOVE RT-READ-TIMESTAMP(WS-RAISE-IDX)
                TO RR-SUPPORT-TIMESTAMP
            MOVE RT-READ-GAP(WS-RAISE-IDX) TO RR-SUPPORT-SECONDS
            MOVE RT-READ-PLATE-TEXT(WS-RAISE-IDX)
                TO RR-SUPPORT-PLATE-TEXT
            MOVE RT-READ-IMAGE-FILENAME(WS-RAISE-IDX)
                TO RR-SUPPORT-IMAGE-FILENAME
            ADD 1 TO WS-READ-SUPPORT-COUNT
        WHEN RT-REJECT-FOUND(WS-RAISE-IDX)
            MOVE "REJECT" TO RR-SUPPORT
            MOVE RT-REJECT-TIMESTAMP(WS-RAISE-IDX)
                TO RR-SUPPORT-TIMESTAMP
            MOVE RT-REJECT-GAP(WS-RAISE-IDX) TO RR-SUPPORT-SECONDS
            MOVE RT-REJECT-IMAGE-FILENAME(WS-RAISE-IDX)
                TO RR-SUPPORT-IMAGE-FILENAME
            ADD 1 TO WS-REJECT-SUPPORT-COUNT
        WHEN OTHER
            MOVE "NONE" TO RR-SUPPORT
            ADD 1 TO WS-UNSUPPORTED-COUNT
            IF NOT RT-TIME-VALID(WS-RAISE-IDX)
                ADD 1 TO WS-BAD-TIME-COUNT
            END-IF
            PERFORM PRINT-UNSUPPORTED-RAISE-LINE
    END-EVALUATE

    IF RT-EXIT-LANE(WS-RAISE-IDX)
        PERFORM PASS-EXIT-TO-PARKING
    END-IF
    WRITE ANPR-RAISE-RECON-RECORD
    ADD 1 TO WS-RECONCILED-COUNT
    PERFORM ADD-TO-ATTENDANT-TOTALS.

PASS-EXIT-TO-PARKING.
    MOVE SPACES TO ANPR-MANUAL-EXIT-RECORD
    IF RR-SUPPORTED-BY-READ AND RR-SUPPORT-PLATE-TEXT NOT = SPACES
        MOVE RR-SUPPORT-PLATE-TEXT TO ME-PLATE-TEXT
        MOVE RT-READ-COUNTRY-CODE(WS-RAISE-IDX) TO ME-COUNTRY-CODE
        MOVE "R" TO ME-PLATE-SOURCE
    ELSE
        IF RT-PLATE-TEXT(WS-RAISE-IDX) NOT = SPACES
            MOVE RT-PLATE-TEXT(WS-RAISE-IDX) TO ME-PLATE-TEXT
            MOVE RT-COUNTRY-CODE(WS-RAISE-IDX) TO ME-COUNTRY-CODE
            MOVE "K" TO ME-PLATE-SOURCE
        END-IF
    END-IF
    IF ME-PLATE-TEXT = SPACES
        ADD 1 TO WS-NO-PLATE-EXIT-COUNT
    ELSE
        MOVE RT-RAISE-TIMESTAMP(WS-RAISE-IDX) TO ME-RAISE-TIMESTAMP
        MOVE RT-SITE-ID(WS-RAISE-IDX) TO ME-SITE-ID
        MOVE RT-CAMERA-ID(WS-RAISE-IDX) TO ME-CAMERA-ID
        MOVE RT-ATTENDANT-ID(WS-RAISE-IDX) TO ME-ATTENDANT-ID
        MOVE RT-REASON-CODE(WS-RAISE-IDX) TO ME-REASON-CODE
        MOVE RR-SUPPORT TO ME-SUPPORT
        MOVE RR-SUPPORT-TIMESTAMP TO ME-SUPPORT-TIMESTAMP
        WRITE ANPR-MANUAL-EXIT-RECORD
        ADD 1 TO WS-MANUAL-EXIT-COUNT
        MOVE ME-PLATE-TEXT TO RR-CLOSE-PLATE-TEXT
        MOVE ME-PLATE-SOURCE TO RR-PLATE-SOURCE
    END-IF.

PRINT-UNSUPPORTED-RAISE-LINE.
    IF RT-TIME-VALID(WS-RAISE-IDX)
        DISPLAY "  ", RR-RAISE-TIMESTAMP, " ", RR-SITE-ID, " ",
                RR-CAMERA-ID, " ", RR-LANE, " ", RR-ATTENDANT-ID, " ",
                RR-SHIFT-CODE, " ", RR-REASON-CODE, " ",
                FUNCTION TRIM(RR-KEYED-PLATE-TEXT)
    ELSE
        DISPLAY "  ", RR-RAISE-TIMESTAMP, " ", RR-SITE-ID, " ",
                RR-CAMERA-ID, " ", RR-LANE, " ", RR-ATTENDANT-ID,
                " -- raise time unreadable, not paired"
    END-IF.

ADD-TO-ATTENDANT-TOTALS.
    MOVE "N" TO WS-ATTENDANT-FOUND-FLAG
    IF WS-ATTENDANT-COUNT > 0
        SET WS-ATT-IDX TO 1
        SEARCH WS-ATTENDANT-ENTRY
            AT END
                CONTINUE
            WHEN WS-ATT-IDX <= WS-ATTENDANT-COUNT
                 AND AS-ATTENDANT-ID(WS-ATT-IDX) = RR-ATTENDANT-ID
                 AND AS-SHIFT-CODE(WS-ATT-IDX) = RR-SHIFT-CODE
                MOVE "Y" TO WS-ATTENDANT-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-ATTENDANT-FOUND AND WS-ATTENDANT-COUNT < 200
        ADD 1 TO WS-ATTENDANT-COUNT
        SET WS-ATT-IDX TO WS-ATTENDANT-COUNT
        MOVE RR-ATTENDANT-ID TO AS-ATTENDANT-ID(WS-ATT-IDX)
        MOVE RR-SHIFT-CODE TO AS-SHIFT-CODE(WS-ATT-IDX)
        MOVE 0 TO AS-RAISE-COUNT(WS-ATT-IDX)
        MOVE 0 TO AS-READ-COUNT(WS-ATT-IDX)
        MOVE 0 TO AS-REJECT-COUNT(WS-ATT-IDX)
        MOVE 0 TO AS-UNSUPPORTED-COUNT(WS-ATT-IDX)
        MOVE "Y" TO WS-ATTENDANT-FOUND-FLAG
    END-IF
    IF WS-ATTENDANT-FOUND
        ADD 1 TO AS-RAISE-COUNT(WS-ATT-IDX)
        EVALUATE TRUE
            WHEN RR-SUPPORTED-BY-READ
                ADD 1 TO AS-READ-COUNT(WS-ATT-IDX)
            WHEN RR-SUPPORTED-BY-REJECT
                ADD 1 TO AS-REJECT-COUNT(WS-ATT-IDX)
            WHEN OTHER
                ADD 1 TO AS-UNSUPPORTED-COUNT(WS-ATT-IDX)
        END-EVALUATE
    END-IF.

*> Appended rather than renamed, the same as ARCHIVE-ADJUSTMENT-FILE
*> in anprpark.cbl, so a second run the same day adds to the day's
*> copy. A working file that cannot be moved aside is reconciled again
*> by the next run -- its manual exits then find their sessions closed
*> already -- but the failure is reported now.
ARCHIVE-RAISE-FILE.
    MOVE SPACES TO WS-RAISE-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-RAISE-PENDING-PATH), "." WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-RAISE-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "cat " FUNCTION TRIM(WS-RAISE-FILE-PATH),
        " >> " FUNCTION TRIM(WS-RAISE-ARCHIVE-PATH),
        " && rm -f " FUNCTION TRIM(WS-RAISE-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: could not move ",
                FUNCTION TRIM(WS-RAISE-FILE-PATH), " aside to ",
                FUNCTION TRIM(WS-RAISE-ARCHIVE-PATH),
                " -- it will be reconciled again by the next run"
        MOVE "Y" TO WS-ARCHIVE-FAILED-FLAG
    END-IF.

*> ========================================================================
*> PRINT-ATTENDANT-PAGE / PRINT-RUN-SUMMARY
*> ========================================================================
PRINT-ATTENDANT-PAGE.
    DISPLAY " "
    DISPLAY "--- Manual raises by attendant and shift ---"
    DISPLAY "  Attendant  Shift     Raises   Read Reject   None"
    PERFORM PRINT-ONE-ATTENDANT-LINE
        VARYING WS-ATT-IDX FROM 1 BY 1
        UNTIL WS-ATT-IDX > WS-ATTENDANT-COUNT.

PRINT-ONE-ATTENDANT-LINE.
    MOVE AS-RAISE-COUNT(WS-ATT-IDX) TO WS-RAISES-DISPLAY
    MOVE AS-READ-COUNT(WS-ATT-IDX) TO WS-READS-DISPLAY
    MOVE AS-REJECT-COUNT(WS-ATT-IDX) TO WS-REJECTS-DISPLAY
    MOVE AS-UNSUPPORTED-COUNT(WS-ATT-IDX) TO WS-UNSUPPORTED-DISPLAY
    DISPLAY "  ", AS-ATTENDANT-ID(WS-ATT-IDX), " ",
            AS-SHIFT-CODE(WS-ATT-IDX), "  ", WS-RAISES-DISPLAY,
            "  ", WS-READS-DISPLAY, "  ", WS-REJECTS-DISPLAY,
            "  ", WS-UNSUPPORTED-DISPLAY.

PRINT-RUN-SUMMARY.
    DISPLAY " "
    DISPLAY "Manual raises reconciled.......: " WS-RECONCILED-COUNT
    DISPLAY "  supported by a read..........: " WS-READ-SUPPORT-COUNT
    DISPLAY "  supported by a reject........: " WS-REJECT-SUPPORT-COUNT
    DISPLAY "  no read or reject............: " WS-UNSUPPORTED-COUNT
    DISPLAY "    raise time unreadable......: " WS-BAD-TIME-COUNT
    DISPLAY "Manual exits passed to ANPRPARK: " WS-MANUAL-EXIT-COUNT
    DISPLAY "Exit raises with no plate......: " WS-NO-PLATE-EXIT-COUNT
    DISPLAY "Result records in the windows..: " WS-RESULT-READ-COUNT
    DISPLAY "Reject log entries checked.....: " WS-REJECT-READ-COUNT
    DISPLAY "Reconciliation written to......: "
            FUNCTION TRIM(WS-RECON-FILE-PATH)
    IF WS-ARCHIVE-FAILED
        DISPLAY "Raises NOT moved aside from....: "
                FUNCTION TRIM(WS-RAISE-FILE-PATH)
    ELSE
        DISPLAY "Raises moved to................: "
                FUNCTION TRIM(WS-RAISE-ARCHIVE-PATH)
    END-IF.

END PROGRAM ANPRRAISE.
