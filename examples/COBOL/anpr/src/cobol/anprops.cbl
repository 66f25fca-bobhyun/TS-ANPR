*> ========================================================================
*> ANPROPS: consolidated morning operations report.
*>
*> Reconstructing the night used to mean six places: the reject log,
*> the unworked review queue, anpr_alert.log, ANPRPARK's exceptions
*> page, ANPRCLON's suspected clones and ANPRALGN's alignment alarms.
*> This program merges them all for one date
*> (DATE=YYYYMMDD, default today) into one printable report:
*>
*>   - rejects still unresolved -- whatever sits in the reject log is
*>   - the night's watchlist hits from anpr_alert.log;
*>   - unmatched exits from the exceptions file ANPRPARK now persists
*>     (anprpexc.cpy);
*>   - suspected cloned plates from ANPRCLON's file for the date
*>     (anprclon.cpy, output/anprclone.dat.YYYYMMDD);
*>   - cameras out of alignment from ANPRALGN's file for the date
*>     (anpralgn.cpy, output/anpralign.dat.YYYYMMDD);
*>
*> each section with its count, and a grand "items needing action
*> today" total at the bottom so the morning shift starts with one
*> number instead of six files.
*> ========================================================================

IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

    *> ANPRCLON writes one file per scanned day, so the report date
    *> names the file rather than filtering its records
    SELECT ANPR-CLONE-FILE
        ASSIGN DYNAMIC WS-CLONE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-FILE-STATUS.

    *> One file per checked day, named by date the same way
    SELECT ANPR-ALIGN-ALARM-FILE
        ASSIGN DYNAMIC WS-ALIGN-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIGN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-REJECT-FILE.
FD  ANPR-PARK-EXCEPTION-FILE.
    COPY "anprpexc.cpy".

FD  ANPR-CLONE-FILE.
    COPY "anprclon.cpy".

FD  ANPR-ALIGN-ALARM-FILE.
    COPY "anpralgn.cpy".

WORKING-STORAGE SECTION.
01  WS-REJECT-FILE-PATH     PIC X(256) VALUE "../../output/anpr_reject.log".
01  WS-REJECT-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-EXCEPTION-FILE-PATH  PIC X(256)
                               VALUE "../../output/anprpark_exceptions.dat".
01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-CLONE-FILE-PREFIX    PIC X(256)
                               VALUE "../../output/anprclone.dat".
01  WS-CLONE-FILE-PATH      PIC X(270) VALUE SPACES.
01  WS-CLONE-FILE-STATUS    PIC X(02) VALUE SPACES.
01  WS-ALIGN-FILE-PREFIX    PIC X(256)
                               VALUE "../../output/anpralign.dat".
01  WS-ALIGN-FILE-PATH      PIC X(270) VALUE SPACES.
01  WS-ALIGN-FILE-STATUS    PIC X(02) VALUE SPACES.

*> ------------------------------------------------------------------
*> Command-line handling, the same KEYWORD=value scan anpr.cbl uses
    88  WS-END-OF-ALERTS           VALUE "Y".
01  WS-EXCEPTION-EOF-FLAG   PIC X(01) VALUE "N".
    88  WS-END-OF-EXCEPTIONS       VALUE "Y".
01  WS-CLONE-EOF-FLAG       PIC X(01) VALUE "N".
    88  WS-END-OF-CLONES           VALUE "Y".
01  WS-ALIGN-EOF-FLAG       PIC X(01) VALUE "N".
    88  WS-END-OF-ALIGN-ALARMS     VALUE "Y".

*> ------------------------------------------------------------------
*> Section counts and the grand total
01  WS-REVIEW-COUNT         PIC 9(06) VALUE 0.
01  WS-ALERT-COUNT          PIC 9(06) VALUE 0.
01  WS-EXCEPTION-COUNT      PIC 9(06) VALUE 0.
01  WS-CLONE-COUNT          PIC 9(06) VALUE 0.
01  WS-ALIGN-COUNT          PIC 9(06) VALUE 0.
01  WS-ACTION-TOTAL         PIC 9(07) VALUE 0.
01  WS-CONFIDENCE-DISP      PIC 9.9(04).

    PERFORM REPORT-UNWORKED-REVIEWS
    PERFORM REPORT-WATCHLIST-HITS
    PERFORM REPORT-UNMATCHED-EXITS
    PERFORM REPORT-SUSPECTED-CLONES
    PERFORM REPORT-ALIGNMENT-ALARMS

    COMPUTE WS-ACTION-TOTAL =
        WS-REJECT-COUNT + WS-REVIEW-COUNT
        + WS-ALERT-COUNT + WS-EXCEPTION-COUNT + WS-CLONE-COUNT
        + WS-ALIGN-COUNT
    DISPLAY " "
    DISPLAY "======================================================"
    DISPLAY "Items needing action today.....: " WS-ACTION-TOTAL
    DISPLAY "  Unworked review entries......: " WS-REVIEW-COUNT
    DISPLAY "  Watchlist hits to follow up..: " WS-ALERT-COUNT
    DISPLAY "  Unmatched exits..............: " WS-EXCEPTION-COUNT
    DISPLAY "  Suspected cloned plates......: " WS-CLONE-COUNT
    DISPLAY "  Camera alignment alarms......: " WS-ALIGN-COUNT

    STOP RUN.

            END-IF
    END-READ.

*> ========================================================================
*> REPORT-SUSPECTED-CLONES: ANPRCLON's hits for the date -- both reads
*> and both images, so the follow-up starts from the photographs
*> ========================================================================
REPORT-SUSPECTED-CLONES.
    DISPLAY " "
    DISPLAY "-- Suspected cloned plates ---------------------------"
    MOVE SPACES TO WS-CLONE-FILE-PATH
    STRING FUNCTION TRIM(WS-CLONE-FILE-PREFIX), "." WS-REPORT-DATE
        DELIMITED BY SIZE INTO WS-CLONE-FILE-PATH
    END-STRING
    OPEN INPUT ANPR-CLONE-FILE
    IF WS-CLONE-FILE-STATUS = "00"
        MOVE "N" TO WS-CLONE-EOF-FLAG
        PERFORM REPORT-NEXT-SUSPECTED-CLONE UNTIL WS-END-OF-CLONES
        CLOSE ANPR-CLONE-FILE
    END-IF
    IF WS-CLONE-COUNT = 0
        DISPLAY "  (none)"
    END-IF.

REPORT-NEXT-SUSPECTED-CLONE.
    READ ANPR-CLONE-FILE
        AT END
            MOVE "Y" TO WS-CLONE-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-CLONE-COUNT
            DISPLAY "  [", CL-REASON, "] ", CL-PLATE-TEXT, " ",
                    CL-FIRST-TIMESTAMP, " ", CL-FIRST-SITE-ID, "/",
                    CL-FIRST-CAMERA-ID, " ",
                    FUNCTION TRIM(CL-FIRST-IMAGE-FILENAME)
            DISPLAY "             then ",
                    CL-SECOND-TIMESTAMP, " ", CL-SECOND-SITE-ID, "/",
                    CL-SECOND-CAMERA-ID, " ",
                    FUNCTION TRIM(CL-SECOND-IMAGE-FILENAME)
    END-READ.

*> ========================================================================
*> REPORT-ALIGNMENT-ALARMS: ANPRALGN's alarms for the date -- the
*> camera, which test it failed, and the day's figure against the
*> tolerance, so the technician knows what to bring
*> ========================================================================
REPORT-ALIGNMENT-ALARMS.
    DISPLAY " "
    DISPLAY "-- Camera alignment alarms ---------------------------"
    MOVE SPACES TO WS-ALIGN-FILE-PATH
    STRING FUNCTION TRIM(WS-ALIGN-FILE-PREFIX), "." WS-REPORT-DATE
        DELIMITED BY SIZE INTO WS-ALIGN-FILE-PATH
    END-STRING
    OPEN INPUT ANPR-ALIGN-ALARM-FILE
    IF WS-ALIGN-FILE-STATUS = "00"
        MOVE "N" TO WS-ALIGN-EOF-FLAG
        PERFORM REPORT-NEXT-ALIGNMENT-ALARM UNTIL WS-END-OF-ALIGN-ALARMS
        CLOSE ANPR-ALIGN-ALARM-FILE
    END-IF
    IF WS-ALIGN-COUNT = 0
        DISPLAY "  (none)"
    END-IF.

REPORT-NEXT-ALIGNMENT-ALARM.
    READ ANPR-ALIGN-ALARM-FILE
        AT END
            MOVE "Y" TO WS-ALIGN-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-ALIGN-COUNT
            DISPLAY "  [", AL-REASON, "] ", AL-SITE-ID, "/",
                    AL-CAMERA-ID, " ", AL-MEASURED, " against ",
                    AL-TOLERANCE, " over ", AL-PLATE-COUNT,
                    " plate(s); centre ", AL-DAY-CENTRE-X, ",",
                    AL-DAY-CENTRE-Y, " (baseline ", AL-BASE-CENTRE-X,
                    ",", AL-BASE-CENTRE-Y, ")"
    END-READ.

END PROGRAM ANPROPS.
