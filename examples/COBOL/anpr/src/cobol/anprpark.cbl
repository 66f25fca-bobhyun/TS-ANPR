*>     appended to the exceptions file (anprpexc.cpy) so it survives
*>     the console log for ANPROPS and the office.
*>
*> The same run issues the billing office's adjustments (anpradj.cpy):
*> every credit or re-price keyed into anprpark_adjust.dat since the
*> last run is validated against its session in the session file and
*> the credits already given on it, and the accepted ones go out in
*> this run's billing envelope as "A" rows naming the original "D"
*> row's session, so the billing job sees the credit the same way it
*> saw the charge. Every adjustment processed, accepted or rejected,
*> is appended to the adjustments register.
*>
*> It also applies the manual exits ANPRRAISE has passed on
*> (anprmext.cpy): a vehicle let out of the exit lane by a hand-raised
*> barrier leaves no exit read, so each manual exit closes its plate's
*> session at that site as at the raise time, and the visit is billed
*> like any other (PS-MATCH-FLAG "M"). The exits are taken in before
*> the reads and each is applied just ahead of the first read later
*> than it (and than its supporting read), so a plate that goes out
*> on a raised arm and comes back in the same run is billed for both
*> visits. A manual exit whose plate has no session open there -- its
*> exit was read after all -- is listed and dropped.
*>
*> Entry vs exit: the gate cameras drop into per-direction folders, so
*> a read whose AR-IMAGE-PATH contains "/exit/" or "/out/" is an exit
*> and one containing "/entry/" or "/in/" is an entry. A read with
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DETAIL-FILE-STATUS.

    *> Adjustments keyed by the billing office since the last run --
    *> renamed to a working name and read whole at start of run, so
    *> one keyed meanwhile waits in a fresh file for the next run;
    *> once this run's envelope has carried them, appended to a dated
    *> copy and removed, the same arrangement ANPRPAY uses for the
    *> day's payment file
    SELECT ANPR-ADJUSTMENT-FILE
        ASSIGN DYNAMIC WS-ADJUST-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJUST-FILE-STATUS.

    *> Manual exits from ANPRRAISE -- renamed to a working name before
    *> the run reads them, so an exit passed on meanwhile waits in a
    *> fresh file for the next run; applied in time order with the
    *> reads, then appended to a dated copy and removed, the same as
    *> the adjustments above
    SELECT ANPR-MANUAL-EXIT-FILE
        ASSIGN DYNAMIC WS-MANUAL-EXIT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANUAL-EXIT-STATUS.

    *> Every adjustment ever processed, with its outcome -- read at
    *> start of run for the credits a session has already had, and
    *> appended to at end of run
    SELECT ANPR-ADJUST-REGISTER-FILE
        ASSIGN DYNAMIC WS-ADJUST-REGISTER-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJUST-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-RESULT-FILE.
    COPY "anprpses.cpy".

FD  ANPR-BILLING-FILE.
*> Four record shapes share the file, told apart by the leading type
*> byte: one "H" header and one "T" trailer bracket each run's "D"
*> detail rows and "A" adjustment rows (a second run the same day
*> appends its own complete envelope). BL-FEE-AMOUNT carries two
*> implied decimals, the same convention as the TF- money fields in
*> anprtrf.cpy it is computed from; the trailer's dwell and fee hash
*> totals are straight sums of the dwell minutes and fee amounts of
*> the "D" rows between it and its header, its credit hash total the
*> sum of the "A" rows' credits, and its net fee total the one less
*> the other -- the figure the envelope balances to.
01  ANPR-BILLING-RECORD.
    05  BL-RECORD-TYPE              PIC X(01).
    05  BL-BILLING-DATE             PIC X(08).
    05  BH-SITE-ID                  PIC X(10).
    05  BH-RUN-ID                   PIC X(24).

*> An "A" row credits a session billed on an earlier "D" row. Its
*> leading fields line up with the "D" row's and name the same
*> session (plate, entry and exit timestamps, site), so a reader
*> matching "D" rows by session matches an "A" row the same way;
*> BA-CREDIT-AMOUNT sits where BL-FEE-AMOUNT does and is always a
*> credit. BA-DWELL-MINUTES is the corrected dwell for a re-price and
*> the billed dwell otherwise; BA-ADJUST-ID is unique and ascending
*> across runs.
01  ANPR-BILLING-ADJUST-RECORD.
    05  BA-RECORD-TYPE              PIC X(01).
    05  BA-BILLING-DATE             PIC X(08).
    05  BA-PLATE-TEXT               PIC X(32).
    05  BA-COUNTRY-CODE             PIC X(02).
    05  BA-ENTRY-TIMESTAMP          PIC X(14).
    05  BA-EXIT-TIMESTAMP           PIC X(14).
    05  BA-DWELL-MINUTES            PIC 9(06).
    05  BA-SITE-ID                  PIC X(10).
    05  BA-TARIFF-CODE              PIC X(08).
    05  BA-CREDIT-AMOUNT            PIC 9(07)V9(02).
    05  BA-ADJUST-TYPE              PIC X(01).
    05  BA-REASON-CODE              PIC X(08).
    05  BA-OPERATOR-ID              PIC X(10).
    05  BA-ADJUST-ID                PIC X(18).
    05  BA-ORIGINAL-BILLING-DATE    PIC X(08).
    05  BA-ORIGINAL-FEE             PIC 9(07)V9(02).

01  ANPR-BILLING-TRAILER-RECORD.
    05  BT-RECORD-TYPE              PIC X(01).
    05  BT-RECORD-COUNT             PIC 9(06).
    05  BT-DWELL-HASH-TOTAL         PIC 9(10).
    05  BT-FEE-HASH-TOTAL           PIC 9(11)V9(02).
    05  BT-RUN-ID                   PIC X(24).
    05  BT-ADJUST-COUNT             PIC 9(06).
    05  BT-CREDIT-HASH-TOTAL        PIC 9(11)V9(02).
    05  BT-NET-FEE-TOTAL            PIC S9(11)V9(02)
                                       SIGN IS LEADING SEPARATE CHARACTER.

FD  ANPR-PARK-CHECKPOINT-FILE.
01  ANPR-PARK-CHECKPOINT-RECORD.
        10  PK-IMAGE-FILENAME       PIC X(64).
        10  PK-SEQUENCE-NUMBER      PIC 9(04).

*> OS-SITE-ID/OS-CAMERA-ID are where the entry was read -- what
*> ANPROCC counts each site's occupancy by. Records carried forward
*> before they were kept read back blank there.
FD  ANPR-OPEN-SESSION-FILE.
01  ANPR-OPEN-SESSION-RECORD.
    05  OS-PLATE-TEXT               PIC X(32).
    05  OS-COUNTRY-CODE             PIC X(02).
    05  OS-ENTRY-TIMESTAMP          PIC X(14).
    05  OS-ENTRY-IMAGE-FILENAME     PIC X(64).
    05  OS-SITE-ID                  PIC X(10).
    05  OS-CAMERA-ID                PIC X(10).

FD  ANPR-XMIT-LOG-FILE.
*> XM-STATUS starts "PRODUCED"; the billing office posts its
    05  XM-FEE-HASH-TOTAL           PIC 9(11)V9(02).
    05  XM-PRODUCED-TIMESTAMP       PIC X(14).
    05  XM-STATUS                   PIC X(12).
    05  XM-ADJUST-COUNT             PIC 9(06).
    05  XM-CREDIT-HASH-TOTAL        PIC 9(11)V9(02).
    05  XM-NET-FEE-TOTAL            PIC S9(11)V9(02)
                                       SIGN IS LEADING SEPARATE CHARACTER.

FD  ANPR-PARK-EXCEPTION-FILE.
    COPY "anprpexc.cpy".
FD  ANPR-PLATE-DETAIL-FILE.
    COPY "anprdtl.cpy".

*> Pending adjustments are in the anpradj.cpy layout; they are moved
*> whole into WS-ADJUST-TABLE below rather than given a second copy of
*> the AJ- field names.
FD  ANPR-ADJUSTMENT-FILE.
01  ADJUSTMENT-FILE-RECORD          PIC X(280).

FD  ANPR-ADJUST-REGISTER-FILE.
    COPY "anpradj.cpy".

*> Laid over ANPR-MANUAL-EXIT-RECORD in WORKING-STORAGE as each exit
*> is applied
FD  ANPR-MANUAL-EXIT-FILE.
01  MANUAL-EXIT-FILE-RECORD         PIC X(107).

WORKING-STORAGE SECTION.
01  WS-RESULT-FILE-STATUS   PIC X(02) VALUE SPACES.
*> Retry-with-backoff open protocol for the shared result file --
01  WS-XMIT-LOG-PATH        PIC X(256)
                               VALUE "../../output/anprpark_xmit.log".
01  WS-XMIT-LOG-STATUS      PIC X(02) VALUE SPACES.
01  WS-ADJUST-FILE-PATH     PIC X(256)
                          VALUE "../../output/anprpark_adjust_work.dat".
01  WS-ADJUST-PENDING-PATH  PIC X(256)
                               VALUE "../../output/anprpark_adjust.dat".
01  WS-ADJUST-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-ADJUST-ARCHIVE-PATH  PIC X(270) VALUE SPACES.
01  WS-ADJUST-REGISTER-PATH PIC X(256)
                               VALUE "../../output/anprpark_adjust_reg.dat".
01  WS-ADJUST-REGISTER-STATUS PIC X(02) VALUE SPACES.
01  WS-MANUAL-EXIT-PATH     PIC X(256)
                        VALUE "../../output/anprpark_manexit_work.dat".
01  WS-MANUAL-PENDING-PATH  PIC X(256)
                               VALUE "../../output/anprpark_manexit.dat".
01  WS-MANUAL-EXIT-STATUS   PIC X(02) VALUE SPACES.
01  WS-MANUAL-ARCHIVE-PATH  PIC X(270) VALUE SPACES.
01  WS-DISCARD-FILE-PATH    PIC X(256) VALUE SPACES.
01  WS-SHELL-COMMAND        PIC X(600) VALUE SPACES.

*> ------------------------------------------------------------------
*> Control envelope for the billing extract -- the run identifier
01  WS-BILLING-RECORD-COUNT PIC 9(06) VALUE 0.
01  WS-DWELL-HASH-TOTAL     PIC 9(10) VALUE 0.
01  WS-FEE-HASH-TOTAL       PIC 9(11)V9(02) VALUE 0.
01  WS-ADJUST-RECORD-COUNT  PIC 9(06) VALUE 0.
01  WS-CREDIT-HASH-TOTAL    PIC 9(11)V9(02) VALUE 0.
01  WS-NET-FEE-TOTAL        PIC S9(11)V9(02) VALUE 0.

*> High-water mark handling -- where the previous run stopped, and
*> the last key this run has matched
        10  OP-COUNTRY-CODE         PIC X(02).
        10  OP-ENTRY-TIMESTAMP      PIC X(14).
        10  OP-ENTRY-IMAGE-FILENAME PIC X(64).
        10  OP-SITE-ID              PIC X(10).
        10  OP-CAMERA-ID            PIC X(10).

01  WS-MATCH-FOUND-FLAG     PIC X(01) VALUE "N".
    88  WS-OPEN-SESSION-FOUND      VALUE "Y".
01  WS-MARKER-COUNT         PIC 9(03) VALUE 0.

*> ------------------------------------------------------------------
*> Dwell-time arithmetic scratch fields -- COMPUTE-DWELL-MINUTES
*> measures from WS-DWELL-ENTRY-TIMESTAMP to WS-DWELL-EXIT-TIMESTAMP,
*> set by its caller (the open entry and the exit read for a session
*> being closed, the billed or corrected times for an adjustment)
*> ------------------------------------------------------------------
01  WS-DWELL-ENTRY-TIMESTAMP PIC X(14) VALUE SPACES.
01  WS-DWELL-EXIT-TIMESTAMP PIC X(14) VALUE SPACES.
01  WS-ENTRY-DATE-INTEGER   PIC 9(08) VALUE 0.
01  WS-EXIT-DATE-INTEGER    PIC 9(08) VALUE 0.
01  WS-ENTRY-MINUTES        PIC 9(06) VALUE 0.

01  WS-TARIFF-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-TARIFF-FOUND            VALUE "Y".
01  WS-TARIFF-SITE-ID       PIC X(10) VALUE SPACES.
01  WS-UNSTRING-PTR         PIC 9(03) VALUE 1.
*> UNSTRING scratch fields for the comma-separated tariff line --
*> unstrung as text first, then NUMVAL'd into the table's numeric
        10  EX-EXIT-TIMESTAMP       PIC X(14).
        10  EX-IMAGE-FILENAME       PIC X(64).

*> ------------------------------------------------------------------
*> Billing adjustments -- the pending file loaded whole, one entry
*> per adjustment. The AD- fields up to AD-REJECT-REASON follow the
*> anpradj.cpy layout exactly, so an entry moves to and from the
*> record as a group; the fields after it are this run's working
*> state for the entry.
*> ------------------------------------------------------------------
01  WS-ADJUST-TABLE.
    05  WS-ADJUST-COUNT             PIC 9(03) VALUE 0.
    05  WS-ADJUST-ENTRY OCCURS 500 TIMES
            INDEXED BY WS-ADJ-IDX.
        10  AD-ENTERED-TIMESTAMP        PIC X(14).
        10  AD-OPERATOR-ID              PIC X(10).
        10  AD-ADJUST-TYPE              PIC X(01).
            88  AD-FULL-CREDIT                 VALUE "F".
            88  AD-PARTIAL-CREDIT              VALUE "P".
            88  AD-REPRICED-DWELL              VALUE "R".
        10  AD-REASON-CODE              PIC X(08).
            88  AD-REASON-CODE-VALID           VALUE "MISREAD"
                                                     "DISPUTE"
                                                     "GOODWILL"
                                                     "SYSFAULT"
                                                     "DUPBILL"
                                                     "OTHER".
        10  AD-PLATE-TEXT               PIC X(32).
        10  AD-ENTRY-TIMESTAMP          PIC X(14).
        10  AD-EXIT-TIMESTAMP           PIC X(14).
        10  AD-CREDIT-REQUESTED         PIC 9(07)V9(02).
        10  AD-CORRECTED-EXIT-TIMESTAMP PIC X(14).
        10  AD-NOTE                     PIC X(40).
        10  AD-ADJUST-ID                PIC X(18).
        10  AD-PROCESSED-DATE           PIC X(08).
        10  AD-OUTCOME                  PIC X(08).
            88  AD-ACCEPTED                    VALUE "ACCEPTED".
            88  AD-REJECTED                    VALUE "REJECTED".
        10  AD-SITE-ID                  PIC X(10).
        10  AD-COUNTRY-CODE             PIC X(02).
        10  AD-TARIFF-CODE              PIC X(08).
        10  AD-ORIGINAL-DWELL           PIC 9(06).
        10  AD-ADJUSTED-DWELL           PIC 9(06).
        10  AD-ORIGINAL-FEE             PIC 9(07)V9(02).
        10  AD-CREDIT-AMOUNT            PIC 9(07)V9(02).
        10  AD-REJECT-REASON            PIC X(40).
        10  AD-SESSION-FOUND-FLAG       PIC X(01).
            88  AD-SESSION-FOUND               VALUE "Y".
        10  AD-BILLABLE-FLAG            PIC X(01).
        10  AD-PRIOR-CREDIT             PIC 9(07)V9(02).
        10  AD-REGISTERED-FLAG          PIC X(01).
            88  AD-ALREADY-REGISTERED          VALUE "Y".
01  WS-ADJUST-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-ADJUSTMENTS      VALUE "Y".
*> Set when the pending file holds more adjustments than the table --
*> none are processed and the file is left as it is, rather than
*> archive adjustments this run never looked at
01  WS-ADJUST-OVERFLOW-FLAG PIC X(01) VALUE "N".
    88  WS-ADJUST-OVERFLOWED       VALUE "Y".
01  WS-ADJUST-SCAN-IDX      PIC 9(03) VALUE 0.
01  WS-ADJUST-SEQUENCE      PIC 9(04) VALUE 0.
01  WS-ADJUST-REMAINING     PIC 9(07)V9(02) VALUE 0.
01  WS-BILLED-CHARGE        PIC 9(07)V9(02) VALUE 0.
01  WS-REPRICED-CHARGE      PIC 9(07)V9(02) VALUE 0.
01  WS-ADJUST-ACCEPTED-COUNT PIC 9(06) VALUE 0.
01  WS-ADJUST-REJECTED-COUNT PIC 9(06) VALUE 0.
01  WS-ADJUST-SKIPPED-COUNT PIC 9(06) VALUE 0.
*> Set when the adjustments could not be taken, registered or moved
*> aside -- the run ends RETURN-CODE 8 once the last shell command is
*> done with the return code
01  WS-ADJUST-FAILED-FLAG   PIC X(01) VALUE "N".
    88  WS-ADJUSTMENTS-FAILED      VALUE "Y".
01  WS-SESSION-EOF-FLAG     PIC X(01) VALUE "N".
    88  WS-END-OF-SESSION-FILE     VALUE "Y".
01  WS-REGISTER-EOF-FLAG    PIC X(01) VALUE "N".
    88  WS-END-OF-REGISTER         VALUE "Y".
*> A corrected exit time is checked as a real date and clock time
*> before anything is priced from it
01  WS-CORRECTED-TIME-WORK.
    05  CT-DATE                 PIC 9(08).
    05  CT-HOUR                 PIC 9(02).
    05  CT-MINUTE               PIC 9(02).
    05  CT-SECOND               PIC 9(02).
01  WS-CREDIT-AMOUNT-DISP   PIC Z(06)9.9(02).
01  WS-NET-FEE-DISP         PIC -(09)9.9(02).

*> ------------------------------------------------------------------
*> Manual exits -- the whole file taken in before the reads, the same
*> way the pending adjustments are, each applied when its due time
*> (the later of the raise and its supporting read) is passed, and
*> kept with its outcome for its own report page
*> ------------------------------------------------------------------
COPY "anprmext.cpy".
01  WS-MANUAL-EXIT-EOF-FLAG PIC X(01) VALUE "N".
    88  WS-END-OF-MANUAL-EXITS     VALUE "Y".
01  WS-MANUAL-OVERFLOW-FLAG PIC X(01) VALUE "N".
    88  WS-MANUAL-EXITS-OVERFLOWED VALUE "Y".
01  WS-MANUAL-FAILED-FLAG   PIC X(01) VALUE "N".
    88  WS-MANUAL-EXITS-FAILED     VALUE "Y".
01  WS-MANUAL-CLOSED-COUNT  PIC 9(06) VALUE 0.
01  WS-MANUAL-NO-SESSION-COUNT PIC 9(06) VALUE 0.
01  WS-MANUAL-EXIT-TABLE.
    05  WS-MANUAL-EXIT-COUNT        PIC 9(04) VALUE 0.
    05  WS-MANUAL-EXIT-ENTRY OCCURS 1000 TIMES
            INDEXED BY WS-MX-IDX.
        10  MX-EXIT-DATA            PIC X(107).
        10  MX-DUE-TIMESTAMP        PIC X(14).
        10  MX-APPLIED-FLAG         PIC X(01).
            88  MX-APPLIED                 VALUE "Y".
        10  MX-OUTCOME              PIC X(30).
*> Earliest due time of the exits not yet applied (HIGH-VALUES for
*> none), so each read costs one comparison while nothing is due
01  WS-NEXT-MANUAL-DUE      PIC X(14) VALUE HIGH-VALUES.
*> Exits due before this time are applied now
01  WS-MANUAL-DUE-LIMIT     PIC X(14) VALUE SPACES.
01  WS-EARLIEST-DUE-SLOT    PIC 9(04) VALUE 0.
*> The read in hand, put back once the exits due ahead of it are
*> applied through the same result record area
01  WS-HELD-READ-FIELDS.
    05  HR-TIMESTAMP                PIC X(14).
    05  HR-IMAGE-FILENAME           PIC X(64).
    05  HR-SITE-ID                  PIC X(10).
    05  HR-CAMERA-ID                PIC X(10).

PROCEDURE DIVISION.

MAIN-PARA.
    PERFORM LOAD-TARIFF-TABLE
    PERFORM LOAD-PERMIT-TABLE
    PERFORM LOAD-VEHICLE-TYPE-TABLE
    *> Before OPEN-OUTPUT-FILES -- the adjustments are checked against
    *> the session file, which that opens for extend
    PERFORM LOAD-PENDING-ADJUSTMENTS
    PERFORM OPEN-OUTPUT-FILES

    PERFORM OPEN-RESULT-FILE-SHARED
        PERFORM WRITE-BILLING-HEADER-RECORD
        MOVE "N" TO WS-EOF-FLAG
        PERFORM POSITION-PAST-WATERMARK
        PERFORM LOAD-MANUAL-EXITS
        IF NOT WS-END-OF-RESULTS
            PERFORM MATCH-NEXT-RESULT-RECORD UNTIL WS-END-OF-RESULTS
        END-IF
        *> Exits due after the last read
        PERFORM APPLY-REMAINING-MANUAL-EXITS
        CLOSE ANPR-RESULT-FILE
        PERFORM ISSUE-PENDING-ADJUSTMENTS
    ELSE
        IF WS-RESULT-OPEN-BUSY
            DISPLAY "Result file busy (status ",
    PERFORM PRINT-RUN-SUMMARY
    PERFORM PRINT-NEAR-MATCH-PAGE
    PERFORM PRINT-EXCEPTIONS-PAGE
    PERFORM PRINT-ADJUSTMENTS-PAGE
    PERFORM PRINT-MANUAL-EXITS-PAGE
    PERFORM PRINT-PERMIT-EXPIRY-PAGE
    *> Set here, after the last shell command has had the return code
    IF WS-MANUAL-EXITS-FAILED OR WS-ADJUSTMENTS-FAILED
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

        MOVE OS-ENTRY-TIMESTAMP TO OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
        MOVE OS-ENTRY-IMAGE-FILENAME
            TO OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX)
        MOVE OS-SITE-ID TO OP-SITE-ID(WS-OPEN-IDX)
        MOVE OS-CAMERA-ID TO OP-CAMERA-ID(WS-OPEN-IDX)
    ELSE
        DISPLAY "Too many carried-forward open sessions -- discarding ",
                FUNCTION TRIM(OS-PLATE-TEXT)
    END-IF.

*> Same SEARCH-a-table-by-key shape as FIND-OPEN-SESSION-FOR-PLATE;
*> the site looked up is the one the exit read was credited to (or,
*> for an adjustment, the one the session was billed at), placed in
*> WS-TARIFF-SITE-ID by the caller.
FIND-TARIFF-FOR-SITE.
    MOVE "N" TO WS-TARIFF-FOUND-FLAG
    IF TF-ENTRY-COUNT > 0
        SEARCH TF-TARIFF-ENTRY
            AT END
                CONTINUE
            WHEN TF-SITE-ID(TF-ENTRY-IDX) = WS-TARIFF-SITE-ID
                MOVE "Y" TO WS-TARIFF-FOUND-FLAG
        END-SEARCH
    END-IF.
    MOVE WS-DWELL-HASH-TOTAL TO BT-DWELL-HASH-TOTAL
    MOVE WS-FEE-HASH-TOTAL TO BT-FEE-HASH-TOTAL
    MOVE WS-RUN-ID TO BT-RUN-ID
    COMPUTE WS-NET-FEE-TOTAL = WS-FEE-HASH-TOTAL - WS-CREDIT-HASH-TOTAL
    MOVE WS-ADJUST-RECORD-COUNT TO BT-ADJUST-COUNT
    MOVE WS-CREDIT-HASH-TOTAL TO BT-CREDIT-HASH-TOTAL
    MOVE WS-NET-FEE-TOTAL TO BT-NET-FEE-TOTAL
    WRITE ANPR-BILLING-TRAILER-RECORD.

WRITE-TRANSMISSION-LOG-RECORD.
        MOVE WS-FEE-HASH-TOTAL TO XM-FEE-HASH-TOTAL
        MOVE FUNCTION CURRENT-DATE(1:14) TO XM-PRODUCED-TIMESTAMP
        MOVE "PRODUCED" TO XM-STATUS
        MOVE WS-ADJUST-RECORD-COUNT TO XM-ADJUST-COUNT
        MOVE WS-CREDIT-HASH-TOTAL TO XM-CREDIT-HASH-TOTAL
        MOVE WS-NET-FEE-TOTAL TO XM-NET-FEE-TOTAL
        WRITE ANPR-XMIT-LOG-RECORD
        CLOSE ANPR-XMIT-LOG-FILE
    ELSE
        NOT AT END
            ADD 1 TO WS-RECORDS-READ-COUNT
            MOVE AR-KEY TO WS-LAST-MATCHED-KEY
            IF AR-TIMESTAMP > WS-NEXT-MANUAL-DUE
                PERFORM APPLY-MANUAL-EXITS-BEFORE-READ
            END-IF
            PERFORM MATCH-ONE-RESULT-RECORD
    END-READ.

                OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
        MOVE AR-TIMESTAMP TO OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
        MOVE AR-IMAGE-FILENAME TO OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX)
        MOVE AR-SITE-ID TO OP-SITE-ID(WS-OPEN-IDX)
        MOVE AR-CAMERA-ID TO OP-CAMERA-ID(WS-OPEN-IDX)
    ELSE
        PERFORM CLAIM-OPEN-SESSION-SLOT
    END-IF.
        MOVE AR-COUNTRY-CODE TO OP-COUNTRY-CODE(WS-OPEN-IDX)
        MOVE AR-TIMESTAMP TO OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
        MOVE AR-IMAGE-FILENAME TO OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX)
        MOVE AR-SITE-ID TO OP-SITE-ID(WS-OPEN-IDX)
        MOVE AR-CAMERA-ID TO OP-CAMERA-ID(WS-OPEN-IDX)
        ADD 1 TO WS-SESSIONS-OPENED-COUNT
    END-IF.

    WRITE ANPR-PARK-EXCEPTION-RECORD.

WRITE-COMPLETED-SESSION.
    MOVE OP-ENTRY-TIMESTAMP(WS-OPEN-IDX) TO WS-DWELL-ENTRY-TIMESTAMP
    MOVE AR-TIMESTAMP TO WS-DWELL-EXIT-TIMESTAMP
    PERFORM COMPUTE-DWELL-MINUTES
    PERFORM CHECK-SESSION-PERMIT
    IF WS-SESSION-ON-PERMIT
COMPUTE-PARKING-FEE.
    MOVE SPACES TO WS-SESSION-TARIFF-CODE
    MOVE 0 TO WS-FEE-AMOUNT
    MOVE AR-SITE-ID TO WS-TARIFF-SITE-ID
    PERFORM FIND-TARIFF-FOR-SITE
    IF NOT WS-TARIFF-FOUND
        ADD 1 TO WS-NO-TARIFF-COUNT
    ELSE
        MOVE TF-TARIFF-CODE(TF-ENTRY-IDX) TO WS-SESSION-TARIFF-CODE
        PERFORM COMPUTE-TIME-AND-OVERNIGHT-CHARGE
        PERFORM FIND-VEHICLE-TYPE-FOR-SESSION
        MOVE 0 TO WS-CLASS-SURCHARGE
        EVALUATE FUNCTION TRIM(WS-SESSION-VEHICLE-TYPE)
            WS-TIME-CHARGE + WS-OVERNIGHT-CHARGE + WS-CLASS-SURCHARGE
    END-IF.

*> The dwell-dependent part of the fee, priced against the tariff entry
*> at TF-ENTRY-IDX from WS-DWELL-MINUTES and the date integers
*> COMPUTE-DWELL-MINUTES left behind -- shared by COMPUTE-PARKING-FEE
*> and the re-pricing of an adjusted dwell, which is why the vehicle-
*> class surcharge (the same whatever the dwell) is not in it.
COMPUTE-TIME-AND-OVERNIGHT-CHARGE.
    *> Time charge: every started unit is charged, capped per started
    *> 24-hour day of the visit -- both divisions truncate into integer
    *> targets, so the "+ unit - 1" makes them ceilings.
    MOVE 0 TO WS-TIME-CHARGE
    IF WS-DWELL-MINUTES > TF-GRACE-MINUTES(TF-ENTRY-IDX)
        AND TF-UNIT-MINUTES(TF-ENTRY-IDX) > 0
        COMPUTE WS-CHARGE-UNITS =
            (WS-DWELL-MINUTES + TF-UNIT-MINUTES(TF-ENTRY-IDX) - 1)
            / TF-UNIT-MINUTES(TF-ENTRY-IDX)
        COMPUTE WS-TIME-CHARGE =
            WS-CHARGE-UNITS * TF-RATE-PER-UNIT(TF-ENTRY-IDX)
        COMPUTE WS-CHARGE-DAYS = (WS-DWELL-MINUTES + 1439) / 1440
        COMPUTE WS-CHARGE-CAP =
            WS-CHARGE-DAYS * TF-DAILY-CAP(TF-ENTRY-IDX)
        IF WS-TIME-CHARGE > WS-CHARGE-CAP
            MOVE WS-CHARGE-CAP TO WS-TIME-CHARGE
        END-IF
    END-IF

    *> Overnight charge: one flat amount per midnight crossed.
    COMPUTE WS-NIGHTS-CROSSED =
        WS-EXIT-DATE-INTEGER - WS-ENTRY-DATE-INTEGER
    IF WS-NIGHTS-CROSSED < 0
        MOVE 0 TO WS-NIGHTS-CROSSED
    END-IF
    COMPUTE WS-OVERNIGHT-CHARGE =
        WS-NIGHTS-CROSSED * TF-OVERNIGHT-FLAT(TF-ENTRY-IDX).

*> The entry read is what photographed the vehicle coming in, so its
*> detail record is tried first; a bare-text entry read wrote no
*> detail records, in which case the exit read's is the next best.
*> go negative -- clamp to zero rather than bill negative minutes.
*> ========================================================================
COMPUTE-DWELL-MINUTES.
    MOVE WS-DWELL-ENTRY-TIMESTAMP TO WS-TIMESTAMP-WORK
    COMPUTE WS-ENTRY-DATE-INTEGER = INTEGER-OF-DATE(TW-DATE)
    COMPUTE WS-ENTRY-MINUTES = TW-HOUR * 60 + TW-MINUTE

    MOVE WS-DWELL-EXIT-TIMESTAMP TO WS-TIMESTAMP-WORK
    COMPUTE WS-EXIT-DATE-INTEGER = INTEGER-OF-DATE(TW-DATE)
    COMPUTE WS-EXIT-MINUTES = TW-HOUR * 60 + TW-MINUTE

        MOVE 0 TO WS-DWELL-MINUTES
    END-IF.

*> ========================================================================
*> LOAD-PENDING-ADJUSTMENTS: rename the adjustments keyed since the
*> last run to their working name and read them, find the session each
*> one names in the session file, add up the credits each session has
*> already had from the register, and decide every adjustment
*> accepted or rejected. A working file already there was left by a
*> run that did not get as far as archiving it; it is taken as it
*> stands and the pending file waits for the next run -- anything in
*> it the register already holds is skipped. Nothing is written here
*> -- ISSUE-PENDING-ADJUSTMENTS does that once the envelope exists.
*> ========================================================================
LOAD-PENDING-ADJUSTMENTS.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "test -e " FUNCTION TRIM(WS-ADJUST-FILE-PATH),
        " || mv -f " FUNCTION TRIM(WS-ADJUST-PENDING-PATH), " ",
        FUNCTION TRIM(WS-ADJUST-FILE-PATH), " 2>/dev/null"
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND

    MOVE 0 TO WS-ADJUST-COUNT
    MOVE "N" TO WS-ADJUST-OVERFLOW-FLAG
    OPEN INPUT ANPR-ADJUSTMENT-FILE
    IF WS-ADJUST-FILE-STATUS = "00"
        MOVE "N" TO WS-ADJUST-EOF-FLAG
        PERFORM LOAD-NEXT-PENDING-ADJUSTMENT
            UNTIL WS-END-OF-ADJUSTMENTS
        CLOSE ANPR-ADJUSTMENT-FILE
    END-IF
    IF WS-ADJUST-OVERFLOWED
        DISPLAY "More than 500 adjustments pending in ",
                FUNCTION TRIM(WS-ADJUST-FILE-PATH),
                " -- none processed this run; split the file and ",
                "run again"
        MOVE 0 TO WS-ADJUST-COUNT
        MOVE "Y" TO WS-ADJUST-FAILED-FLAG
    END-IF
    IF WS-ADJUST-COUNT > 0
        PERFORM FIND-ADJUSTED-SESSIONS
        PERFORM ADD-UP-PRIOR-CREDITS
        MOVE 0 TO WS-ADJUST-SEQUENCE
        PERFORM VALIDATE-ONE-ADJUSTMENT
            VARYING WS-ADJ-IDX FROM 1 BY 1
            UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
    END-IF.

LOAD-NEXT-PENDING-ADJUSTMENT.
    READ ANPR-ADJUSTMENT-FILE
        AT END
            MOVE "Y" TO WS-ADJUST-EOF-FLAG
        NOT AT END
            IF ADJUSTMENT-FILE-RECORD NOT = SPACES
                PERFORM STORE-PENDING-ADJUSTMENT
            END-IF
    END-READ.

*> Whatever the office left in the processed-by-ANPRPARK fields is
*> cleared -- they are this run's to fill in.
STORE-PENDING-ADJUSTMENT.
    IF WS-ADJUST-COUNT < 500
        ADD 1 TO WS-ADJUST-COUNT
        SET WS-ADJ-IDX TO WS-ADJUST-COUNT
        MOVE ADJUSTMENT-FILE-RECORD TO WS-ADJUST-ENTRY(WS-ADJ-IDX)
        MOVE SPACES TO AD-ADJUST-ID(WS-ADJ-IDX)
        MOVE SPACES TO AD-PROCESSED-DATE(WS-ADJ-IDX)
        MOVE SPACES TO AD-OUTCOME(WS-ADJ-IDX)
        MOVE SPACES TO AD-SITE-ID(WS-ADJ-IDX)
        MOVE SPACES TO AD-COUNTRY-CODE(WS-ADJ-IDX)
        MOVE SPACES TO AD-TARIFF-CODE(WS-ADJ-IDX)
        MOVE 0 TO AD-ORIGINAL-DWELL(WS-ADJ-IDX)
        MOVE 0 TO AD-ADJUSTED-DWELL(WS-ADJ-IDX)
        MOVE 0 TO AD-ORIGINAL-FEE(WS-ADJ-IDX)
        MOVE 0 TO AD-CREDIT-AMOUNT(WS-ADJ-IDX)
        MOVE SPACES TO AD-REJECT-REASON(WS-ADJ-IDX)
        MOVE "N" TO AD-SESSION-FOUND-FLAG(WS-ADJ-IDX)
        MOVE SPACE TO AD-BILLABLE-FLAG(WS-ADJ-IDX)
        MOVE 0 TO AD-PRIOR-CREDIT(WS-ADJ-IDX)
        MOVE "N" TO AD-REGISTERED-FLAG(WS-ADJ-IDX)
    ELSE
        MOVE "Y" TO WS-ADJUST-OVERFLOW-FLAG
        MOVE "Y" TO WS-ADJUST-EOF-FLAG
    END-IF.

*> One pass of the session file, each session tried against every
*> pending adjustment -- the file is far longer than the pending list.
FIND-ADJUSTED-SESSIONS.
    OPEN INPUT ANPR-SESSION-FILE
    IF WS-SESSION-FILE-STATUS = "00"
        MOVE "N" TO WS-SESSION-EOF-FLAG
        PERFORM MATCH-NEXT-SESSION-TO-ADJUSTMENTS
            UNTIL WS-END-OF-SESSION-FILE
        CLOSE ANPR-SESSION-FILE
    END-IF.

MATCH-NEXT-SESSION-TO-ADJUSTMENTS.
    READ ANPR-SESSION-FILE
        AT END
            MOVE "Y" TO WS-SESSION-EOF-FLAG
        NOT AT END
            PERFORM MATCH-SESSION-TO-ONE-ADJUSTMENT
                VARYING WS-ADJ-IDX FROM 1 BY 1
                UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
    END-READ.

MATCH-SESSION-TO-ONE-ADJUSTMENT.
    IF NOT AD-SESSION-FOUND(WS-ADJ-IDX)
        AND AD-PLATE-TEXT(WS-ADJ-IDX) = PS-PLATE-TEXT
        AND AD-ENTRY-TIMESTAMP(WS-ADJ-IDX) = PS-ENTRY-TIMESTAMP
        AND AD-EXIT-TIMESTAMP(WS-ADJ-IDX) = PS-EXIT-TIMESTAMP
        MOVE "Y" TO AD-SESSION-FOUND-FLAG(WS-ADJ-IDX)
        MOVE PS-SITE-ID TO AD-SITE-ID(WS-ADJ-IDX)
        MOVE PS-COUNTRY-CODE TO AD-COUNTRY-CODE(WS-ADJ-IDX)
        MOVE PS-TARIFF-CODE TO AD-TARIFF-CODE(WS-ADJ-IDX)
        MOVE PS-DWELL-MINUTES TO AD-ORIGINAL-DWELL(WS-ADJ-IDX)
        MOVE PS-DWELL-MINUTES TO AD-ADJUSTED-DWELL(WS-ADJ-IDX)
        MOVE PS-FEE-AMOUNT TO AD-ORIGINAL-FEE(WS-ADJ-IDX)
        MOVE PS-BILLABLE-FLAG TO AD-BILLABLE-FLAG(WS-ADJ-IDX)
    END-IF.

*> Credits already given on a session -- every accepted adjustment in
*> the register naming the same session counts against its fee. An
*> adjustment the register already holds, accepted or rejected, was
*> issued by an earlier run and is not issued again.
ADD-UP-PRIOR-CREDITS.
    OPEN INPUT ANPR-ADJUST-REGISTER-FILE
    IF WS-ADJUST-REGISTER-STATUS = "00"
        MOVE "N" TO WS-REGISTER-EOF-FLAG
        PERFORM ADD-UP-NEXT-REGISTER-CREDIT UNTIL WS-END-OF-REGISTER
        CLOSE ANPR-ADJUST-REGISTER-FILE
    END-IF.

ADD-UP-NEXT-REGISTER-CREDIT.
    READ ANPR-ADJUST-REGISTER-FILE
        AT END
            MOVE "Y" TO WS-REGISTER-EOF-FLAG
        NOT AT END
            PERFORM MARK-REGISTERED-ADJUSTMENT
                VARYING WS-ADJ-IDX FROM 1 BY 1
                UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
            IF AJ-ACCEPTED
                PERFORM ADD-REGISTER-CREDIT-TO-ADJUSTMENT
                    VARYING WS-ADJ-IDX FROM 1 BY 1
                    UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
            END-IF
    END-READ.

*> The office's own fields name an adjustment: when and by whom it
*> was keyed, what kind it is and the session it is against
MARK-REGISTERED-ADJUSTMENT.
    IF AD-ENTERED-TIMESTAMP(WS-ADJ-IDX) = AJ-ENTERED-TIMESTAMP
        AND AD-OPERATOR-ID(WS-ADJ-IDX) = AJ-OPERATOR-ID
        AND AD-ADJUST-TYPE(WS-ADJ-IDX) = AJ-ADJUST-TYPE
        AND AD-PLATE-TEXT(WS-ADJ-IDX) = AJ-PLATE-TEXT
        AND AD-ENTRY-TIMESTAMP(WS-ADJ-IDX) = AJ-ENTRY-TIMESTAMP
        AND AD-EXIT-TIMESTAMP(WS-ADJ-IDX) = AJ-EXIT-TIMESTAMP
        MOVE "Y" TO AD-REGISTERED-FLAG(WS-ADJ-IDX)
    END-IF.

ADD-REGISTER-CREDIT-TO-ADJUSTMENT.
    IF AD-PLATE-TEXT(WS-ADJ-IDX) = AJ-PLATE-TEXT
        AND AD-ENTRY-TIMESTAMP(WS-ADJ-IDX) = AJ-ENTRY-TIMESTAMP
        AND AD-EXIT-TIMESTAMP(WS-ADJ-IDX) = AJ-EXIT-TIMESTAMP
        AND AJ-CREDIT-AMOUNT IS NUMERIC
        ADD AJ-CREDIT-AMOUNT TO AD-PRIOR-CREDIT(WS-ADJ-IDX)
    END-IF.

*> ========================================================================
*> VALIDATE-ONE-ADJUSTMENT: accept or reject one adjustment against
*> its session and what is still billed on it (the fee less every
*> credit already given, including earlier adjustments in this same
*> batch). The first failing check is the reason recorded.
*> ========================================================================
VALIDATE-ONE-ADJUSTMENT.
    MOVE WS-TODAY-DATE TO AD-PROCESSED-DATE(WS-ADJ-IDX)
    MOVE SPACES TO AD-REJECT-REASON(WS-ADJ-IDX)
    MOVE 0 TO AD-CREDIT-AMOUNT(WS-ADJ-IDX)
    EVALUATE TRUE
        WHEN AD-ALREADY-REGISTERED(WS-ADJ-IDX)
            MOVE "Already in the adjustments register"
                TO AD-REJECT-REASON(WS-ADJ-IDX)
        WHEN NOT AD-FULL-CREDIT(WS-ADJ-IDX)
             AND NOT AD-PARTIAL-CREDIT(WS-ADJ-IDX)
             AND NOT AD-REPRICED-DWELL(WS-ADJ-IDX)
            MOVE "Adjustment type is not F, P or R"
                TO AD-REJECT-REASON(WS-ADJ-IDX)
        WHEN AD-OPERATOR-ID(WS-ADJ-IDX) = SPACES
            MOVE "No operator ID"
                TO AD-REJECT-REASON(WS-ADJ-IDX)
        WHEN NOT AD-REASON-CODE-VALID(WS-ADJ-IDX)
            MOVE "Reason code not recognised"
                TO AD-REJECT-REASON(WS-ADJ-IDX)
        WHEN NOT AD-SESSION-FOUND(WS-ADJ-IDX)
            MOVE "No completed session with these times"
                TO AD-REJECT-REASON(WS-ADJ-IDX)
        WHEN AD-BILLABLE-FLAG(WS-ADJ-IDX) = "P"
            MOVE "Permit session -- never billed"
                TO AD-REJECT-REASON(WS-ADJ-IDX)
        WHEN AD-PRIOR-CREDIT(WS-ADJ-IDX)
             >= AD-ORIGINAL-FEE(WS-ADJ-IDX)
            MOVE "Nothing left billed on this session"
                TO AD-REJECT-REASON(WS-ADJ-IDX)
        WHEN OTHER
            COMPUTE WS-ADJUST-REMAINING =
                AD-ORIGINAL-FEE(WS-ADJ-IDX) - AD-PRIOR-CREDIT(WS-ADJ-IDX)
            EVALUATE TRUE
                WHEN AD-FULL-CREDIT(WS-ADJ-IDX)
                    MOVE WS-ADJUST-REMAINING
                        TO AD-CREDIT-AMOUNT(WS-ADJ-IDX)
                WHEN AD-PARTIAL-CREDIT(WS-ADJ-IDX)
                    PERFORM PRICE-PARTIAL-CREDIT
                WHEN OTHER
                    PERFORM PRICE-REPRICED-DWELL
            END-EVALUATE
    END-EVALUATE

    IF AD-REJECT-REASON(WS-ADJ-IDX) = SPACES
        MOVE "ACCEPTED" TO AD-OUTCOME(WS-ADJ-IDX)
        ADD 1 TO WS-ADJUST-SEQUENCE
        STRING WS-CURRENT-TIMESTAMP(1:14) WS-ADJUST-SEQUENCE
            DELIMITED BY SIZE INTO AD-ADJUST-ID(WS-ADJ-IDX)
        END-STRING
        PERFORM CARRY-CREDIT-TO-LATER-ADJUSTMENT
            VARYING WS-ADJUST-SCAN-IDX FROM 1 BY 1
            UNTIL WS-ADJUST-SCAN-IDX > WS-ADJUST-COUNT
    ELSE
        MOVE "REJECTED" TO AD-OUTCOME(WS-ADJ-IDX)
        MOVE 0 TO AD-CREDIT-AMOUNT(WS-ADJ-IDX)
    END-IF.

PRICE-PARTIAL-CREDIT.
    IF AD-CREDIT-REQUESTED(WS-ADJ-IDX) IS NOT NUMERIC
        MOVE "Partial credit amount missing or not numeric"
            TO AD-REJECT-REASON(WS-ADJ-IDX)
    ELSE
        EVALUATE TRUE
            WHEN AD-CREDIT-REQUESTED(WS-ADJ-IDX) = 0
                MOVE "Partial credit amount is zero"
                    TO AD-REJECT-REASON(WS-ADJ-IDX)
            WHEN AD-CREDIT-REQUESTED(WS-ADJ-IDX) > WS-ADJUST-REMAINING
                MOVE "Credit is more than is still billed"
                    TO AD-REJECT-REASON(WS-ADJ-IDX)
            WHEN OTHER
                MOVE AD-CREDIT-REQUESTED(WS-ADJ-IDX)
                    TO AD-CREDIT-AMOUNT(WS-ADJ-IDX)
        END-EVALUATE
    END-IF.

*> The session is priced twice at its site's tariff -- as billed and
*> as corrected -- and the difference is the credit. Only the time
*> and overnight charges depend on the dwell, so the vehicle-class
*> surcharge never enters into it.
PRICE-REPRICED-DWELL.
    IF AD-CORRECTED-EXIT-TIMESTAMP(WS-ADJ-IDX) IS NOT NUMERIC
        MOVE "Corrected exit time missing or not numeric"
            TO AD-REJECT-REASON(WS-ADJ-IDX)
    ELSE
        MOVE AD-CORRECTED-EXIT-TIMESTAMP(WS-ADJ-IDX)
            TO WS-CORRECTED-TIME-WORK
        MOVE AD-SITE-ID(WS-ADJ-IDX) TO WS-TARIFF-SITE-ID
        PERFORM FIND-TARIFF-FOR-SITE
        EVALUATE TRUE
            WHEN FUNCTION TEST-DATE-YYYYMMDD(CT-DATE) NOT = 0
                 OR CT-HOUR > 23 OR CT-MINUTE > 59 OR CT-SECOND > 59
                MOVE "Corrected exit time is not a real date and time"
                    TO AD-REJECT-REASON(WS-ADJ-IDX)
            WHEN AD-CORRECTED-EXIT-TIMESTAMP(WS-ADJ-IDX)
                 <= AD-ENTRY-TIMESTAMP(WS-ADJ-IDX)
                MOVE "Corrected exit is not after the entry"
                    TO AD-REJECT-REASON(WS-ADJ-IDX)
            WHEN AD-CORRECTED-EXIT-TIMESTAMP(WS-ADJ-IDX)
                 >= AD-EXIT-TIMESTAMP(WS-ADJ-IDX)
                MOVE "Corrected exit is not before the billed exit"
                    TO AD-REJECT-REASON(WS-ADJ-IDX)
            WHEN NOT WS-TARIFF-FOUND
                MOVE "No tariff for the session's site to re-price at"
                    TO AD-REJECT-REASON(WS-ADJ-IDX)
            WHEN OTHER
                PERFORM COMPUTE-REPRICED-CREDIT
        END-EVALUATE
    END-IF.

COMPUTE-REPRICED-CREDIT.
    MOVE AD-ENTRY-TIMESTAMP(WS-ADJ-IDX) TO WS-DWELL-ENTRY-TIMESTAMP
    MOVE AD-EXIT-TIMESTAMP(WS-ADJ-IDX) TO WS-DWELL-EXIT-TIMESTAMP
    PERFORM COMPUTE-DWELL-MINUTES
    PERFORM COMPUTE-TIME-AND-OVERNIGHT-CHARGE
    COMPUTE WS-BILLED-CHARGE = WS-TIME-CHARGE + WS-OVERNIGHT-CHARGE

    MOVE AD-CORRECTED-EXIT-TIMESTAMP(WS-ADJ-IDX)
        TO WS-DWELL-EXIT-TIMESTAMP
    PERFORM COMPUTE-DWELL-MINUTES
    PERFORM COMPUTE-TIME-AND-OVERNIGHT-CHARGE
    COMPUTE WS-REPRICED-CHARGE = WS-TIME-CHARGE + WS-OVERNIGHT-CHARGE
    MOVE WS-DWELL-MINUTES TO AD-ADJUSTED-DWELL(WS-ADJ-IDX)

    IF WS-REPRICED-CHARGE >= WS-BILLED-CHARGE
        MOVE "Re-priced dwell does not lower the fee"
            TO AD-REJECT-REASON(WS-ADJ-IDX)
    ELSE
        COMPUTE AD-CREDIT-AMOUNT(WS-ADJ-IDX) =
            WS-BILLED-CHARGE - WS-REPRICED-CHARGE
        *> A session already part-credited is credited down to zero,
        *> never below it
        IF AD-CREDIT-AMOUNT(WS-ADJ-IDX) > WS-ADJUST-REMAINING
            MOVE WS-ADJUST-REMAINING TO AD-CREDIT-AMOUNT(WS-ADJ-IDX)
        END-IF
    END-IF.

*> A later adjustment in the same batch against the same session sees
*> this one's credit as already given.
CARRY-CREDIT-TO-LATER-ADJUSTMENT.
    IF WS-ADJUST-SCAN-IDX > WS-ADJ-IDX
        AND AD-PLATE-TEXT(WS-ADJUST-SCAN-IDX) = AD-PLATE-TEXT(WS-ADJ-IDX)
        AND AD-ENTRY-TIMESTAMP(WS-ADJUST-SCAN-IDX)
            = AD-ENTRY-TIMESTAMP(WS-ADJ-IDX)
        AND AD-EXIT-TIMESTAMP(WS-ADJUST-SCAN-IDX)
            = AD-EXIT-TIMESTAMP(WS-ADJ-IDX)
        ADD AD-CREDIT-AMOUNT(WS-ADJ-IDX)
            TO AD-PRIOR-CREDIT(WS-ADJUST-SCAN-IDX)
    END-IF.

*> ========================================================================
*> ISSUE-PENDING-ADJUSTMENTS: with the envelope open, write an "A" row
*> for every accepted adjustment, append every adjustment processed to
*> the register, and move the working file aside under today's date
*> so the next run does not issue them again. A run that produced no
*> envelope never gets here and leaves the working file for the next.
*> ========================================================================
ISSUE-PENDING-ADJUSTMENTS.
    IF WS-ADJUST-COUNT > 0
        OPEN EXTEND ANPR-ADJUST-REGISTER-FILE
        IF WS-ADJUST-REGISTER-STATUS = "35"
            OPEN OUTPUT ANPR-ADJUST-REGISTER-FILE
        END-IF
        IF WS-ADJUST-REGISTER-STATUS = "00"
            PERFORM ISSUE-ONE-ADJUSTMENT
                VARYING WS-ADJ-IDX FROM 1 BY 1
                UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
            CLOSE ANPR-ADJUST-REGISTER-FILE
            PERFORM ARCHIVE-ADJUSTMENT-FILE
        ELSE
            DISPLAY "WARNING: could not open the adjustments register ",
                    FUNCTION TRIM(WS-ADJUST-REGISTER-PATH),
                    " (status ", WS-ADJUST-REGISTER-STATUS,
                    ") -- adjustments left pending for the next run"
            MOVE 0 TO WS-ADJUST-COUNT
            MOVE "Y" TO WS-ADJUST-FAILED-FLAG
        END-IF
    ELSE
        IF NOT WS-ADJUST-OVERFLOWED
            MOVE WS-ADJUST-FILE-PATH TO WS-DISCARD-FILE-PATH
            PERFORM DISCARD-EMPTY-WORK-FILE
        END-IF
    END-IF.

*> One the register already holds is neither issued nor registered
*> again
ISSUE-ONE-ADJUSTMENT.
    IF AD-ALREADY-REGISTERED(WS-ADJ-IDX)
        ADD 1 TO WS-ADJUST-SKIPPED-COUNT
    ELSE
        PERFORM ISSUE-ONE-NEW-ADJUSTMENT
    END-IF.

ISSUE-ONE-NEW-ADJUSTMENT.
    IF AD-ACCEPTED(WS-ADJ-IDX)
        MOVE "A" TO BA-RECORD-TYPE
        MOVE WS-TODAY-DATE TO BA-BILLING-DATE
        MOVE AD-PLATE-TEXT(WS-ADJ-IDX) TO BA-PLATE-TEXT
        MOVE AD-COUNTRY-CODE(WS-ADJ-IDX) TO BA-COUNTRY-CODE
        MOVE AD-ENTRY-TIMESTAMP(WS-ADJ-IDX) TO BA-ENTRY-TIMESTAMP
        MOVE AD-EXIT-TIMESTAMP(WS-ADJ-IDX) TO BA-EXIT-TIMESTAMP
        MOVE AD-ADJUSTED-DWELL(WS-ADJ-IDX) TO BA-DWELL-MINUTES
        MOVE AD-SITE-ID(WS-ADJ-IDX) TO BA-SITE-ID
        MOVE AD-TARIFF-CODE(WS-ADJ-IDX) TO BA-TARIFF-CODE
        MOVE AD-CREDIT-AMOUNT(WS-ADJ-IDX) TO BA-CREDIT-AMOUNT
        MOVE AD-ADJUST-TYPE(WS-ADJ-IDX) TO BA-ADJUST-TYPE
        MOVE AD-REASON-CODE(WS-ADJ-IDX) TO BA-REASON-CODE
        MOVE AD-OPERATOR-ID(WS-ADJ-IDX) TO BA-OPERATOR-ID
        MOVE AD-ADJUST-ID(WS-ADJ-IDX) TO BA-ADJUST-ID
        MOVE AD-EXIT-TIMESTAMP(WS-ADJ-IDX)(1:8)
            TO BA-ORIGINAL-BILLING-DATE
        MOVE AD-ORIGINAL-FEE(WS-ADJ-IDX) TO BA-ORIGINAL-FEE
        WRITE ANPR-BILLING-ADJUST-RECORD
        ADD 1 TO WS-ADJUST-RECORD-COUNT
        ADD AD-CREDIT-AMOUNT(WS-ADJ-IDX) TO WS-CREDIT-HASH-TOTAL
        ADD 1 TO WS-ADJUST-ACCEPTED-COUNT
    ELSE
        ADD 1 TO WS-ADJUST-REJECTED-COUNT
    END-IF
    MOVE WS-ADJUST-ENTRY(WS-ADJ-IDX) TO ANPR-ADJUSTMENT-RECORD
    WRITE ANPR-ADJUSTMENT-RECORD.

*> Appended rather than renamed, the same as ARCHIVE-PAYMENT-FILE in
*> anprpay.cbl, so a second run the same day adds to the day's copy.
*> A working file that cannot be moved aside is taken again by the
*> next run, where the register shows every adjustment in it issued.
ARCHIVE-ADJUSTMENT-FILE.
    MOVE SPACES TO WS-ADJUST-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-ADJUST-PENDING-PATH), "." WS-TODAY-DATE
        DELIMITED BY SIZE INTO WS-ADJUST-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "cat " FUNCTION TRIM(WS-ADJUST-FILE-PATH),
        " >> " FUNCTION TRIM(WS-ADJUST-ARCHIVE-PATH),
        " && rm -f " FUNCTION TRIM(WS-ADJUST-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: could not move ",
                FUNCTION TRIM(WS-ADJUST-FILE-PATH), " aside to ",
                FUNCTION TRIM(WS-ADJUST-ARCHIVE-PATH)
        MOVE "Y" TO WS-ADJUST-FAILED-FLAG
    END-IF.

*> A working file with nothing in it would otherwise hold back every
*> pending file after it
DISCARD-EMPTY-WORK-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "rm -f " FUNCTION TRIM(WS-DISCARD-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND.

*> ========================================================================
*> LOAD-MANUAL-EXITS: rename the pending manual-exit file to its
*> working name and take it into the table. A working file already
*> there was left by a run that stopped before archiving it; it is
*> taken as it stands and the pending file waits for the next run --
*> an exit applied twice finds its session already closed and is
*> dropped. Only reached with the envelope open; a run that produced
*> none leaves the file for the next.
*> ========================================================================
LOAD-MANUAL-EXITS.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "test -e " FUNCTION TRIM(WS-MANUAL-EXIT-PATH),
        " || mv -f " FUNCTION TRIM(WS-MANUAL-PENDING-PATH), " ",
        FUNCTION TRIM(WS-MANUAL-EXIT-PATH), " 2>/dev/null"
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND

    MOVE 0 TO WS-MANUAL-EXIT-COUNT
    MOVE "N" TO WS-MANUAL-OVERFLOW-FLAG
    OPEN INPUT ANPR-MANUAL-EXIT-FILE
    IF WS-MANUAL-EXIT-STATUS = "00"
        MOVE "N" TO WS-MANUAL-EXIT-EOF-FLAG
        PERFORM LOAD-NEXT-MANUAL-EXIT UNTIL WS-END-OF-MANUAL-EXITS
        CLOSE ANPR-MANUAL-EXIT-FILE
        IF WS-MANUAL-EXITS-OVERFLOWED
            DISPLAY "More than 1000 manual exits pending in ",
                    FUNCTION TRIM(WS-MANUAL-EXIT-PATH),
                    " -- none applied this run; split the file and ",
                    "run again"
            MOVE 0 TO WS-MANUAL-EXIT-COUNT
            MOVE "Y" TO WS-MANUAL-FAILED-FLAG
        ELSE
            PERFORM FIND-NEXT-MANUAL-DUE
        END-IF
    END-IF.

LOAD-NEXT-MANUAL-EXIT.
    READ ANPR-MANUAL-EXIT-FILE
        AT END
            MOVE "Y" TO WS-MANUAL-EXIT-EOF-FLAG
        NOT AT END
            IF MANUAL-EXIT-FILE-RECORD NOT = SPACES
                IF WS-MANUAL-EXIT-COUNT < 1000
                    PERFORM STORE-MANUAL-EXIT
                ELSE
                    MOVE "Y" TO WS-MANUAL-OVERFLOW-FLAG
                END-IF
            END-IF
    END-READ.

*> Due once the reads up to the raise, and up to its supporting read
*> if that came later, have been matched -- the supporting read then
*> closes the session itself if it can, and is never mistaken for an
*> entry by an exit applied ahead of it
STORE-MANUAL-EXIT.
    ADD 1 TO WS-MANUAL-EXIT-COUNT
    SET WS-MX-IDX TO WS-MANUAL-EXIT-COUNT
    MOVE MANUAL-EXIT-FILE-RECORD TO ANPR-MANUAL-EXIT-RECORD
    MOVE ANPR-MANUAL-EXIT-RECORD TO MX-EXIT-DATA(WS-MX-IDX)
    MOVE ME-RAISE-TIMESTAMP TO MX-DUE-TIMESTAMP(WS-MX-IDX)
    IF ME-SUPPORT-TIMESTAMP > ME-RAISE-TIMESTAMP
        MOVE ME-SUPPORT-TIMESTAMP TO MX-DUE-TIMESTAMP(WS-MX-IDX)
    END-IF
    MOVE "N" TO MX-APPLIED-FLAG(WS-MX-IDX)
    MOVE SPACES TO MX-OUTCOME(WS-MX-IDX).

FIND-NEXT-MANUAL-DUE.
    MOVE HIGH-VALUES TO WS-NEXT-MANUAL-DUE
    PERFORM CHECK-MANUAL-DUE-TIME
        VARYING WS-MX-IDX FROM 1 BY 1
        UNTIL WS-MX-IDX > WS-MANUAL-EXIT-COUNT.

CHECK-MANUAL-DUE-TIME.
    IF NOT MX-APPLIED(WS-MX-IDX)
        AND MX-DUE-TIMESTAMP(WS-MX-IDX) < WS-NEXT-MANUAL-DUE
        MOVE MX-DUE-TIMESTAMP(WS-MX-IDX) TO WS-NEXT-MANUAL-DUE
    END-IF.

*> ========================================================================
*> APPLY-MANUAL-EXITS-BEFORE-READ: apply, earliest first, every exit
*> due before the read in hand -- a plate let out on a raised arm and
*> read coming back in then has its first visit closed before the new
*> entry opens the second. The read's own fields are put back after.
*> ========================================================================
APPLY-MANUAL-EXITS-BEFORE-READ.
    MOVE AR-TIMESTAMP TO HR-TIMESTAMP
    MOVE AR-IMAGE-FILENAME TO HR-IMAGE-FILENAME
    MOVE AR-SITE-ID TO HR-SITE-ID
    MOVE AR-CAMERA-ID TO HR-CAMERA-ID
    MOVE AR-TIMESTAMP TO WS-MANUAL-DUE-LIMIT
    PERFORM APPLY-DUE-MANUAL-EXITS
    MOVE HR-TIMESTAMP TO AR-TIMESTAMP
    MOVE HR-IMAGE-FILENAME TO AR-IMAGE-FILENAME
    MOVE HR-SITE-ID TO AR-SITE-ID
    MOVE HR-CAMERA-ID TO AR-CAMERA-ID.

*> After the last read: everything still waiting, then the file is
*> moved aside
APPLY-REMAINING-MANUAL-EXITS.
    IF WS-MANUAL-EXIT-COUNT > 0
        MOVE HIGH-VALUES TO WS-MANUAL-DUE-LIMIT
        PERFORM APPLY-DUE-MANUAL-EXITS
        PERFORM ARCHIVE-MANUAL-EXIT-FILE
    ELSE
        IF NOT WS-MANUAL-EXITS-OVERFLOWED
            MOVE WS-MANUAL-EXIT-PATH TO WS-DISCARD-FILE-PATH
            PERFORM DISCARD-EMPTY-WORK-FILE
        END-IF
    END-IF.

APPLY-DUE-MANUAL-EXITS.
    PERFORM FIND-EARLIEST-DUE-EXIT
    PERFORM APPLY-EARLIEST-DUE-EXIT
        UNTIL WS-EARLIEST-DUE-SLOT = 0
    PERFORM FIND-NEXT-MANUAL-DUE.

APPLY-EARLIEST-DUE-EXIT.
    SET WS-MX-IDX TO WS-EARLIEST-DUE-SLOT
    PERFORM APPLY-ONE-MANUAL-EXIT
    PERFORM FIND-EARLIEST-DUE-EXIT.

FIND-EARLIEST-DUE-EXIT.
    MOVE 0 TO WS-EARLIEST-DUE-SLOT
    MOVE WS-MANUAL-DUE-LIMIT TO WS-NEXT-MANUAL-DUE
    PERFORM CHECK-EARLIEST-DUE-EXIT
        VARYING WS-MX-IDX FROM 1 BY 1
        UNTIL WS-MX-IDX > WS-MANUAL-EXIT-COUNT.

CHECK-EARLIEST-DUE-EXIT.
    IF NOT MX-APPLIED(WS-MX-IDX)
        AND MX-DUE-TIMESTAMP(WS-MX-IDX) < WS-NEXT-MANUAL-DUE
        MOVE MX-DUE-TIMESTAMP(WS-MX-IDX) TO WS-NEXT-MANUAL-DUE
        SET WS-EARLIEST-DUE-SLOT TO WS-MX-IDX
    END-IF.

*> ========================================================================
*> APPLY-ONE-MANUAL-EXIT: close the session the manual exit at
*> WS-MX-IDX names -- the plate's open session at the raise's site (or
*> one carried from before sessions kept their site) that began before
*> the raise. The raise stands in for the exit read: its time, site
*> and camera go into the result record area WRITE-COMPLETED-SESSION
*> prices and writes from, and the attendant's id into the exit image
*> name, so the session shows how it ended.
*> ========================================================================
APPLY-ONE-MANUAL-EXIT.
    MOVE MX-EXIT-DATA(WS-MX-IDX) TO ANPR-MANUAL-EXIT-RECORD
    MOVE "Y" TO MX-APPLIED-FLAG(WS-MX-IDX)
    PERFORM FIND-SESSION-FOR-MANUAL-EXIT
    IF WS-OPEN-SESSION-FOUND
        STRING "closed, entry " OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
            DELIMITED BY SIZE INTO MX-OUTCOME(WS-MX-IDX)
        END-STRING
        MOVE ME-RAISE-TIMESTAMP TO AR-TIMESTAMP
        MOVE ME-SITE-ID TO AR-SITE-ID
        MOVE ME-CAMERA-ID TO AR-CAMERA-ID
        MOVE SPACES TO AR-IMAGE-FILENAME
        STRING "MANUAL RAISE " ME-ATTENDANT-ID
            DELIMITED BY SIZE INTO AR-IMAGE-FILENAME
        END-STRING
        MOVE "M" TO WS-SESSION-MATCH-FLAG
        PERFORM WRITE-COMPLETED-SESSION
        MOVE "N" TO OP-IN-USE-FLAG(WS-OPEN-IDX)
        ADD 1 TO WS-SESSIONS-CLOSED-COUNT
        ADD 1 TO WS-MANUAL-CLOSED-COUNT
    ELSE
        MOVE "no session open -- dropped" TO MX-OUTCOME(WS-MX-IDX)
        ADD 1 TO WS-MANUAL-NO-SESSION-COUNT
    END-IF.

*> A keyed plate may come without its country; the plate alone is
*> matched then
FIND-SESSION-FOR-MANUAL-EXIT.
    MOVE "N" TO WS-MATCH-FOUND-FLAG
    IF WS-OPEN-COUNT > 0
        SET WS-OPEN-IDX TO 1
        SEARCH WS-OPEN-ENTRY
            AT END
                CONTINUE
            WHEN WS-OPEN-IDX <= WS-OPEN-COUNT
                 AND OP-SLOT-IN-USE(WS-OPEN-IDX)
                 AND OP-PLATE-TEXT(WS-OPEN-IDX) = ME-PLATE-TEXT
                 AND (ME-COUNTRY-CODE = SPACES
                      OR OP-COUNTRY-CODE(WS-OPEN-IDX) = ME-COUNTRY-CODE)
                 AND (OP-SITE-ID(WS-OPEN-IDX) = ME-SITE-ID
                      OR OP-SITE-ID(WS-OPEN-IDX) = SPACES)
                 AND OP-ENTRY-TIMESTAMP(WS-OPEN-IDX)
                     <= ME-RAISE-TIMESTAMP
                MOVE "Y" TO WS-MATCH-FOUND-FLAG
        END-SEARCH
    END-IF.

*> Appended rather than renamed, as ARCHIVE-ADJUSTMENT-FILE is. A
*> working file that cannot be moved aside is taken again by the next
*> run, where every exit it holds finds its session closed already.
ARCHIVE-MANUAL-EXIT-FILE.
    MOVE SPACES TO WS-MANUAL-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-MANUAL-PENDING-PATH), "." WS-TODAY-DATE
        DELIMITED BY SIZE INTO WS-MANUAL-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "cat " FUNCTION TRIM(WS-MANUAL-EXIT-PATH),
        " >> " FUNCTION TRIM(WS-MANUAL-ARCHIVE-PATH),
        " && rm -f " FUNCTION TRIM(WS-MANUAL-EXIT-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: could not move ",
                FUNCTION TRIM(WS-MANUAL-EXIT-PATH), " aside to ",
                FUNCTION TRIM(WS-MANUAL-ARCHIVE-PATH)
        MOVE "Y" TO WS-MANUAL-FAILED-FLAG
    END-IF.

*> ========================================================================
*> WRITE-CARRIED-OPEN-SESSIONS: rewrite the carry-forward file with
*> every session still open, so the next run picks them up as entries
        MOVE OP-ENTRY-TIMESTAMP(WS-OPEN-IDX) TO OS-ENTRY-TIMESTAMP
        MOVE OP-ENTRY-IMAGE-FILENAME(WS-OPEN-IDX)
            TO OS-ENTRY-IMAGE-FILENAME
        MOVE OP-SITE-ID(WS-OPEN-IDX) TO OS-SITE-ID
        MOVE OP-CAMERA-ID(WS-OPEN-IDX) TO OS-CAMERA-ID
        WRITE ANPR-OPEN-SESSION-RECORD
        ADD 1 TO WS-CARRIED-OUT-COUNT
    END-IF.
    DISPLAY "Sessions opened this run.......: " WS-SESSIONS-OPENED-COUNT
    DISPLAY "Sessions closed (billable).....: " WS-SESSIONS-CLOSED-COUNT
    DISPLAY "  Closed by near-match.........: " WS-NEAR-MATCH-COUNT
    DISPLAY "  Closed by manual raise.......: " WS-MANUAL-CLOSED-COUNT
    DISPLAY "  On permit (not billed).......: " WS-PERMIT-SESSION-COUNT
    DISPLAY "Open sessions carried forward..: " WS-CARRIED-OUT-COUNT
    DISPLAY "Exits with no matching entry...: " WS-EXCEPTION-COUNT
        DISPLAY "  Detail rows in envelope......: "
                WS-BILLING-RECORD-COUNT
        DISPLAY "  Dwell-minutes hash total.....: " WS-DWELL-HASH-TOTAL
        DISPLAY "  Adjustment rows in envelope..: "
                WS-ADJUST-RECORD-COUNT
        MOVE WS-CREDIT-HASH-TOTAL TO WS-CREDIT-AMOUNT-DISP
        DISPLAY "  Credits issued...............: " WS-CREDIT-AMOUNT-DISP
        MOVE WS-NET-FEE-TOTAL TO WS-NET-FEE-DISP
        DISPLAY "  Net of adjustments...........: " WS-NET-FEE-DISP
    ELSE
        DISPLAY "No billing envelope produced -- the result file ",
                "could not be read this run"
            EX-PLATE-TEXT(WS-EXC-IDX), "  ",
            FUNCTION TRIM(EX-IMAGE-FILENAME(WS-EXC-IDX)).

*> Every adjustment processed this run, accepted with its credit or
*> rejected with the reason, so the office can re-key the rejects.
PRINT-ADJUSTMENTS-PAGE.
    IF WS-ADJUST-COUNT > 0
        DISPLAY " "
        IF WS-ENVELOPE-WRITTEN
            DISPLAY "Billing adjustments -- ", WS-ADJUST-ACCEPTED-COUNT,
                    " accepted, ", WS-ADJUST-REJECTED-COUNT,
                    " rejected, ", WS-ADJUST-SKIPPED-COUNT,
                    " already registered:"
            PERFORM PRINT-ONE-ADJUSTMENT-LINE
                VARYING WS-ADJ-IDX FROM 1 BY 1
                UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
        ELSE
            DISPLAY "Billing adjustments -- ", WS-ADJUST-COUNT,
                    " pending, not issued without an envelope; ",
                    "left for the next run"
        END-IF
    END-IF.

PRINT-ONE-ADJUSTMENT-LINE.
    EVALUATE TRUE
        WHEN AD-ALREADY-REGISTERED(WS-ADJ-IDX)
            DISPLAY "  ", AD-ADJUST-TYPE(WS-ADJ-IDX), " ",
                    AD-REASON-CODE(WS-ADJ-IDX), " ",
                    AD-PLATE-TEXT(WS-ADJ-IDX)(1:12), " ",
                    AD-ENTRY-TIMESTAMP(WS-ADJ-IDX), " SKIPPED: ",
                    FUNCTION TRIM(AD-REJECT-REASON(WS-ADJ-IDX))
        WHEN AD-ACCEPTED(WS-ADJ-IDX)
            MOVE AD-CREDIT-AMOUNT(WS-ADJ-IDX) TO WS-CREDIT-AMOUNT-DISP
            DISPLAY "  ", AD-ADJUST-TYPE(WS-ADJ-IDX), " ",
                    AD-REASON-CODE(WS-ADJ-IDX), " ",
                    AD-PLATE-TEXT(WS-ADJ-IDX)(1:12), " ",
                    AD-ENTRY-TIMESTAMP(WS-ADJ-IDX), " ",
                    AD-SITE-ID(WS-ADJ-IDX), " credit ",
                    WS-CREDIT-AMOUNT-DISP, " by ",
                    FUNCTION TRIM(AD-OPERATOR-ID(WS-ADJ-IDX))
        WHEN OTHER
            DISPLAY "  ", AD-ADJUST-TYPE(WS-ADJ-IDX), " ",
                    AD-REASON-CODE(WS-ADJ-IDX), " ",
                    AD-PLATE-TEXT(WS-ADJ-IDX)(1:12), " ",
                    AD-ENTRY-TIMESTAMP(WS-ADJ-IDX), " REJECTED: ",
                    FUNCTION TRIM(AD-REJECT-REASON(WS-ADJ-IDX))
    END-EVALUATE.

*> Every manual exit applied this run, so the office can see which
*> sessions were closed on an attendant's raise rather than a read
PRINT-MANUAL-EXITS-PAGE.
    IF WS-MANUAL-EXIT-COUNT > 0
        DISPLAY " "
        DISPLAY "Manual exits -- ", WS-MANUAL-CLOSED-COUNT,
                " closed, ", WS-MANUAL-NO-SESSION-COUNT,
                " with no session open:"
        PERFORM PRINT-ONE-MANUAL-EXIT-LINE
            VARYING WS-MX-IDX FROM 1 BY 1
            UNTIL WS-MX-IDX > WS-MANUAL-EXIT-COUNT
    END-IF.

PRINT-ONE-MANUAL-EXIT-LINE.
    MOVE MX-EXIT-DATA(WS-MX-IDX) TO ANPR-MANUAL-EXIT-RECORD
    DISPLAY "  ", ME-RAISE-TIMESTAMP, " ", ME-SITE-ID, " ",
            ME-PLATE-TEXT(1:12), " ", ME-ATTENDANT-ID, " ",
            ME-REASON-CODE, " ",
            FUNCTION TRIM(MX-OUTCOME(WS-MX-IDX)).

*> ========================================================================
*> PRINT-PERMIT-EXPIRY-PAGE: permits lapsing inside the next 14 days,
*> so the office can chase renewals before the gate starts charging
