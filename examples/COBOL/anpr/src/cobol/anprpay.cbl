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
*> ANPRPAY: payment settlement and receivables ledger.
*>
*> ANPRPARK's billing extract says what each visit cost; nothing
*> until now said whether it was ever paid. This job keeps the
*> receivables ledger (anprrcv.cpy, output/anprpay_ledger.dat) that
*> answers that, one record per billed session:
*>
*>   - every "D" row in the dated billing extracts not already on the
*>     ledger is taken up as a new, unpaid session (the extracts are
*>     listed and read from the last extract date taken up onward, so
*>     a skipped night is caught up and a second ANPRPARK run the same
*>     day is picked up on the next run);
*>   - every "A" row (a credit the billing office issued through
*>     ANPRPARK) is applied to the session it names, once, and what
*>     the session owes drops by the credit;
*>   - the day's payment file (anprpaym.cpy) from the pay stations
*>     and the billing office is posted, each payment matched to its
*>     session by plate, site and entry/exit timestamps; a payment
*>     that matches no session yet (paid at the station before the
*>     night's billing run) waits in a suspense file and is tried
*>     again on every later run;
*>   - each session is marked unpaid, part-paid, paid, overpaid or
*>     credited (in full, before anything was paid);
*>   - an aged-debt report puts everything still owed into 0-7, 8-30
*>     and 31+ day buckets per site; and
*>   - any plate whose unpaid balance is over THRESHOLD= is put on
*>     config/watchlist.dat as UNPAID, so the gate stops it, and taken
*>     off again once its balance is settled. Only entries this job
*>     added (note beginning "Auto:") are ever taken off -- an UNPAID
*>     entry the office keyed by hand is the office's to remove. Every
*>     entry added, changed or taken off is recorded in ANPRCFG's
*>     audit trail, output/anprcfg_audit.dat (anprcfga.cpy), under
*>     operator ANPRPAY, with the line before and after. A plate
*>     that cannot be added because the list is full ends the run
*>     with RETURN-CODE 4 -- the payments are posted all the same, so
*>     the nightly stream goes on with a warning.
*>
*> The new ledger is written under a ".new" name and moved over the
*> live one; only once that has worked are the suspense file replaced,
*> the payment file archived, the day's retired sessions appended to
*> the closed history and the checkpoint moved on. If the ledger cannot
*> be replaced nothing is posted and every input is left for the next
*> run. A payment whose source and reference are already on the live
*> or the closed ledger -- a payment file read twice -- is rejected
*> rather than paid in again.
*>
*> ANPRPAY and ANPRCFG both rewrite config/watchlist.dat whole, so the
*> two must never run at once or one would put back what the other
*> just changed. ANPRPAY is run only as the PAY step of the nightly
*> stream (config/jobstream.dat, run-anpr-nightly.sh); ANPRCFG is run
*> by the office in the day and not while the stream is running.
*>
*> Arguments (KEYWORD=value, as in anpr.cbl):
*>   DATE=YYYYMMDD    the posting date the debt is aged to and the
*>                    payment file is archived under (default today)
*>   THRESHOLD=nnnnn  unpaid balance, in whole currency units, above
*>                    which a plate is watchlisted (default 30000)
*>   RETAIN=nnn       days a fully paid or credited session stays on the ledger
*>                    after it settled before it moves to the closed
*>                    history file (default 90)
*>   PAYMENTS=path    payment file to post (default
*>                    ../../output/anprpay_payments.dat); letters,
*>                    digits and _ . / - only, as it reaches the shell
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRPAY.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The receivables ledger -- read whole at start of run, rewritten
    *> whole at end, the same arrangement as ANPRPARK's carry-forward
    *> open-session file
    SELECT ANPR-LEDGER-FILE
        ASSIGN DYNAMIC WS-LEDGER-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.

    SELECT ANPR-LEDGER-NEW-FILE
        ASSIGN DYNAMIC WS-LEDGER-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-NEW-STATUS.

    *> Settled sessions moved off the live ledger once RETAIN= days
    *> have passed, appended so the ledger stays small enough to hold
    *> in one table without losing the history. The day's retirements
    *> are written to the ".new" file with the ledger and appended to
    *> the history only once the new ledger is in place.
    SELECT ANPR-CLOSED-LEDGER-FILE
        ASSIGN DYNAMIC WS-CLOSED-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLOSED-FILE-STATUS.

    SELECT ANPR-CLOSED-NEW-FILE
        ASSIGN DYNAMIC WS-CLOSED-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLOSED-NEW-STATUS.

    *> Shell listing of the dated billing extracts, built the same
    *> pid-unique "ls | sort" way SEARCH-ARCHIVE-FILES in anprqry.cbl
    *> builds its archive list
    SELECT ANPR-BILLING-LIST
        ASSIGN DYNAMIC WS-BILLING-LIST-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BILLING-LIST-STATUS.

    SELECT ANPR-BILLING-FILE
        ASSIGN DYNAMIC WS-BILLING-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BILLING-FILE-STATUS.

    *> The last extract date taken up, so the next run starts its
    *> listing there instead of re-reading every extract ever written
    SELECT ANPR-PAY-CHECKPOINT-FILE
        ASSIGN DYNAMIC WS-PAY-CKPT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAY-CKPT-STATUS.

    *> The day's payments -- renamed to a working name (the payment
    *> file's own name plus ".work") before anything reads them, so a
    *> payment a station writes meanwhile waits in a fresh file for
    *> the next run; posted from there, then archived
    SELECT ANPR-PAYMENT-FILE
        ASSIGN DYNAMIC WS-PAYMENT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYMENT-FILE-STATUS.

    *> Payments still waiting for their session -- read back at start
    *> of run, and the ones that still match nothing are written to the
    *> replacement file, renamed over this one at end of run
    SELECT ANPR-SUSPENSE-FILE
        ASSIGN DYNAMIC WS-SUSPENSE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

    SELECT ANPR-SUSPENSE-NEW-FILE
        ASSIGN DYNAMIC WS-SUSPENSE-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-NEW-STATUS.

    *> The gate's watchlist, read into ANPR-WATCHLIST-TABLE and -- only
    *> when this run changed an UNPAID entry -- written whole to a
    *> replacement file renamed over the live one, so the resident
    *> watcher never reloads a half-written list
    SELECT ANPR-WATCHLIST-FILE
        ASSIGN DYNAMIC WS-WATCHLIST-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCHLIST-FILE-STATUS.

    SELECT ANPR-WATCHLIST-NEW-FILE
        ASSIGN DYNAMIC WS-WATCHLIST-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCHLIST-NEW-STATUS.

    *> ANPRCFG's audit trail, appended to for every watchlist entry
    *> this job adds, changes or takes off
    SELECT ANPR-CONFIG-AUDIT-FILE
        ASSIGN DYNAMIC WS-AUDIT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The ledger files all hold anprrcv.cpy records; they are moved
*> through ANPR-RECEIVABLE-RECORD in WORKING-STORAGE
FD  ANPR-LEDGER-FILE.
01  LEDGER-FILE-RECORD              PIC X(451).

FD  ANPR-LEDGER-NEW-FILE.
01  LEDGER-NEW-RECORD               PIC X(451).

FD  ANPR-CLOSED-LEDGER-FILE.
01  CLOSED-LEDGER-RECORD            PIC X(451).

FD  ANPR-CLOSED-NEW-FILE.
01  CLOSED-NEW-RECORD               PIC X(451).

FD  ANPR-BILLING-LIST.
01  BI-BILLING-FILENAME             PIC X(256).

*> The "D" detail row of the ANPRPARK billing extract -- the same
*> layout as ANPR-BILLING-RECORD in anprpark.cbl -- and the "A"
*> adjustment row, whose credit names the session the same way. The
*> "H" header and "T" trailer rows of the envelope share the file and
*> are skipped on their type byte.
FD  ANPR-BILLING-FILE.
01  ANPR-BILLING-RECORD.
    05  BL-RECORD-TYPE              PIC X(01).
    05  BL-BILLING-DATE             PIC X(08).
    05  BL-PLATE-TEXT               PIC X(32).
    05  BL-COUNTRY-CODE             PIC X(02).
    05  BL-ENTRY-TIMESTAMP          PIC X(14).
    05  BL-EXIT-TIMESTAMP           PIC X(14).
    05  BL-DWELL-MINUTES            PIC 9(06).
    05  BL-SITE-ID                  PIC X(10).
    05  BL-TARIFF-CODE              PIC X(08).
    05  BL-FEE-AMOUNT               PIC 9(07)V9(02).
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

FD  ANPR-PAY-CHECKPOINT-FILE.
01  ANPR-PAY-CHECKPOINT-RECORD.
    05  PC-LAST-EXTRACT-DATE        PIC X(08).

FD  ANPR-PAYMENT-FILE.
    COPY "anprpaym.cpy".

*> The suspense files hold payments in the anprpaym.cpy layout; they
*> are moved through WS-PAYMENT-WORK below rather than given a third
*> and fourth copy of the PY- field names.
FD  ANPR-SUSPENSE-FILE.
01  SUSPENSE-FILE-RECORD            PIC X(123).

FD  ANPR-SUSPENSE-NEW-FILE.
01  SUSPENSE-NEW-RECORD             PIC X(123).

FD  ANPR-WATCHLIST-FILE.
01  WATCHLIST-FILE-RECORD           PIC X(160).

FD  ANPR-WATCHLIST-NEW-FILE.
01  WATCHLIST-NEW-RECORD            PIC X(160).

FD  ANPR-CONFIG-AUDIT-FILE.
    COPY "anprcfga.cpy".

WORKING-STORAGE SECTION.
01  WS-LEDGER-FILE-PATH     PIC X(256)
                               VALUE "../../output/anprpay_ledger.dat".
01  WS-LEDGER-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-LEDGER-NEW-PATH      PIC X(256)
                           VALUE "../../output/anprpay_ledger.dat.new".
01  WS-LEDGER-NEW-STATUS    PIC X(02) VALUE SPACES.
01  WS-CLOSED-FILE-PATH     PIC X(256)
                               VALUE "../../output/anprpay_closed.dat".
01  WS-CLOSED-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-CLOSED-NEW-PATH      PIC X(256)
                           VALUE "../../output/anprpay_closed.dat.new".
01  WS-CLOSED-NEW-STATUS    PIC X(02) VALUE SPACES.
01  WS-BILLING-LIST-PATH    PIC X(256) VALUE SPACES.
01  WS-BILLING-LIST-STATUS  PIC X(02) VALUE SPACES.
01  WS-BILLING-FILE-PATH    PIC X(256) VALUE SPACES.
01  WS-BILLING-FILE-STATUS  PIC X(02) VALUE SPACES.
01  WS-BILLING-PATTERN      PIC X(64)
                               VALUE "../../output/anprpark_billing.dat.*".
01  WS-PAY-CKPT-PATH        PIC X(256)
                               VALUE "../../output/anprpay_ckpt.dat".
01  WS-PAY-CKPT-STATUS      PIC X(02) VALUE SPACES.
01  WS-PAYMENT-PENDING-PATH PIC X(256)
                               VALUE "../../output/anprpay_payments.dat".
01  WS-PAYMENT-FILE-PATH    PIC X(262) VALUE SPACES.
01  WS-PAYMENT-FILE-STATUS  PIC X(02) VALUE SPACES.
01  WS-PAYMENT-ARCHIVE-PATH PIC X(270) VALUE SPACES.
01  WS-SUSPENSE-FILE-PATH   PIC X(256)
                               VALUE "../../output/anprpay_suspense.dat".
01  WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-SUSPENSE-NEW-PATH    PIC X(256)
                               VALUE "../../output/anprpay_suspense.dat.new".
01  WS-SUSPENSE-NEW-STATUS  PIC X(02) VALUE SPACES.
01  WS-WATCHLIST-FILE-PATH  PIC X(256)
                               VALUE "../../config/watchlist.dat".
01  WS-WATCHLIST-FILE-STATUS PIC X(02) VALUE SPACES.
01  WS-WATCHLIST-NEW-PATH   PIC X(256)
                               VALUE "../../config/watchlist.dat.new".
01  WS-WATCHLIST-NEW-STATUS PIC X(02) VALUE SPACES.
01  WS-AUDIT-FILE-PATH      PIC X(256)
                               VALUE "../../output/anprcfg_audit.dat".
01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
01  WS-PROCESS-ID           PIC 9(09) COMP-5 VALUE 0.
01  WS-PROCESS-ID-DISPLAY   PIC 9(09) VALUE 0.
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
*> PAYMENTS= goes into a shell command -- same allowlist as
*> CHECK-INPUT-DIR-SAFE in anprrecon.cbl
01  WS-PATH-VALID-FLAG      PIC X(01) VALUE "Y".
    88  WS-PAYMENT-PATH-SAFE       VALUE "Y".
01  WS-PATH-SCAN-INDEX      PIC 9(03) VALUE 0.
01  WS-PATH-SCAN-CHAR       PIC X(01) VALUE SPACE.

01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-POSTING-DATE         PIC X(08) VALUE SPACES.
01  WS-POSTING-DATE-NUM     PIC 9(08) VALUE 0.
01  WS-POSTING-INTEGER      PIC 9(08) VALUE 0.
01  WS-UNPAID-THRESHOLD     PIC 9(07)V9(02) VALUE 30000.
01  WS-RETAIN-DAYS          PIC 9(04) VALUE 90.

*> ------------------------------------------------------------------
*> The receivables ledger in memory -- one entry per RV- record, plus
*> the new sessions taken up from the billing extracts this run
*> ------------------------------------------------------------------
01  WS-LEDGER-TABLE.
    05  WS-LEDGER-COUNT             PIC 9(04) VALUE 0.
    05  WS-LEDGER-ENTRY OCCURS 5000 TIMES
            INDEXED BY WS-LEDGER-IDX.
        10  LG-PLATE-TEXT           PIC X(32).
        10  LG-COUNTRY-CODE         PIC X(02).
        10  LG-SITE-ID              PIC X(10).
        10  LG-ENTRY-TIMESTAMP      PIC X(14).
        10  LG-EXIT-TIMESTAMP       PIC X(14).
        10  LG-BILLING-DATE         PIC X(08).
        10  LG-TARIFF-CODE          PIC X(08).
        10  LG-BILLED-AMOUNT        PIC 9(07)V9(02).
        10  LG-PAID-AMOUNT          PIC 9(07)V9(02).
        10  LG-SETTLE-STATUS        PIC X(08).
            88  LG-SESSION-UNPAID          VALUE "UNPAID".
            88  LG-SESSION-PART-PAID       VALUE "PARTPAID".
            88  LG-SESSION-PAID            VALUE "PAID".
            88  LG-SESSION-OVERPAID        VALUE "OVERPAID".
            88  LG-SESSION-CREDITED        VALUE "CREDITED".
        10  LG-LAST-PAYMENT-DATE    PIC X(08).
        10  LG-CREDIT-AMOUNT        PIC 9(07)V9(02).
        10  LG-LAST-ADJUST-ID       PIC X(18).
        10  LG-PAYMENT-REFS.
            15  LG-PAYMENT-REF-COUNT    PIC 9(02).
            15  LG-PAYMENT-REF OCCURS 10 TIMES.
                20  LG-REF-SOURCE       PIC X(10).
                20  LG-REF-NUMBER       PIC X(20).
*> One ledger record, whichever ledger file it is read from or
*> written to
COPY "anprrcv.cpy".
*> Set when the ledger or the new extract rows would not fit in the
*> table -- the run stops before writing anything rather than rewrite
*> a ledger with sessions missing from it
01  WS-LEDGER-OVERFLOW-FLAG PIC X(01) VALUE "N".
    88  WS-LEDGER-OVERFLOWED       VALUE "Y".
01  WS-LEDGER-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-LEDGER           VALUE "Y".
01  WS-LEDGER-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-LEDGER-ENTRY-FOUND      VALUE "Y".
*> Set when the new ledger could not be written or moved into place --
*> nothing after it is done, so the inputs are all there to post again
01  WS-LEDGER-FAILED-FLAG   PIC X(01) VALUE "N".
    88  WS-LEDGER-NOT-REPLACED     VALUE "Y".
*> Set when a step after the ledger could not finish; the run ends
*> with RETURN-CODE 8 whatever the shell calls after it returned
01  WS-FILE-STEP-FAILED-FLAG PIC X(01) VALUE "N".
    88  WS-FILE-STEP-FAILED        VALUE "Y".

*> The session a billing row or a payment names -- what
*> FIND-LEDGER-ENTRY-FOR-SESSION searches the ledger for
01  WS-MATCH-PLATE-TEXT     PIC X(32) VALUE SPACES.
01  WS-MATCH-SITE-ID        PIC X(10) VALUE SPACES.
01  WS-MATCH-ENTRY-TIMESTAMP PIC X(14) VALUE SPACES.
01  WS-MATCH-EXIT-TIMESTAMP PIC X(14) VALUE SPACES.
*> What is owed on a session -- billed less credited
01  WS-NET-BILLED-AMOUNT    PIC 9(07)V9(02) VALUE 0.

*> ------------------------------------------------------------------
*> Billing extract pickup
*> ------------------------------------------------------------------
01  WS-LAST-EXTRACT-DATE    PIC X(08) VALUE SPACES.
01  WS-NEW-EXTRACT-DATE     PIC X(08) VALUE SPACES.
01  WS-EXTRACT-DATE         PIC X(08) VALUE SPACES.
01  WS-EXTRACT-NAME-LENGTH  PIC 9(03) VALUE 0.
01  WS-BILLING-LIST-EOF-FLAG PIC X(01) VALUE "N".
    88  WS-END-OF-BILLING-LIST     VALUE "Y".
01  WS-BILLING-EOF-FLAG     PIC X(01) VALUE "N".
    88  WS-END-OF-BILLING-FILE     VALUE "Y".
01  WS-EXTRACTS-READ-COUNT  PIC 9(04) VALUE 0.

*> ------------------------------------------------------------------
*> One payment in the anprpaym.cpy layout, whichever file it came
*> from -- the day's payment file or the suspense file
*> ------------------------------------------------------------------
01  WS-PAYMENT-WORK.
    05  PW-PAYMENT-TIMESTAMP        PIC X(14).
    05  PW-PAYMENT-SOURCE           PIC X(10).
    05  PW-PLATE-TEXT               PIC X(32).
    05  PW-SITE-ID                  PIC X(10).
    05  PW-ENTRY-TIMESTAMP          PIC X(14).
    05  PW-EXIT-TIMESTAMP           PIC X(14).
    05  PW-AMOUNT                   PIC 9(07)V9(02).
    05  PW-REFERENCE                PIC X(20).
01  WS-PAYMENT-EOF-FLAG     PIC X(01) VALUE "N".
    88  WS-END-OF-PAYMENTS         VALUE "Y".
01  WS-SUSPENSE-EOF-FLAG    PIC X(01) VALUE "N".
    88  WS-END-OF-SUSPENSE         VALUE "Y".
01  WS-PAYMENT-FROM-SUSPENSE-FLAG PIC X(01) VALUE "N".
    88  WS-PAYMENT-FROM-SUSPENSE   VALUE "Y".
01  WS-PAYMENT-FILE-READ-FLAG PIC X(01) VALUE "N".
    88  WS-PAYMENT-FILE-WAS-READ   VALUE "Y".

*> ------------------------------------------------------------------
*> The source and reference of every payment waiting to be posted
*> (suspense file and today's file), marked once found on the live or
*> closed ledger or posted earlier in this run -- what a payment read
*> a second time is caught by. A blank reference cannot be checked.
*> ------------------------------------------------------------------
01  WS-PAYMENT-REF-TABLE.
    05  WS-PAYMENT-REF-COUNT        PIC 9(04) VALUE 0.
    05  WS-PAYMENT-REF-ENTRY OCCURS 5000 TIMES
            INDEXED BY WS-PREF-IDX.
        10  PR-PAYMENT-SOURCE       PIC X(10).
        10  PR-REFERENCE            PIC X(20).
        10  PR-POSTED-FLAG          PIC X(01).
            88  PR-ALREADY-POSTED          VALUE "Y".
01  WS-PREF-FOUND-FLAG      PIC X(01) VALUE "N".
    88  WS-PAYMENT-REF-FOUND       VALUE "Y".
01  WS-PREF-OVERFLOW-FLAG   PIC X(01) VALUE "N".
    88  WS-PAYMENT-REFS-OVERFLOWED VALUE "Y".
01  WS-REF-SOURCE-WORK      PIC X(10) VALUE SPACES.
01  WS-REF-NUMBER-WORK      PIC X(20) VALUE SPACES.
01  WS-REF-SLOT             PIC 9(02) VALUE 0.
01  WS-PAYMENT-DUP-FLAG     PIC X(01) VALUE "N".
    88  WS-PAYMENT-ALREADY-POSTED  VALUE "Y".
01  WS-CLOSED-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-CLOSED-LEDGER    VALUE "Y".
01  WS-CLOSED-LEFTOVER-FLAG PIC X(01) VALUE "N".
    88  WS-CLOSED-LEFTOVER-FOUND   VALUE "Y".

*> ------------------------------------------------------------------
*> Run totals
*> ------------------------------------------------------------------
01  WS-LEDGER-IN-COUNT      PIC 9(06) VALUE 0.
01  WS-NEW-SESSION-COUNT    PIC 9(06) VALUE 0.
01  WS-BILLING-ROWS-SEEN    PIC 9(06) VALUE 0.
01  WS-PAYMENTS-READ-COUNT  PIC 9(06) VALUE 0.
01  WS-PAYMENTS-POSTED-COUNT PIC 9(06) VALUE 0.
01  WS-SUSPENSE-IN-COUNT    PIC 9(06) VALUE 0.
01  WS-SUSPENSE-CLEARED-COUNT PIC 9(06) VALUE 0.
01  WS-SUSPENSE-OUT-COUNT   PIC 9(06) VALUE 0.
01  WS-PAYMENTS-REJECTED-COUNT PIC 9(06) VALUE 0.
01  WS-PAYMENTS-DUPLICATE-COUNT PIC 9(06) VALUE 0.
01  WS-AMOUNT-POSTED        PIC 9(09)V9(02) VALUE 0.
01  WS-LEDGER-OUT-COUNT     PIC 9(06) VALUE 0.
01  WS-RETIRED-COUNT        PIC 9(06) VALUE 0.
01  WS-UNPAID-COUNT         PIC 9(06) VALUE 0.
01  WS-PART-PAID-COUNT      PIC 9(06) VALUE 0.
01  WS-PAID-COUNT           PIC 9(06) VALUE 0.
01  WS-OVERPAID-COUNT       PIC 9(06) VALUE 0.
01  WS-CREDITED-COUNT       PIC 9(06) VALUE 0.
01  WS-ADJUST-ROWS-SEEN     PIC 9(06) VALUE 0.
01  WS-ADJUST-APPLIED-COUNT PIC 9(06) VALUE 0.
01  WS-ADJUST-UNMATCHED-COUNT PIC 9(06) VALUE 0.
01  WS-CREDIT-APPLIED       PIC 9(09)V9(02) VALUE 0.

*> Retirement arithmetic -- a paid or credited session retires once
*> the later of its billing date and its last payment date is RETAIN=
*> days old
01  WS-SETTLED-DATE         PIC X(08) VALUE SPACES.
01  WS-SETTLED-DATE-NUM     PIC 9(08) VALUE 0.
01  WS-SETTLED-AGE-DAYS     PIC S9(06) VALUE 0.
01  WS-RETIRE-FLAG          PIC X(01) VALUE "N".
    88  WS-SESSION-RETIRES         VALUE "Y".

*> ------------------------------------------------------------------
*> Aged debt -- three buckets (0-7, 8-30, 31+ days since billing),
*> per site and across all sites, the same find-or-add site bucket
*> shape as WS-SITE-TABLE in anprstmt.cbl
*> ------------------------------------------------------------------
01  WS-OUTSTANDING-AMOUNT   PIC 9(07)V9(02) VALUE 0.
01  WS-BILLING-DATE-NUM     PIC 9(08) VALUE 0.
01  WS-DEBT-AGE-DAYS        PIC S9(06) VALUE 0.
01  WS-AGE-BUCKET           PIC 9(01) VALUE 0.
01  WS-AGE-SITE-COUNT       PIC 9(02) VALUE 0.
01  WS-AGE-SITE-FOUND-FLAG  PIC X(01) VALUE "N".
    88  WS-AGE-SITE-FOUND          VALUE "Y".
01  WS-AGE-SITE-TABLE.
    05  WS-AGE-SITE-ENTRY OCCURS 10 TIMES INDEXED BY WS-AGE-SITE-IDX.
        10  AG-SITE-ID              PIC X(10).
        10  AG-BUCKET OCCURS 3 TIMES INDEXED BY AG-BUCKET-IDX.
            15  AG-SESSION-COUNT    PIC 9(06).
            15  AG-AMOUNT           PIC 9(09)V9(02).
01  WS-AGE-TOTAL-TABLE.
    05  WS-AGE-TOTAL OCCURS 3 TIMES INDEXED BY AT-BUCKET-IDX.
        10  AT-SESSION-COUNT        PIC 9(06).
        10  AT-AMOUNT               PIC 9(09)V9(02).
01  WS-TOTAL-OUTSTANDING    PIC 9(09)V9(02) VALUE 0.

*> ------------------------------------------------------------------
*> Unpaid balance per plate -- what the watchlist threshold is
*> applied to. Sized to the ledger table, so every owing plate fits.
*> ------------------------------------------------------------------
01  WS-PLATE-BALANCE-TABLE.
    05  WS-PLATE-BALANCE-COUNT      PIC 9(04) VALUE 0.
    05  WS-PLATE-BALANCE-ENTRY OCCURS 5000 TIMES
            INDEXED BY WS-PB-IDX.
        10  PB-PLATE-TEXT           PIC X(32).
        10  PB-OUTSTANDING          PIC 9(09)V9(02).
        10  PB-SESSION-COUNT        PIC 9(04).
        10  PB-OLDEST-BILLING-DATE  PIC X(08).
01  WS-PB-FOUND-FLAG        PIC X(01) VALUE "N".
    88  WS-PLATE-BALANCE-FOUND     VALUE "Y".
01  WS-PB-OVERFLOW-COUNT    PIC 9(06) VALUE 0.
01  WS-OVER-THRESHOLD-COUNT PIC 9(04) VALUE 0.
01  WS-BALANCE-PLATE-WORK   PIC X(32) VALUE SPACES.

*> ------------------------------------------------------------------
*> Watchlist maintenance -- the same table anpr.cbl loads; entries
*> this job adds carry WS-AUTO-NOTE-MARKER at the front of their note
*> so a later run can tell them from the office's own entries
*> ------------------------------------------------------------------
COPY "anprwlst.cpy".

01  WS-UNSTRING-PTR         PIC 9(03) VALUE 1.
01  WS-WATCH-DROP-TABLE.
    05  WS-WATCH-DROP-FLAG OCCURS 200 TIMES PIC X(01).
*> What this run did to each entry, for the audit trail -- "A", "C"
*> or "D" as in anprcfga.cpy, and the line as it read before
01  WS-WATCH-CHANGE-TABLE.
    05  WS-WATCH-CHANGE-ENTRY OCCURS 200 TIMES.
        10  WC-ACTION               PIC X(01).
        10  WC-BEFORE-LINE          PIC X(160).
01  WS-WATCH-LINE-WORK      PIC X(160) VALUE SPACES.
01  WS-WATCH-OUTCOME        PIC X(08) VALUE SPACES.
01  WS-AUTO-NOTE-MARKER     PIC X(05) VALUE "Auto:".
01  WS-WATCH-PLATE-WORK     PIC X(32) VALUE SPACES.
01  WS-WATCH-HIT-FLAG       PIC X(01) VALUE "N".
    88  WS-PLATE-ON-WATCHLIST      VALUE "Y".
01  WS-WATCHLIST-LOADED-FLAG PIC X(01) VALUE "N".
    88  WS-WATCHLIST-LOADED        VALUE "Y".
01  WS-WATCHLIST-CHANGED-FLAG PIC X(01) VALUE "N".
    88  WS-WATCHLIST-CHANGED       VALUE "Y".
01  WS-WATCH-NOTE-WORK      PIC X(80) VALUE SPACES.
01  WS-WATCH-ADDED-COUNT    PIC 9(04) VALUE 0.
01  WS-WATCH-REMOVED-COUNT  PIC 9(04) VALUE 0.
01  WS-WATCH-FULL-COUNT     PIC 9(04) VALUE 0.
01  WS-WATCH-WRITTEN-COUNT  PIC 9(04) VALUE 0.
01  WS-WATCH-AUDITED-COUNT  PIC 9(04) VALUE 0.

*> Edited copies for the report -- the V-pictures above print without
*> their decimal point
01  WS-AMOUNT-DISP          PIC Z(06)9.9(02).
01  WS-PAID-DISP            PIC Z(06)9.9(02).
01  WS-CREDIT-DISP          PIC Z(06)9.9(02).
01  WS-TOTAL-AMOUNT-DISP    PIC Z(08)9.9(02).
01  WS-BUCKET-DISP-1        PIC Z(08)9.9(02).
01  WS-BUCKET-DISP-2        PIC Z(08)9.9(02).
01  WS-BUCKET-DISP-3        PIC Z(08)9.9(02).

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Payment Settlement / Receivables Ledger ===".
    DISPLAY " ".

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-POSTING-DATE
    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-POSTING-DATE TO WS-POSTING-DATE-NUM
    COMPUTE WS-POSTING-INTEGER = INTEGER-OF-DATE(WS-POSTING-DATE-NUM)

    PERFORM LOAD-RECEIVABLES-LEDGER
    PERFORM READ-PAY-CHECKPOINT
    IF NOT WS-LEDGER-OVERFLOWED
        PERFORM TAKE-UP-NEW-BILLING-ROWS
    END-IF
    IF WS-LEDGER-OVERFLOWED
        DISPLAY "Receivables ledger table full (5000 sessions) -- ",
                "nothing posted; retire settled sessions with a ",
                "shorter RETAIN= and run again"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-CLOSED-LEDGER-LEFTOVER
    IF WS-CLOSED-LEFTOVER-FOUND
        DISPLAY "Sessions retired by an earlier run are still in ",
                FUNCTION TRIM(WS-CLOSED-NEW-PATH),
                " -- nothing posted; append them to ",
                FUNCTION TRIM(WS-CLOSED-FILE-PATH), " and run again"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM TAKE-PENDING-PAYMENTS
    PERFORM LOAD-PENDING-PAYMENT-REFS
    IF WS-PAYMENT-REFS-OVERFLOWED
        DISPLAY "More than 5000 payments waiting to post -- ",
                "nothing posted; split ",
                FUNCTION TRIM(WS-PAYMENT-FILE-PATH), " and run again"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-SUSPENSE-NEW-FILE
    IF WS-SUSPENSE-NEW-STATUS NOT = "00"
        DISPLAY "Could not open ", FUNCTION TRIM(WS-SUSPENSE-NEW-PATH),
                " (status ", WS-SUSPENSE-NEW-STATUS,
                ") -- nothing posted"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM POST-SUSPENDED-PAYMENTS
    PERFORM POST-TODAYS-PAYMENTS
    CLOSE ANPR-SUSPENSE-NEW-FILE

    PERFORM WRITE-RECEIVABLES-LEDGER
    IF WS-LEDGER-NOT-REPLACED
        PERFORM DISCARD-NEW-LEDGER-FILES
        DISPLAY "Nothing posted -- the ledger, suspense and payment ",
                "files are left as they were for the next run"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM APPEND-CLOSED-LEDGER
    PERFORM REPLACE-SUSPENSE-FILE
    IF WS-PAYMENT-FILE-WAS-READ
        PERFORM ARCHIVE-PAYMENT-FILE
    END-IF
    PERFORM WRITE-PAY-CHECKPOINT

    PERFORM AGE-OUTSTANDING-DEBT
    PERFORM PRINT-RUN-SUMMARY
    PERFORM PRINT-AGED-DEBT-REPORT
    PERFORM PRINT-OVERPAID-SESSIONS
    PERFORM UPDATE-UNPAID-WATCHLIST

    IF WS-FILE-STEP-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-WATCH-FULL-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
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
                MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-POSTING-DATE
            ELSE
                DISPLAY "DATE= must be a real date as YYYYMMDD, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "THRESHOLD"
            IF FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM))
                    <= 7
                COMPUTE WS-UNPAID-THRESHOLD =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "THRESHOLD= must be a whole amount of up to ",
                        "7 digits, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "RETAIN"
            IF FUNCTION TRIM(WS-CMD-ARG-PARM) IS NUMERIC
                AND FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM))
                    <= 4
                COMPUTE WS-RETAIN-DAYS =
                    FUNCTION NUMVAL(WS-CMD-ARG-PARM)
            ELSE
                DISPLAY "RETAIN= must be a number of days, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "PAYMENTS"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM)
                TO WS-PAYMENT-PENDING-PATH
            PERFORM CHECK-PAYMENT-PATH-SAFE
            IF NOT WS-PAYMENT-PATH-SAFE
                DISPLAY "PAYMENTS= contains unsupported characters, ",
                        "rejecting: ",
                        FUNCTION TRIM(WS-PAYMENT-PENDING-PATH)
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

CHECK-PAYMENT-PATH-SAFE.
    MOVE "Y" TO WS-PATH-VALID-FLAG
    IF WS-PAYMENT-PENDING-PATH = SPACES
        MOVE "N" TO WS-PATH-VALID-FLAG
    END-IF
    PERFORM CHECK-ONE-PAYMENT-PATH-CHAR
        VARYING WS-PATH-SCAN-INDEX FROM 1 BY 1
        UNTIL WS-PATH-SCAN-INDEX >
              FUNCTION LENGTH(FUNCTION TRIM(WS-PAYMENT-PENDING-PATH)).

CHECK-ONE-PAYMENT-PATH-CHAR.
    MOVE WS-PAYMENT-PENDING-PATH(WS-PATH-SCAN-INDEX:1)
        TO WS-PATH-SCAN-CHAR
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
*> LOAD-RECEIVABLES-LEDGER: read the ledger left by the previous run
*> into WS-LEDGER-TABLE. No ledger yet is a first run, not an error.
*> ========================================================================
LOAD-RECEIVABLES-LEDGER.
    MOVE 0 TO WS-LEDGER-COUNT
    OPEN INPUT ANPR-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS = "00"
        MOVE "N" TO WS-LEDGER-EOF-FLAG
        PERFORM LOAD-NEXT-LEDGER-RECORD UNTIL WS-END-OF-LEDGER
        CLOSE ANPR-LEDGER-FILE
    END-IF
    MOVE WS-LEDGER-COUNT TO WS-LEDGER-IN-COUNT.

LOAD-NEXT-LEDGER-RECORD.
    READ ANPR-LEDGER-FILE
        AT END
            MOVE "Y" TO WS-LEDGER-EOF-FLAG
        NOT AT END
            MOVE LEDGER-FILE-RECORD TO ANPR-RECEIVABLE-RECORD
            PERFORM STORE-LEDGER-ENTRY
    END-READ.

STORE-LEDGER-ENTRY.
    IF WS-LEDGER-COUNT < 5000
        ADD 1 TO WS-LEDGER-COUNT
        SET WS-LEDGER-IDX TO WS-LEDGER-COUNT
        MOVE RV-PLATE-TEXT TO LG-PLATE-TEXT(WS-LEDGER-IDX)
        MOVE RV-COUNTRY-CODE TO LG-COUNTRY-CODE(WS-LEDGER-IDX)
        MOVE RV-SITE-ID TO LG-SITE-ID(WS-LEDGER-IDX)
        MOVE RV-ENTRY-TIMESTAMP TO LG-ENTRY-TIMESTAMP(WS-LEDGER-IDX)
        MOVE RV-EXIT-TIMESTAMP TO LG-EXIT-TIMESTAMP(WS-LEDGER-IDX)
        MOVE RV-BILLING-DATE TO LG-BILLING-DATE(WS-LEDGER-IDX)
        MOVE RV-TARIFF-CODE TO LG-TARIFF-CODE(WS-LEDGER-IDX)
        MOVE RV-BILLED-AMOUNT TO LG-BILLED-AMOUNT(WS-LEDGER-IDX)
        MOVE RV-PAID-AMOUNT TO LG-PAID-AMOUNT(WS-LEDGER-IDX)
        MOVE RV-SETTLE-STATUS TO LG-SETTLE-STATUS(WS-LEDGER-IDX)
        MOVE RV-LAST-PAYMENT-DATE
            TO LG-LAST-PAYMENT-DATE(WS-LEDGER-IDX)
        *> Ledger records written before credits were kept have
        *> nothing in the two credit fields
        IF RV-CREDIT-AMOUNT IS NUMERIC
            MOVE RV-CREDIT-AMOUNT TO LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
        ELSE
            MOVE 0 TO LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
        END-IF
        MOVE RV-LAST-ADJUST-ID TO LG-LAST-ADJUST-ID(WS-LEDGER-IDX)
        *> ... and nothing in the payment references either
        IF RV-PAYMENT-REF-COUNT IS NUMERIC
            MOVE RV-PAYMENT-REFS TO LG-PAYMENT-REFS(WS-LEDGER-IDX)
        ELSE
            MOVE SPACES TO LG-PAYMENT-REFS(WS-LEDGER-IDX)
            MOVE 0 TO LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX)
        END-IF
    ELSE
        MOVE "Y" TO WS-LEDGER-OVERFLOW-FLAG
        MOVE "Y" TO WS-LEDGER-EOF-FLAG
    END-IF.

*> Same SEARCH-a-table-by-key shape as FIND-OPEN-SESSION-FOR-PLATE in
*> anprpark.cbl -- a session is its plate, site and the two timestamps
*> that bound it
FIND-LEDGER-ENTRY-FOR-SESSION.
    MOVE "N" TO WS-LEDGER-FOUND-FLAG
    IF WS-LEDGER-COUNT > 0
        SET WS-LEDGER-IDX TO 1
        SEARCH WS-LEDGER-ENTRY
            AT END
                CONTINUE
            WHEN WS-LEDGER-IDX <= WS-LEDGER-COUNT
                 AND LG-PLATE-TEXT(WS-LEDGER-IDX) = WS-MATCH-PLATE-TEXT
                 AND LG-SITE-ID(WS-LEDGER-IDX) = WS-MATCH-SITE-ID
                 AND LG-ENTRY-TIMESTAMP(WS-LEDGER-IDX)
                     = WS-MATCH-ENTRY-TIMESTAMP
                 AND LG-EXIT-TIMESTAMP(WS-LEDGER-IDX)
                     = WS-MATCH-EXIT-TIMESTAMP
                MOVE "Y" TO WS-LEDGER-FOUND-FLAG
        END-SEARCH
    END-IF.

*> Recomputed from the amounts whenever any of them changes. Paid is
*> measured against billed less credited; a session credited down to
*> nothing before any payment is CREDITED rather than PAID.
SET-LEDGER-SETTLE-STATUS.
    MOVE 0 TO WS-NET-BILLED-AMOUNT
    IF LG-BILLED-AMOUNT(WS-LEDGER-IDX) > LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
        COMPUTE WS-NET-BILLED-AMOUNT =
            LG-BILLED-AMOUNT(WS-LEDGER-IDX)
            - LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
    END-IF
    EVALUATE TRUE
        WHEN LG-PAID-AMOUNT(WS-LEDGER-IDX) = 0
             AND LG-CREDIT-AMOUNT(WS-LEDGER-IDX) > 0
             AND WS-NET-BILLED-AMOUNT = 0
            MOVE "CREDITED" TO LG-SETTLE-STATUS(WS-LEDGER-IDX)
        WHEN LG-PAID-AMOUNT(WS-LEDGER-IDX) = 0
             AND WS-NET-BILLED-AMOUNT > 0
            MOVE "UNPAID" TO LG-SETTLE-STATUS(WS-LEDGER-IDX)
        WHEN LG-PAID-AMOUNT(WS-LEDGER-IDX) < WS-NET-BILLED-AMOUNT
            MOVE "PARTPAID" TO LG-SETTLE-STATUS(WS-LEDGER-IDX)
        WHEN LG-PAID-AMOUNT(WS-LEDGER-IDX) = WS-NET-BILLED-AMOUNT
            MOVE "PAID" TO LG-SETTLE-STATUS(WS-LEDGER-IDX)
        WHEN OTHER
            MOVE "OVERPAID" TO LG-SETTLE-STATUS(WS-LEDGER-IDX)
    END-EVALUATE.

*> ========================================================================
*> READ-PAY-CHECKPOINT / WRITE-PAY-CHECKPOINT: the last billing
*> extract date taken up. The extract for that date is read again on
*> the next run (a second ANPRPARK run the same day appends to it) --
*> FIND-LEDGER-ENTRY-FOR-SESSION keeps its rows already taken up from
*> being taken up twice.
*> ========================================================================
READ-PAY-CHECKPOINT.
    MOVE SPACES TO WS-LAST-EXTRACT-DATE
    OPEN INPUT ANPR-PAY-CHECKPOINT-FILE
    IF WS-PAY-CKPT-STATUS = "00"
        READ ANPR-PAY-CHECKPOINT-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE PC-LAST-EXTRACT-DATE TO WS-LAST-EXTRACT-DATE
        END-READ
        CLOSE ANPR-PAY-CHECKPOINT-FILE
    END-IF
    MOVE WS-LAST-EXTRACT-DATE TO WS-NEW-EXTRACT-DATE.

WRITE-PAY-CHECKPOINT.
    IF WS-NEW-EXTRACT-DATE NOT = WS-LAST-EXTRACT-DATE
        OPEN OUTPUT ANPR-PAY-CHECKPOINT-FILE
        MOVE WS-NEW-EXTRACT-DATE TO PC-LAST-EXTRACT-DATE
        WRITE ANPR-PAY-CHECKPOINT-RECORD
        CLOSE ANPR-PAY-CHECKPOINT-FILE
    END-IF.

*> ========================================================================
*> TAKE-UP-NEW-BILLING-ROWS: list the dated billing extracts and read
*> every one dated from the checkpoint date up to the posting date,
*> adding each "D" row not yet on the ledger as an unpaid session. The
*> pattern is a fixed literal; the only operator text that reaches
*> the shell in this program is PAYMENTS=, checked when it is read.
*> ========================================================================
TAKE-UP-NEW-BILLING-ROWS.
    CALL "C$GETPID" RETURNING WS-PROCESS-ID END-CALL
    MOVE WS-PROCESS-ID TO WS-PROCESS-ID-DISPLAY
    MOVE SPACES TO WS-BILLING-LIST-PATH
    STRING "/tmp/anpr_paylist_" FUNCTION TRIM(WS-PROCESS-ID-DISPLAY)
        ".tmp"
        DELIMITED BY SIZE INTO WS-BILLING-LIST-PATH
    END-STRING

    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "ls -1 " FUNCTION TRIM(WS-BILLING-PATTERN)
        " 2>/dev/null | sort > " FUNCTION TRIM(WS-BILLING-LIST-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND

    OPEN INPUT ANPR-BILLING-LIST
    IF WS-BILLING-LIST-STATUS = "00"
        MOVE "N" TO WS-BILLING-LIST-EOF-FLAG
        PERFORM TAKE-UP-NEXT-EXTRACT-FILE
            UNTIL WS-END-OF-BILLING-LIST
        CLOSE ANPR-BILLING-LIST
    END-IF

    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "rm -f " FUNCTION TRIM(WS-BILLING-LIST-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND.

TAKE-UP-NEXT-EXTRACT-FILE.
    READ ANPR-BILLING-LIST
        AT END
            MOVE "Y" TO WS-BILLING-LIST-EOF-FLAG
        NOT AT END
            PERFORM TAKE-UP-ONE-EXTRACT-FILE
    END-READ.

*> The extract's date is the last eight characters of its name (see
*> OPEN-OUTPUT-FILES in anprpark.cbl); a name that doesn't end in a
*> date is not one of ANPRPARK's and is left alone.
TAKE-UP-ONE-EXTRACT-FILE.
    COMPUTE WS-EXTRACT-NAME-LENGTH =
        FUNCTION LENGTH(FUNCTION TRIM(BI-BILLING-FILENAME))
    MOVE SPACES TO WS-EXTRACT-DATE
    IF WS-EXTRACT-NAME-LENGTH > 8
        MOVE BI-BILLING-FILENAME(WS-EXTRACT-NAME-LENGTH - 7:8)
            TO WS-EXTRACT-DATE
    END-IF
    IF WS-EXTRACT-DATE IS NUMERIC
        AND WS-EXTRACT-DATE >= WS-LAST-EXTRACT-DATE
        AND WS-EXTRACT-DATE <= WS-POSTING-DATE
        AND NOT WS-LEDGER-OVERFLOWED
        MOVE BI-BILLING-FILENAME TO WS-BILLING-FILE-PATH
        OPEN INPUT ANPR-BILLING-FILE
        IF WS-BILLING-FILE-STATUS = "00"
            ADD 1 TO WS-EXTRACTS-READ-COUNT
            MOVE "N" TO WS-BILLING-EOF-FLAG
            PERFORM TAKE-UP-NEXT-BILLING-ROW
                UNTIL WS-END-OF-BILLING-FILE
            CLOSE ANPR-BILLING-FILE
            IF WS-EXTRACT-DATE > WS-NEW-EXTRACT-DATE
                MOVE WS-EXTRACT-DATE TO WS-NEW-EXTRACT-DATE
            END-IF
        ELSE
            DISPLAY "Unable to read billing extract ",
                    FUNCTION TRIM(WS-BILLING-FILE-PATH),
                    " (status ", WS-BILLING-FILE-STATUS, ")"
        END-IF
    END-IF.

TAKE-UP-NEXT-BILLING-ROW.
    READ ANPR-BILLING-FILE
        AT END
            MOVE "Y" TO WS-BILLING-EOF-FLAG
        NOT AT END
            EVALUATE BL-RECORD-TYPE
                WHEN "D"
                    ADD 1 TO WS-BILLING-ROWS-SEEN
                    PERFORM TAKE-UP-ONE-BILLING-ROW
                WHEN "A"
                    ADD 1 TO WS-ADJUST-ROWS-SEEN
                    PERFORM TAKE-UP-ONE-ADJUSTMENT-ROW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

TAKE-UP-ONE-BILLING-ROW.
    MOVE BL-PLATE-TEXT TO WS-MATCH-PLATE-TEXT
    MOVE BL-SITE-ID TO WS-MATCH-SITE-ID
    MOVE BL-ENTRY-TIMESTAMP TO WS-MATCH-ENTRY-TIMESTAMP
    MOVE BL-EXIT-TIMESTAMP TO WS-MATCH-EXIT-TIMESTAMP
    PERFORM FIND-LEDGER-ENTRY-FOR-SESSION
    IF NOT WS-LEDGER-ENTRY-FOUND
        IF WS-LEDGER-COUNT < 5000
            ADD 1 TO WS-LEDGER-COUNT
            SET WS-LEDGER-IDX TO WS-LEDGER-COUNT
            MOVE BL-PLATE-TEXT TO LG-PLATE-TEXT(WS-LEDGER-IDX)
            MOVE BL-COUNTRY-CODE TO LG-COUNTRY-CODE(WS-LEDGER-IDX)
            MOVE BL-SITE-ID TO LG-SITE-ID(WS-LEDGER-IDX)
            MOVE BL-ENTRY-TIMESTAMP
                TO LG-ENTRY-TIMESTAMP(WS-LEDGER-IDX)
            MOVE BL-EXIT-TIMESTAMP TO LG-EXIT-TIMESTAMP(WS-LEDGER-IDX)
            MOVE BL-BILLING-DATE TO LG-BILLING-DATE(WS-LEDGER-IDX)
            MOVE BL-TARIFF-CODE TO LG-TARIFF-CODE(WS-LEDGER-IDX)
            MOVE BL-FEE-AMOUNT TO LG-BILLED-AMOUNT(WS-LEDGER-IDX)
            MOVE 0 TO LG-PAID-AMOUNT(WS-LEDGER-IDX)
            MOVE SPACES TO LG-LAST-PAYMENT-DATE(WS-LEDGER-IDX)
            MOVE 0 TO LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
            MOVE SPACES TO LG-LAST-ADJUST-ID(WS-LEDGER-IDX)
            MOVE SPACES TO LG-PAYMENT-REFS(WS-LEDGER-IDX)
            MOVE 0 TO LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX)
            PERFORM SET-LEDGER-SETTLE-STATUS
            ADD 1 TO WS-NEW-SESSION-COUNT
        ELSE
            MOVE "Y" TO WS-LEDGER-OVERFLOW-FLAG
            MOVE "Y" TO WS-BILLING-EOF-FLAG
        END-IF
    END-IF.

*> A credit is applied once: adjustment ids ascend in the order
*> ANPRPARK issues them, so a row whose id is not past the last one
*> applied to the session has been taken up already (the checkpointed
*> extract is read again on the next run). A credit naming a session
*> not on the ledger -- retired, or never taken up -- is reported and
*> left for the office.
TAKE-UP-ONE-ADJUSTMENT-ROW.
    MOVE BA-PLATE-TEXT TO WS-MATCH-PLATE-TEXT
    MOVE BA-SITE-ID TO WS-MATCH-SITE-ID
    MOVE BA-ENTRY-TIMESTAMP TO WS-MATCH-ENTRY-TIMESTAMP
    MOVE BA-EXIT-TIMESTAMP TO WS-MATCH-EXIT-TIMESTAMP
    PERFORM FIND-LEDGER-ENTRY-FOR-SESSION
    IF WS-LEDGER-ENTRY-FOUND
        IF BA-ADJUST-ID > LG-LAST-ADJUST-ID(WS-LEDGER-IDX)
            ADD BA-CREDIT-AMOUNT TO LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
            MOVE BA-ADJUST-ID TO LG-LAST-ADJUST-ID(WS-LEDGER-IDX)
            PERFORM SET-LEDGER-SETTLE-STATUS
            ADD 1 TO WS-ADJUST-APPLIED-COUNT
            ADD BA-CREDIT-AMOUNT TO WS-CREDIT-APPLIED
        END-IF
    ELSE
        ADD 1 TO WS-ADJUST-UNMATCHED-COUNT
        MOVE BA-CREDIT-AMOUNT TO WS-AMOUNT-DISP
        DISPLAY "WARNING: credit ", BA-ADJUST-ID, " of ",
                FUNCTION TRIM(WS-AMOUNT-DISP), " for ",
                FUNCTION TRIM(BA-PLATE-TEXT), " ",
                BA-ENTRY-TIMESTAMP, "-", BA-EXIT-TIMESTAMP,
                " names no session on the ledger"
    END-IF.

*> ========================================================================
*> CHECK-CLOSED-LEDGER-LEFTOVER: the day's retired sessions are left in
*> the closed ".new" file only when they could not be appended to the
*> history after the ledger was replaced. They are off the ledger by
*> then, so this run must not write over them.
*> ========================================================================
CHECK-CLOSED-LEDGER-LEFTOVER.
    MOVE "N" TO WS-CLOSED-LEFTOVER-FLAG
    OPEN INPUT ANPR-CLOSED-NEW-FILE
    IF WS-CLOSED-NEW-STATUS = "00"
        READ ANPR-CLOSED-NEW-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO WS-CLOSED-LEFTOVER-FLAG
        END-READ
        CLOSE ANPR-CLOSED-NEW-FILE
    END-IF.

*> ========================================================================
*> TAKE-PENDING-PAYMENTS: rename the payment file to its working name,
*> the way LOAD-MANUAL-EXITS in anprpark.cbl takes its file. A working
*> file already there was left by a run that stopped before archiving
*> it; it is posted as it stands and the payment file waits for the
*> next run -- anything in it already posted is rejected as such.
*> ========================================================================
TAKE-PENDING-PAYMENTS.
    MOVE SPACES TO WS-PAYMENT-FILE-PATH
    STRING FUNCTION TRIM(WS-PAYMENT-PENDING-PATH), ".work"
        DELIMITED BY SIZE INTO WS-PAYMENT-FILE-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "test -e " FUNCTION TRIM(WS-PAYMENT-FILE-PATH),
        " || mv -f " FUNCTION TRIM(WS-PAYMENT-PENDING-PATH), " ",
        FUNCTION TRIM(WS-PAYMENT-FILE-PATH), " 2>/dev/null"
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND.

*> ========================================================================
*> LOAD-PENDING-PAYMENT-REFS: note the source and reference of every
*> payment in the suspense file and today's payment file, then mark
*> those already posted -- on a session on the live ledger, or on one
*> since moved to the closed history, read through once here.
*> ========================================================================
LOAD-PENDING-PAYMENT-REFS.
    MOVE 0 TO WS-PAYMENT-REF-COUNT
    MOVE "N" TO WS-PREF-OVERFLOW-FLAG
    OPEN INPUT ANPR-SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS = "00"
        MOVE "N" TO WS-SUSPENSE-EOF-FLAG
        PERFORM NOTE-NEXT-SUSPENDED-REF UNTIL WS-END-OF-SUSPENSE
        CLOSE ANPR-SUSPENSE-FILE
    END-IF
    OPEN INPUT ANPR-PAYMENT-FILE
    IF WS-PAYMENT-FILE-STATUS = "00"
        MOVE "N" TO WS-PAYMENT-EOF-FLAG
        PERFORM NOTE-NEXT-PAYMENT-REF UNTIL WS-END-OF-PAYMENTS
        CLOSE ANPR-PAYMENT-FILE
    END-IF
    IF WS-PAYMENT-REF-COUNT > 0 AND NOT WS-PAYMENT-REFS-OVERFLOWED
        PERFORM MARK-LEDGER-ENTRY-REFS
            VARYING WS-LEDGER-IDX FROM 1 BY 1
            UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
        OPEN INPUT ANPR-CLOSED-LEDGER-FILE
        IF WS-CLOSED-FILE-STATUS = "00"
            MOVE "N" TO WS-CLOSED-EOF-FLAG
            PERFORM MARK-NEXT-CLOSED-LEDGER-REFS
                UNTIL WS-END-OF-CLOSED-LEDGER
            CLOSE ANPR-CLOSED-LEDGER-FILE
        END-IF
    END-IF.

NOTE-NEXT-SUSPENDED-REF.
    READ ANPR-SUSPENSE-FILE
        AT END
            MOVE "Y" TO WS-SUSPENSE-EOF-FLAG
        NOT AT END
            MOVE SUSPENSE-FILE-RECORD TO WS-PAYMENT-WORK
            PERFORM NOTE-ONE-PAYMENT-REF
    END-READ.

NOTE-NEXT-PAYMENT-REF.
    READ ANPR-PAYMENT-FILE
        AT END
            MOVE "Y" TO WS-PAYMENT-EOF-FLAG
        NOT AT END
            MOVE ANPR-PAYMENT-RECORD TO WS-PAYMENT-WORK
            PERFORM NOTE-ONE-PAYMENT-REF
    END-READ.

NOTE-ONE-PAYMENT-REF.
    IF PW-REFERENCE NOT = SPACES
        MOVE PW-PAYMENT-SOURCE TO WS-REF-SOURCE-WORK
        MOVE PW-REFERENCE TO WS-REF-NUMBER-WORK
        PERFORM FIND-PAYMENT-REF
        IF NOT WS-PAYMENT-REF-FOUND
            IF WS-PAYMENT-REF-COUNT < 5000
                ADD 1 TO WS-PAYMENT-REF-COUNT
                SET WS-PREF-IDX TO WS-PAYMENT-REF-COUNT
                MOVE WS-REF-SOURCE-WORK
                    TO PR-PAYMENT-SOURCE(WS-PREF-IDX)
                MOVE WS-REF-NUMBER-WORK TO PR-REFERENCE(WS-PREF-IDX)
                MOVE "N" TO PR-POSTED-FLAG(WS-PREF-IDX)
            ELSE
                MOVE "Y" TO WS-PREF-OVERFLOW-FLAG
            END-IF
        END-IF
    END-IF.

FIND-PAYMENT-REF.
    MOVE "N" TO WS-PREF-FOUND-FLAG
    IF WS-PAYMENT-REF-COUNT > 0
        SET WS-PREF-IDX TO 1
        SEARCH WS-PAYMENT-REF-ENTRY
            AT END
                CONTINUE
            WHEN WS-PREF-IDX <= WS-PAYMENT-REF-COUNT
                 AND PR-REFERENCE(WS-PREF-IDX) = WS-REF-NUMBER-WORK
                 AND PR-PAYMENT-SOURCE(WS-PREF-IDX) = WS-REF-SOURCE-WORK
                MOVE "Y" TO WS-PREF-FOUND-FLAG
        END-SEARCH
    END-IF.

MARK-LEDGER-ENTRY-REFS.
    IF LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX) > 0
        PERFORM MARK-ONE-LEDGER-REF
            VARYING WS-REF-SLOT FROM 1 BY 1
            UNTIL WS-REF-SLOT > LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX)
    END-IF.

MARK-ONE-LEDGER-REF.
    MOVE LG-REF-SOURCE(WS-LEDGER-IDX, WS-REF-SLOT)
        TO WS-REF-SOURCE-WORK
    MOVE LG-REF-NUMBER(WS-LEDGER-IDX, WS-REF-SLOT)
        TO WS-REF-NUMBER-WORK
    PERFORM MARK-PAYMENT-REF-POSTED.

MARK-NEXT-CLOSED-LEDGER-REFS.
    READ ANPR-CLOSED-LEDGER-FILE
        AT END
            MOVE "Y" TO WS-CLOSED-EOF-FLAG
        NOT AT END
            MOVE CLOSED-LEDGER-RECORD TO ANPR-RECEIVABLE-RECORD
            IF RV-PAYMENT-REF-COUNT IS NUMERIC
                PERFORM MARK-ONE-CLOSED-LEDGER-REF
                    VARYING WS-REF-SLOT FROM 1 BY 1
                    UNTIL WS-REF-SLOT > RV-PAYMENT-REF-COUNT
                       OR WS-REF-SLOT > 10
            END-IF
    END-READ.

MARK-ONE-CLOSED-LEDGER-REF.
    MOVE RV-REF-SOURCE(WS-REF-SLOT) TO WS-REF-SOURCE-WORK
    MOVE RV-REF-NUMBER(WS-REF-SLOT) TO WS-REF-NUMBER-WORK
    PERFORM MARK-PAYMENT-REF-POSTED.

MARK-PAYMENT-REF-POSTED.
    IF WS-REF-NUMBER-WORK NOT = SPACES
        PERFORM FIND-PAYMENT-REF
        IF WS-PAYMENT-REF-FOUND
            MOVE "Y" TO PR-POSTED-FLAG(WS-PREF-IDX)
        END-IF
    END-IF.

*> ========================================================================
*> POST-SUSPENDED-PAYMENTS / POST-TODAYS-PAYMENTS: the suspense file
*> first (those payments are older), then the day's payment file.
*> Whatever still matches no session goes to the replacement suspense
*> file.
*> ========================================================================
OPEN-SUSPENSE-NEW-FILE.
    OPEN OUTPUT ANPR-SUSPENSE-NEW-FILE.

POST-SUSPENDED-PAYMENTS.
    MOVE "Y" TO WS-PAYMENT-FROM-SUSPENSE-FLAG
    OPEN INPUT ANPR-SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS = "00"
        MOVE "N" TO WS-SUSPENSE-EOF-FLAG
        PERFORM POST-NEXT-SUSPENDED-PAYMENT UNTIL WS-END-OF-SUSPENSE
        CLOSE ANPR-SUSPENSE-FILE
    END-IF.

POST-NEXT-SUSPENDED-PAYMENT.
    READ ANPR-SUSPENSE-FILE
        AT END
            MOVE "Y" TO WS-SUSPENSE-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-SUSPENSE-IN-COUNT
            MOVE SUSPENSE-FILE-RECORD TO WS-PAYMENT-WORK
            PERFORM POST-ONE-PAYMENT
    END-READ.

POST-TODAYS-PAYMENTS.
    MOVE "N" TO WS-PAYMENT-FROM-SUSPENSE-FLAG
    MOVE "N" TO WS-PAYMENT-FILE-READ-FLAG
    OPEN INPUT ANPR-PAYMENT-FILE
    IF WS-PAYMENT-FILE-STATUS = "00"
        MOVE "Y" TO WS-PAYMENT-FILE-READ-FLAG
        MOVE "N" TO WS-PAYMENT-EOF-FLAG
        PERFORM POST-NEXT-PAYMENT UNTIL WS-END-OF-PAYMENTS
        CLOSE ANPR-PAYMENT-FILE
    ELSE
        DISPLAY "No payment file to post at ",
                FUNCTION TRIM(WS-PAYMENT-FILE-PATH)
    END-IF.

POST-NEXT-PAYMENT.
    READ ANPR-PAYMENT-FILE
        AT END
            MOVE "Y" TO WS-PAYMENT-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-PAYMENTS-READ-COUNT
            MOVE ANPR-PAYMENT-RECORD TO WS-PAYMENT-WORK
            PERFORM POST-ONE-PAYMENT
    END-READ.

*> A payment with an amount that isn't a number can never be posted
*> and is reported, not suspended -- it is still in the archived
*> payment file for the office to correct and re-key. So is one whose
*> reference has been posted before: the same payment read again.
POST-ONE-PAYMENT.
    PERFORM CHECK-PAYMENT-ALREADY-POSTED
    EVALUATE TRUE
        WHEN PW-AMOUNT IS NOT NUMERIC OR PW-AMOUNT = 0
            ADD 1 TO WS-PAYMENTS-REJECTED-COUNT
            DISPLAY "Payment rejected (amount missing or not numeric): ",
                    PW-PAYMENT-TIMESTAMP, " ",
                    FUNCTION TRIM(PW-PAYMENT-SOURCE), " ",
                    FUNCTION TRIM(PW-PLATE-TEXT), " ref ",
                    FUNCTION TRIM(PW-REFERENCE)
        WHEN WS-PAYMENT-ALREADY-POSTED
            ADD 1 TO WS-PAYMENTS-DUPLICATE-COUNT
            DISPLAY "Payment rejected (reference already posted): ",
                    PW-PAYMENT-TIMESTAMP, " ",
                    FUNCTION TRIM(PW-PAYMENT-SOURCE), " ",
                    FUNCTION TRIM(PW-PLATE-TEXT), " ref ",
                    FUNCTION TRIM(PW-REFERENCE)
        WHEN OTHER
            PERFORM POST-PAYMENT-TO-SESSION
    END-EVALUATE.

POST-PAYMENT-TO-SESSION.
    MOVE PW-PLATE-TEXT TO WS-MATCH-PLATE-TEXT
    MOVE PW-SITE-ID TO WS-MATCH-SITE-ID
    MOVE PW-ENTRY-TIMESTAMP TO WS-MATCH-ENTRY-TIMESTAMP
    MOVE PW-EXIT-TIMESTAMP TO WS-MATCH-EXIT-TIMESTAMP
    PERFORM FIND-LEDGER-ENTRY-FOR-SESSION
    IF WS-LEDGER-ENTRY-FOUND
        ADD PW-AMOUNT TO LG-PAID-AMOUNT(WS-LEDGER-IDX)
        MOVE PW-PAYMENT-TIMESTAMP(1:8)
            TO LG-LAST-PAYMENT-DATE(WS-LEDGER-IDX)
        PERFORM SET-LEDGER-SETTLE-STATUS
        PERFORM NOTE-PAYMENT-REF-ON-SESSION
        ADD PW-AMOUNT TO WS-AMOUNT-POSTED
        IF WS-PAYMENT-FROM-SUSPENSE
            ADD 1 TO WS-SUSPENSE-CLEARED-COUNT
        ELSE
            ADD 1 TO WS-PAYMENTS-POSTED-COUNT
        END-IF
    ELSE
        MOVE WS-PAYMENT-WORK TO SUSPENSE-NEW-RECORD
        WRITE SUSPENSE-NEW-RECORD
        ADD 1 TO WS-SUSPENSE-OUT-COUNT
    END-IF.

CHECK-PAYMENT-ALREADY-POSTED.
    MOVE "N" TO WS-PAYMENT-DUP-FLAG
    MOVE "N" TO WS-PREF-FOUND-FLAG
    IF PW-REFERENCE NOT = SPACES
        MOVE PW-PAYMENT-SOURCE TO WS-REF-SOURCE-WORK
        MOVE PW-REFERENCE TO WS-REF-NUMBER-WORK
        PERFORM FIND-PAYMENT-REF
        IF WS-PAYMENT-REF-FOUND
            IF PR-ALREADY-POSTED(WS-PREF-IDX)
                MOVE "Y" TO WS-PAYMENT-DUP-FLAG
            END-IF
        END-IF
    END-IF.

*> The reference goes on the session, and is marked posted so the same
*> payment later in this run is caught too. A session paid more than
*> ten times keeps the last ten.
NOTE-PAYMENT-REF-ON-SESSION.
    IF WS-PAYMENT-REF-FOUND
        MOVE "Y" TO PR-POSTED-FLAG(WS-PREF-IDX)
    END-IF
    IF PW-REFERENCE NOT = SPACES
        IF LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX) >= 10
            PERFORM SHIFT-ONE-PAYMENT-REF
                VARYING WS-REF-SLOT FROM 1 BY 1
                UNTIL WS-REF-SLOT > 9
            MOVE 9 TO LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX)
        END-IF
        ADD 1 TO LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX)
        MOVE LG-PAYMENT-REF-COUNT(WS-LEDGER-IDX) TO WS-REF-SLOT
        MOVE PW-PAYMENT-SOURCE TO LG-REF-SOURCE(WS-LEDGER-IDX, WS-REF-SLOT)
        MOVE PW-REFERENCE TO LG-REF-NUMBER(WS-LEDGER-IDX, WS-REF-SLOT)
    END-IF.

SHIFT-ONE-PAYMENT-REF.
    MOVE LG-PAYMENT-REF(WS-LEDGER-IDX, WS-REF-SLOT + 1)
        TO LG-PAYMENT-REF(WS-LEDGER-IDX, WS-REF-SLOT).

*> ========================================================================
*> WRITE-RECEIVABLES-LEDGER: rewrite the ledger from the table, under
*> its ".new" name, and move it over the live ledger. A session paid
*> exactly (or credited in full) and settled more than RETAIN= days
*> ago goes to the closed ".new" file instead, for APPEND-CLOSED-LEDGER
*> -- an overpaid one stays until the office has refunded and adjusted
*> it. Any failure leaves the live ledger as it was.
*> ========================================================================
WRITE-RECEIVABLES-LEDGER.
    MOVE "N" TO WS-LEDGER-FAILED-FLAG
    OPEN OUTPUT ANPR-LEDGER-NEW-FILE
    OPEN OUTPUT ANPR-CLOSED-NEW-FILE
    IF WS-LEDGER-NEW-STATUS = "00" AND WS-CLOSED-NEW-STATUS = "00"
        IF WS-LEDGER-COUNT > 0
            PERFORM WRITE-ONE-LEDGER-ENTRY
                VARYING WS-LEDGER-IDX FROM 1 BY 1
                UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
        END-IF
        IF WS-LEDGER-NOT-REPLACED
            DISPLAY "WARNING: could not write ",
                    FUNCTION TRIM(WS-LEDGER-NEW-PATH), " (status ",
                    WS-LEDGER-NEW-STATUS, ") or ",
                    FUNCTION TRIM(WS-CLOSED-NEW-PATH), " (status ",
                    WS-CLOSED-NEW-STATUS, ")"
        END-IF
    ELSE
        DISPLAY "WARNING: could not open ",
                FUNCTION TRIM(WS-LEDGER-NEW-PATH), " (status ",
                WS-LEDGER-NEW-STATUS, ") or ",
                FUNCTION TRIM(WS-CLOSED-NEW-PATH), " (status ",
                WS-CLOSED-NEW-STATUS, ")"
        MOVE "Y" TO WS-LEDGER-FAILED-FLAG
    END-IF
    CLOSE ANPR-LEDGER-NEW-FILE
    CLOSE ANPR-CLOSED-NEW-FILE
    IF NOT WS-LEDGER-NOT-REPLACED
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "mv -f " FUNCTION TRIM(WS-LEDGER-NEW-PATH), " ",
            FUNCTION TRIM(WS-LEDGER-FILE-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING WS-SHELL-COMMAND
        IF RETURN-CODE NOT = 0
            DISPLAY "WARNING: could not move ",
                    FUNCTION TRIM(WS-LEDGER-NEW-PATH), " over ",
                    FUNCTION TRIM(WS-LEDGER-FILE-PATH)
            MOVE "Y" TO WS-LEDGER-FAILED-FLAG
        END-IF
    END-IF.

WRITE-ONE-LEDGER-ENTRY.
    MOVE LG-PLATE-TEXT(WS-LEDGER-IDX) TO RV-PLATE-TEXT
    MOVE LG-COUNTRY-CODE(WS-LEDGER-IDX) TO RV-COUNTRY-CODE
    MOVE LG-SITE-ID(WS-LEDGER-IDX) TO RV-SITE-ID
    MOVE LG-ENTRY-TIMESTAMP(WS-LEDGER-IDX) TO RV-ENTRY-TIMESTAMP
    MOVE LG-EXIT-TIMESTAMP(WS-LEDGER-IDX) TO RV-EXIT-TIMESTAMP
    MOVE LG-BILLING-DATE(WS-LEDGER-IDX) TO RV-BILLING-DATE
    MOVE LG-TARIFF-CODE(WS-LEDGER-IDX) TO RV-TARIFF-CODE
    MOVE LG-BILLED-AMOUNT(WS-LEDGER-IDX) TO RV-BILLED-AMOUNT
    MOVE LG-PAID-AMOUNT(WS-LEDGER-IDX) TO RV-PAID-AMOUNT
    MOVE LG-SETTLE-STATUS(WS-LEDGER-IDX) TO RV-SETTLE-STATUS
    MOVE LG-LAST-PAYMENT-DATE(WS-LEDGER-IDX) TO RV-LAST-PAYMENT-DATE
    MOVE LG-CREDIT-AMOUNT(WS-LEDGER-IDX) TO RV-CREDIT-AMOUNT
    MOVE LG-LAST-ADJUST-ID(WS-LEDGER-IDX) TO RV-LAST-ADJUST-ID
    MOVE LG-PAYMENT-REFS(WS-LEDGER-IDX) TO RV-PAYMENT-REFS
    PERFORM DECIDE-LEDGER-RETIREMENT
    IF WS-SESSION-RETIRES
        MOVE ANPR-RECEIVABLE-RECORD TO CLOSED-NEW-RECORD
        WRITE CLOSED-NEW-RECORD
        IF WS-CLOSED-NEW-STATUS NOT = "00"
            MOVE "Y" TO WS-LEDGER-FAILED-FLAG
        END-IF
        ADD 1 TO WS-RETIRED-COUNT
    ELSE
        MOVE ANPR-RECEIVABLE-RECORD TO LEDGER-NEW-RECORD
        WRITE LEDGER-NEW-RECORD
        IF WS-LEDGER-NEW-STATUS NOT = "00"
            MOVE "Y" TO WS-LEDGER-FAILED-FLAG
        END-IF
        ADD 1 TO WS-LEDGER-OUT-COUNT
    END-IF
    EVALUATE TRUE
        WHEN LG-SESSION-UNPAID(WS-LEDGER-IDX)
            ADD 1 TO WS-UNPAID-COUNT
        WHEN LG-SESSION-PART-PAID(WS-LEDGER-IDX)
            ADD 1 TO WS-PART-PAID-COUNT
        WHEN LG-SESSION-PAID(WS-LEDGER-IDX)
            ADD 1 TO WS-PAID-COUNT
        WHEN LG-SESSION-CREDITED(WS-LEDGER-IDX)
            ADD 1 TO WS-CREDITED-COUNT
        WHEN OTHER
            ADD 1 TO WS-OVERPAID-COUNT
    END-EVALUATE.

DECIDE-LEDGER-RETIREMENT.
    MOVE "N" TO WS-RETIRE-FLAG
    IF LG-SESSION-PAID(WS-LEDGER-IDX)
        OR LG-SESSION-CREDITED(WS-LEDGER-IDX)
        MOVE LG-BILLING-DATE(WS-LEDGER-IDX) TO WS-SETTLED-DATE
        IF LG-LAST-PAYMENT-DATE(WS-LEDGER-IDX) > WS-SETTLED-DATE
            MOVE LG-LAST-PAYMENT-DATE(WS-LEDGER-IDX) TO WS-SETTLED-DATE
        END-IF
        IF WS-SETTLED-DATE IS NUMERIC
            MOVE WS-SETTLED-DATE TO WS-SETTLED-DATE-NUM
            COMPUTE WS-SETTLED-AGE-DAYS = WS-POSTING-INTEGER
                - INTEGER-OF-DATE(WS-SETTLED-DATE-NUM)
            IF WS-SETTLED-AGE-DAYS > WS-RETAIN-DAYS
                MOVE "Y" TO WS-RETIRE-FLAG
            END-IF
        END-IF
    END-IF.

*> The live ledger was not replaced: this run's ".new" files are
*> thrown away and every input stays where it was
DISCARD-NEW-LEDGER-FILES.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "rm -f " FUNCTION TRIM(WS-LEDGER-NEW-PATH), " ",
        FUNCTION TRIM(WS-CLOSED-NEW-PATH), " ",
        FUNCTION TRIM(WS-SUSPENSE-NEW-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND.

*> The day's retirements are off the new ledger, so they go onto the
*> history now. If they cannot, they are left in the ".new" file and
*> the next run will not start until someone has appended them
*> (CHECK-CLOSED-LEDGER-LEFTOVER).
APPEND-CLOSED-LEDGER.
    MOVE SPACES TO WS-SHELL-COMMAND
    IF WS-RETIRED-COUNT > 0
        STRING "cat " FUNCTION TRIM(WS-CLOSED-NEW-PATH),
            " >> " FUNCTION TRIM(WS-CLOSED-FILE-PATH),
            " && rm -f " FUNCTION TRIM(WS-CLOSED-NEW-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
    ELSE
        STRING "rm -f " FUNCTION TRIM(WS-CLOSED-NEW-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
    END-IF
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0 AND WS-RETIRED-COUNT > 0
        DISPLAY "WARNING: could not append the sessions retired ",
                "today to ", FUNCTION TRIM(WS-CLOSED-FILE-PATH),
                " -- they are in ", FUNCTION TRIM(WS-CLOSED-NEW-PATH)
        MOVE "Y" TO WS-FILE-STEP-FAILED-FLAG
    END-IF.

*> The replacement suspense file is renamed over the old one only
*> after the ledger that absorbed the cleared payments is in place.
*> Should that fail, the payments cleared this run are read from the
*> old file again next run and rejected there as already posted.
REPLACE-SUSPENSE-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "mv -f " FUNCTION TRIM(WS-SUSPENSE-NEW-PATH), " ",
        FUNCTION TRIM(WS-SUSPENSE-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: could not move ",
                FUNCTION TRIM(WS-SUSPENSE-NEW-PATH), " over ",
                FUNCTION TRIM(WS-SUSPENSE-FILE-PATH)
        MOVE "Y" TO WS-FILE-STEP-FAILED-FLAG
    END-IF.

*> ========================================================================
*> ARCHIVE-PAYMENT-FILE: move the posted payment file aside under the
*> posting date, the same idea as ARCHIVE-EVENT-FILE in anprsum.cbl --
*> appended rather than renamed, so a second posting run the same day
*> adds to the day's archive instead of replacing it, and the pay
*> stations go on writing to a fresh file. Done only once the ledger
*> is in place; a working file that cannot be moved aside is read
*> again next run and its payments rejected as already posted.
*> ========================================================================
ARCHIVE-PAYMENT-FILE.
    MOVE SPACES TO WS-PAYMENT-ARCHIVE-PATH
    STRING FUNCTION TRIM(WS-PAYMENT-PENDING-PATH), "." WS-POSTING-DATE
        DELIMITED BY SIZE INTO WS-PAYMENT-ARCHIVE-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "cat " FUNCTION TRIM(WS-PAYMENT-FILE-PATH),
        " >> " FUNCTION TRIM(WS-PAYMENT-ARCHIVE-PATH),
        " && rm -f " FUNCTION TRIM(WS-PAYMENT-FILE-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: could not archive ",
                FUNCTION TRIM(WS-PAYMENT-FILE-PATH), " to ",
                FUNCTION TRIM(WS-PAYMENT-ARCHIVE-PATH)
        MOVE "Y" TO WS-FILE-STEP-FAILED-FLAG
    END-IF.

*> ========================================================================
*> AGE-OUTSTANDING-DEBT: every session still owing something goes into
*> its age bucket (days since its billing date) for its site and for
*> the all-sites total, and onto its plate's running balance
*> ========================================================================
AGE-OUTSTANDING-DEBT.
    INITIALIZE WS-AGE-TOTAL-TABLE
    MOVE 0 TO WS-AGE-SITE-COUNT
    MOVE 0 TO WS-PLATE-BALANCE-COUNT
    MOVE 0 TO WS-TOTAL-OUTSTANDING
    IF WS-LEDGER-COUNT > 0
        PERFORM AGE-ONE-LEDGER-ENTRY
            VARYING WS-LEDGER-IDX FROM 1 BY 1
            UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
    END-IF.

AGE-ONE-LEDGER-ENTRY.
    IF LG-BILLED-AMOUNT(WS-LEDGER-IDX)
       > LG-PAID-AMOUNT(WS-LEDGER-IDX) + LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
        COMPUTE WS-OUTSTANDING-AMOUNT =
            LG-BILLED-AMOUNT(WS-LEDGER-IDX)
            - LG-CREDIT-AMOUNT(WS-LEDGER-IDX)
            - LG-PAID-AMOUNT(WS-LEDGER-IDX)
        MOVE 0 TO WS-DEBT-AGE-DAYS
        IF LG-BILLING-DATE(WS-LEDGER-IDX) IS NUMERIC
            MOVE LG-BILLING-DATE(WS-LEDGER-IDX) TO WS-BILLING-DATE-NUM
            COMPUTE WS-DEBT-AGE-DAYS = WS-POSTING-INTEGER
                - INTEGER-OF-DATE(WS-BILLING-DATE-NUM)
        END-IF
        EVALUATE TRUE
            WHEN WS-DEBT-AGE-DAYS <= 7
                MOVE 1 TO WS-AGE-BUCKET
            WHEN WS-DEBT-AGE-DAYS <= 30
                MOVE 2 TO WS-AGE-BUCKET
            WHEN OTHER
                MOVE 3 TO WS-AGE-BUCKET
        END-EVALUATE
        SET AT-BUCKET-IDX TO WS-AGE-BUCKET
        ADD 1 TO AT-SESSION-COUNT(AT-BUCKET-IDX)
        ADD WS-OUTSTANDING-AMOUNT TO AT-AMOUNT(AT-BUCKET-IDX)
        ADD WS-OUTSTANDING-AMOUNT TO WS-TOTAL-OUTSTANDING
        PERFORM FIND-OR-ADD-AGE-SITE-BUCKET
        IF WS-AGE-SITE-FOUND
            SET AG-BUCKET-IDX TO WS-AGE-BUCKET
            ADD 1 TO AG-SESSION-COUNT(WS-AGE-SITE-IDX, AG-BUCKET-IDX)
            ADD WS-OUTSTANDING-AMOUNT
                TO AG-AMOUNT(WS-AGE-SITE-IDX, AG-BUCKET-IDX)
        END-IF
        PERFORM ADD-TO-PLATE-BALANCE
    END-IF.

*> Same find-or-create bucket shape as FIND-OR-ADD-SITE-BUCKET in
*> anprstmt.cbl
FIND-OR-ADD-AGE-SITE-BUCKET.
    MOVE "N" TO WS-AGE-SITE-FOUND-FLAG
    IF WS-AGE-SITE-COUNT > 0
        SET WS-AGE-SITE-IDX TO 1
        SEARCH WS-AGE-SITE-ENTRY
            AT END
                CONTINUE
            WHEN AG-SITE-ID(WS-AGE-SITE-IDX)
                 = LG-SITE-ID(WS-LEDGER-IDX)
                MOVE "Y" TO WS-AGE-SITE-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-AGE-SITE-FOUND
        IF WS-AGE-SITE-COUNT < 10
            ADD 1 TO WS-AGE-SITE-COUNT
            SET WS-AGE-SITE-IDX TO WS-AGE-SITE-COUNT
            MOVE LG-SITE-ID(WS-LEDGER-IDX)
                TO AG-SITE-ID(WS-AGE-SITE-IDX)
            PERFORM CLEAR-ONE-AGE-BUCKET
                VARYING AG-BUCKET-IDX FROM 1 BY 1
                UNTIL AG-BUCKET-IDX > 3
            MOVE "Y" TO WS-AGE-SITE-FOUND-FLAG
        ELSE
            DISPLAY "Too many distinct sites on the ledger -- not ",
                    "reporting site ", LG-SITE-ID(WS-LEDGER-IDX)
        END-IF
    END-IF.

CLEAR-ONE-AGE-BUCKET.
    MOVE 0 TO AG-SESSION-COUNT(WS-AGE-SITE-IDX, AG-BUCKET-IDX)
    MOVE 0 TO AG-AMOUNT(WS-AGE-SITE-IDX, AG-BUCKET-IDX).

ADD-TO-PLATE-BALANCE.
    MOVE LG-PLATE-TEXT(WS-LEDGER-IDX) TO WS-BALANCE-PLATE-WORK
    PERFORM FIND-PLATE-BALANCE
    IF NOT WS-PLATE-BALANCE-FOUND
        IF WS-PLATE-BALANCE-COUNT < 5000
            ADD 1 TO WS-PLATE-BALANCE-COUNT
            SET WS-PB-IDX TO WS-PLATE-BALANCE-COUNT
            MOVE WS-BALANCE-PLATE-WORK TO PB-PLATE-TEXT(WS-PB-IDX)
            MOVE 0 TO PB-OUTSTANDING(WS-PB-IDX)
            MOVE 0 TO PB-SESSION-COUNT(WS-PB-IDX)
            MOVE LG-BILLING-DATE(WS-LEDGER-IDX)
                TO PB-OLDEST-BILLING-DATE(WS-PB-IDX)
            MOVE "Y" TO WS-PB-FOUND-FLAG
        ELSE
            ADD 1 TO WS-PB-OVERFLOW-COUNT
        END-IF
    END-IF
    IF WS-PLATE-BALANCE-FOUND
        ADD WS-OUTSTANDING-AMOUNT TO PB-OUTSTANDING(WS-PB-IDX)
        ADD 1 TO PB-SESSION-COUNT(WS-PB-IDX)
        IF LG-BILLING-DATE(WS-LEDGER-IDX)
            < PB-OLDEST-BILLING-DATE(WS-PB-IDX)
            MOVE LG-BILLING-DATE(WS-LEDGER-IDX)
                TO PB-OLDEST-BILLING-DATE(WS-PB-IDX)
        END-IF
    END-IF.

FIND-PLATE-BALANCE.
    MOVE "N" TO WS-PB-FOUND-FLAG
    IF WS-PLATE-BALANCE-COUNT > 0
        SET WS-PB-IDX TO 1
        SEARCH WS-PLATE-BALANCE-ENTRY
            AT END
                CONTINUE
            WHEN WS-PB-IDX <= WS-PLATE-BALANCE-COUNT
                 AND PB-PLATE-TEXT(WS-PB-IDX) = WS-BALANCE-PLATE-WORK
                MOVE "Y" TO WS-PB-FOUND-FLAG
        END-SEARCH
    END-IF.

*> ========================================================================
*> PRINT-RUN-SUMMARY / PRINT-AGED-DEBT-REPORT / PRINT-OVERPAID-SESSIONS:
*> end-of-run accounting
*> ========================================================================
PRINT-RUN-SUMMARY.
    DISPLAY "Receivables posting for ", WS-POSTING-DATE, ":"
    DISPLAY "Ledger sessions carried in.....: " WS-LEDGER-IN-COUNT
    DISPLAY "Billing extracts read..........: " WS-EXTRACTS-READ-COUNT
    DISPLAY "  Detail rows seen.............: " WS-BILLING-ROWS-SEEN
    DISPLAY "  New sessions taken up........: " WS-NEW-SESSION-COUNT
    DISPLAY "  Adjustment rows seen.........: " WS-ADJUST-ROWS-SEEN
    DISPLAY "  Credits applied..............: " WS-ADJUST-APPLIED-COUNT
    IF WS-ADJUST-UNMATCHED-COUNT > 0
        DISPLAY "  Credits naming no session....: "
                WS-ADJUST-UNMATCHED-COUNT
    END-IF
    MOVE WS-CREDIT-APPLIED TO WS-TOTAL-AMOUNT-DISP
    DISPLAY "  Amount credited..............: " WS-TOTAL-AMOUNT-DISP
    DISPLAY "Payments in suspense at start..: " WS-SUSPENSE-IN-COUNT
    DISPLAY "  Now matched and posted.......: "
            WS-SUSPENSE-CLEARED-COUNT
    DISPLAY "Payments read today............: " WS-PAYMENTS-READ-COUNT
    DISPLAY "  Posted to a session..........: "
            WS-PAYMENTS-POSTED-COUNT
    DISPLAY "  Rejected (bad amount)........: "
            WS-PAYMENTS-REJECTED-COUNT
    DISPLAY "  Rejected (already posted)....: "
            WS-PAYMENTS-DUPLICATE-COUNT
    DISPLAY "Payments left in suspense......: " WS-SUSPENSE-OUT-COUNT
    MOVE WS-AMOUNT-POSTED TO WS-TOTAL-AMOUNT-DISP
    DISPLAY "Amount posted..................: " WS-TOTAL-AMOUNT-DISP
    DISPLAY " "
    DISPLAY "Ledger sessions written........: " WS-LEDGER-OUT-COUNT
    DISPLAY "  Settled and moved to history.: " WS-RETIRED-COUNT
    DISPLAY "  Unpaid.......................: " WS-UNPAID-COUNT
    DISPLAY "  Part-paid....................: " WS-PART-PAID-COUNT
    DISPLAY "  Paid.........................: " WS-PAID-COUNT
    DISPLAY "  Overpaid.....................: " WS-OVERPAID-COUNT
    DISPLAY "  Credited in full.............: " WS-CREDITED-COUNT.

PRINT-AGED-DEBT-REPORT.
    DISPLAY " "
    DISPLAY "======================================================"
    DISPLAY "Aged debt at ", WS-POSTING-DATE,
            " (billed less credited and paid, by days since billing):"
    IF WS-AGE-SITE-COUNT = 0
        DISPLAY "  (nothing outstanding)"
    ELSE
        DISPLAY "  site            0-7 days        8-30 days",
                "          31+ days"
        PERFORM PRINT-ONE-AGE-SITE-LINE
            VARYING WS-AGE-SITE-IDX FROM 1 BY 1
            UNTIL WS-AGE-SITE-IDX > WS-AGE-SITE-COUNT
        SET AT-BUCKET-IDX TO 1
        MOVE AT-AMOUNT(AT-BUCKET-IDX) TO WS-BUCKET-DISP-1
        SET AT-BUCKET-IDX TO 2
        MOVE AT-AMOUNT(AT-BUCKET-IDX) TO WS-BUCKET-DISP-2
        SET AT-BUCKET-IDX TO 3
        MOVE AT-AMOUNT(AT-BUCKET-IDX) TO WS-BUCKET-DISP-3
        DISPLAY "  All sites ", WS-BUCKET-DISP-1, " ",
                WS-BUCKET-DISP-2, " ", WS-BUCKET-DISP-3
        DISPLAY "  Sessions  ", AT-SESSION-COUNT(1), "       ",
                AT-SESSION-COUNT(2), "       ", AT-SESSION-COUNT(3)
        MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-AMOUNT-DISP
        DISPLAY "Total outstanding..............: "
                WS-TOTAL-AMOUNT-DISP
    END-IF
    PERFORM PRINT-PLATES-OVER-THRESHOLD.

PRINT-ONE-AGE-SITE-LINE.
    SET AG-BUCKET-IDX TO 1
    MOVE AG-AMOUNT(WS-AGE-SITE-IDX, AG-BUCKET-IDX) TO WS-BUCKET-DISP-1
    SET AG-BUCKET-IDX TO 2
    MOVE AG-AMOUNT(WS-AGE-SITE-IDX, AG-BUCKET-IDX) TO WS-BUCKET-DISP-2
    SET AG-BUCKET-IDX TO 3
    MOVE AG-AMOUNT(WS-AGE-SITE-IDX, AG-BUCKET-IDX) TO WS-BUCKET-DISP-3
    DISPLAY "  ", AG-SITE-ID(WS-AGE-SITE-IDX), WS-BUCKET-DISP-1, " ",
            WS-BUCKET-DISP-2, " ", WS-BUCKET-DISP-3.

PRINT-PLATES-OVER-THRESHOLD.
    MOVE WS-UNPAID-THRESHOLD TO WS-AMOUNT-DISP
    DISPLAY " "
    DISPLAY "Plates owing more than ", FUNCTION TRIM(WS-AMOUNT-DISP),
            ":"
    MOVE 0 TO WS-OVER-THRESHOLD-COUNT
    IF WS-PLATE-BALANCE-COUNT > 0
        PERFORM PRINT-ONE-PLATE-OVER-THRESHOLD
            VARYING WS-PB-IDX FROM 1 BY 1
            UNTIL WS-PB-IDX > WS-PLATE-BALANCE-COUNT
    END-IF
    IF WS-OVER-THRESHOLD-COUNT = 0
        DISPLAY "  (none)"
    END-IF
    IF WS-PB-OVERFLOW-COUNT > 0
        DISPLAY "  (plate balance table full -- ",
                WS-PB-OVERFLOW-COUNT,
                " owing session(s) not counted toward a plate)"
    END-IF.

PRINT-ONE-PLATE-OVER-THRESHOLD.
    IF PB-OUTSTANDING(WS-PB-IDX) > WS-UNPAID-THRESHOLD
        ADD 1 TO WS-OVER-THRESHOLD-COUNT
        MOVE PB-OUTSTANDING(WS-PB-IDX) TO WS-TOTAL-AMOUNT-DISP
        DISPLAY "  ", PB-PLATE-TEXT(WS-PB-IDX), WS-TOTAL-AMOUNT-DISP,
                "  ", PB-SESSION-COUNT(WS-PB-IDX),
                " session(s), oldest billed ",
                PB-OLDEST-BILLING-DATE(WS-PB-IDX)
    END-IF.

*> An overpaid session is money the office owes back -- listed so the
*> refund is made, not discovered at audit.
PRINT-OVERPAID-SESSIONS.
    IF WS-OVERPAID-COUNT > 0
        DISPLAY " "
        DISPLAY "Overpaid sessions -- refund due:"
        PERFORM PRINT-ONE-OVERPAID-SESSION
            VARYING WS-LEDGER-IDX FROM 1 BY 1
            UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
    END-IF.

PRINT-ONE-OVERPAID-SESSION.
    IF LG-SESSION-OVERPAID(WS-LEDGER-IDX)
        MOVE LG-BILLED-AMOUNT(WS-LEDGER-IDX) TO WS-AMOUNT-DISP
        MOVE LG-PAID-AMOUNT(WS-LEDGER-IDX) TO WS-PAID-DISP
        MOVE LG-CREDIT-AMOUNT(WS-LEDGER-IDX) TO WS-CREDIT-DISP
        DISPLAY "  ", LG-PLATE-TEXT(WS-LEDGER-IDX), " ",
                LG-SITE-ID(WS-LEDGER-IDX), " ",
                LG-ENTRY-TIMESTAMP(WS-LEDGER-IDX), "-",
                LG-EXIT-TIMESTAMP(WS-LEDGER-IDX), " billed ",
                WS-AMOUNT-DISP, " credited ", WS-CREDIT-DISP,
                " paid ", WS-PAID-DISP
    END-IF.

*> ========================================================================
*> UPDATE-UNPAID-WATCHLIST: settled plates off, new debtors on. Only
*> UNPAID entries carrying the "Auto:" note this job writes are taken
*> off; a plate already on the list under any category is left as it
*> is (a BANNED plate is not downgraded to UNPAID). The list is
*> rewritten only when something changed, through a replacement file
*> renamed over the live one, and every change is recorded in the
*> config audit trail. If any owing session could not be counted
*> toward its plate nothing is taken off -- a plate missing from the
*> balance table is not a plate that has paid.
*> ========================================================================
UPDATE-UNPAID-WATCHLIST.
    PERFORM LOAD-WATCHLIST-TABLE
    IF WS-WATCHLIST-LOADED
        MOVE "N" TO WS-WATCHLIST-CHANGED-FLAG
        MOVE 0 TO WS-WATCH-ADDED-COUNT
        MOVE 0 TO WS-WATCH-REMOVED-COUNT
        MOVE 0 TO WS-WATCH-FULL-COUNT
        MOVE 0 TO WS-WATCH-AUDITED-COUNT
        MOVE ALL "N" TO WS-WATCH-DROP-TABLE
        MOVE SPACES TO WS-WATCH-CHANGE-TABLE
        IF WL-ENTRY-COUNT > 0 AND WS-PB-OVERFLOW-COUNT = 0
            PERFORM CHECK-ONE-WATCH-ENTRY-SETTLED
                VARYING WL-ENTRY-IDX FROM 1 BY 1
                UNTIL WL-ENTRY-IDX > WL-ENTRY-COUNT
        END-IF
        IF WS-PLATE-BALANCE-COUNT > 0
            PERFORM CHECK-ONE-PLATE-FOR-WATCHLIST
                VARYING WS-PB-IDX FROM 1 BY 1
                UNTIL WS-PB-IDX > WS-PLATE-BALANCE-COUNT
        END-IF
        IF WS-WATCHLIST-CHANGED
            PERFORM REWRITE-WATCHLIST-FILE
        END-IF
        DISPLAY " "
        DISPLAY "Watchlist UNPAID entries added.: " WS-WATCH-ADDED-COUNT
        DISPLAY "  Removed as settled...........: "
                WS-WATCH-REMOVED-COUNT
        IF WS-PB-OVERFLOW-COUNT > 0
            DISPLAY "  (plate balance table full -- no UNPAID entries ",
                    "removed this run)"
        END-IF
        DISPLAY "  Recorded in the audit trail..: "
                WS-WATCH-AUDITED-COUNT
        IF WS-WATCH-FULL-COUNT > 0
            DISPLAY "  NOT added (list full at 200).: "
                    WS-WATCH-FULL-COUNT
        END-IF
    END-IF.

*> Same loader as LOAD-WATCHLIST-TABLE in anpr.cbl. A missing list is
*> reported and left missing -- creating the gate's watchlist is a
*> setup decision, not this job's.
LOAD-WATCHLIST-TABLE.
    MOVE "N" TO WS-WATCHLIST-LOADED-FLAG
    MOVE 0 TO WL-ENTRY-COUNT
    OPEN INPUT ANPR-WATCHLIST-FILE
    IF WS-WATCHLIST-FILE-STATUS = "00"
        PERFORM LOAD-NEXT-WATCHLIST-RECORD
            UNTIL WS-WATCHLIST-FILE-STATUS = "10"
        CLOSE ANPR-WATCHLIST-FILE
        MOVE "Y" TO WS-WATCHLIST-LOADED-FLAG
    ELSE
        DISPLAY "Watchlist not found at ",
                FUNCTION TRIM(WS-WATCHLIST-FILE-PATH),
                "; UNPAID entries not maintained this run"
    END-IF.

LOAD-NEXT-WATCHLIST-RECORD.
    READ ANPR-WATCHLIST-FILE
        AT END
            CONTINUE
        NOT AT END
            PERFORM STORE-WATCHLIST-ENTRY
    END-READ.

STORE-WATCHLIST-ENTRY.
    IF WL-ENTRY-COUNT < 200
        ADD 1 TO WL-ENTRY-COUNT
        MOVE 1 TO WS-UNSTRING-PTR
        MOVE SPACES TO WL-CATEGORY(WL-ENTRY-COUNT)
        MOVE SPACES TO WL-NOTE(WL-ENTRY-COUNT)
        UNSTRING WATCHLIST-FILE-RECORD DELIMITED BY ","
            INTO WL-PLATE-TEXT(WL-ENTRY-COUNT)
                 WL-CATEGORY(WL-ENTRY-COUNT)
            WITH POINTER WS-UNSTRING-PTR
        END-UNSTRING
        IF WS-UNSTRING-PTR <= FUNCTION LENGTH(WATCHLIST-FILE-RECORD)
            MOVE WATCHLIST-FILE-RECORD(WS-UNSTRING-PTR:)
                TO WL-NOTE(WL-ENTRY-COUNT)
        END-IF
    ELSE
        *> Rewriting a list that was only partly read would drop the
        *> rest of it -- refuse to touch it at all.
        DISPLAY "Too many watchlist entries in ",
                FUNCTION TRIM(WS-WATCHLIST-FILE-PATH),
                " -- UNPAID entries not maintained this run"
        MOVE "N" TO WS-WATCHLIST-LOADED-FLAG
        MOVE "10" TO WS-WATCHLIST-FILE-STATUS
    END-IF.

FIND-WATCHLIST-ENTRY-BY-PLATE.
    MOVE "N" TO WS-WATCH-HIT-FLAG
    IF WL-ENTRY-COUNT > 0
        SET WL-ENTRY-IDX TO 1
        SEARCH WL-WATCH-ENTRY
            AT END
                CONTINUE
            WHEN WL-ENTRY-IDX <= WL-ENTRY-COUNT
                 AND WL-PLATE-TEXT(WL-ENTRY-IDX) = WS-WATCH-PLATE-WORK
                MOVE "Y" TO WS-WATCH-HIT-FLAG
        END-SEARCH
    END-IF.

*> An auto-added UNPAID entry whose plate owes nothing any more comes
*> off. A plate still owing but now under the threshold stays on until
*> it is settled -- paying off just enough to slip under the line is
*> not settling.
CHECK-ONE-WATCH-ENTRY-SETTLED.
    IF FUNCTION TRIM(WL-CATEGORY(WL-ENTRY-IDX)) = "UNPAID"
        AND WL-NOTE(WL-ENTRY-IDX)(1:5) = WS-AUTO-NOTE-MARKER
        MOVE WL-PLATE-TEXT(WL-ENTRY-IDX) TO WS-BALANCE-PLATE-WORK
        PERFORM FIND-PLATE-BALANCE
        IF NOT WS-PLATE-BALANCE-FOUND
            PERFORM BUILD-WATCHLIST-LINE
            MOVE WS-WATCH-LINE-WORK TO WC-BEFORE-LINE(WL-ENTRY-IDX)
            MOVE "D" TO WC-ACTION(WL-ENTRY-IDX)
            MOVE "Y" TO WS-WATCH-DROP-FLAG(WL-ENTRY-IDX)
            MOVE "Y" TO WS-WATCHLIST-CHANGED-FLAG
            ADD 1 TO WS-WATCH-REMOVED-COUNT
            DISPLAY "Watchlist: ", FUNCTION TRIM(WS-BALANCE-PLATE-WORK),
                    " settled -- UNPAID entry removed"
        END-IF
    END-IF.

CHECK-ONE-PLATE-FOR-WATCHLIST.
    IF PB-OUTSTANDING(WS-PB-IDX) > WS-UNPAID-THRESHOLD
        MOVE PB-PLATE-TEXT(WS-PB-IDX) TO WS-WATCH-PLATE-WORK
        PERFORM FIND-WATCHLIST-ENTRY-BY-PLATE
        MOVE PB-OUTSTANDING(WS-PB-IDX) TO WS-TOTAL-AMOUNT-DISP
        MOVE SPACES TO WS-WATCH-NOTE-WORK
        STRING WS-AUTO-NOTE-MARKER " unpaid balance "
            FUNCTION TRIM(WS-TOTAL-AMOUNT-DISP)
            " - refer to office before raising arm"
            DELIMITED BY SIZE INTO WS-WATCH-NOTE-WORK
        END-STRING
        IF WS-PLATE-ON-WATCHLIST
            *> Keep the balance on an entry of our own current, so the
            *> attendant quotes today's figure, not last week's
            IF FUNCTION TRIM(WL-CATEGORY(WL-ENTRY-IDX)) = "UNPAID"
                AND WL-NOTE(WL-ENTRY-IDX)(1:5) = WS-AUTO-NOTE-MARKER
                AND WL-NOTE(WL-ENTRY-IDX) NOT = WS-WATCH-NOTE-WORK
                PERFORM BUILD-WATCHLIST-LINE
                MOVE WS-WATCH-LINE-WORK TO WC-BEFORE-LINE(WL-ENTRY-IDX)
                MOVE "C" TO WC-ACTION(WL-ENTRY-IDX)
                MOVE WS-WATCH-NOTE-WORK TO WL-NOTE(WL-ENTRY-IDX)
                MOVE "Y" TO WS-WATCHLIST-CHANGED-FLAG
            END-IF
        ELSE
            IF WL-ENTRY-COUNT < 200
                ADD 1 TO WL-ENTRY-COUNT
                SET WL-ENTRY-IDX TO WL-ENTRY-COUNT
                MOVE WS-WATCH-PLATE-WORK TO WL-PLATE-TEXT(WL-ENTRY-IDX)
                MOVE "UNPAID" TO WL-CATEGORY(WL-ENTRY-IDX)
                MOVE WS-WATCH-NOTE-WORK TO WL-NOTE(WL-ENTRY-IDX)
                MOVE "N" TO WS-WATCH-DROP-FLAG(WL-ENTRY-IDX)
                MOVE "A" TO WC-ACTION(WL-ENTRY-IDX)
                MOVE SPACES TO WC-BEFORE-LINE(WL-ENTRY-IDX)
                MOVE "Y" TO WS-WATCHLIST-CHANGED-FLAG
                ADD 1 TO WS-WATCH-ADDED-COUNT
                DISPLAY "Watchlist: ",
                        FUNCTION TRIM(WS-WATCH-PLATE-WORK),
                        " added as UNPAID, owing ",
                        FUNCTION TRIM(WS-TOTAL-AMOUNT-DISP)
            ELSE
                ADD 1 TO WS-WATCH-FULL-COUNT
                DISPLAY "Watchlist full -- cannot add ",
                        FUNCTION TRIM(WS-WATCH-PLATE-WORK),
                        " owing ", FUNCTION TRIM(WS-TOTAL-AMOUNT-DISP)
            END-IF
        END-IF
    END-IF.

*> ========================================================================
*> REWRITE-WATCHLIST-FILE: nothing is changed unless the change can be
*> recorded, as in ANPRCFG -- the audit trail is opened first, the list
*> is replaced, and each change is written to the trail as APPLIED, or
*> as FAILED if the live list could not be replaced.
*> ========================================================================
REWRITE-WATCHLIST-FILE.
    MOVE 0 TO WS-WATCH-WRITTEN-COUNT
    OPEN EXTEND ANPR-CONFIG-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT ANPR-CONFIG-AUDIT-FILE
    END-IF
    IF WS-AUDIT-FILE-STATUS = "00"
        PERFORM REPLACE-WATCHLIST-FILE
        PERFORM WRITE-ONE-WATCHLIST-AUDIT
            VARYING WL-ENTRY-IDX FROM 1 BY 1
            UNTIL WL-ENTRY-IDX > WL-ENTRY-COUNT
        CLOSE ANPR-CONFIG-AUDIT-FILE
    ELSE
        DISPLAY "WARNING: could not open the audit trail ",
                FUNCTION TRIM(WS-AUDIT-FILE-PATH),
                " (status ", WS-AUDIT-FILE-STATUS,
                ") -- watchlist left unchanged"
        MOVE "Y" TO WS-FILE-STEP-FAILED-FLAG
    END-IF.

REPLACE-WATCHLIST-FILE.
    MOVE "FAILED" TO WS-WATCH-OUTCOME
    OPEN OUTPUT ANPR-WATCHLIST-NEW-FILE
    IF WS-WATCHLIST-NEW-STATUS = "00"
        PERFORM WRITE-ONE-WATCHLIST-LINE
            VARYING WL-ENTRY-IDX FROM 1 BY 1
            UNTIL WL-ENTRY-IDX > WL-ENTRY-COUNT
        CLOSE ANPR-WATCHLIST-NEW-FILE
        MOVE SPACES TO WS-SHELL-COMMAND
        STRING "mv -f " FUNCTION TRIM(WS-WATCHLIST-NEW-PATH), " ",
            FUNCTION TRIM(WS-WATCHLIST-FILE-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING WS-SHELL-COMMAND
        IF RETURN-CODE = 0
            MOVE "APPLIED" TO WS-WATCH-OUTCOME
        ELSE
            DISPLAY "WARNING: could not move ",
                    FUNCTION TRIM(WS-WATCHLIST-NEW-PATH), " over ",
                    FUNCTION TRIM(WS-WATCHLIST-FILE-PATH),
                    " -- watchlist left unchanged"
            MOVE "Y" TO WS-FILE-STEP-FAILED-FLAG
        END-IF
    ELSE
        DISPLAY "WARNING: could not write ",
                FUNCTION TRIM(WS-WATCHLIST-NEW-PATH),
                " (status ", WS-WATCHLIST-NEW-STATUS,
                ") -- watchlist left unchanged"
        MOVE "Y" TO WS-FILE-STEP-FAILED-FLAG
    END-IF.

WRITE-ONE-WATCHLIST-LINE.
    IF WS-WATCH-DROP-FLAG(WL-ENTRY-IDX) NOT = "Y"
        PERFORM BUILD-WATCHLIST-LINE
        MOVE WS-WATCH-LINE-WORK TO WATCHLIST-NEW-RECORD
        WRITE WATCHLIST-NEW-RECORD
        ADD 1 TO WS-WATCH-WRITTEN-COUNT
    END-IF.

BUILD-WATCHLIST-LINE.
    MOVE SPACES TO WS-WATCH-LINE-WORK
    STRING FUNCTION TRIM(WL-PLATE-TEXT(WL-ENTRY-IDX)) ","
        FUNCTION TRIM(WL-CATEGORY(WL-ENTRY-IDX)) ","
        FUNCTION TRIM(WL-NOTE(WL-ENTRY-IDX))
        DELIMITED BY SIZE INTO WS-WATCH-LINE-WORK
    END-STRING.

*> One anprcfga.cpy record per entry this run added, changed or took
*> off, keyed by plate the way ANPRCFG keys a watchlist line
WRITE-ONE-WATCHLIST-AUDIT.
    IF WC-ACTION(WL-ENTRY-IDX) NOT = SPACE
        MOVE SPACES TO ANPR-CONFIG-AUDIT-RECORD
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO CA-PROCESSED-TIMESTAMP
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO CA-ENTERED-TIMESTAMP
        MOVE "ANPRPAY" TO CA-OPERATOR-ID
        MOVE "WATCHLIST" TO CA-TABLE-NAME
        MOVE WC-ACTION(WL-ENTRY-IDX) TO CA-ACTION
        MOVE WS-WATCH-OUTCOME TO CA-OUTCOME
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WL-PLATE-TEXT(WL-ENTRY-IDX)))
            TO CA-RECORD-KEY
        EVALUATE TRUE
            WHEN CA-ADD
                MOVE "Unpaid balance over threshold" TO CA-REASON
            WHEN CA-CHANGE
                MOVE "Unpaid balance changed" TO CA-REASON
            WHEN OTHER
                MOVE "Unpaid balance settled" TO CA-REASON
        END-EVALUATE
        IF CA-FAILED
            MOVE "Live file could not be replaced" TO CA-REJECT-REASON
        END-IF
        MOVE WC-BEFORE-LINE(WL-ENTRY-IDX) TO CA-BEFORE-LINE
        IF NOT CA-DELETE
            PERFORM BUILD-WATCHLIST-LINE
            MOVE WS-WATCH-LINE-WORK TO CA-AFTER-LINE
        END-IF
        WRITE ANPR-CONFIG-AUDIT-RECORD
        ADD 1 TO WS-WATCH-AUDITED-COUNT
    END-IF.

END PROGRAM ANPRPAY.
