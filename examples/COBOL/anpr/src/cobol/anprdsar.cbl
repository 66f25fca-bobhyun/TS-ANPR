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
*> ANPRDSAR: data-subject access and erasure for one plate.
*>
*> Under privacy rules a driver may ask for every record held on their
*> plate and, in some cases, for it to be erased. ANPRQRY only looks in
*> ANPRRSLT and its purge archives; the same plate also sits in the
*> plate detail file, the watchlist alert log, the review queue, the
*> parking session, open-session and exception files and the dated
*> billing extracts. This program searches all of them for one PLATE=
*> and prints one consolidated report, to the console and to
*> output/anprdsar_<request id>.rpt for the reply to the driver:
*>
*>   output/anprpay_ledger.dat             receivables ledger
*>   output/anprpay_closed.dat             settled receivables
*>   output/anprpay_payments.dat, .dat.*   payments, and their archives
*>   output/anprpay_suspense.dat           payments not yet matched
*>   output/anprpark_sessions.dat          completed parking sessions
*>   output/anprpark_open.dat              sessions still open
*>   output/anprocc_overstay.dat           open sessions over the limit
*>   output/anprpark_billing.dat.*         dated billing extracts
*>   output/anprpark_adjust.dat            adjustments not yet made
*>   output/anprpark_adjust_work.dat       adjustments being made
*>   output/anprpark_adjust_reg.dat        adjustments register
*>   ANPRRSLT                              recognition results
*>   output/anprdtl.dat                    plate detail
*>   output/anpr_review.dat                review queue
*>   output/anpr_alert.log                 watchlist alerts
*>   config/watchlist.dat                  the gate's watchlist,
*>                                         UNPAID entries included
*>   config/permits.dat                    season and contract permits
*>   output/anprcfg_trans.dat, .dat.*      config changes not yet
*>                                         made, and their archives
*>   output/anprcfg_audit.dat              config-table audit trail
*>   output/anprclone.dat.*                suspected cloned plates
*>   output/anprpark_exceptions.dat        exits with no entry
*>   output/anprraise.dat, .dat.*          manual barrier raises
*>   output/anprraise_work.dat             raises being reconciled
*>   output/anprraise_recon.dat.*          raise reconciliations
*>   output/anprpark_manexit.dat, .dat.*   manual exits for ANPRPARK
*>   output/anprpark_manexit_work.dat      manual exits being applied
*>   output/anprrslt_archive.dat.*         purge archives
*>
*> MODE=ERASE also pseudonymises the plate -- replaces it with
*> "ERASED" plus the request id, the same pseudonym in every file so
*> the records still line up with each other -- in every record that
*> is not held. A read's engine output has the plate masked out as
*> well. Held, and left exactly as they are:
*>   - everything, while the plate is on a legal hold in
*>     config/legalhold.dat (plate,reference,until-YYYYMMDD per line;
*>     a blank until holds until the line is removed);
*>   - the purge archives (anprarch.cpy), frozen for seven years;
*>   - the book of account: the receivables ledger, live and settled,
*>     the payments (anprpaym.cpy) posted, archived or in suspense,
*>     and the adjustments register (anpradj.cpy);
*>   - the gate's watchlist, an UNPAID entry ANPRPAY added included,
*>     the permits and the config changes waiting for ANPRCFG -- they
*>     are reported, and any change goes through ANPRCFG so that it
*>     is audited and the gate is reloaded;
*>   - the config-table audit trail (anprcfga.cpy), the book of record
*>     for who changed a list and when;
*>   - billing holds: a session the ledger still shows as owing or
*>     owed (UNPAID, PARTPAID, OVERPAID) or has not yet taken up from
*>     its extract, with its billing rows and the reads it was priced
*>     from; a session still open, on the overstay list as well; an
*>     adjustment not yet made; and any read ANPRPARK has not yet
*>     reached (past its anprpark_ckpt.dat high-water mark). A raise
*>     not yet reconciled, a manual exit not yet applied, and a
*>     raise that closed a held session, are billing holds too.
*> Sequential files are rewritten under a ".new" name and moved over
*> the live one, so the erasure belongs in the batch window with the
*> watcher stopped, like ANPRPURGE.
*>
*> Every request, access or erasure, is logged to output/anprdsar.log
*> (anprdsar.cpy) file by file with what was found, changed and held;
*> a file that could not be searched or replaced is logged FAILED and
*> ends the run with RETURN-CODE 8 -- the request is then not complete
*> and is run again.
*>
*> Arguments, the same KEYWORD=value scan anpr.cbl uses:
*>   PLATE=text          plate asked about (required)
*>   MODE=ACCESS|ERASE   (default ACCESS)
*>   REF=text            the request's reference (required to erase)
*>   OPERATOR=id         who is handling it (required to erase)
*> ========================================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ANPRDSAR.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Opened shared (see the shared-open notes on ANPR-RESULT-FILE in
    *> anpr.cbl) -- read-only for an access request, for update to
    *> erase -- with the retry-with-backoff protocol all the ANPRRSLT
    *> programs use
    SELECT ANPR-RESULT-FILE
        ASSIGN TO "ANPRRSLT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-KEY
        SHARING WITH ALL OTHER
        FILE STATUS IS WS-RESULT-FILE-STATUS.

    *> Whichever sequential file is being searched, and its rewrite
    SELECT ANPR-SUBJECT-FILE
        ASSIGN DYNAMIC WS-SUBJECT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBJECT-FILE-STATUS.

    SELECT ANPR-SUBJECT-NEW-FILE
        ASSIGN DYNAMIC WS-SUBJECT-NEW-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBJECT-NEW-STATUS.

    *> Shell listing of a family of dated files, built the same
    *> pid-unique "ls | sort" way SEARCH-ARCHIVE-FILES in anprqry.cbl
    *> builds its list
    SELECT ANPR-FILE-LIST
        ASSIGN DYNAMIC WS-FILE-LIST-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-LIST-STATUS.

    SELECT ANPR-SUBJECT-REQUEST-LOG
        ASSIGN DYNAMIC WS-REQUEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-LOG-STATUS.

    SELECT ANPR-SUBJECT-REPORT-FILE
        ASSIGN DYNAMIC WS-REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-RESULT-FILE.
    COPY "anprrec.cpy".

*> Each record is laid over its own file's layout in WORKING-STORAGE
*> below; sized for the longest, an anprarch.cpy archive record
FD  ANPR-SUBJECT-FILE.
01  SUBJECT-FILE-RECORD             PIC X(1300).

FD  ANPR-SUBJECT-NEW-FILE.
01  SUBJECT-NEW-RECORD              PIC X(1300).

FD  ANPR-FILE-LIST.
01  FL-FILE-NAME                    PIC X(256).

FD  ANPR-SUBJECT-REQUEST-LOG.
    COPY "anprdsar.cpy".

FD  ANPR-SUBJECT-REPORT-FILE.
01  SUBJECT-REPORT-RECORD           PIC X(132).

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
01  WS-SUBJECT-FILE-PATH    PIC X(256) VALUE SPACES.
01  WS-SUBJECT-FILE-STATUS  PIC X(02) VALUE SPACES.
01  WS-SUBJECT-NEW-PATH     PIC X(260) VALUE SPACES.
01  WS-SUBJECT-NEW-STATUS   PIC X(02) VALUE SPACES.
01  WS-FILE-LIST-PATH       PIC X(256) VALUE SPACES.
01  WS-FILE-LIST-STATUS     PIC X(02) VALUE SPACES.
01  WS-FILE-PATTERN         PIC X(256) VALUE SPACES.
01  WS-REQUEST-LOG-PATH     PIC X(256)
                               VALUE "../../output/anprdsar.log".
01  WS-REQUEST-LOG-STATUS   PIC X(02) VALUE SPACES.
01  WS-REPORT-FILE-PATH     PIC X(256) VALUE SPACES.
01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
01  WS-LEGAL-HOLD-PATH      PIC X(256)
                               VALUE "../../config/legalhold.dat".
01  WS-PARK-CKPT-PATH       PIC X(256)
                               VALUE "../../output/anprpark_ckpt.dat".
01  WS-SHELL-COMMAND        PIC X(600) VALUE SPACES.
01  WS-PROCESS-ID           PIC 9(09) COMP-5 VALUE 0.
01  WS-PROCESS-ID-DISPLAY   PIC 9(09) VALUE 0.

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

01  WS-RUN-MODE             PIC X(06) VALUE "ACCESS".
    88  WS-MODE-ACCESS             VALUE "ACCESS".
    88  WS-MODE-ERASE              VALUE "ERASE".
01  WS-SUBJECT-PLATE        PIC X(32) VALUE SPACES.
01  WS-PLATE-LENGTH         PIC 9(02) VALUE 0.
01  WS-REQUEST-REFERENCE    PIC X(20) VALUE SPACES.
01  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
01  WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE           PIC X(08) VALUE SPACES.
01  WS-REQUEST-ID           PIC X(14) VALUE SPACES.
01  WS-PSEUDONYM            PIC X(32) VALUE SPACES.
*> What the plate is masked with inside a read's engine output, where
*> the text around it has to keep its length
01  WS-PLATE-MASK           PIC X(32) VALUE ALL "*".
01  WS-TEXT-HIT-COUNT       PIC 9(04) VALUE 0.

*> ------------------------------------------------------------------
*> Holds -- see the banner
*> ------------------------------------------------------------------
01  WS-LEGAL-HOLD-FLAG      PIC X(01) VALUE "N".
    88  WS-LEGAL-HOLD-FOUND        VALUE "Y".
01  WS-LEGAL-HOLD-NOTE      PIC X(40) VALUE SPACES.
01  WS-LEGAL-HOLD-SCRATCH.
    05  LH-PLATE-TEXT               PIC X(32).
    05  LH-REFERENCE                PIC X(20).
    05  LH-UNTIL-DATE               PIC X(08).
01  WS-WATERMARK-FLAG       PIC X(01) VALUE "N".
    88  WS-WATERMARK-PRESENT       VALUE "Y".
01  WS-PARK-WATERMARK       PIC X(84) VALUE SPACES.

*> The plate's receivables, for the billing hold on its sessions
01  WS-LEDGER-TABLE.
    05  WS-LEDGER-COUNT             PIC 9(03) VALUE 0.
    05  WS-LEDGER-ENTRY OCCURS 500 TIMES
            INDEXED BY WS-LEDGER-IDX.
        10  LG-ENTRY-TIMESTAMP      PIC X(14).
        10  LG-EXIT-TIMESTAMP       PIC X(14).
        10  LG-SETTLE-STATUS        PIC X(08).
            88  LG-STILL-OPEN              VALUE "UNPAID" "PARTPAID"
                                                 "OVERPAID".
01  WS-LEDGER-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-LEDGER-FOUND            VALUE "Y".
01  WS-SESSION-ENTRY-TIME   PIC X(14) VALUE SPACES.
01  WS-SESSION-EXIT-TIME    PIC X(14) VALUE SPACES.

*> Entry and exit times of the plate's held sessions -- the reads at
*> those times are the evidence for them and are held with them
01  WS-HELD-TIME-TABLE.
    05  WS-HELD-TIME-COUNT          PIC 9(04) VALUE 0.
    05  WS-HELD-TIME-ENTRY OCCURS 1000 TIMES
            INDEXED BY WS-HELD-IDX.
        10  HT-TIMESTAMP            PIC X(14).
01  WS-HELD-TIME-WORK       PIC X(14) VALUE SPACES.
01  WS-HELD-TIME-FOUND-FLAG PIC X(01) VALUE "N".
    88  WS-HELD-TIME-FOUND         VALUE "Y".

*> ------------------------------------------------------------------
*> The file being searched
*> ------------------------------------------------------------------
01  WS-FILE-KIND            PIC X(10) VALUE SPACES.
    88  WS-KIND-LEDGER             VALUE "LEDGER".
    88  WS-KIND-SESSION            VALUE "SESSION".
    88  WS-KIND-OPEN               VALUE "OPEN".
    88  WS-KIND-BILLING            VALUE "BILLING".
    88  WS-KIND-RESULT             VALUE "RESULT".
    88  WS-KIND-DETAIL             VALUE "DETAIL".
    88  WS-KIND-REVIEW             VALUE "REVIEW".
    88  WS-KIND-ALERT              VALUE "ALERT".
    88  WS-KIND-EXCEPTION          VALUE "EXCEPTION".
    88  WS-KIND-ARCHIVE            VALUE "ARCHIVE".
    88  WS-KIND-RAISE              VALUE "RAISE".
    88  WS-KIND-RAISE-LOG          VALUE "RAISELOG".
    88  WS-KIND-RAISE-RECON        VALUE "RAISERECON".
    88  WS-KIND-MANUAL-EXIT        VALUE "MANEXIT".
    88  WS-KIND-MANUAL-EXIT-LOG    VALUE "MANEXITLOG".
    88  WS-KIND-PAYMENT            VALUE "PAYMENT".
    88  WS-KIND-OVERSTAY           VALUE "OVERSTAY".
    88  WS-KIND-ADJUSTMENT         VALUE "ADJUST".
    88  WS-KIND-ADJUSTMENT-REG     VALUE "ADJUSTREG".
    88  WS-KIND-WATCHLIST          VALUE "WATCHLIST".
    88  WS-KIND-CLONE              VALUE "CLONE".
    88  WS-KIND-PERMIT             VALUE "PERMIT".
    88  WS-KIND-CONFIG-TRANS       VALUE "CFGTRANS".
    88  WS-KIND-CONFIG-AUDIT       VALUE "CFGAUDIT".
*> Whether an erasure may rewrite the file, and if not, why
01  WS-FILE-WRITABLE-FLAG   PIC X(01) VALUE "N".
    88  WS-FILE-WRITABLE           VALUE "Y".
01  WS-FILE-KEEP-NOTE       PIC X(40) VALUE SPACES.
01  WS-FILE-OUTCOME         PIC X(08) VALUE SPACES.
01  WS-FILE-HOLD-NOTE       PIC X(40) VALUE SPACES.
01  WS-FILE-FOUND-COUNT     PIC 9(07) VALUE 0.
01  WS-FILE-CHANGED-COUNT   PIC 9(07) VALUE 0.
01  WS-FILE-HELD-COUNT      PIC 9(07) VALUE 0.
01  WS-CHANGED-BEFORE-COUNT PIC 9(07) VALUE 0.
01  WS-SUBJECT-EOF-FLAG     PIC X(01) VALUE "N".
    88  WS-END-OF-SUBJECT-FILE     VALUE "Y".
01  WS-FILE-LIST-EOF-FLAG   PIC X(01) VALUE "N".
    88  WS-END-OF-FILE-LIST        VALUE "Y".
01  WS-RESULT-EOF-FLAG      PIC X(01) VALUE "N".
    88  WS-END-OF-RESULTS          VALUE "Y".
01  WS-DATED-FILE-COUNT     PIC 9(04) VALUE 0.

*> The record in hand
01  WS-RECORD-MATCH-FLAG    PIC X(01) VALUE "N".
    88  WS-RECORD-MATCHES          VALUE "Y".
01  WS-HOLD-REASON          PIC X(40) VALUE SPACES.
01  WS-AMOUNT-DISPLAY       PIC Z(6)9.99.
01  WS-SECOND-AMOUNT-DISPLAY PIC Z(6)9.99.
01  WS-FOUND-DISPLAY        PIC Z(6)9.
01  WS-CHANGED-DISPLAY      PIC Z(6)9.
01  WS-HELD-DISPLAY         PIC Z(6)9.
01  WS-FILES-DISPLAY        PIC Z(3)9.

*> The files' record layouts, each laid over SUBJECT-FILE-RECORD
COPY "anprrcv.cpy".
COPY "anprpses.cpy".
COPY "anprdtl.cpy".
COPY "anprrvq.cpy".
COPY "anprwalt.cpy".
COPY "anprpexc.cpy".
COPY "anprarch.cpy".
COPY "anprrais.cpy".
COPY "anprrrcn.cpy".
COPY "anprmext.cpy".
COPY "anprpaym.cpy".
COPY "anprovst.cpy".
COPY "anpradj.cpy".
COPY "anprclon.cpy".
COPY "anprcfgt.cpy".
COPY "anprcfga.cpy".
*> A watchlist line is plate,category,note, split the way anpr.cbl's
*> STORE-WATCHLIST-ENTRY splits it
01  WS-WATCHLIST-VIEW.
    05  WV-PLATE-TEXT               PIC X(32).
    05  WV-CATEGORY                 PIC X(10).
    05  WV-NOTE                     PIC X(80).
*> A permit line is plate,site|ALL,from,to,type, as anprcfgt.cpy
*> lists it
01  WS-PERMIT-VIEW.
    05  PV-PLATE-TEXT               PIC X(32).
    05  PV-SITE-ID                  PIC X(10).
    05  PV-VALID-FROM               PIC X(08).
    05  PV-VALID-TO                 PIC X(08).
    05  PV-PERMIT-TYPE              PIC X(10).
01  WS-UNSTRING-PTR         PIC 9(04) VALUE 1.
*> The table a config change or audit line is against, and the plate
*> at the front of a PERMITS or WATCHLIST line
01  WS-CONFIG-TABLE-NAME    PIC X(10) VALUE SPACES.
    88  WS-CONFIG-PLATE-TABLE      VALUES "PERMITS" "WATCHLIST".
01  WS-CONFIG-LINE-WORK     PIC X(280) VALUE SPACES.
01  WS-CONFIG-LINE-PLATE    PIC X(32) VALUE SPACES.
*> The carry-forward and billing-extract layouts are declared in
*> anprpark.cbl's FILE SECTION; the fields searched are repeated here
01  WS-OPEN-SESSION-VIEW.
    05  OS-PLATE-TEXT               PIC X(32).
    05  OS-COUNTRY-CODE             PIC X(02).
    05  OS-ENTRY-TIMESTAMP          PIC X(14).
    05  OS-ENTRY-IMAGE-FILENAME     PIC X(64).
    05  OS-SITE-ID                  PIC X(10).
    05  OS-CAMERA-ID                PIC X(10).
*> "D" and "A" rows share these leading fields; BL-AMOUNT is the fee
*> on a "D" row and the credit on an "A" row
01  WS-BILLING-VIEW.
    05  BL-RECORD-TYPE              PIC X(01).
        88  BL-DETAIL-ROW                  VALUE "D".
        88  BL-ADJUSTMENT-ROW              VALUE "A".
    05  BL-BILLING-DATE             PIC X(08).
    05  BL-PLATE-TEXT               PIC X(32).
    05  BL-COUNTRY-CODE             PIC X(02).
    05  BL-ENTRY-TIMESTAMP          PIC X(14).
    05  BL-EXIT-TIMESTAMP           PIC X(14).
    05  BL-DWELL-MINUTES            PIC 9(06).
    05  BL-SITE-ID                  PIC X(10).
    05  BL-TARIFF-CODE              PIC X(08).
    05  BL-AMOUNT                   PIC 9(07)V9(02).

*> Report
01  WS-REPORT-LINE          PIC X(132) VALUE SPACES.

*> Request totals
01  WS-TOTAL-FOUND-COUNT    PIC 9(07) VALUE 0.
01  WS-TOTAL-CHANGED-COUNT  PIC 9(07) VALUE 0.
01  WS-TOTAL-HELD-COUNT     PIC 9(07) VALUE 0.
01  WS-FILES-SEARCHED-COUNT PIC 9(04) VALUE 0.
01  WS-FILES-FAILED-COUNT   PIC 9(04) VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== TS-ANPR Data-Subject Request ===".
    DISPLAY " ".

    PERFORM PARSE-COMMAND-LINE-ARGUMENTS
    IF WS-SUBJECT-PLATE = SPACES
        DISPLAY "PLATE= is required"
        MOVE "N" TO WS-ARG-VALID-FLAG
    END-IF
    IF WS-MODE-ERASE
        AND (WS-REQUEST-REFERENCE = SPACES OR WS-OPERATOR-ID = SPACES)
        DISPLAY "MODE=ERASE needs the request's REF= and OPERATOR="
        MOVE "N" TO WS-ARG-VALID-FLAG
    END-IF
    IF NOT WS-ARGS-VALID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-REQUEST-ID
    STRING "ERASED" WS-REQUEST-ID
        DELIMITED BY SIZE INTO WS-PSEUDONYM
    END-STRING
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBJECT-PLATE))
        TO WS-PLATE-LENGTH

    *> Nothing is searched unless the request can be logged
    OPEN EXTEND ANPR-SUBJECT-REQUEST-LOG
    IF WS-REQUEST-LOG-STATUS = "35"
        OPEN OUTPUT ANPR-SUBJECT-REQUEST-LOG
    END-IF
    IF WS-REQUEST-LOG-STATUS NOT = "00"
        DISPLAY "Could not open the request log ",
                FUNCTION TRIM(WS-REQUEST-LOG-PATH),
                " (status ", WS-REQUEST-LOG-STATUS, ") -- nothing done"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-REPORT-FILE-PATH
    STRING "../../output/anprdsar_" WS-REQUEST-ID ".rpt"
        DELIMITED BY SIZE INTO WS-REPORT-FILE-PATH
    END-STRING
    OPEN OUTPUT ANPR-SUBJECT-REPORT-FILE

    PERFORM LOAD-LEGAL-HOLD
    PERFORM READ-PARK-WATERMARK
    PERFORM PRINT-REPORT-HEADER

    *> The ledger and the sessions go first: what they hold decides
    *> which billing rows and reads are held
    MOVE 0 TO WS-LEDGER-COUNT
    MOVE 0 TO WS-HELD-TIME-COUNT
    MOVE "LEDGER" TO WS-FILE-KIND
    MOVE "../../output/anprpay_ledger.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    *> A session ANPRPAY has retired is on the ledger, settled
    MOVE "../../output/anprpay_closed.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "PAYMENT" TO WS-FILE-KIND
    MOVE "../../output/anprpay_payments.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "../../output/anprpay_payments.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES
    MOVE "../../output/anprpay_suspense.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "SESSION" TO WS-FILE-KIND
    MOVE "../../output/anprpark_sessions.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "OPEN" TO WS-FILE-KIND
    MOVE "../../output/anprpark_open.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "OVERSTAY" TO WS-FILE-KIND
    MOVE "../../output/anprocc_overstay.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "BILLING" TO WS-FILE-KIND
    MOVE "../../output/anprpark_billing.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES
    MOVE "ADJUST" TO WS-FILE-KIND
    MOVE "../../output/anprpark_adjust.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "../../output/anprpark_adjust_work.dat"
        TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "ADJUSTREG" TO WS-FILE-KIND
    MOVE "../../output/anprpark_adjust_reg.dat"
        TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    PERFORM SEARCH-RESULT-FILE
    MOVE "DETAIL" TO WS-FILE-KIND
    MOVE "../../output/anprdtl.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "REVIEW" TO WS-FILE-KIND
    MOVE "../../output/anpr_review.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "ALERT" TO WS-FILE-KIND
    MOVE "../../output/anpr_alert.log" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "WATCHLIST" TO WS-FILE-KIND
    MOVE "../../config/watchlist.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "PERMIT" TO WS-FILE-KIND
    MOVE "../../config/permits.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "CFGTRANS" TO WS-FILE-KIND
    MOVE "../../output/anprcfg_trans.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "../../output/anprcfg_trans.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES
    MOVE "CFGAUDIT" TO WS-FILE-KIND
    MOVE "../../output/anprcfg_audit.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "CLONE" TO WS-FILE-KIND
    MOVE "../../output/anprclone.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES
    MOVE "EXCEPTION" TO WS-FILE-KIND
    MOVE "../../output/anprpark_exceptions.dat"
        TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    *> After the sessions and billing rows, whose held times decide
    *> which raises are held
    MOVE "RAISE" TO WS-FILE-KIND
    MOVE "../../output/anprraise.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "../../output/anprraise_work.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "RAISELOG" TO WS-FILE-KIND
    MOVE "../../output/anprraise.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES
    MOVE "RAISERECON" TO WS-FILE-KIND
    MOVE "../../output/anprraise_recon.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES
    MOVE "MANEXIT" TO WS-FILE-KIND
    MOVE "../../output/anprpark_manexit.dat" TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "../../output/anprpark_manexit_work.dat"
        TO WS-SUBJECT-FILE-PATH
    PERFORM SEARCH-SUBJECT-FILE
    MOVE "MANEXITLOG" TO WS-FILE-KIND
    MOVE "../../output/anprpark_manexit.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES
    MOVE "ARCHIVE" TO WS-FILE-KIND
    MOVE "../../output/anprrslt_archive.dat.*" TO WS-FILE-PATTERN
    PERFORM SEARCH-DATED-FILES

    PERFORM PRINT-REQUEST-TOTALS
    CLOSE ANPR-SUBJECT-REQUEST-LOG
    CLOSE ANPR-SUBJECT-REPORT-FILE
    IF WS-FILES-FAILED-COUNT > 0
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
        WHEN "PLATE"
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG-PARM)) <= 32
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                    TO WS-SUBJECT-PLATE
            ELSE
                DISPLAY "PLATE= is longer than 32 characters"
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "MODE"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-ARG-PARM))
                TO WS-RUN-MODE
            IF NOT WS-MODE-ACCESS AND NOT WS-MODE-ERASE
                DISPLAY "MODE= must be ACCESS or ERASE, got: ",
                        FUNCTION TRIM(WS-CMD-ARG-PARM)
                MOVE "N" TO WS-ARG-VALID-FLAG
            END-IF
        WHEN "REF"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-REQUEST-REFERENCE
        WHEN "OPERATOR"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM) TO WS-OPERATOR-ID
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
*> LOAD-LEGAL-HOLD: is the plate on config/legalhold.dat
*> (plate,reference,until per line) with the hold still running?
*> ========================================================================
LOAD-LEGAL-HOLD.
    MOVE "N" TO WS-LEGAL-HOLD-FLAG
    MOVE WS-LEGAL-HOLD-PATH TO WS-SUBJECT-FILE-PATH
    OPEN INPUT ANPR-SUBJECT-FILE
    IF WS-SUBJECT-FILE-STATUS = "00"
        MOVE "N" TO WS-SUBJECT-EOF-FLAG
        PERFORM CHECK-NEXT-LEGAL-HOLD UNTIL WS-END-OF-SUBJECT-FILE
        CLOSE ANPR-SUBJECT-FILE
    END-IF.

CHECK-NEXT-LEGAL-HOLD.
    READ ANPR-SUBJECT-FILE
        AT END
            MOVE "Y" TO WS-SUBJECT-EOF-FLAG
        NOT AT END
            MOVE SPACES TO WS-LEGAL-HOLD-SCRATCH
            UNSTRING SUBJECT-FILE-RECORD DELIMITED BY ","
                INTO LH-PLATE-TEXT LH-REFERENCE LH-UNTIL-DATE
            END-UNSTRING
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(LH-PLATE-TEXT))
                = WS-SUBJECT-PLATE
                AND (LH-UNTIL-DATE = SPACES
                     OR LH-UNTIL-DATE >= WS-TODAY-DATE)
                MOVE "Y" TO WS-LEGAL-HOLD-FLAG
                MOVE SPACES TO WS-LEGAL-HOLD-NOTE
                STRING "Legal hold " FUNCTION TRIM(LH-REFERENCE)
                    DELIMITED BY SIZE INTO WS-LEGAL-HOLD-NOTE
                END-STRING
            END-IF
    END-READ.

*> ANPRPARK's high-water mark -- the last result key it has billed
*> from. Without one, nothing has been billed and every read is held.
READ-PARK-WATERMARK.
    MOVE "N" TO WS-WATERMARK-FLAG
    MOVE WS-PARK-CKPT-PATH TO WS-SUBJECT-FILE-PATH
    OPEN INPUT ANPR-SUBJECT-FILE
    IF WS-SUBJECT-FILE-STATUS = "00"
        READ ANPR-SUBJECT-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE SUBJECT-FILE-RECORD(1:84) TO WS-PARK-WATERMARK
                IF WS-PARK-WATERMARK NOT = SPACES
                    MOVE "Y" TO WS-WATERMARK-FLAG
                END-IF
        END-READ
        CLOSE ANPR-SUBJECT-FILE
    END-IF.

PRINT-REPORT-HEADER.
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-MODE-ERASE
        STRING "Erasure report for plate "
            FUNCTION TRIM(WS-SUBJECT-PLATE)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    ELSE
        STRING "Subject access report for plate "
            FUNCTION TRIM(WS-SUBJECT-PLATE)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-REQUEST-REFERENCE = SPACES AND WS-OPERATOR-ID = SPACES
        STRING "Request " WS-REQUEST-ID
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    ELSE
        STRING "Request " WS-REQUEST-ID "  reference "
            FUNCTION TRIM(WS-REQUEST-REFERENCE) "  handled by "
            FUNCTION TRIM(WS-OPERATOR-ID)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-REPORT-LINE
    IF WS-MODE-ERASE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Plate replaced by " FUNCTION TRIM(WS-PSEUDONYM)
            " in every record not held"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        PERFORM PRINT-REPORT-LINE
    END-IF
    IF WS-LEGAL-HOLD-FOUND
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Plate is under " FUNCTION TRIM(WS-LEGAL-HOLD-NOTE)
            " -- nothing is changed"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        PERFORM PRINT-REPORT-LINE
    END-IF.

*> Every report line goes to the console and to the report file
PRINT-REPORT-LINE.
    DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
    IF WS-REPORT-FILE-STATUS = "00"
        WRITE SUBJECT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

*> ========================================================================
*> SEARCH-DATED-FILES: SEARCH-SUBJECT-FILE for every file matching
*> WS-FILE-PATTERN, a fixed literal, so no operator text reaches the
*> shell
*> ========================================================================
SEARCH-DATED-FILES.
    CALL "C$GETPID" RETURNING WS-PROCESS-ID END-CALL
    MOVE WS-PROCESS-ID TO WS-PROCESS-ID-DISPLAY
    MOVE SPACES TO WS-FILE-LIST-PATH
    STRING "/tmp/anpr_dsarlist_" FUNCTION TRIM(WS-PROCESS-ID-DISPLAY)
        ".tmp"
        DELIMITED BY SIZE INTO WS-FILE-LIST-PATH
    END-STRING
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "ls -1 " FUNCTION TRIM(WS-FILE-PATTERN)
        " 2>/dev/null | sort > " FUNCTION TRIM(WS-FILE-LIST-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND

    MOVE 0 TO WS-DATED-FILE-COUNT
    OPEN INPUT ANPR-FILE-LIST
    IF WS-FILE-LIST-STATUS = "00"
        MOVE "N" TO WS-FILE-LIST-EOF-FLAG
        PERFORM SEARCH-NEXT-DATED-FILE UNTIL WS-END-OF-FILE-LIST
        CLOSE ANPR-FILE-LIST
    END-IF
    MOVE SPACES TO WS-SHELL-COMMAND
    STRING "rm -f " FUNCTION TRIM(WS-FILE-LIST-PATH)
        DELIMITED BY SIZE INTO WS-SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-SHELL-COMMAND

    IF WS-DATED-FILE-COUNT = 0
        MOVE WS-FILE-PATTERN TO WS-SUBJECT-FILE-PATH
        PERFORM SEARCH-SUBJECT-FILE
    END-IF.

SEARCH-NEXT-DATED-FILE.
    READ ANPR-FILE-LIST
        AT END
            MOVE "Y" TO WS-FILE-LIST-EOF-FLAG
        NOT AT END
            *> A ".new" left by an interrupted rewrite is not a file of
            *> record
            IF FL-FILE-NAME NOT = SPACES
                AND FUNCTION REVERSE(FUNCTION TRIM(FL-FILE-NAME))(1:4)
                    NOT = "wen."
                ADD 1 TO WS-DATED-FILE-COUNT
                MOVE FL-FILE-NAME TO WS-SUBJECT-FILE-PATH
                PERFORM SEARCH-SUBJECT-FILE
            END-IF
    END-READ.

*> ========================================================================
*> SEARCH-SUBJECT-FILE: one sequential file, record by record. For an
*> erasure every record is copied to the ".new" file, pseudonymised if
*> it holds the plate and is not held, and the ".new" file is moved
*> over the live one if anything changed.
*> ========================================================================
SEARCH-SUBJECT-FILE.
    PERFORM START-FILE-SECTION
    OPEN INPUT ANPR-SUBJECT-FILE
    EVALUATE WS-SUBJECT-FILE-STATUS
        WHEN "00"
            IF WS-MODE-ERASE AND WS-FILE-WRITABLE
                AND NOT WS-LEGAL-HOLD-FOUND
                PERFORM OPEN-SUBJECT-NEW-FILE
            ELSE
                MOVE "N" TO WS-FILE-WRITABLE-FLAG
            END-IF
            MOVE "N" TO WS-SUBJECT-EOF-FLAG
            PERFORM SEARCH-NEXT-SUBJECT-RECORD
                UNTIL WS-END-OF-SUBJECT-FILE
            CLOSE ANPR-SUBJECT-FILE
            IF WS-FILE-WRITABLE
                CLOSE ANPR-SUBJECT-NEW-FILE
                PERFORM REPLACE-SUBJECT-FILE
            END-IF
        WHEN "35"
            MOVE "ABSENT" TO WS-FILE-OUTCOME
        WHEN OTHER
            MOVE "FAILED" TO WS-FILE-OUTCOME
            MOVE SPACES TO WS-FILE-HOLD-NOTE
            STRING "Could not be read (status "
                WS-SUBJECT-FILE-STATUS ")"
                DELIMITED BY SIZE INTO WS-FILE-HOLD-NOTE
            END-STRING
    END-EVALUATE
    PERFORM FINISH-FILE-SECTION.

*> Which files an erasure may rewrite, and the note for the ones it
*> may not
START-FILE-SECTION.
    MOVE "SEARCHED" TO WS-FILE-OUTCOME
    MOVE SPACES TO WS-FILE-HOLD-NOTE
    MOVE 0 TO WS-FILE-FOUND-COUNT
    MOVE 0 TO WS-FILE-CHANGED-COUNT
    MOVE 0 TO WS-FILE-HELD-COUNT
    MOVE "Y" TO WS-FILE-WRITABLE-FLAG
    MOVE SPACES TO WS-FILE-KEEP-NOTE
    EVALUATE TRUE
        WHEN WS-KIND-LEDGER
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Receivables ledger -- book of account"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-OPEN
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Billing hold -- session still open"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-ARCHIVE
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Frozen seven-year archive" TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-RAISE
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Billing hold -- raise not yet reconciled"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-MANUAL-EXIT
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Billing hold -- manual exit not yet billed"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-PAYMENT
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Payment record -- book of account"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-ADJUSTMENT-REG
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Adjustments register -- book of account"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-ADJUSTMENT
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Billing hold -- adjustment not yet made"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-OVERSTAY
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Billing hold -- session still open"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-WATCHLIST
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Gate watchlist -- change through ANPRCFG"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-PERMIT
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Permit -- change through ANPRCFG"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-CONFIG-TRANS
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Config change -- made only by ANPRCFG"
                TO WS-FILE-KEEP-NOTE
        WHEN WS-KIND-CONFIG-AUDIT
            MOVE "N" TO WS-FILE-WRITABLE-FLAG
            MOVE "Config audit trail -- book of record"
                TO WS-FILE-KEEP-NOTE
    END-EVALUATE
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-KIND-RESULT
        MOVE "ANPRRSLT (recognition results)" TO WS-REPORT-LINE
    ELSE
        MOVE WS-SUBJECT-FILE-PATH TO WS-REPORT-LINE
    END-IF
    PERFORM PRINT-REPORT-LINE.

OPEN-SUBJECT-NEW-FILE.
    MOVE SPACES TO WS-SUBJECT-NEW-PATH
    STRING FUNCTION TRIM(WS-SUBJECT-FILE-PATH), ".new"
        DELIMITED BY SIZE INTO WS-SUBJECT-NEW-PATH
    END-STRING
    OPEN OUTPUT ANPR-SUBJECT-NEW-FILE
    IF WS-SUBJECT-NEW-STATUS NOT = "00"
        MOVE "N" TO WS-FILE-WRITABLE-FLAG
        MOVE "FAILED" TO WS-FILE-OUTCOME
        MOVE "Could not be rewritten" TO WS-FILE-KEEP-NOTE
    END-IF.

SEARCH-NEXT-SUBJECT-RECORD.
    READ ANPR-SUBJECT-FILE
        AT END
            MOVE "Y" TO WS-SUBJECT-EOF-FLAG
        NOT AT END
            PERFORM EXAMINE-SUBJECT-RECORD
            IF WS-FILE-WRITABLE
                WRITE SUBJECT-NEW-RECORD FROM SUBJECT-FILE-RECORD
            END-IF
    END-READ.
    *> A file that stops part-way has not been searched; anything
    *> pseudonymised in it is dropped with its ".new" copy
    IF WS-SUBJECT-FILE-STATUS NOT = "00"
        AND WS-SUBJECT-FILE-STATUS NOT = "10"
        MOVE "Y" TO WS-SUBJECT-EOF-FLAG
        MOVE "FAILED" TO WS-FILE-OUTCOME
        MOVE SPACES TO WS-FILE-HOLD-NOTE
        STRING "Read failed part-way (status "
            WS-SUBJECT-FILE-STATUS ")"
            DELIMITED BY SIZE INTO WS-FILE-HOLD-NOTE
        END-STRING
        ADD WS-FILE-CHANGED-COUNT TO WS-FILE-HELD-COUNT
        MOVE 0 TO WS-FILE-CHANGED-COUNT
    END-IF.

REPLACE-SUBJECT-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND
    IF WS-FILE-CHANGED-COUNT > 0
        STRING "mv -f " FUNCTION TRIM(WS-SUBJECT-NEW-PATH), " ",
            FUNCTION TRIM(WS-SUBJECT-FILE-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
    ELSE
        STRING "rm -f " FUNCTION TRIM(WS-SUBJECT-NEW-PATH)
            DELIMITED BY SIZE INTO WS-SHELL-COMMAND
        END-STRING
    END-IF
    CALL "SYSTEM" USING WS-SHELL-COMMAND
    IF RETURN-CODE NOT = 0 AND WS-FILE-CHANGED-COUNT > 0
        MOVE "FAILED" TO WS-FILE-OUTCOME
        MOVE "Could not be replaced -- nothing changed"
            TO WS-FILE-HOLD-NOTE
        ADD WS-FILE-CHANGED-COUNT TO WS-FILE-HELD-COUNT
        MOVE 0 TO WS-FILE-CHANGED-COUNT
    END-IF.

*> ========================================================================
*> EXAMINE-SUBJECT-RECORD: does the record hold the plate, what does
*> the report say about it, and -- for an erasure -- is it held?
*> ========================================================================
EXAMINE-SUBJECT-RECORD.
    MOVE "N" TO WS-RECORD-MATCH-FLAG
    MOVE SPACES TO WS-HOLD-REASON
    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE TRUE
        WHEN WS-KIND-LEDGER
            PERFORM EXAMINE-LEDGER-RECORD
        WHEN WS-KIND-SESSION
            PERFORM EXAMINE-SESSION-RECORD
        WHEN WS-KIND-OPEN
            PERFORM EXAMINE-OPEN-SESSION-RECORD
        WHEN WS-KIND-BILLING
            PERFORM EXAMINE-BILLING-RECORD
        WHEN WS-KIND-DETAIL
            PERFORM EXAMINE-DETAIL-RECORD
        WHEN WS-KIND-REVIEW
            PERFORM EXAMINE-REVIEW-RECORD
        WHEN WS-KIND-ALERT
            PERFORM EXAMINE-ALERT-RECORD
        WHEN WS-KIND-EXCEPTION
            PERFORM EXAMINE-EXCEPTION-RECORD
        WHEN WS-KIND-RAISE
        WHEN WS-KIND-RAISE-LOG
            PERFORM EXAMINE-RAISE-RECORD
        WHEN WS-KIND-RAISE-RECON
            PERFORM EXAMINE-RAISE-RECON-RECORD
        WHEN WS-KIND-MANUAL-EXIT
        WHEN WS-KIND-MANUAL-EXIT-LOG
            PERFORM EXAMINE-MANUAL-EXIT-RECORD
        WHEN WS-KIND-PAYMENT
            PERFORM EXAMINE-PAYMENT-RECORD
        WHEN WS-KIND-OVERSTAY
            PERFORM EXAMINE-OVERSTAY-RECORD
        WHEN WS-KIND-ADJUSTMENT
        WHEN WS-KIND-ADJUSTMENT-REG
            PERFORM EXAMINE-ADJUSTMENT-RECORD
        WHEN WS-KIND-WATCHLIST
            PERFORM EXAMINE-WATCHLIST-RECORD
        WHEN WS-KIND-CLONE
            PERFORM EXAMINE-CLONE-RECORD
        WHEN WS-KIND-PERMIT
            PERFORM EXAMINE-PERMIT-RECORD
        WHEN WS-KIND-CONFIG-TRANS
            PERFORM EXAMINE-CONFIG-TRANS-RECORD
        WHEN WS-KIND-CONFIG-AUDIT
            PERFORM EXAMINE-CONFIG-AUDIT-RECORD
        WHEN OTHER
            PERFORM EXAMINE-ARCHIVE-RECORD
    END-EVALUATE
    IF WS-RECORD-MATCHES
        PERFORM ACCOUNT-FOR-MATCHED-RECORD
    END-IF.

EXAMINE-LEDGER-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-RECEIVABLE-RECORD
    IF RV-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        IF WS-LEDGER-COUNT < 500
            ADD 1 TO WS-LEDGER-COUNT
            SET WS-LEDGER-IDX TO WS-LEDGER-COUNT
            MOVE RV-ENTRY-TIMESTAMP TO LG-ENTRY-TIMESTAMP(WS-LEDGER-IDX)
            MOVE RV-EXIT-TIMESTAMP TO LG-EXIT-TIMESTAMP(WS-LEDGER-IDX)
            MOVE RV-SETTLE-STATUS TO LG-SETTLE-STATUS(WS-LEDGER-IDX)
        END-IF
        MOVE RV-BILLED-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE RV-PAID-AMOUNT TO WS-SECOND-AMOUNT-DISPLAY
        STRING "  Receivable  " RV-SITE-ID " in " RV-ENTRY-TIMESTAMP
            " out " RV-EXIT-TIMESTAMP " billed " WS-AMOUNT-DISPLAY
            " paid " WS-SECOND-AMOUNT-DISPLAY " " RV-SETTLE-STATUS
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

*> A permit visit ("P") is never billed, so only its plate is at stake
EXAMINE-SESSION-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-PARKING-SESSION-RECORD
    IF PS-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        MOVE PS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
        STRING "  Session     " PS-SITE-ID " in " PS-ENTRY-TIMESTAMP
            " out " PS-EXIT-TIMESTAMP " fee " WS-AMOUNT-DISPLAY
            " " PS-TARIFF-CODE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        IF WS-MODE-ERASE AND PS-BILLABLE-FLAG NOT = "P"
            MOVE PS-ENTRY-TIMESTAMP TO WS-SESSION-ENTRY-TIME
            MOVE PS-EXIT-TIMESTAMP TO WS-SESSION-EXIT-TIME
            PERFORM DECIDE-BILLING-HOLD
        END-IF
    END-IF.

EXAMINE-OPEN-SESSION-RECORD.
    MOVE SUBJECT-FILE-RECORD TO WS-OPEN-SESSION-VIEW
    IF OS-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Open since  " OS-ENTRY-TIMESTAMP " at " OS-SITE-ID
            " " OS-CAMERA-ID " image "
            FUNCTION TRIM(OS-ENTRY-IMAGE-FILENAME)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        MOVE OS-ENTRY-TIMESTAMP TO WS-HELD-TIME-WORK
        PERFORM NOTE-HELD-TIME
    END-IF.

EXAMINE-BILLING-RECORD.
    MOVE SUBJECT-FILE-RECORD TO WS-BILLING-VIEW
    IF (BL-DETAIL-ROW OR BL-ADJUSTMENT-ROW)
        AND BL-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        MOVE BL-AMOUNT TO WS-AMOUNT-DISPLAY
        IF BL-DETAIL-ROW
            STRING "  Billed      " BL-BILLING-DATE " " BL-SITE-ID
                " in " BL-ENTRY-TIMESTAMP " out " BL-EXIT-TIMESTAMP
                " fee " WS-AMOUNT-DISPLAY
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING
        ELSE
            STRING "  Credited    " BL-BILLING-DATE " " BL-SITE-ID
                " in " BL-ENTRY-TIMESTAMP " out " BL-EXIT-TIMESTAMP
                " credit " WS-AMOUNT-DISPLAY
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING
        END-IF
        IF WS-MODE-ERASE
            MOVE BL-ENTRY-TIMESTAMP TO WS-SESSION-ENTRY-TIME
            MOVE BL-EXIT-TIMESTAMP TO WS-SESSION-EXIT-TIME
            PERFORM DECIDE-BILLING-HOLD
        END-IF
    END-IF.

EXAMINE-DETAIL-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-PLATE-DETAIL-RECORD
    IF PD-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Plate found " PD-TIMESTAMP " image "
            FUNCTION TRIM(PD-IMAGE-FILENAME) " plate " PD-PLATE-INDEX
            " " PD-VEHICLE-TYPE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        IF WS-MODE-ERASE
            PERFORM DECIDE-READ-HOLD-FOR-DETAIL
        END-IF
    END-IF.

EXAMINE-REVIEW-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-REVIEW-QUEUE-RECORD
    IF RQ-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  For review  " RQ-TIMESTAMP " image "
            FUNCTION TRIM(RQ-IMAGE-FILENAME)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

EXAMINE-ALERT-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-WATCH-ALERT-RECORD
    IF WA-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Alert       " WA-ALERT-TIMESTAMP " " WA-CATEGORY
            " " FUNCTION TRIM(WA-NOTE)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

EXAMINE-EXCEPTION-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-PARK-EXCEPTION-RECORD
    IF XC-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Exit only   " XC-EXIT-TIMESTAMP " at " XC-SITE-ID
            " " XC-CAMERA-ID " image " FUNCTION TRIM(XC-IMAGE-FILENAME)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

*> A raise, its reconciliation and the manual exit it passed on all
*> carry the raise time, which is the exit time of the session the
*> raise closed -- held with that session when it is held
EXAMINE-RAISE-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-MANUAL-RAISE-RECORD
    IF MR-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Manual raise " MR-RAISE-TIMESTAMP " at " MR-SITE-ID
            " " MR-CAMERA-ID " by " MR-ATTENDANT-ID " " MR-REASON-CODE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        IF WS-MODE-ERASE
            MOVE MR-RAISE-TIMESTAMP TO WS-HELD-TIME-WORK
            PERFORM DECIDE-HOLD-FOR-RAISE
        END-IF
    END-IF.

EXAMINE-RAISE-RECON-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-RAISE-RECON-RECORD
    IF RR-KEYED-PLATE-TEXT = WS-SUBJECT-PLATE
        OR RR-SUPPORT-PLATE-TEXT = WS-SUBJECT-PLATE
        OR RR-CLOSE-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Raise recon " RR-RAISE-TIMESTAMP " at " RR-SITE-ID
            " " RR-CAMERA-ID " by " RR-ATTENDANT-ID " support "
            RR-SUPPORT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        IF WS-MODE-ERASE
            MOVE RR-RAISE-TIMESTAMP TO WS-HELD-TIME-WORK
            PERFORM DECIDE-HOLD-FOR-RAISE
        END-IF
    END-IF.

EXAMINE-MANUAL-EXIT-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-MANUAL-EXIT-RECORD
    IF ME-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Manual exit " ME-RAISE-TIMESTAMP " at " ME-SITE-ID
            " " ME-CAMERA-ID " by " ME-ATTENDANT-ID " " ME-REASON-CODE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        IF WS-MODE-ERASE
            MOVE ME-RAISE-TIMESTAMP TO WS-HELD-TIME-WORK
            PERFORM DECIDE-HOLD-FOR-RAISE
        END-IF
    END-IF.

EXAMINE-PAYMENT-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-PAYMENT-RECORD
    IF PY-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        MOVE PY-AMOUNT TO WS-AMOUNT-DISPLAY
        STRING "  Payment     " PY-PAYMENT-TIMESTAMP " "
            PY-PAYMENT-SOURCE " for " PY-SITE-ID " in "
            PY-ENTRY-TIMESTAMP " out " PY-EXIT-TIMESTAMP " paid "
            WS-AMOUNT-DISPLAY " ref " FUNCTION TRIM(PY-REFERENCE)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

*> ANPROCC's list is drawn from the open sessions, so its entry reads
*> are held with them
EXAMINE-OVERSTAY-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-OVERSTAY-RECORD
    IF OV-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Overstay    " OV-ENTRY-TIMESTAMP " at " OV-SITE-ID
            " " OV-CAMERA-ID " days " OV-DAYS-PARKED " image "
            FUNCTION TRIM(OV-ENTRY-IMAGE-FILENAME)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        MOVE OV-ENTRY-TIMESTAMP TO WS-HELD-TIME-WORK
        PERFORM NOTE-HELD-TIME
    END-IF.

*> A pending adjustment has only the billing office's fields; the
*> outcome is filled in once ANPRPARK has made it
EXAMINE-ADJUSTMENT-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-ADJUSTMENT-RECORD
    IF AJ-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Adjustment  " AJ-ENTERED-TIMESTAMP " " AJ-ADJUST-TYPE
            " " AJ-REASON-CODE " in " AJ-ENTRY-TIMESTAMP " out "
            AJ-EXIT-TIMESTAMP " by " AJ-OPERATOR-ID " " AJ-OUTCOME
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

EXAMINE-WATCHLIST-RECORD.
    MOVE SPACES TO WS-WATCHLIST-VIEW
    MOVE 1 TO WS-UNSTRING-PTR
    UNSTRING SUBJECT-FILE-RECORD DELIMITED BY ","
        INTO WV-PLATE-TEXT WV-CATEGORY
        WITH POINTER WS-UNSTRING-PTR
    END-UNSTRING
    IF WS-UNSTRING-PTR <= FUNCTION LENGTH(SUBJECT-FILE-RECORD)
        MOVE SUBJECT-FILE-RECORD(WS-UNSTRING-PTR:) TO WV-NOTE
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WV-PLATE-TEXT))
        = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Watchlist   " WV-CATEGORY " " FUNCTION TRIM(WV-NOTE)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

EXAMINE-PERMIT-RECORD.
    MOVE SPACES TO WS-PERMIT-VIEW
    UNSTRING SUBJECT-FILE-RECORD DELIMITED BY ","
        INTO PV-PLATE-TEXT PV-SITE-ID PV-VALID-FROM PV-VALID-TO
            PV-PERMIT-TYPE
    END-UNSTRING
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(PV-PLATE-TEXT))
        = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Permit      " PV-PERMIT-TYPE " at " PV-SITE-ID
            " from " PV-VALID-FROM " to " PV-VALID-TO
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

*> Only PERMITS and WATCHLIST lines are keyed by plate; a change not
*> yet made may still have its table name in lower case
EXAMINE-CONFIG-TRANS-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-CONFIG-TRANS-RECORD
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CT-TABLE-NAME))
        TO WS-CONFIG-TABLE-NAME
    MOVE CT-CONFIG-LINE TO WS-CONFIG-LINE-WORK
    PERFORM FIND-CONFIG-LINE-PLATE
    IF WS-CONFIG-PLATE-TABLE
        AND WS-CONFIG-LINE-PLATE = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Config chg  " CT-ENTERED-TIMESTAMP " "
            WS-CONFIG-TABLE-NAME " " CT-ACTION " by " CT-OPERATOR-ID
            " " FUNCTION TRIM(CT-REASON)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

*> The plate is the record key, and the front of the line as it read
*> before and after
EXAMINE-CONFIG-AUDIT-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-CONFIG-AUDIT-RECORD
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CA-TABLE-NAME))
        TO WS-CONFIG-TABLE-NAME
    IF WS-CONFIG-PLATE-TABLE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(CA-RECORD-KEY))
            = WS-SUBJECT-PLATE
            MOVE "Y" TO WS-RECORD-MATCH-FLAG
        END-IF
        MOVE CA-BEFORE-LINE TO WS-CONFIG-LINE-WORK
        PERFORM FIND-CONFIG-LINE-PLATE
        IF WS-CONFIG-LINE-PLATE = WS-SUBJECT-PLATE
            MOVE "Y" TO WS-RECORD-MATCH-FLAG
        END-IF
        MOVE CA-AFTER-LINE TO WS-CONFIG-LINE-WORK
        PERFORM FIND-CONFIG-LINE-PLATE
        IF WS-CONFIG-LINE-PLATE = WS-SUBJECT-PLATE
            MOVE "Y" TO WS-RECORD-MATCH-FLAG
        END-IF
    END-IF
    IF WS-RECORD-MATCHES
        STRING "  Config log  " CA-PROCESSED-TIMESTAMP " "
            WS-CONFIG-TABLE-NAME " " CA-ACTION " by " CA-OPERATOR-ID
            " " CA-OUTCOME " " FUNCTION TRIM(CA-REASON)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

FIND-CONFIG-LINE-PLATE.
    MOVE SPACES TO WS-CONFIG-LINE-PLATE
    UNSTRING WS-CONFIG-LINE-WORK DELIMITED BY ","
        INTO WS-CONFIG-LINE-PLATE
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIG-LINE-PLATE))
        TO WS-CONFIG-LINE-PLATE.

EXAMINE-CLONE-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-CLONE-RECORD
    IF CL-PLATE-TEXT = WS-SUBJECT-PLATE
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Clone check " CL-REASON " " CL-FIRST-TIMESTAMP " at "
            CL-FIRST-SITE-ID " and " CL-SECOND-TIMESTAMP " at "
            CL-SECOND-SITE-ID
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

*> A read holds the plate as read, as first read before a review
*> corrected it, or inside the engine's own output
EXAMINE-ARCHIVE-RECORD.
    MOVE SUBJECT-FILE-RECORD TO ANPR-ARCHIVE-RECORD
    MOVE 0 TO WS-TEXT-HIT-COUNT
    INSPECT AH-RESULT-TEXT TALLYING WS-TEXT-HIT-COUNT
        FOR ALL WS-SUBJECT-PLATE(1:WS-PLATE-LENGTH)
    IF AH-PLATE-TEXT = WS-SUBJECT-PLATE
        OR AH-ORIGINAL-PLATE-TEXT = WS-SUBJECT-PLATE
        OR WS-TEXT-HIT-COUNT > 0
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Read        " AH-TIMESTAMP " at " AH-SITE-ID " "
            AH-CAMERA-ID " as " FUNCTION TRIM(AH-PLATE-TEXT)
            " image " FUNCTION TRIM(AH-IMAGE-FILENAME)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
    END-IF.

*> ========================================================================
*> Billing holds -- DECIDE-BILLING-HOLD for a session (by its entry
*> and exit times), DECIDE-READ-HOLD-... for a read
*> ========================================================================
DECIDE-BILLING-HOLD.
    MOVE "N" TO WS-LEDGER-FOUND-FLAG
    IF WS-LEDGER-COUNT > 0
        SET WS-LEDGER-IDX TO 1
        SEARCH WS-LEDGER-ENTRY
            AT END
                CONTINUE
            WHEN WS-LEDGER-IDX <= WS-LEDGER-COUNT
                 AND LG-ENTRY-TIMESTAMP(WS-LEDGER-IDX)
                     = WS-SESSION-ENTRY-TIME
                 AND LG-EXIT-TIMESTAMP(WS-LEDGER-IDX)
                     = WS-SESSION-EXIT-TIME
                MOVE "Y" TO WS-LEDGER-FOUND-FLAG
        END-SEARCH
    END-IF
    IF WS-LEDGER-FOUND
        IF LG-STILL-OPEN(WS-LEDGER-IDX)
            STRING "Billing hold -- session "
                FUNCTION TRIM(LG-SETTLE-STATUS(WS-LEDGER-IDX))
                DELIMITED BY SIZE INTO WS-HOLD-REASON
            END-STRING
        END-IF
    ELSE
        MOVE "Billing hold -- not yet on the ledger" TO WS-HOLD-REASON
    END-IF
    IF WS-HOLD-REASON NOT = SPACES
        MOVE WS-SESSION-ENTRY-TIME TO WS-HELD-TIME-WORK
        PERFORM NOTE-HELD-TIME
        MOVE WS-SESSION-EXIT-TIME TO WS-HELD-TIME-WORK
        PERFORM NOTE-HELD-TIME
    END-IF.

NOTE-HELD-TIME.
    PERFORM FIND-HELD-TIME
    IF NOT WS-HELD-TIME-FOUND AND WS-HELD-TIME-COUNT < 1000
        ADD 1 TO WS-HELD-TIME-COUNT
        MOVE WS-HELD-TIME-WORK TO HT-TIMESTAMP(WS-HELD-TIME-COUNT)
    END-IF.

FIND-HELD-TIME.
    MOVE "N" TO WS-HELD-TIME-FOUND-FLAG
    IF WS-HELD-TIME-COUNT > 0
        SET WS-HELD-IDX TO 1
        SEARCH WS-HELD-TIME-ENTRY
            AT END
                CONTINUE
            WHEN WS-HELD-IDX <= WS-HELD-TIME-COUNT
                 AND HT-TIMESTAMP(WS-HELD-IDX) = WS-HELD-TIME-WORK
                MOVE "Y" TO WS-HELD-TIME-FOUND-FLAG
        END-SEARCH
    END-IF.

DECIDE-HOLD-FOR-RAISE.
    PERFORM FIND-HELD-TIME
    IF WS-HELD-TIME-FOUND
        MOVE "Billing hold -- raise of a held session"
            TO WS-HOLD-REASON
    END-IF.

DECIDE-READ-HOLD-FOR-DETAIL.
    IF NOT WS-WATERMARK-PRESENT OR PD-PARENT-KEY > WS-PARK-WATERMARK
        MOVE "Billing hold -- read not yet billed" TO WS-HOLD-REASON
    ELSE
        MOVE PD-TIMESTAMP TO WS-HELD-TIME-WORK
        PERFORM FIND-HELD-TIME
        IF WS-HELD-TIME-FOUND
            MOVE "Billing hold -- read of a held session"
                TO WS-HOLD-REASON
        END-IF
    END-IF.

DECIDE-READ-HOLD-FOR-RESULT.
    IF NOT WS-WATERMARK-PRESENT OR AR-KEY > WS-PARK-WATERMARK
        MOVE "Billing hold -- read not yet billed" TO WS-HOLD-REASON
    ELSE
        MOVE AR-TIMESTAMP TO WS-HELD-TIME-WORK
        PERFORM FIND-HELD-TIME
        IF WS-HELD-TIME-FOUND
            MOVE "Billing hold -- read of a held session"
                TO WS-HOLD-REASON
        END-IF
    END-IF.

*> ========================================================================
*> ACCOUNT-FOR-MATCHED-RECORD: report the record and, for an erasure,
*> pseudonymise it unless something holds it
*> ========================================================================
ACCOUNT-FOR-MATCHED-RECORD.
    ADD 1 TO WS-FILE-FOUND-COUNT
    PERFORM PRINT-REPORT-LINE
    IF WS-MODE-ERASE
        IF WS-LEGAL-HOLD-FOUND
            MOVE WS-LEGAL-HOLD-NOTE TO WS-HOLD-REASON
        END-IF
        IF WS-HOLD-REASON = SPACES AND NOT WS-FILE-WRITABLE
            MOVE WS-FILE-KEEP-NOTE TO WS-HOLD-REASON
        END-IF
        MOVE SPACES TO WS-REPORT-LINE
        IF WS-HOLD-REASON = SPACES
            PERFORM PSEUDONYMISE-RECORD
            ADD 1 TO WS-FILE-CHANGED-COUNT
            MOVE "      -> pseudonymised" TO WS-REPORT-LINE
        ELSE
            ADD 1 TO WS-FILE-HELD-COUNT
            IF WS-FILE-HOLD-NOTE = SPACES
                MOVE WS-HOLD-REASON TO WS-FILE-HOLD-NOTE
            ELSE
                IF WS-FILE-HOLD-NOTE NOT = WS-HOLD-REASON
                    AND WS-FILE-OUTCOME NOT = "FAILED"
                    MOVE "Several holds" TO WS-FILE-HOLD-NOTE
                END-IF
            END-IF
            STRING "      -> kept: " WS-HOLD-REASON
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-REPORT-LINE
    END-IF.

*> The pseudonym goes over the plate in the record's own layout, and
*> the layout back over the line -- anything past the fields laid out
*> here is left as it was
PSEUDONYMISE-RECORD.
    EVALUATE TRUE
        WHEN WS-KIND-SESSION
            MOVE WS-PSEUDONYM TO PS-PLATE-TEXT
            MOVE ANPR-PARKING-SESSION-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-PARKING-SESSION-RECORD))
        WHEN WS-KIND-BILLING
            MOVE WS-PSEUDONYM TO BL-PLATE-TEXT
            MOVE WS-BILLING-VIEW TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(WS-BILLING-VIEW))
        WHEN WS-KIND-DETAIL
            MOVE WS-PSEUDONYM TO PD-PLATE-TEXT
            MOVE ANPR-PLATE-DETAIL-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-PLATE-DETAIL-RECORD))
        WHEN WS-KIND-REVIEW
            MOVE WS-PSEUDONYM TO RQ-PLATE-TEXT
            MOVE ANPR-REVIEW-QUEUE-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-REVIEW-QUEUE-RECORD))
        WHEN WS-KIND-ALERT
            MOVE WS-PSEUDONYM TO WA-PLATE-TEXT
            MOVE ANPR-WATCH-ALERT-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-WATCH-ALERT-RECORD))
        WHEN WS-KIND-EXCEPTION
            MOVE WS-PSEUDONYM TO XC-PLATE-TEXT
            MOVE ANPR-PARK-EXCEPTION-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-PARK-EXCEPTION-RECORD))
        WHEN WS-KIND-RAISE-LOG
            MOVE WS-PSEUDONYM TO MR-PLATE-TEXT
            MOVE ANPR-MANUAL-RAISE-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-MANUAL-RAISE-RECORD))
        WHEN WS-KIND-RAISE-RECON
            IF RR-KEYED-PLATE-TEXT = WS-SUBJECT-PLATE
                MOVE WS-PSEUDONYM TO RR-KEYED-PLATE-TEXT
            END-IF
            IF RR-SUPPORT-PLATE-TEXT = WS-SUBJECT-PLATE
                MOVE WS-PSEUDONYM TO RR-SUPPORT-PLATE-TEXT
            END-IF
            IF RR-CLOSE-PLATE-TEXT = WS-SUBJECT-PLATE
                MOVE WS-PSEUDONYM TO RR-CLOSE-PLATE-TEXT
            END-IF
            MOVE ANPR-RAISE-RECON-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-RAISE-RECON-RECORD))
        WHEN WS-KIND-MANUAL-EXIT-LOG
            MOVE WS-PSEUDONYM TO ME-PLATE-TEXT
            MOVE ANPR-MANUAL-EXIT-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-MANUAL-EXIT-RECORD))
        WHEN WS-KIND-CLONE
            MOVE WS-PSEUDONYM TO CL-PLATE-TEXT
            MOVE ANPR-CLONE-RECORD TO SUBJECT-FILE-RECORD
                (1:FUNCTION LENGTH(ANPR-CLONE-RECORD))
        WHEN WS-KIND-RESULT
            IF AR-PLATE-TEXT = WS-SUBJECT-PLATE
                MOVE WS-PSEUDONYM TO AR-PLATE-TEXT
            END-IF
            IF AR-ORIGINAL-PLATE-TEXT = WS-SUBJECT-PLATE
                MOVE WS-PSEUDONYM TO AR-ORIGINAL-PLATE-TEXT
            END-IF
            INSPECT AR-RESULT-TEXT
                REPLACING ALL WS-SUBJECT-PLATE(1:WS-PLATE-LENGTH)
                BY WS-PLATE-MASK(1:WS-PLATE-LENGTH)
    END-EVALUATE.

*> ========================================================================
*> SEARCH-RESULT-FILE: ANPRRSLT from the first key to the last; an
*> erased read is rewritten in place
*> ========================================================================
SEARCH-RESULT-FILE.
    MOVE "RESULT" TO WS-FILE-KIND
    MOVE "ANPRRSLT" TO WS-SUBJECT-FILE-PATH
    PERFORM START-FILE-SECTION
    IF WS-LEGAL-HOLD-FOUND
        MOVE "N" TO WS-FILE-WRITABLE-FLAG
    END-IF
    PERFORM OPEN-RESULT-FILE-SHARED
    EVALUATE TRUE
        WHEN WS-RESULT-FILE-STATUS = "00"
            MOVE "N" TO WS-RESULT-EOF-FLAG
            PERFORM SEARCH-NEXT-RESULT-RECORD UNTIL WS-END-OF-RESULTS
            CLOSE ANPR-RESULT-FILE
        WHEN WS-RESULT-FILE-STATUS = "35"
            MOVE "ABSENT" TO WS-FILE-OUTCOME
        WHEN OTHER
            MOVE "FAILED" TO WS-FILE-OUTCOME
            MOVE SPACES TO WS-FILE-HOLD-NOTE
            IF WS-RESULT-OPEN-BUSY
                STRING "Busy (status " WS-RESULT-FILE-STATUS
                    ") -- run when the watcher is idle"
                    DELIMITED BY SIZE INTO WS-FILE-HOLD-NOTE
                END-STRING
            ELSE
                STRING "Could not be opened (status "
                    WS-RESULT-FILE-STATUS ")"
                    DELIMITED BY SIZE INTO WS-FILE-HOLD-NOTE
                END-STRING
            END-IF
    END-EVALUATE
    PERFORM FINISH-FILE-SECTION.

OPEN-RESULT-FILE-SHARED.
    MOVE 0 TO WS-OPEN-RETRY-COUNT
    MOVE 1 TO WS-OPEN-RETRY-WAIT
    PERFORM OPEN-RESULT-FILE-ONCE
    PERFORM RETRY-RESULT-FILE-OPEN
        UNTIL NOT WS-RESULT-OPEN-BUSY
           OR WS-OPEN-RETRY-COUNT >= WS-OPEN-RETRY-MAX.

OPEN-RESULT-FILE-ONCE.
    IF WS-MODE-ERASE AND WS-FILE-WRITABLE
        OPEN I-O ANPR-RESULT-FILE
    ELSE
        OPEN INPUT ANPR-RESULT-FILE
    END-IF
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

SEARCH-NEXT-RESULT-RECORD.
    READ ANPR-RESULT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-RESULT-EOF-FLAG
        NOT AT END
            PERFORM EXAMINE-RESULT-RECORD
    END-READ.

EXAMINE-RESULT-RECORD.
    MOVE "N" TO WS-RECORD-MATCH-FLAG
    MOVE SPACES TO WS-HOLD-REASON
    MOVE SPACES TO WS-REPORT-LINE
    MOVE 0 TO WS-TEXT-HIT-COUNT
    INSPECT AR-RESULT-TEXT TALLYING WS-TEXT-HIT-COUNT
        FOR ALL WS-SUBJECT-PLATE(1:WS-PLATE-LENGTH)
    IF AR-PLATE-TEXT = WS-SUBJECT-PLATE
        OR AR-ORIGINAL-PLATE-TEXT = WS-SUBJECT-PLATE
        OR WS-TEXT-HIT-COUNT > 0
        MOVE "Y" TO WS-RECORD-MATCH-FLAG
        STRING "  Read        " AR-TIMESTAMP " at " AR-SITE-ID " "
            AR-CAMERA-ID " as " FUNCTION TRIM(AR-PLATE-TEXT)
            " image " FUNCTION TRIM(AR-IMAGE-FILENAME)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        IF WS-MODE-ERASE
            PERFORM DECIDE-READ-HOLD-FOR-RESULT
        END-IF
        MOVE WS-FILE-CHANGED-COUNT TO WS-CHANGED-BEFORE-COUNT
        PERFORM ACCOUNT-FOR-MATCHED-RECORD
        IF WS-FILE-CHANGED-COUNT > WS-CHANGED-BEFORE-COUNT
            REWRITE ANPR-RESULT-RECORD
                INVALID KEY
                    DISPLAY "  WARNING: could not rewrite read ",
                            AR-TIMESTAMP, " (status ",
                            WS-RESULT-FILE-STATUS, ")"
                    SUBTRACT 1 FROM WS-FILE-CHANGED-COUNT
                    ADD 1 TO WS-FILE-HELD-COUNT
                    MOVE "FAILED" TO WS-FILE-OUTCOME
                    MOVE "A read could not be rewritten"
                        TO WS-FILE-HOLD-NOTE
            END-REWRITE
        END-IF
    END-IF.

*> ========================================================================
*> FINISH-FILE-SECTION: the file's line in the report and in the log
*> ========================================================================
FINISH-FILE-SECTION.
    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE WS-FILE-OUTCOME
        WHEN "ABSENT"
            MOVE "  (no such file)" TO WS-REPORT-LINE
        WHEN "FAILED"
            STRING "  NOT SEARCHED IN FULL: " WS-FILE-HOLD-NOTE
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING
            ADD 1 TO WS-FILES-FAILED-COUNT
        WHEN OTHER
            MOVE WS-FILE-FOUND-COUNT TO WS-FOUND-DISPLAY
            MOVE WS-FILE-CHANGED-COUNT TO WS-CHANGED-DISPLAY
            MOVE WS-FILE-HELD-COUNT TO WS-HELD-DISPLAY
            IF WS-MODE-ERASE
                STRING "  " FUNCTION TRIM(WS-FOUND-DISPLAY)
                    " record(s) found, "
                    FUNCTION TRIM(WS-CHANGED-DISPLAY) " pseudonymised, "
                    FUNCTION TRIM(WS-HELD-DISPLAY) " kept"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
            ELSE
                STRING "  " FUNCTION TRIM(WS-FOUND-DISPLAY)
                    " record(s) found"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
            END-IF
    END-EVALUATE
    PERFORM PRINT-REPORT-LINE
    ADD 1 TO WS-FILES-SEARCHED-COUNT
    ADD WS-FILE-FOUND-COUNT TO WS-TOTAL-FOUND-COUNT
    ADD WS-FILE-CHANGED-COUNT TO WS-TOTAL-CHANGED-COUNT
    ADD WS-FILE-HELD-COUNT TO WS-TOTAL-HELD-COUNT

    MOVE SPACES TO ANPR-SUBJECT-REQUEST-RECORD
    PERFORM FILL-REQUEST-LOG-KEY
    MOVE WS-SUBJECT-FILE-PATH TO SR-FILE-NAME
    MOVE WS-FILE-OUTCOME TO SR-FILE-OUTCOME
    MOVE WS-FILE-FOUND-COUNT TO SR-RECORDS-FOUND
    MOVE WS-FILE-CHANGED-COUNT TO SR-RECORDS-CHANGED
    MOVE WS-FILE-HELD-COUNT TO SR-RECORDS-HELD
    MOVE WS-FILE-HOLD-NOTE TO SR-HOLD-NOTE
    WRITE ANPR-SUBJECT-REQUEST-RECORD.

FILL-REQUEST-LOG-KEY.
    MOVE WS-REQUEST-ID TO SR-REQUEST-ID
    MOVE WS-RUN-MODE TO SR-REQUEST-MODE
    MOVE WS-REQUEST-REFERENCE TO SR-REFERENCE
    MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID
    IF WS-MODE-ERASE
        MOVE WS-PSEUDONYM TO SR-PLATE-TEXT
    ELSE
        MOVE WS-SUBJECT-PLATE TO SR-PLATE-TEXT
    END-IF.

PRINT-REQUEST-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-FILES-SEARCHED-COUNT TO WS-FILES-DISPLAY
    MOVE WS-TOTAL-FOUND-COUNT TO WS-FOUND-DISPLAY
    MOVE WS-TOTAL-CHANGED-COUNT TO WS-CHANGED-DISPLAY
    MOVE WS-TOTAL-HELD-COUNT TO WS-HELD-DISPLAY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Files searched " FUNCTION TRIM(WS-FILES-DISPLAY)
        ", records found " FUNCTION TRIM(WS-FOUND-DISPLAY)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-STRING
    PERFORM PRINT-REPORT-LINE
    IF WS-MODE-ERASE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Pseudonymised " FUNCTION TRIM(WS-CHANGED-DISPLAY)
            ", kept under a hold " FUNCTION TRIM(WS-HELD-DISPLAY)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        PERFORM PRINT-REPORT-LINE
    END-IF
    IF WS-FILES-FAILED-COUNT > 0
        MOVE WS-FILES-FAILED-COUNT TO WS-FILES-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING "INCOMPLETE: " FUNCTION TRIM(WS-FILES-DISPLAY)
            " file(s) not searched in full -- run the request again"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-STRING
        PERFORM PRINT-REPORT-LINE
    END-IF
    DISPLAY " "
    DISPLAY "Report written to ", FUNCTION TRIM(WS-REPORT-FILE-PATH)

    MOVE SPACES TO ANPR-SUBJECT-REQUEST-RECORD
    PERFORM FILL-REQUEST-LOG-KEY
    MOVE "TOTAL" TO SR-FILE-NAME
    IF WS-FILES-FAILED-COUNT > 0
        MOVE "FAILED" TO SR-FILE-OUTCOME
    ELSE
        MOVE "SEARCHED" TO SR-FILE-OUTCOME
    END-IF
    MOVE WS-TOTAL-FOUND-COUNT TO SR-RECORDS-FOUND
    MOVE WS-TOTAL-CHANGED-COUNT TO SR-RECORDS-CHANGED
    MOVE WS-TOTAL-HELD-COUNT TO SR-RECORDS-HELD
    IF WS-LEGAL-HOLD-FOUND
        MOVE WS-LEGAL-HOLD-NOTE TO SR-HOLD-NOTE
    END-IF
    WRITE ANPR-SUBJECT-REQUEST-RECORD.

END PROGRAM ANPRDSAR.
