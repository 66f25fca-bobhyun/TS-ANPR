*> occupancy profile (the peak count each clock hour reached on any
*> day of the month), so management can finally see when the lot
*> actually fills.
*>
*> The statement is followed by the month's adjustments register from
*> output/anprpark_adjust_reg.dat (anpradj.cpy): every billing
*> adjustment ANPRPARK processed in the month, accepted with the
*> credit it gave or rejected with the reason, then the credits
*> totalled per operator and per reason code.
*>
*> Arguments (KEYWORD=value, as in anpr.cbl):
*>   MONTH=YYYYMM     the statement month (required)
*>   SESSIONS=path    session file (default
*>                    ../../output/anprpark_sessions.dat)
*>   REGISTER=path    adjustments register (default
*>                    ../../output/anprpark_adjust_reg.dat)
*> ========================================================================

IDENTIFICATION DIVISION.
        ASSIGN DYNAMIC WS-SESSION-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SESSION-FILE-STATUS.
    SELECT ANPR-ADJUST-REGISTER-FILE
        ASSIGN DYNAMIC WS-REGISTER-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANPR-SESSION-FILE.
    COPY "anprpses.cpy".

FD  ANPR-ADJUST-REGISTER-FILE.
    COPY "anpradj.cpy".

WORKING-STORAGE SECTION.
01  WS-SESSION-FILE-PATH    PIC X(256)
                               VALUE "../../output/anprpark_sessions.dat".
01  WS-SESSION-FILE-STATUS  PIC X(02) VALUE SPACES.
01  WS-REGISTER-FILE-PATH   PIC X(256)
                               VALUE "../../output/anprpark_adjust_reg.dat".
01  WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.

*> ------------------------------------------------------------------
*> Command-line handling, the same KEYWORD=value scan anpr.cbl uses
01  WS-GRAND-DWELL-TOTAL    PIC 9(10) VALUE 0.
01  WS-GRAND-OVERNIGHTS     PIC 9(07) VALUE 0.

*> ------------------------------------------------------------------
*> Adjustments register -- the month's credits, with per-operator and
*> per-reason totals in the same find-or-add bucket shape as the
*> site table above
*> ------------------------------------------------------------------
01  WS-REGISTER-EOF-FLAG    PIC X(01) VALUE "N".
    88  WS-END-OF-REGISTER         VALUE "Y".
01  WS-REGISTER-READ-COUNT  PIC 9(06) VALUE 0.
01  WS-REGISTER-MONTH-COUNT PIC 9(06) VALUE 0.
01  WS-REGISTER-ACCEPTED-COUNT PIC 9(06) VALUE 0.
01  WS-REGISTER-REJECTED-COUNT PIC 9(06) VALUE 0.
01  WS-REGISTER-CREDIT-TOTAL PIC 9(09)V9(02) VALUE 0.
01  WS-REGISTER-FEE-TOTAL   PIC 9(09)V9(02) VALUE 0.
01  WS-OPERATOR-COUNT       PIC 9(02) VALUE 0.
01  WS-OPERATOR-FOUND-FLAG  PIC X(01) VALUE "N".
    88  WS-OPERATOR-FOUND          VALUE "Y".
01  WS-OPERATOR-TABLE.
    05  WS-OPERATOR-ENTRY OCCURS 50 TIMES INDEXED BY WS-OPER-IDX.
        10  RO-OPERATOR-ID          PIC X(10).
        10  RO-ACCEPTED-COUNT       PIC 9(05).
        10  RO-REJECTED-COUNT       PIC 9(05).
        10  RO-CREDIT-TOTAL         PIC 9(09)V9(02).
01  WS-REASON-COUNT         PIC 9(02) VALUE 0.
01  WS-REASON-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-REASON-FOUND            VALUE "Y".
01  WS-REASON-TABLE.
    05  WS-REASON-ENTRY OCCURS 10 TIMES INDEXED BY WS-REASON-IDX.
        10  RR-REASON-CODE          PIC X(08).
        10  RR-ACCEPTED-COUNT       PIC 9(05).
        10  RR-CREDIT-TOTAL         PIC 9(09)V9(02).
01  WS-CREDIT-DISP          PIC Z(06)9.9(02).
01  WS-CREDIT-TOTAL-DISP    PIC Z(08)9.9(02).

PROCEDURE DIVISION.

MAIN-PARA.
        CLOSE ANPR-SESSION-FILE
        PERFORM PRINT-MONTH-STATEMENT
    END-IF
    PERFORM PRINT-ADJUSTMENTS-REGISTER

    STOP RUN.

        WHEN "SESSIONS"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM)
                TO WS-SESSION-FILE-PATH
        WHEN "REGISTER"
            MOVE FUNCTION TRIM(WS-CMD-ARG-PARM)
                TO WS-REGISTER-FILE-PATH
        WHEN OTHER
            DISPLAY "Ignoring unrecognized argument: ",
                    FUNCTION TRIM(WS-CMD-ARG-VALUE)
    ADD ST-MONTH-DWELL-TOTAL(WS-SITE-IDX) TO WS-GRAND-DWELL-TOTAL
    ADD ST-MONTH-OVERNIGHTS(WS-SITE-IDX) TO WS-GRAND-OVERNIGHTS.

*> ========================================================================
*> PRINT-ADJUSTMENTS-REGISTER: every adjustment ANPRPARK processed in
*> the statement month (by AJ-PROCESSED-DATE, the day it reached the
*> billing extract), then the month's credits per operator and per
*> reason code. No register at all simply means no adjustments have
*> ever been keyed.
*> ========================================================================
PRINT-ADJUSTMENTS-REGISTER.
    DISPLAY " "
    DISPLAY "======================================================"
    DISPLAY "Adjustments register, month ", WS-STATEMENT-MONTH, ":"
    OPEN INPUT ANPR-ADJUST-REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS = "00"
        DISPLAY "  date     type reason   plate        session",
                "                       credit operator"
        MOVE "N" TO WS-REGISTER-EOF-FLAG
        PERFORM LIST-NEXT-REGISTER-RECORD UNTIL WS-END-OF-REGISTER
        CLOSE ANPR-ADJUST-REGISTER-FILE
    END-IF
    IF WS-REGISTER-MONTH-COUNT = 0
        DISPLAY "  (none)"
    ELSE
        PERFORM PRINT-REGISTER-TOTALS
    END-IF.

LIST-NEXT-REGISTER-RECORD.
    READ ANPR-ADJUST-REGISTER-FILE
        AT END
            MOVE "Y" TO WS-REGISTER-EOF-FLAG
        NOT AT END
            ADD 1 TO WS-REGISTER-READ-COUNT
            IF AJ-PROCESSED-DATE(1:6) = WS-STATEMENT-MONTH
                ADD 1 TO WS-REGISTER-MONTH-COUNT
                PERFORM LIST-ONE-REGISTER-RECORD
            END-IF
    END-READ.

LIST-ONE-REGISTER-RECORD.
    PERFORM FIND-OR-ADD-OPERATOR-BUCKET
    IF AJ-ACCEPTED
        ADD 1 TO WS-REGISTER-ACCEPTED-COUNT
        ADD AJ-CREDIT-AMOUNT TO WS-REGISTER-CREDIT-TOTAL
        ADD AJ-ORIGINAL-FEE TO WS-REGISTER-FEE-TOTAL
        IF WS-OPERATOR-FOUND
            ADD 1 TO RO-ACCEPTED-COUNT(WS-OPER-IDX)
            ADD AJ-CREDIT-AMOUNT TO RO-CREDIT-TOTAL(WS-OPER-IDX)
        END-IF
        PERFORM FIND-OR-ADD-REASON-BUCKET
        IF WS-REASON-FOUND
            ADD 1 TO RR-ACCEPTED-COUNT(WS-REASON-IDX)
            ADD AJ-CREDIT-AMOUNT TO RR-CREDIT-TOTAL(WS-REASON-IDX)
        END-IF
        MOVE AJ-CREDIT-AMOUNT TO WS-CREDIT-DISP
        DISPLAY "  ", AJ-PROCESSED-DATE, " ", AJ-ADJUST-TYPE, "    ",
                AJ-REASON-CODE, " ", AJ-PLATE-TEXT(1:12), " ",
                AJ-ENTRY-TIMESTAMP, "-", AJ-EXIT-TIMESTAMP, " ",
                WS-CREDIT-DISP, " ", AJ-OPERATOR-ID
    ELSE
        ADD 1 TO WS-REGISTER-REJECTED-COUNT
        IF WS-OPERATOR-FOUND
            ADD 1 TO RO-REJECTED-COUNT(WS-OPER-IDX)
        END-IF
        DISPLAY "  ", AJ-PROCESSED-DATE, " ", AJ-ADJUST-TYPE, "    ",
                AJ-REASON-CODE, " ", AJ-PLATE-TEXT(1:12), " ",
                AJ-ENTRY-TIMESTAMP, "-", AJ-EXIT-TIMESTAMP, " ",
                "REJECTED   ", AJ-OPERATOR-ID
        DISPLAY "           ", FUNCTION TRIM(AJ-REJECT-REASON)
    END-IF.

*> Same find-or-create bucket shape as FIND-OR-ADD-SITE-BUCKET above
FIND-OR-ADD-OPERATOR-BUCKET.
    MOVE "N" TO WS-OPERATOR-FOUND-FLAG
    IF WS-OPERATOR-COUNT > 0
        SET WS-OPER-IDX TO 1
        SEARCH WS-OPERATOR-ENTRY
            AT END
                CONTINUE
            WHEN WS-OPER-IDX <= WS-OPERATOR-COUNT
                 AND RO-OPERATOR-ID(WS-OPER-IDX) = AJ-OPERATOR-ID
                MOVE "Y" TO WS-OPERATOR-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-OPERATOR-FOUND
        IF WS-OPERATOR-COUNT < 50
            ADD 1 TO WS-OPERATOR-COUNT
            SET WS-OPER-IDX TO WS-OPERATOR-COUNT
            MOVE AJ-OPERATOR-ID TO RO-OPERATOR-ID(WS-OPER-IDX)
            MOVE 0 TO RO-ACCEPTED-COUNT(WS-OPER-IDX)
            MOVE 0 TO RO-REJECTED-COUNT(WS-OPER-IDX)
            MOVE 0 TO RO-CREDIT-TOTAL(WS-OPER-IDX)
            MOVE "Y" TO WS-OPERATOR-FOUND-FLAG
        ELSE
            DISPLAY "Too many operators in the register -- not ",
                    "totalling operator ", AJ-OPERATOR-ID
        END-IF
    END-IF.

FIND-OR-ADD-REASON-BUCKET.
    MOVE "N" TO WS-REASON-FOUND-FLAG
    IF WS-REASON-COUNT > 0
        SET WS-REASON-IDX TO 1
        SEARCH WS-REASON-ENTRY
            AT END
                CONTINUE
            WHEN WS-REASON-IDX <= WS-REASON-COUNT
                 AND RR-REASON-CODE(WS-REASON-IDX) = AJ-REASON-CODE
                MOVE "Y" TO WS-REASON-FOUND-FLAG
        END-SEARCH
    END-IF
    IF NOT WS-REASON-FOUND
        IF WS-REASON-COUNT < 10
            ADD 1 TO WS-REASON-COUNT
            SET WS-REASON-IDX TO WS-REASON-COUNT
            MOVE AJ-REASON-CODE TO RR-REASON-CODE(WS-REASON-IDX)
            MOVE 0 TO RR-ACCEPTED-COUNT(WS-REASON-IDX)
            MOVE 0 TO RR-CREDIT-TOTAL(WS-REASON-IDX)
            MOVE "Y" TO WS-REASON-FOUND-FLAG
        ELSE
            DISPLAY "Too many reason codes in the register -- not ",
                    "totalling reason ", AJ-REASON-CODE
        END-IF
    END-IF.

PRINT-REGISTER-TOTALS.
    DISPLAY " "
    DISPLAY "  Adjustments processed........: " WS-REGISTER-MONTH-COUNT
    DISPLAY "    Accepted...................: "
            WS-REGISTER-ACCEPTED-COUNT
    DISPLAY "    Rejected...................: "
            WS-REGISTER-REJECTED-COUNT
    MOVE WS-REGISTER-FEE-TOTAL TO WS-CREDIT-TOTAL-DISP
    DISPLAY "  Fees on adjusted sessions....: " WS-CREDIT-TOTAL-DISP
    MOVE WS-REGISTER-CREDIT-TOTAL TO WS-CREDIT-TOTAL-DISP
    DISPLAY "  Credits issued...............: " WS-CREDIT-TOTAL-DISP
    DISPLAY " "
    DISPLAY "  By operator:  accepted rejected        credit"
    PERFORM PRINT-ONE-OPERATOR-TOTAL
        VARYING WS-OPER-IDX FROM 1 BY 1
        UNTIL WS-OPER-IDX > WS-OPERATOR-COUNT
    IF WS-REASON-COUNT > 0
        DISPLAY " "
        DISPLAY "  By reason:    accepted                 credit"
        PERFORM PRINT-ONE-REASON-TOTAL
            VARYING WS-REASON-IDX FROM 1 BY 1
            UNTIL WS-REASON-IDX > WS-REASON-COUNT
    END-IF.

PRINT-ONE-OPERATOR-TOTAL.
    MOVE RO-CREDIT-TOTAL(WS-OPER-IDX) TO WS-CREDIT-TOTAL-DISP
    DISPLAY "  ", RO-OPERATOR-ID(WS-OPER-IDX), "  ",
            RO-ACCEPTED-COUNT(WS-OPER-IDX), "    ",
            RO-REJECTED-COUNT(WS-OPER-IDX), " ", WS-CREDIT-TOTAL-DISP.

PRINT-ONE-REASON-TOTAL.
    MOVE RR-CREDIT-TOTAL(WS-REASON-IDX) TO WS-CREDIT-TOTAL-DISP
    DISPLAY "  ", RR-REASON-CODE(WS-REASON-IDX), "    ",
            RR-ACCEPTED-COUNT(WS-REASON-IDX), "          ",
            WS-CREDIT-TOTAL-DISP.

END PROGRAM ANPRSTMT.
