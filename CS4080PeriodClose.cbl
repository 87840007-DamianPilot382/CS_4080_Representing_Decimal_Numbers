*>CS4080PeriodClose
*>Companion to CS4080GLBalUpdate.
*>Month-end close of the GL account balance master GLBAL.DAT. Closes
*>one accounting period: every balance record of that period (and any
*>earlier one still open) is marked closed, each account and branch's
*>closing balance is carried forward as the opening of the next
*>period - a record is created there for any that has none yet - and
*>the open periods after it are re-chained from the new openings. The
*>close is then registered on PERIODCTL.DAT, which is what locks the
*>month: from the next run on, the batch edit rejects a transaction
*>dated in it with reason 20, and a late item only gets in as an
*>approved prior-period adjustment booked in the current period.
*>Periods close in order. CLOSE_PERIOD in the run-parameter file names
*>the period (YYYYMM); without it the job closes the period after the
*>last one closed, or the month before the business date when none
*>has been. The business date's own period, or a later one, cannot
*>be closed, and neither can one already closed - both refuse the run.
*>Run on demand after the month's last business day has been posted.
*>Writes PERIODCLS.RPT.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080PeriodClose.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>ACCESS DYNAMIC: the close and re-chain passes browse the master in
*>key order; the carry pass reads and writes by key.
        SELECT OPTIONAL GL-BAL-FILE ASSIGN TO "data/GLBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GB-KEY
            FILE STATUS IS WS-GLBAL-STATUS.

        SELECT OPTIONAL PERIOD-CTL-FILE ASSIGN TO "data/PERIODCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-CTL-STATUS.

*>Closing balances to carry, one line per account and branch, written
*>by the close pass and read back by the carry pass.
        SELECT CARRY-WORK-FILE ASSIGN TO "data/PERIODCLS.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARRY-WORK-STATUS.

        SELECT OPTIONAL CLOSE-RPT ASSIGN TO "data/PERIODCLS.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

*>Processing-date control file - the business date decides which
*>periods are far enough behind to close.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  GL-BAL-FILE.
    COPY CS4080GB.

    FD  PERIOD-CTL-FILE.
    01  PERIOD-CTL-RECORD            PIC X(88).

    FD  CARRY-WORK-FILE.
    01  CARRY-WORK-RECORD            PIC X(48).

    FD  CLOSE-RPT.
    01  CLOSE-RPT-RECORD             PIC X(100).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-GLBAL-STATUS PIC XX.
        88  WS-GLBAL-OK             VALUE "00".
        88  WS-GLBAL-NOT-FOUND      VALUE "05" "35".
        88  WS-GLBAL-NO-RECORD      VALUE "23".
    01  WS-PERIOD-CTL-STATUS PIC XX.
        88  WS-PERIOD-CTL-OK        VALUE "00".
        88  WS-PERIOD-CTL-NOT-FOUND VALUE "05" "35".
    01  WS-CARRY-WORK-STATUS PIC XX.
        88  WS-CARRY-WORK-OK        VALUE "00".
    01  WS-RPT-STATUS PIC XX.
        88  WS-RPT-OK               VALUE "00".
    01  WS-RUN-PARMS-STATUS PIC XX.
        88  WS-RUN-PARMS-OK         VALUE "00".
        88  WS-RUN-PARMS-NOT-FOUND  VALUE "05" "35".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC XX.

    01  WS-BAL-EOF-SWITCH PIC X VALUE "N".
        88  WS-BAL-EOF              VALUE "Y".
    01  WS-PERIOD-CTL-EOF-SWITCH PIC X VALUE "N".
        88  WS-PERIOD-CTL-EOF       VALUE "Y".
    01  WS-CARRY-EOF-SWITCH PIC X VALUE "N".
        88  WS-CARRY-EOF            VALUE "Y".

    01  WS-RUN-DATE PIC 9(8).
    01  WS-RUN-PERIOD PIC 9(6).
    01  WS-CLOSED-THRU-PERIOD PIC 9(6) VALUE ZERO.
    01  WS-CLOSE-PERIOD PIC 9(6) VALUE ZERO.
    01  WS-NEXT-PERIOD PIC 9(6).
    01  WS-EXPECTED-PERIOD PIC 9(6).
    01  WS-CLOSE-GIVEN-SWITCH PIC X VALUE "N".
        88  WS-CLOSE-GIVEN          VALUE "Y".

*>Period arithmetic - a YYYYMM moved in here is stepped one month
*>forward or back across the year end.
    01  WS-STEP-PERIOD PIC 9(6).
    01  FILLER REDEFINES WS-STEP-PERIOD.
        05  WS-STEP-YEAR             PIC 9(4).
        05  WS-STEP-MONTH            PIC 9(2).

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    01  WS-PM-VALUE-LEN PIC 9(2) VALUE ZERO.
    COPY CS4080PM.

*>The account and branch the close pass is on, and the closing of its
*>latest record at or before the period being closed - the balance
*>carried into the next period.
    01  WS-HOLD-ACCOUNT PIC X(6) VALUE SPACES.
    01  WS-HOLD-BRANCH PIC X(3) VALUE SPACES.
    01  WS-HOLD-CLOSING PIC S9(35)V9(3) VALUE ZERO.
    01  WS-HOLD-SWITCH PIC X VALUE "N".
        88  WS-HOLD-PRESENT         VALUE "Y".

    01  WS-CARRY-LINE.
        05  WS-CW-ACCOUNT            PIC X(6).
        05  WS-CW-BRANCH             PIC X(3).
        05  WS-CW-CLOSING            PIC S9(35)V9(3)
                                     SIGN IS TRAILING SEPARATE.

*>Re-chain control - as in CS4080GLBalUpdate.
    01  WS-CHAIN-ACCOUNT PIC X(6) VALUE SPACES.
    01  WS-CHAIN-BRANCH PIC X(3) VALUE SPACES.
    01  WS-CHAIN-CLOSING PIC S9(35)V9(3) VALUE ZERO.

    01  WS-RECORDS-CLOSED PIC 9(6) VALUE ZERO.
    01  WS-ALREADY-CLOSED PIC 9(6) VALUE ZERO.
    01  WS-CARRIED PIC 9(6) VALUE ZERO.
    01  WS-CARRY-CREATED PIC 9(6) VALUE ZERO.
    01  WS-RECORDS-CHAINED PIC 9(6) VALUE ZERO.
    01  WS-CLOSING-TOTAL PIC S9(35)V9(3) VALUE ZERO.

    COPY CS4080PD.

    01  WS-EDIT-AMOUNT PIC -9(35).9(3).
    01  WS-REPORT-LINE PIC X(100).

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-CLOSE-RECORDS.
    PERFORM 3000-CARRY-FORWARD.
    PERFORM 4000-RECHAIN-BALANCES.
    PERFORM 6000-REGISTER-CLOSE.
    PERFORM 5000-WRITE-CLOSE-REPORT.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM 1100-LOAD-PERIOD-CONTROL.
    PERFORM 1050-READ-RUN-PARMS.
    PERFORM 1200-SELECT-PERIOD.

    MOVE WS-CLOSE-PERIOD TO WS-STEP-PERIOD.
    PERFORM 7300-STEP-FORWARD.
    MOVE WS-STEP-PERIOD TO WS-NEXT-PERIOD.

    DISPLAY "Business date      : " WS-RUN-DATE.
    DISPLAY "Closed through     : " WS-CLOSED-THRU-PERIOD.
    DISPLAY "Closing period     : " WS-CLOSE-PERIOD.

    OPEN I-O GL-BAL-FILE.
    IF WS-GLBAL-NOT-FOUND
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "No GL balance master data/GLBAL.DAT - nothing has "
            "been posted to close."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-GLBAL-OK
        MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
        MOVE "GL-BAL OPEN I-O" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    OPEN OUTPUT CLOSE-RPT.
    IF NOT (WS-RPT-OK OR WS-RPT-STATUS = "05")
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "CLOSE-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

1020-READ-BUSINESS-DATE.
    OPEN INPUT BUSDATE-FILE.
    IF WS-BUSDATE-NOT-FOUND
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Processing-date control file data/BUSDATE.DAT is "
            "missing - seed it with the current business date."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-BUSDATE-OK
        MOVE WS-BUSDATE-STATUS TO WS-FATAL-STATUS
        MOVE "BUSDATE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    READ BUSDATE-FILE
        AT END
            DISPLAY "***** RUN REFUSED *****"
            DISPLAY "data/BUSDATE.DAT is empty - seed it with the "
                "current business date."
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-READ.
    IF BUSDATE-RECORD IS NOT NUMERIC
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "data/BUSDATE.DAT does not hold a YYYYMMDD date: "
            BUSDATE-RECORD
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE BUSDATE-RECORD TO WS-RUN-DATE.
    MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD.
    CLOSE BUSDATE-FILE.

*>Controls come from RUNPARMS.DAT, validated and refused on anything
*>unrecognized - same contract as the engine's 1050-READ-RUN-PARMS.
1050-READ-RUN-PARMS.
    OPEN INPUT RUN-PARMS-FILE.
    IF WS-RUN-PARMS-NOT-FOUND
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Run-parameter file data/RUNPARMS.DAT is missing "
            "- every run must state its controls."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-RUN-PARMS-OK
        MOVE WS-RUN-PARMS-STATUS TO WS-FATAL-STATUS
        MOVE "RUN-PARMS OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 1060-READ-PARM-LINE UNTIL WS-RUN-PARMS-EOF.
    CLOSE RUN-PARMS-FILE.

1060-READ-PARM-LINE.
    READ RUN-PARMS-FILE INTO WS-PARM-LINE
        AT END
            SET WS-RUN-PARMS-EOF TO TRUE
        NOT AT END
            PERFORM 1070-APPLY-PARM
    END-READ.

1070-APPLY-PARM.
    IF WS-PM-KEYWORD = SPACES OR WS-PM-KEYWORD (1:1) = "*"
        CONTINUE
    ELSE
        IF NOT WS-PM-KNOWN-KEYWORD
            PERFORM 9800-REFUSE-RUN-PARM
        END-IF
        EVALUATE WS-PM-KEYWORD
            WHEN "CLOSE_PERIOD"
                COMPUTE WS-PM-VALUE-LEN =
                    FUNCTION LENGTH (FUNCTION TRIM (WS-PM-VALUE))
                IF WS-PM-VALUE-LEN = 6
                    AND WS-PM-VALUE (1:6) IS NUMERIC
                    AND WS-PM-VALUE (5:2) >= "01"
                    AND WS-PM-VALUE (5:2) <= "12"
                    MOVE WS-PM-VALUE (1:6) TO WS-CLOSE-PERIOD
                    MOVE "Y" TO WS-CLOSE-GIVEN-SWITCH
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

1100-LOAD-PERIOD-CONTROL.
    OPEN INPUT PERIOD-CTL-FILE.
    IF NOT (WS-PERIOD-CTL-OK OR WS-PERIOD-CTL-NOT-FOUND)
        MOVE WS-PERIOD-CTL-STATUS TO WS-FATAL-STATUS
        MOVE "PERIOD-CTL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 1110-READ-PERIOD-LINE UNTIL WS-PERIOD-CTL-EOF.
    CLOSE PERIOD-CTL-FILE.

1110-READ-PERIOD-LINE.
    READ PERIOD-CTL-FILE INTO WS-PERIOD-CTL-LINE
        AT END
            SET WS-PERIOD-CTL-EOF TO TRUE
        NOT AT END
            IF WS-PD-PERIOD IS NUMERIC
                AND WS-PD-PERIOD > WS-CLOSED-THRU-PERIOD
                MOVE WS-PD-PERIOD TO WS-CLOSED-THRU-PERIOD
            END-IF
    END-READ.

*>The period to close is the one after the last closed - or, before
*>the first close, the month before the business date. A named period
*>must be that one once any period has closed, so a month can never
*>be skipped; the first close may name an earlier month to start from.
1200-SELECT-PERIOD.
    IF WS-CLOSED-THRU-PERIOD = ZERO
        MOVE WS-RUN-PERIOD TO WS-STEP-PERIOD
        PERFORM 7400-STEP-BACK
    ELSE
        MOVE WS-CLOSED-THRU-PERIOD TO WS-STEP-PERIOD
        PERFORM 7300-STEP-FORWARD
    END-IF.
    MOVE WS-STEP-PERIOD TO WS-EXPECTED-PERIOD.
    IF NOT WS-CLOSE-GIVEN
        MOVE WS-EXPECTED-PERIOD TO WS-CLOSE-PERIOD
    END-IF.
    IF WS-CLOSE-PERIOD <= WS-CLOSED-THRU-PERIOD
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Period " WS-CLOSE-PERIOD " is already closed - "
            "PERIODCTL.DAT shows periods closed through "
            WS-CLOSED-THRU-PERIOD "."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-CLOSE-PERIOD >= WS-RUN-PERIOD
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Period " WS-CLOSE-PERIOD " is not over - the "
            "business date " WS-RUN-DATE " is still in or before it."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-CLOSED-THRU-PERIOD > ZERO
        AND WS-CLOSE-PERIOD NOT = WS-EXPECTED-PERIOD
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Periods close in order - the next period to close "
            "is " WS-EXPECTED-PERIOD ", not " WS-CLOSE-PERIOD "."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

*>Every record of the period, or an earlier one still open, is marked
*>closed. The latest record of each account and branch at or before
*>the period - closed by this run or an earlier one - gives the
*>balance carried forward, so a close interrupted part way through
*>carries the same figures when it is run again.
2000-CLOSE-RECORDS.
    OPEN OUTPUT CARRY-WORK-FILE.
    IF NOT WS-CARRY-WORK-OK
        MOVE WS-CARRY-WORK-STATUS TO WS-FATAL-STATUS
        MOVE "CARRY-WORK OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 7000-START-BROWSE.
    PERFORM 2010-CLOSE-RECORD UNTIL WS-BAL-EOF.
    PERFORM 2100-WRITE-CARRY.
    CLOSE CARRY-WORK-FILE.

2010-CLOSE-RECORD.
    IF WS-HOLD-PRESENT
        AND (GB-ACCOUNT NOT = WS-HOLD-ACCOUNT
        OR GB-BRANCH NOT = WS-HOLD-BRANCH)
        PERFORM 2100-WRITE-CARRY
    END-IF.
    IF GB-PERIOD <= WS-CLOSE-PERIOD
        IF GB-PERIOD-OPEN
            SET GB-PERIOD-CLOSED TO TRUE
            PERFORM 7200-REWRITE-BALANCE
            ADD 1 TO WS-RECORDS-CLOSED
        ELSE
            ADD 1 TO WS-ALREADY-CLOSED
        END-IF
        MOVE GB-ACCOUNT TO WS-HOLD-ACCOUNT
        MOVE GB-BRANCH TO WS-HOLD-BRANCH
        MOVE GB-CLOSING TO WS-HOLD-CLOSING
        MOVE "Y" TO WS-HOLD-SWITCH
    END-IF.
    PERFORM 7100-READ-NEXT-BALANCE.

2100-WRITE-CARRY.
    IF WS-HOLD-PRESENT
        MOVE WS-HOLD-ACCOUNT TO WS-CW-ACCOUNT
        MOVE WS-HOLD-BRANCH TO WS-CW-BRANCH
        MOVE WS-HOLD-CLOSING TO WS-CW-CLOSING
        WRITE CARRY-WORK-RECORD FROM WS-CARRY-LINE
        IF NOT WS-CARRY-WORK-OK
            MOVE WS-CARRY-WORK-STATUS TO WS-FATAL-STATUS
            MOVE "CARRY-WORK WRITE" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        ADD 1 TO WS-CARRIED
        ADD WS-HOLD-CLOSING TO WS-CLOSING-TOTAL
        MOVE "N" TO WS-HOLD-SWITCH
    END-IF.

*>Each balance carried needs a record in the next period to open at
*>it. One already there (a posting dated into the new month) is left
*>for the re-chain pass to open at the carried balance.
3000-CARRY-FORWARD.
    OPEN INPUT CARRY-WORK-FILE.
    IF NOT WS-CARRY-WORK-OK
        MOVE WS-CARRY-WORK-STATUS TO WS-FATAL-STATUS
        MOVE "CARRY-WORK OPEN IN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 3010-CARRY-BALANCE UNTIL WS-CARRY-EOF.
    CLOSE CARRY-WORK-FILE.

3010-CARRY-BALANCE.
    READ CARRY-WORK-FILE INTO WS-CARRY-LINE
        AT END
            SET WS-CARRY-EOF TO TRUE
        NOT AT END
            MOVE WS-CW-ACCOUNT TO GB-ACCOUNT
            MOVE WS-CW-BRANCH TO GB-BRANCH
            MOVE WS-NEXT-PERIOD TO GB-PERIOD
            READ GL-BAL-FILE
                INVALID KEY
                    PERFORM 3100-CREATE-CARRY-RECORD
            END-READ
            IF NOT (WS-GLBAL-OK OR WS-GLBAL-NO-RECORD)
                MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
                MOVE "GL-BAL READ" TO WS-FATAL-FILE
                PERFORM 9900-FATAL-FILE-ERROR
            END-IF
    END-READ.

3100-CREATE-CARRY-RECORD.
    INITIALIZE GL-BAL-RECORD.
    MOVE WS-CW-ACCOUNT TO GB-ACCOUNT.
    MOVE WS-CW-BRANCH TO GB-BRANCH.
    MOVE WS-NEXT-PERIOD TO GB-PERIOD.
    MOVE SPACE TO GB-STATUS.
    MOVE WS-CW-CLOSING TO GB-OPENING.
    MOVE WS-CW-CLOSING TO GB-CLOSING.
    MOVE ZERO TO GB-LAST-POST-DATE.
    WRITE GL-BAL-RECORD
        INVALID KEY
            MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
            MOVE "GL-BAL WRITE" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
    END-WRITE.
    ADD 1 TO WS-CARRY-CREATED.

*>Same chaining rule as CS4080GLBalUpdate: every open period opens at
*>the closing of the period before it.
4000-RECHAIN-BALANCES.
    PERFORM 7000-START-BROWSE.
    PERFORM 4010-RECHAIN-RECORD UNTIL WS-BAL-EOF.

4010-RECHAIN-RECORD.
    IF GB-PERIOD-OPEN
        IF GB-ACCOUNT = WS-CHAIN-ACCOUNT
            AND GB-BRANCH = WS-CHAIN-BRANCH
            MOVE WS-CHAIN-CLOSING TO GB-OPENING
        END-IF
        COMPUTE GB-CLOSING = GB-OPENING + GB-DR-TOTAL
            - GB-CR-TOTAL + GB-PPA-NET
        PERFORM 7200-REWRITE-BALANCE
        ADD 1 TO WS-RECORDS-CHAINED
    END-IF.
    MOVE GB-ACCOUNT TO WS-CHAIN-ACCOUNT.
    MOVE GB-BRANCH TO WS-CHAIN-BRANCH.
    MOVE GB-CLOSING TO WS-CHAIN-CLOSING.
    PERFORM 7100-READ-NEXT-BALANCE.

*>Registered last: until this line is on PERIODCTL.DAT the period is
*>not locked, and a failed close is simply run again.
6000-REGISTER-CLOSE.
    MOVE SPACES TO WS-PERIOD-CTL-LINE.
    MOVE WS-CLOSE-PERIOD TO WS-PD-PERIOD.
    MOVE WS-RUN-DATE TO WS-PD-CLOSED-ON.
    MOVE FUNCTION CURRENT-DATE TO WS-PD-CLOSED-TS.
    MOVE WS-CARRIED TO WS-PD-RECORDS.
    MOVE WS-CLOSING-TOTAL TO WS-PD-CLOSING-TOTAL.
    OPEN EXTEND PERIOD-CTL-FILE.
    IF NOT (WS-PERIOD-CTL-OK OR WS-PERIOD-CTL-STATUS = "05")
        MOVE WS-PERIOD-CTL-STATUS TO WS-FATAL-STATUS
        MOVE "PERIOD-CTL EXTEND" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    WRITE PERIOD-CTL-RECORD FROM WS-PERIOD-CTL-LINE.
    IF NOT WS-PERIOD-CTL-OK
        MOVE WS-PERIOD-CTL-STATUS TO WS-FATAL-STATUS
        MOVE "PERIOD-CTL WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    CLOSE PERIOD-CTL-FILE.

5000-WRITE-CLOSE-REPORT.
    MOVE "CS4080PeriodClose - ACCOUNTING PERIOD CLOSE"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PERIOD CLOSED      : " WS-CLOSE-PERIOD
        "   CARRIED INTO " WS-NEXT-PERIOD
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BUSINESS DATE      : " WS-RUN-DATE
        "   CLOSED AT " WS-PD-CLOSED-TS (1:8)
        " " WS-PD-CLOSED-TS (9:6)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "RECORDS CLOSED     : " WS-RECORDS-CLOSED
        "   ALREADY CLOSED " WS-ALREADY-CLOSED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BALANCES CARRIED   : " WS-CARRIED
        "   NEW PERIOD RECORDS " WS-CARRY-CREATED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "OPEN PERIODS CHAIN : " WS-RECORDS-CHAINED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE WS-CLOSING-TOTAL TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "CLOSING TOTAL      : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PERIODCTL.DAT      : CLOSED THROUGH " WS-CLOSE-PERIOD
        " - LATER ITEMS DATED IN IT REJECT (REASON 20)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== ACCOUNTING PERIOD CLOSE =====".
    DISPLAY "Period closed      : " WS-CLOSE-PERIOD.
    DISPLAY "Records closed     : " WS-RECORDS-CLOSED.
    DISPLAY "Balances carried   : " WS-CARRIED.
    MOVE WS-CLOSING-TOTAL TO WS-EDIT-AMOUNT.
    DISPLAY "Closing total      : " WS-EDIT-AMOUNT.

5010-WRITE-REPORT-LINE.
    WRITE CLOSE-RPT-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-RPT-OK
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "CLOSE-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>Positions the master at its first record for a key-order pass.
7000-START-BROWSE.
    MOVE "N" TO WS-BAL-EOF-SWITCH.
    MOVE LOW-VALUES TO GB-KEY.
    START GL-BAL-FILE KEY IS NOT LESS THAN GB-KEY
        INVALID KEY
            SET WS-BAL-EOF TO TRUE
    END-START.
    IF NOT WS-BAL-EOF
        PERFORM 7100-READ-NEXT-BALANCE
    END-IF.

7100-READ-NEXT-BALANCE.
    READ GL-BAL-FILE NEXT RECORD
        AT END
            SET WS-BAL-EOF TO TRUE
    END-READ.

7200-REWRITE-BALANCE.
    REWRITE GL-BAL-RECORD
        INVALID KEY
            MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
            MOVE "GL-BAL REWRITE" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
    END-REWRITE.

7300-STEP-FORWARD.
    IF WS-STEP-MONTH = 12
        ADD 1 TO WS-STEP-YEAR
        MOVE 1 TO WS-STEP-MONTH
    ELSE
        ADD 1 TO WS-STEP-MONTH
    END-IF.

7400-STEP-BACK.
    IF WS-STEP-MONTH = 1
        SUBTRACT 1 FROM WS-STEP-YEAR
        MOVE 12 TO WS-STEP-MONTH
    ELSE
        SUBTRACT 1 FROM WS-STEP-MONTH
    END-IF.

9000-TERMINATE.
    CLOSE GL-BAL-FILE.
    CLOSE CLOSE-RPT.

9800-REFUSE-RUN-PARM.
    DISPLAY "***** RUN REFUSED *****".
    DISPLAY "Bad run parameter  : " WS-PM-KEYWORD.
    DISPLAY "Value given        : " WS-PM-VALUE.
    DISPLAY "Fix data/RUNPARMS.DAT and resubmit.".
    MOVE 12 TO RETURN-CODE.
    STOP RUN.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
    DISPLAY "Operation : " WS-FATAL-FILE.
    DISPLAY "Status    : " WS-FATAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
