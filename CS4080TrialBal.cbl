*>CS4080TrialBal
*>Companion to CS4080GLBalUpdate.
*>Trial balance off the GL account balance master GLBAL.DAT: for each
*>GL account and branch, the opening balance, the period's debits and
*>credits, any prior-period adjustments booked in the period, and the
*>closing balance, with a subtotal per account and a grand total.
*>TB_PERIOD in the run-parameter file picks the period (YYYYMM;
*>defaults to the business date's period) - a mistyped period refuses
*>the run rather than reporting a different month. An account and
*>branch with no record for the period but a balance from an earlier
*>one is shown brought forward (B/F) at that balance with no movement,
*>so a quiet month still shows every balance. The heading states
*>whether the period is closed. Writes TRIALBAL.RPT.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080TrialBal.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL GL-BAL-FILE ASSIGN TO "data/GLBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS GB-KEY
            FILE STATUS IS WS-GLBAL-STATUS.

        SELECT OPTIONAL PERIOD-CTL-FILE ASSIGN TO "data/PERIODCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-CTL-STATUS.

        SELECT OPTIONAL TRIAL-RPT ASSIGN TO "data/TRIALBAL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

*>Processing-date control file - the default period is the one the
*>business date falls in.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  GL-BAL-FILE.
    COPY CS4080GB.

    FD  PERIOD-CTL-FILE.
    01  PERIOD-CTL-RECORD            PIC X(88).

    FD  TRIAL-RPT.
    01  TRIAL-RPT-RECORD             PIC X(230).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-GLBAL-STATUS PIC XX.
        88  WS-GLBAL-OK             VALUE "00".
        88  WS-GLBAL-NOT-FOUND      VALUE "05" "35".
    01  WS-PERIOD-CTL-STATUS PIC XX.
        88  WS-PERIOD-CTL-OK        VALUE "00".
        88  WS-PERIOD-CTL-NOT-FOUND VALUE "05" "35".
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

    01  WS-EOF-SWITCH PIC X VALUE "N".
        88  WS-END-OF-FILE          VALUE "Y".
    01  WS-PERIOD-CTL-EOF-SWITCH PIC X VALUE "N".
        88  WS-PERIOD-CTL-EOF       VALUE "Y".

    01  WS-RUN-DATE PIC 9(8).
    01  WS-TB-PERIOD PIC 9(6).
    01  WS-CLOSED-THRU-PERIOD PIC 9(6) VALUE ZERO.
    COPY CS4080PD.

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    01  WS-PM-VALUE-LEN PIC 9(2) VALUE ZERO.
    COPY CS4080PM.

*>The account and branch being gathered - the latest of its records
*>at or before the reporting period. Records arrive in key order, so
*>each later one read replaces the one held.
    01  WS-HOLD.
        05  WS-HOLD-ACCOUNT          PIC X(6) VALUE SPACES.
        05  WS-HOLD-BRANCH           PIC X(3) VALUE SPACES.
        05  WS-HOLD-PERIOD           PIC 9(6) VALUE ZERO.
        05  WS-HOLD-STATUS           PIC X VALUE SPACE.
        05  WS-HOLD-OPENING          PIC S9(35)V9(3) VALUE ZERO.
        05  WS-HOLD-DR               PIC S9(35)V9(3) VALUE ZERO.
        05  WS-HOLD-CR               PIC S9(35)V9(3) VALUE ZERO.
        05  WS-HOLD-PPA              PIC S9(35)V9(3) VALUE ZERO.
        05  WS-HOLD-CLOSING          PIC S9(35)V9(3) VALUE ZERO.
    01  WS-HOLD-SWITCH PIC X VALUE "N".
        88  WS-HOLD-PRESENT         VALUE "Y".

*>Totals at account level and for the whole report.
    01  WS-ACCT-TOTALS.
        05  WS-AT-ACCOUNT            PIC X(6) VALUE SPACES.
        05  WS-AT-LINES              PIC 9(6) VALUE ZERO.
        05  WS-AT-OPENING            PIC S9(35)V9(3) VALUE ZERO.
        05  WS-AT-DR                 PIC S9(35)V9(3) VALUE ZERO.
        05  WS-AT-CR                 PIC S9(35)V9(3) VALUE ZERO.
        05  WS-AT-PPA                PIC S9(35)V9(3) VALUE ZERO.
        05  WS-AT-CLOSING            PIC S9(35)V9(3) VALUE ZERO.
    01  WS-GRAND-TOTALS.
        05  WS-GT-LINES              PIC 9(6) VALUE ZERO.
        05  WS-GT-ACCOUNTS           PIC 9(6) VALUE ZERO.
        05  WS-GT-OPENING            PIC S9(35)V9(3) VALUE ZERO.
        05  WS-GT-DR                 PIC S9(35)V9(3) VALUE ZERO.
        05  WS-GT-CR                 PIC S9(35)V9(3) VALUE ZERO.
        05  WS-GT-PPA                PIC S9(35)V9(3) VALUE ZERO.
        05  WS-GT-CLOSING            PIC S9(35)V9(3) VALUE ZERO.
    01  WS-RECORDS-READ PIC 9(6) VALUE ZERO.
    01  WS-BROUGHT-FORWARD PIC 9(6) VALUE ZERO.

*>One trial balance line - account, branch, state of the period, then
*>the five money columns.
    01  WS-TB-LINE.
        05  WS-TL-ACCOUNT            PIC X(6).
        05  FILLER                   PIC X(2) VALUE SPACES.
        05  WS-TL-BRANCH             PIC X(3).
        05  FILLER                   PIC X(2) VALUE SPACES.
        05  WS-TL-STATE              PIC X(6).
        05  FILLER                   PIC X VALUE SPACE.
        05  WS-TL-OPENING            PIC -9(35).9(3).
        05  FILLER                   PIC X VALUE SPACE.
        05  WS-TL-DR                 PIC -9(35).9(3).
        05  FILLER                   PIC X VALUE SPACE.
        05  WS-TL-CR                 PIC -9(35).9(3).
        05  FILLER                   PIC X VALUE SPACE.
        05  WS-TL-PPA                PIC -9(35).9(3).
        05  FILLER                   PIC X VALUE SPACE.
        05  WS-TL-CLOSING            PIC -9(35).9(3).

    01  WS-REPORT-LINE PIC X(230).

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-SELECT-RECORD UNTIL WS-END-OF-FILE.
    PERFORM 3000-FLUSH-HOLD.
    PERFORM 3100-ACCOUNT-SUBTOTAL.
    PERFORM 5000-WRITE-TOTALS.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    MOVE WS-RUN-DATE (1:6) TO WS-TB-PERIOD.
    PERFORM 1050-READ-RUN-PARMS.
    PERFORM 1100-LOAD-PERIOD-CONTROL.

    DISPLAY "Trial balance for  : " WS-TB-PERIOD.
    DISPLAY "Closed through     : " WS-CLOSED-THRU-PERIOD.

    OPEN INPUT GL-BAL-FILE.
    IF WS-GLBAL-NOT-FOUND
        DISPLAY "No GL balance master found - nothing to report."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-GLBAL-OK
        MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
        MOVE "GL-BAL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    OPEN OUTPUT TRIAL-RPT.
    IF NOT (WS-RPT-OK OR WS-RPT-STATUS = "05")
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "TRIAL-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 1500-WRITE-HEADING.
    PERFORM 2100-READ-BALANCE.

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
            WHEN "TB_PERIOD"
                COMPUTE WS-PM-VALUE-LEN =
                    FUNCTION LENGTH (FUNCTION TRIM (WS-PM-VALUE))
                IF WS-PM-VALUE-LEN = 6
                    AND WS-PM-VALUE (1:6) IS NUMERIC
                    AND WS-PM-VALUE (5:2) >= "01"
                    AND WS-PM-VALUE (5:2) <= "12"
                    MOVE WS-PM-VALUE (1:6) TO WS-TB-PERIOD
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

1500-WRITE-HEADING.
    MOVE "CS4080TrialBal - GL TRIAL BALANCE BY ACCOUNT AND BRANCH"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-TB-PERIOD <= WS-CLOSED-THRU-PERIOD
        STRING "PERIOD " WS-TB-PERIOD "   CLOSED"
            "   BUSINESS DATE " WS-RUN-DATE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "PERIOD " WS-TB-PERIOD "   OPEN - FIGURES TO DATE"
            "   BUSINESS DATE " WS-RUN-DATE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "ACCT    BR   STATE  "
        "                                 OPENING "
        "                                  DEBITS "
        "                                 CREDITS "
        "                           PRIOR-PER ADJ "
        "                                 CLOSING"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

*>Records past the reporting period are not part of it. An account or
*>branch change ends the one held.
2000-SELECT-RECORD.
    IF WS-HOLD-PRESENT
        AND (GB-ACCOUNT NOT = WS-HOLD-ACCOUNT
        OR GB-BRANCH NOT = WS-HOLD-BRANCH)
        PERFORM 3000-FLUSH-HOLD
    END-IF.
    IF GB-PERIOD <= WS-TB-PERIOD
        MOVE GB-ACCOUNT TO WS-HOLD-ACCOUNT
        MOVE GB-BRANCH TO WS-HOLD-BRANCH
        MOVE GB-PERIOD TO WS-HOLD-PERIOD
        MOVE GB-STATUS TO WS-HOLD-STATUS
        MOVE GB-OPENING TO WS-HOLD-OPENING
        MOVE GB-DR-TOTAL TO WS-HOLD-DR
        MOVE GB-CR-TOTAL TO WS-HOLD-CR
        MOVE GB-PPA-NET TO WS-HOLD-PPA
        MOVE GB-CLOSING TO WS-HOLD-CLOSING
        MOVE "Y" TO WS-HOLD-SWITCH
    END-IF.
    PERFORM 2100-READ-BALANCE.

2100-READ-BALANCE.
    READ GL-BAL-FILE NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-RECORDS-READ
    END-READ.

*>A held record from an earlier period is brought forward: its
*>closing is both the opening and the closing here, with no movement.
3000-FLUSH-HOLD.
    IF WS-HOLD-PRESENT
        IF WS-HOLD-ACCOUNT NOT = WS-AT-ACCOUNT
            PERFORM 3100-ACCOUNT-SUBTOTAL
            MOVE WS-HOLD-ACCOUNT TO WS-AT-ACCOUNT
        END-IF
        IF WS-HOLD-PERIOD NOT = WS-TB-PERIOD
            MOVE WS-HOLD-CLOSING TO WS-HOLD-OPENING
            MOVE ZERO TO WS-HOLD-DR
            MOVE ZERO TO WS-HOLD-CR
            MOVE ZERO TO WS-HOLD-PPA
            MOVE "B/F" TO WS-TL-STATE
            ADD 1 TO WS-BROUGHT-FORWARD
        ELSE
            IF WS-HOLD-STATUS = "C"
                MOVE "CLOSED" TO WS-TL-STATE
            ELSE
                MOVE "OPEN" TO WS-TL-STATE
            END-IF
        END-IF
        MOVE WS-HOLD-ACCOUNT TO WS-TL-ACCOUNT
        MOVE WS-HOLD-BRANCH TO WS-TL-BRANCH
        MOVE WS-HOLD-OPENING TO WS-TL-OPENING
        MOVE WS-HOLD-DR TO WS-TL-DR
        MOVE WS-HOLD-CR TO WS-TL-CR
        MOVE WS-HOLD-PPA TO WS-TL-PPA
        MOVE WS-HOLD-CLOSING TO WS-TL-CLOSING
        MOVE WS-TB-LINE TO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
        ADD 1 TO WS-AT-LINES
        ADD WS-HOLD-OPENING TO WS-AT-OPENING
        ADD WS-HOLD-DR TO WS-AT-DR
        ADD WS-HOLD-CR TO WS-AT-CR
        ADD WS-HOLD-PPA TO WS-AT-PPA
        ADD WS-HOLD-CLOSING TO WS-AT-CLOSING
        MOVE "N" TO WS-HOLD-SWITCH
    END-IF.

3100-ACCOUNT-SUBTOTAL.
    IF WS-AT-LINES > ZERO
        MOVE WS-AT-ACCOUNT TO WS-TL-ACCOUNT
        MOVE "ALL" TO WS-TL-BRANCH
        MOVE "TOTAL" TO WS-TL-STATE
        MOVE WS-AT-OPENING TO WS-TL-OPENING
        MOVE WS-AT-DR TO WS-TL-DR
        MOVE WS-AT-CR TO WS-TL-CR
        MOVE WS-AT-PPA TO WS-TL-PPA
        MOVE WS-AT-CLOSING TO WS-TL-CLOSING
        MOVE WS-TB-LINE TO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
        ADD WS-AT-LINES TO WS-GT-LINES
        ADD 1 TO WS-GT-ACCOUNTS
        ADD WS-AT-OPENING TO WS-GT-OPENING
        ADD WS-AT-DR TO WS-GT-DR
        ADD WS-AT-CR TO WS-GT-CR
        ADD WS-AT-PPA TO WS-GT-PPA
        ADD WS-AT-CLOSING TO WS-GT-CLOSING
    END-IF.
    MOVE ZERO TO WS-AT-LINES.
    MOVE ZERO TO WS-AT-OPENING.
    MOVE ZERO TO WS-AT-DR.
    MOVE ZERO TO WS-AT-CR.
    MOVE ZERO TO WS-AT-PPA.
    MOVE ZERO TO WS-AT-CLOSING.

5000-WRITE-TOTALS.
    MOVE "GRAND" TO WS-TL-ACCOUNT.
    MOVE "ALL" TO WS-TL-BRANCH.
    MOVE "TOTAL" TO WS-TL-STATE.
    MOVE WS-GT-OPENING TO WS-TL-OPENING.
    MOVE WS-GT-DR TO WS-TL-DR.
    MOVE WS-GT-CR TO WS-TL-CR.
    MOVE WS-GT-PPA TO WS-TL-PPA.
    MOVE WS-GT-CLOSING TO WS-TL-CLOSING.
    MOVE WS-TB-LINE TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "ACCOUNTS           : " WS-GT-ACCOUNTS
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "ACCOUNT/BRANCHES   : " WS-GT-LINES
        "   BROUGHT FORWARD " WS-BROUGHT-FORWARD
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "MASTER RECORDS READ: " WS-RECORDS-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== GL TRIAL BALANCE =====".
    DISPLAY "Period             : " WS-TB-PERIOD.
    DISPLAY "Accounts           : " WS-GT-ACCOUNTS.
    DISPLAY "Account/branches   : " WS-GT-LINES.
    MOVE WS-GT-CLOSING TO WS-TL-CLOSING.
    DISPLAY "Closing total      : " WS-TL-CLOSING.

5010-WRITE-REPORT-LINE.
    WRITE TRIAL-RPT-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-RPT-OK
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "TRIAL-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

9000-TERMINATE.
    CLOSE GL-BAL-FILE.
    CLOSE TRIAL-RPT.

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
