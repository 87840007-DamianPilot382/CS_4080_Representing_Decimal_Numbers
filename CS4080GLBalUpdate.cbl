*>CS4080GLBalUpdate
*>Companion to CS4080ExampleProgram.
*>Posts the day's GLPOST.DAT to the GL account balance master
*>GLBAL.DAT - one record per GL account, branch and accounting period
*>(CS4080GB) - so month-end balances come off the master instead of
*>being rebuilt in spreadsheets. Runs in the stream straight after
*>CS4080GLRecon has passed the file, so only a reconciled file is ever
*>posted. Each posting goes to the period its transaction date falls
*>in; E-flagged postings are left out, as the GL intake leaves them
*>out. A posting dated in a period CS4080PeriodClose has already
*>closed never changes that period: it is booked as a prior-period
*>adjustment in the business date's own period, and is expected to
*>carry an approval on PPADJ.DAT (the batch edit rejects anything
*>else with reason 20) - one that does not is reported and ends the
*>step with RETURN-CODE 4.
*>A rerun of the same business date first backs out what the earlier
*>run of that date posted (the day columns on each record), so the
*>master is never posted twice. After posting, every open period of
*>each account and branch is re-chained - opening from the previous
*>period's closing, closing recomputed - and the day's movement on
*>the master is proved against the file that was posted; a difference
*>ends the step with RETURN-CODE 8. Writes GLBAL.RPT.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080GLBalUpdate.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GLPOST-FILE ASSIGN TO "data/GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLPOST-STATUS.

*>GL account balance master. ACCESS DYNAMIC: the posting pass reads
*>and writes by key; the backout and re-chain passes browse it in key
*>order, where every period of one account and branch sits together.
        SELECT OPTIONAL GL-BAL-FILE ASSIGN TO "data/GLBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GB-KEY
            FILE STATUS IS WS-GLBAL-STATUS.

*>Accounting period control - the highest period on it is closed.
        SELECT OPTIONAL PERIOD-CTL-FILE ASSIGN TO "data/PERIODCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-CTL-STATUS.

*>Prior-period adjustment register - read for the approvals, then
*>rebuilt through a staging file with the items posted today marked.
        SELECT OPTIONAL PPADJ-FILE ASSIGN TO "data/PPADJ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PPADJ-STATUS.

        SELECT PPADJ-STAGE-FILE ASSIGN TO "data/PPADJ.DAT.NEW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PPADJ-STAGE-STATUS.

*>Processing-date control file - the business date the day's
*>postings and any prior-period adjustments are booked under.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

        SELECT OPTIONAL GLBAL-RPT ASSIGN TO "data/GLBAL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  GLPOST-FILE.
    01  GLPOST-RECORD                PIC X(90).

    FD  GL-BAL-FILE.
    COPY CS4080GB.

    FD  PERIOD-CTL-FILE.
    01  PERIOD-CTL-RECORD            PIC X(88).

    FD  PPADJ-FILE.
    01  PPADJ-RECORD                 PIC X(65).

    FD  PPADJ-STAGE-FILE.
    01  PPADJ-STAGE-RECORD           PIC X(65).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    FD  GLBAL-RPT.
    01  GLBAL-RPT-RECORD             PIC X(100).

    WORKING-STORAGE SECTION.
    01  WS-GLPOST-STATUS PIC XX.
        88  WS-GLPOST-OK            VALUE "00".
    01  WS-GLBAL-STATUS PIC XX.
        88  WS-GLBAL-OK             VALUE "00".
        88  WS-GLBAL-CREATED        VALUE "05".
        88  WS-GLBAL-NO-RECORD      VALUE "23".
    01  WS-PERIOD-CTL-STATUS PIC XX.
        88  WS-PERIOD-CTL-OK        VALUE "00".
        88  WS-PERIOD-CTL-NOT-FOUND VALUE "05" "35".
    01  WS-PPADJ-STATUS PIC XX.
        88  WS-PPADJ-OK             VALUE "00".
        88  WS-PPADJ-NOT-FOUND      VALUE "05" "35".
    01  WS-PPADJ-STAGE-STATUS PIC XX.
        88  WS-PPADJ-STAGE-OK       VALUE "00".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".
    01  WS-RPT-STATUS PIC XX.
        88  WS-RPT-OK               VALUE "00".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
*>CBL_RENAME_FILE return code, which is not a two-character status.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC X(9).

    01  WS-EOF-SWITCH PIC X VALUE "N".
        88  WS-END-OF-FILE          VALUE "Y".
    01  WS-BAL-EOF-SWITCH PIC X VALUE "N".
        88  WS-BAL-EOF              VALUE "Y".
    01  WS-PERIOD-CTL-EOF-SWITCH PIC X VALUE "N".
        88  WS-PERIOD-CTL-EOF       VALUE "Y".
    01  WS-PPADJ-EOF-SWITCH PIC X VALUE "N".
        88  WS-PPADJ-EOF            VALUE "Y".
    01  WS-PPADJ-ABSENT-SWITCH PIC X VALUE "N".
        88  WS-PPADJ-ABSENT         VALUE "Y".

    01  WS-RUN-DATE PIC 9(8).
    01  WS-RUN-PERIOD PIC 9(6).
    01  WS-CLOSED-THRU-PERIOD PIC 9(6) VALUE ZERO.
    01  WS-POST-PERIOD PIC 9(6).
    01  WS-LATE-SWITCH PIC X VALUE "N".
        88  WS-LATE-POSTING         VALUE "Y".

*>Approvals from PPADJ.DAT that may still be booked - "A" lines, and
*>"P" lines this business date posted (a rerun books them again).
*>WS-PPA-USED marks the ones today's file actually carried.
    01  WS-PPA-TABLE.
        05  WS-PPA-COUNT PIC 9(3) VALUE ZERO.
        05  WS-PPA-ENTRY OCCURS 500 TIMES INDEXED BY PPA-IDX.
            10  WS-PPA-TRANS-DATE    PIC 9(8).
            10  WS-PPA-TRANS-KEY     PIC 9(6).
            10  WS-PPA-BRANCH        PIC X(3).
            10  WS-PPA-USED          PIC X.
    01  WS-PPA-FOUND-SWITCH PIC X VALUE "N".
        88  WS-PPA-FOUND            VALUE "Y".

*>Re-chain control - the account and branch of the record last read
*>and its closing balance, which is the next period's opening.
    01  WS-CHAIN-ACCOUNT PIC X(6) VALUE SPACES.
    01  WS-CHAIN-BRANCH PIC X(3) VALUE SPACES.
    01  WS-CHAIN-CLOSING PIC S9(35)V9(3) VALUE ZERO.

    01  WS-POSTINGS-READ PIC 9(6) VALUE ZERO.
    01  WS-FLAGGED-SKIPPED PIC 9(6) VALUE ZERO.
    01  WS-CURRENT-POSTED PIC 9(6) VALUE ZERO.
    01  WS-PPA-POSTED PIC 9(6) VALUE ZERO.
    01  WS-PPA-UNAPPROVED PIC 9(6) VALUE ZERO.
    01  WS-RECORDS-BACKED-OUT PIC 9(6) VALUE ZERO.
    01  WS-RECORDS-CREATED PIC 9(6) VALUE ZERO.
    01  WS-RECORDS-CHAINED PIC 9(6) VALUE ZERO.
    01  WS-PPA-MARKED PIC 9(6) VALUE ZERO.
    01  WS-PPA-RELEASED PIC 9(6) VALUE ZERO.
    01  WS-DR-TOTAL PIC S9(35)V9(3) VALUE ZERO.
    01  WS-CR-TOTAL PIC S9(35)V9(3) VALUE ZERO.
    01  WS-PPA-TOTAL PIC S9(35)V9(3) VALUE ZERO.

*>The day's movement two ways - the signed net of every unflagged
*>posting on the file, and the net of the day columns on the master
*>after posting. They must agree.
    01  WS-FILE-NET PIC S9(35)V9(3) VALUE ZERO.
    01  WS-MASTER-NET PIC S9(35)V9(3) VALUE ZERO.
    01  WS-NET-DIFFERENCE PIC S9(35)V9(3) VALUE ZERO.
    01  WS-OUT-OF-BALANCE-SWITCH PIC X VALUE "N".
        88  WS-OUT-OF-BALANCE       VALUE "Y".

    01  WS-PPADJ-STAGE-PATH PIC X(30) VALUE "data/PPADJ.DAT.NEW".
    01  WS-PPADJ-PATH PIC X(30) VALUE "data/PPADJ.DAT".
    01  WS-RENAME-RC PIC 9(9) VALUE ZERO.

*>Working copy of the posting amount - the edited picture in the GL
*>line is de-edited into this field before any arithmetic.
    01  WS-GL-AMOUNT-N PIC S9(35)V9(3).

*>Posting line as the batch job wrote it.
    COPY CS4080GL.
    COPY CS4080PD.
    COPY CS4080PA.

    01  WS-EDIT-AMOUNT PIC -9(35).9(3).
    01  WS-REPORT-LINE PIC X(100).

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-BACK-OUT-RERUN.
    PERFORM 3000-POST-DAY.
    PERFORM 4000-RECHAIN-BALANCES.
    PERFORM 6000-UPDATE-PPADJ.
    PERFORM 5000-WRITE-UPDATE-REPORT.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM 1100-LOAD-PERIOD-CONTROL.
*>The business date's own period can never be closed - the close job
*>refuses it - so a lock at or past it means the control file is
*>wrong, and posting the day anywhere would be a guess.
    IF WS-CLOSED-THRU-PERIOD >= WS-RUN-PERIOD
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "PERIODCTL.DAT shows period " WS-CLOSED-THRU-PERIOD
            " closed - business date " WS-RUN-DATE
            " falls in a closed period."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1200-LOAD-APPROVALS.

    DISPLAY "Business date      : " WS-RUN-DATE.
    DISPLAY "Closed through     : " WS-CLOSED-THRU-PERIOD.

    OPEN INPUT GLPOST-FILE.
    IF NOT WS-GLPOST-OK
        MOVE WS-GLPOST-STATUS TO WS-FATAL-STATUS
        MOVE "GLPOST-FILE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
*>"05" is the first-time creation of the master, as on the engine's
*>results history master.
    OPEN I-O GL-BAL-FILE.
    IF NOT (WS-GLBAL-OK OR WS-GLBAL-CREATED)
        MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
        MOVE "GL-BAL OPEN I-O" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    OPEN OUTPUT GLBAL-RPT.
    IF NOT (WS-RPT-OK OR WS-RPT-STATUS = "05")
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "GLBAL-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 5005-WRITE-REPORT-HEADING.

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

1200-LOAD-APPROVALS.
    OPEN INPUT PPADJ-FILE.
    IF WS-PPADJ-NOT-FOUND
        SET WS-PPADJ-ABSENT TO TRUE
    ELSE
        IF NOT WS-PPADJ-OK
            MOVE WS-PPADJ-STATUS TO WS-FATAL-STATUS
            MOVE "PPADJ OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 1210-LOAD-APPROVAL UNTIL WS-PPADJ-EOF.
    CLOSE PPADJ-FILE.

1210-LOAD-APPROVAL.
    READ PPADJ-FILE INTO WS-PPADJ-LINE
        AT END
            SET WS-PPADJ-EOF TO TRUE
        NOT AT END
            IF WS-PA-APPROVED
                OR (WS-PA-POSTED AND WS-PA-POSTED-DATE = WS-RUN-DATE)
                IF WS-PPA-COUNT < 500
                    ADD 1 TO WS-PPA-COUNT
                    SET PPA-IDX TO WS-PPA-COUNT
                    MOVE WS-PA-TRANS-DATE TO WS-PPA-TRANS-DATE (PPA-IDX)
                    MOVE WS-PA-TRANS-KEY TO WS-PPA-TRANS-KEY (PPA-IDX)
                    MOVE WS-PA-BRANCH TO WS-PPA-BRANCH (PPA-IDX)
                    MOVE "N" TO WS-PPA-USED (PPA-IDX)
                ELSE
                    DISPLAY "WARNING: PPADJ.DAT has more than 500 "
                        "open approvals - excess entries ignored"
                END-IF
            END-IF
    END-READ.

*>What an earlier run of this same business date posted is taken off
*>again first. Closed periods are never touched - once a month is
*>closed the batch edit rejects its transactions, so a rerun of the
*>day's engine no longer carries them either.
2000-BACK-OUT-RERUN.
    PERFORM 7000-START-BROWSE.
    PERFORM 2010-BACK-OUT-RECORD UNTIL WS-BAL-EOF.

2010-BACK-OUT-RECORD.
    IF GB-PERIOD-OPEN AND GB-LAST-POST-DATE = WS-RUN-DATE
        SUBTRACT GB-DAY-DR-COUNT FROM GB-DR-COUNT
        SUBTRACT GB-DAY-DR-TOTAL FROM GB-DR-TOTAL
        SUBTRACT GB-DAY-CR-COUNT FROM GB-CR-COUNT
        SUBTRACT GB-DAY-CR-TOTAL FROM GB-CR-TOTAL
        SUBTRACT GB-DAY-PPA-COUNT FROM GB-PPA-COUNT
        SUBTRACT GB-DAY-PPA-NET FROM GB-PPA-NET
        PERFORM 3300-CLEAR-DAY-COLUMNS
        PERFORM 7200-REWRITE-BALANCE
        ADD 1 TO WS-RECORDS-BACKED-OUT
    END-IF.
    PERFORM 7100-READ-NEXT-BALANCE.

3000-POST-DAY.
    PERFORM 3100-READ-POSTING.
    PERFORM 3010-POST-LINE UNTIL WS-END-OF-FILE.

3010-POST-LINE.
    ADD 1 TO WS-POSTINGS-READ.
    IF WS-GL-FLAG = "E"
        ADD 1 TO WS-FLAGGED-SKIPPED
    ELSE
        MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-N
        ADD WS-GL-AMOUNT-N TO WS-FILE-NET
*>Lines written before the transaction date was carried on the GL
*>line post to the business date's period.
        IF WS-GL-TRANS-DATE IS NUMERIC
            MOVE WS-GL-TRANS-DATE (1:6) TO WS-POST-PERIOD
        ELSE
            MOVE WS-RUN-PERIOD TO WS-POST-PERIOD
        END-IF
        MOVE "N" TO WS-LATE-SWITCH
        IF WS-POST-PERIOD <= WS-CLOSED-THRU-PERIOD
            MOVE "Y" TO WS-LATE-SWITCH
            PERFORM 3400-CHECK-APPROVAL
            MOVE WS-RUN-PERIOD TO WS-POST-PERIOD
        END-IF
        PERFORM 3200-FETCH-BALANCE
        IF WS-LATE-POSTING
            ADD 1 TO GB-PPA-COUNT
            ADD WS-GL-AMOUNT-N TO GB-PPA-NET
            ADD 1 TO GB-DAY-PPA-COUNT
            ADD WS-GL-AMOUNT-N TO GB-DAY-PPA-NET
            ADD 1 TO WS-PPA-POSTED
            ADD WS-GL-AMOUNT-N TO WS-PPA-TOTAL
        ELSE
            IF WS-GL-DR-CR = "C"
                ADD 1 TO GB-CR-COUNT
                SUBTRACT WS-GL-AMOUNT-N FROM GB-CR-TOTAL
                ADD 1 TO GB-DAY-CR-COUNT
                SUBTRACT WS-GL-AMOUNT-N FROM GB-DAY-CR-TOTAL
                SUBTRACT WS-GL-AMOUNT-N FROM WS-CR-TOTAL
            ELSE
                ADD 1 TO GB-DR-COUNT
                ADD WS-GL-AMOUNT-N TO GB-DR-TOTAL
                ADD 1 TO GB-DAY-DR-COUNT
                ADD WS-GL-AMOUNT-N TO GB-DAY-DR-TOTAL
                ADD WS-GL-AMOUNT-N TO WS-DR-TOTAL
            END-IF
            ADD 1 TO WS-CURRENT-POSTED
        END-IF
        PERFORM 3250-STORE-BALANCE
    END-IF.
    PERFORM 3100-READ-POSTING.

3100-READ-POSTING.
    READ GLPOST-FILE INTO WS-GL-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
    END-READ.

*>Find-or-create the record for the posting's account, branch and
*>period. The day columns belong to one business date only, so a
*>record last posted on an earlier date starts today's from zero.
3200-FETCH-BALANCE.
    MOVE WS-GL-ACCOUNT TO GB-ACCOUNT.
    MOVE WS-GL-BRANCH TO GB-BRANCH.
    MOVE WS-POST-PERIOD TO GB-PERIOD.
    READ GL-BAL-FILE
        INVALID KEY
            PERFORM 3210-NEW-BALANCE
    END-READ.
    IF NOT (WS-GLBAL-OK OR WS-GLBAL-NO-RECORD)
        MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
        MOVE "GL-BAL READ" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF GB-LAST-POST-DATE NOT = WS-RUN-DATE
        PERFORM 3300-CLEAR-DAY-COLUMNS
        MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
    END-IF.

3210-NEW-BALANCE.
    INITIALIZE GL-BAL-RECORD.
    MOVE WS-GL-ACCOUNT TO GB-ACCOUNT.
    MOVE WS-GL-BRANCH TO GB-BRANCH.
    MOVE WS-POST-PERIOD TO GB-PERIOD.
    MOVE SPACE TO GB-STATUS.
    MOVE ZERO TO GB-LAST-POST-DATE.

*>A record the fetch could not read is new and is written; one it
*>read is rewritten in place.
3250-STORE-BALANCE.
    IF WS-GLBAL-NO-RECORD
        WRITE GL-BAL-RECORD
            INVALID KEY
                MOVE WS-GLBAL-STATUS TO WS-FATAL-STATUS
                MOVE "GL-BAL WRITE" TO WS-FATAL-FILE
                PERFORM 9900-FATAL-FILE-ERROR
        END-WRITE
        ADD 1 TO WS-RECORDS-CREATED
    ELSE
        PERFORM 7200-REWRITE-BALANCE
    END-IF.

3300-CLEAR-DAY-COLUMNS.
    MOVE ZERO TO GB-DAY-DR-COUNT.
    MOVE ZERO TO GB-DAY-DR-TOTAL.
    MOVE ZERO TO GB-DAY-CR-COUNT.
    MOVE ZERO TO GB-DAY-CR-TOTAL.
    MOVE ZERO TO GB-DAY-PPA-COUNT.
    MOVE ZERO TO GB-DAY-PPA-NET.

*>An approval is matched on transaction date, key and branch - the
*>same three fields the batch edit matched to let the item through.
*>Every posting line of an approved item marks the same entry.
3400-CHECK-APPROVAL.
    MOVE "N" TO WS-PPA-FOUND-SWITCH.
    PERFORM VARYING PPA-IDX FROM 1 BY 1
            UNTIL PPA-IDX > WS-PPA-COUNT OR WS-PPA-FOUND
        IF WS-PPA-TRANS-DATE (PPA-IDX) = WS-GL-TRANS-DATE
            AND WS-PPA-TRANS-KEY (PPA-IDX) = WS-GL-KEY
            AND WS-PPA-BRANCH (PPA-IDX) = WS-GL-BRANCH
            MOVE "Y" TO WS-PPA-FOUND-SWITCH
            MOVE "Y" TO WS-PPA-USED (PPA-IDX)
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-GL-AMOUNT-N TO WS-EDIT-AMOUNT.
    IF WS-PPA-FOUND
        STRING "  PPA " WS-GL-KEY " " WS-GL-BRANCH
            " DATED " WS-GL-TRANS-DATE " " WS-GL-ACCOUNT
            " " WS-EDIT-AMOUNT " APPROVED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        ADD 1 TO WS-PPA-UNAPPROVED
        STRING "  PPA " WS-GL-KEY " " WS-GL-BRANCH
            " DATED " WS-GL-TRANS-DATE " " WS-GL-ACCOUNT
            " " WS-EDIT-AMOUNT " NOT APPROVED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY "WARNING: posting for key " WS-GL-KEY
            " dated in closed period has no PPADJ.DAT approval"
    END-IF.
    PERFORM 5010-WRITE-REPORT-LINE.

*>Every open period of an account and branch opens at the closing of
*>the period before it, so a late posting to an earlier open month
*>flows through to every later one. A closed period is left exactly
*>as it was closed but still hands its closing on. The day columns of
*>today's open records are summed on the way past for the proof.
4000-RECHAIN-BALANCES.
    PERFORM 7000-START-BROWSE.
    PERFORM 4010-RECHAIN-RECORD UNTIL WS-BAL-EOF.
    COMPUTE WS-NET-DIFFERENCE = WS-FILE-NET - WS-MASTER-NET.
    IF WS-NET-DIFFERENCE NOT = ZERO
        MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
    END-IF.

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
    IF GB-PERIOD-OPEN AND GB-LAST-POST-DATE = WS-RUN-DATE
        COMPUTE WS-MASTER-NET = WS-MASTER-NET + GB-DAY-DR-TOTAL
            - GB-DAY-CR-TOTAL + GB-DAY-PPA-NET
    END-IF.
    MOVE GB-ACCOUNT TO WS-CHAIN-ACCOUNT.
    MOVE GB-BRANCH TO WS-CHAIN-BRANCH.
    MOVE GB-CLOSING TO WS-CHAIN-CLOSING.
    PERFORM 7100-READ-NEXT-BALANCE.

*>The register is rebuilt through a staging file so a crash part way
*>leaves PPADJ.DAT as it was. An approval booked today becomes "P"
*>with the date and period it went to; one a rerun of today no longer
*>carried goes back to "A" so it is still open for the item.
6000-UPDATE-PPADJ.
    IF NOT WS-PPADJ-ABSENT
        MOVE "N" TO WS-PPADJ-EOF-SWITCH
        OPEN INPUT PPADJ-FILE
        IF NOT WS-PPADJ-OK
            MOVE WS-PPADJ-STATUS TO WS-FATAL-STATUS
            MOVE "PPADJ REOPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        OPEN OUTPUT PPADJ-STAGE-FILE
        IF NOT (WS-PPADJ-STAGE-OK OR WS-PPADJ-STAGE-STATUS = "05")
            MOVE WS-PPADJ-STAGE-STATUS TO WS-FATAL-STATUS
            MOVE "PPADJ-STAGE OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        PERFORM 6010-COPY-PPADJ-LINE UNTIL WS-PPADJ-EOF
        CLOSE PPADJ-FILE
        CLOSE PPADJ-STAGE-FILE
        CALL "CBL_RENAME_FILE" USING WS-PPADJ-STAGE-PATH
            WS-PPADJ-PATH
            RETURNING WS-RENAME-RC
        IF WS-RENAME-RC NOT = ZERO
            MOVE WS-RENAME-RC TO WS-FATAL-STATUS
            MOVE "PPADJ RENAME" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.

6010-COPY-PPADJ-LINE.
    READ PPADJ-FILE INTO WS-PPADJ-LINE
        AT END
            SET WS-PPADJ-EOF TO TRUE
        NOT AT END
            IF WS-PA-APPROVED
                OR (WS-PA-POSTED AND WS-PA-POSTED-DATE = WS-RUN-DATE)
                PERFORM 6020-MARK-PPADJ-LINE
            END-IF
            WRITE PPADJ-STAGE-RECORD FROM WS-PPADJ-LINE
            IF NOT WS-PPADJ-STAGE-OK
                MOVE WS-PPADJ-STAGE-STATUS TO WS-FATAL-STATUS
                MOVE "PPADJ-STAGE WRITE" TO WS-FATAL-FILE
                PERFORM 9900-FATAL-FILE-ERROR
            END-IF
    END-READ.

6020-MARK-PPADJ-LINE.
    MOVE "N" TO WS-PPA-FOUND-SWITCH.
    PERFORM VARYING PPA-IDX FROM 1 BY 1
            UNTIL PPA-IDX > WS-PPA-COUNT OR WS-PPA-FOUND
        IF WS-PPA-TRANS-DATE (PPA-IDX) = WS-PA-TRANS-DATE
            AND WS-PPA-TRANS-KEY (PPA-IDX) = WS-PA-TRANS-KEY
            AND WS-PPA-BRANCH (PPA-IDX) = WS-PA-BRANCH
            AND WS-PPA-USED (PPA-IDX) = "Y"
            MOVE "Y" TO WS-PPA-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-PPA-FOUND
        SET WS-PA-POSTED TO TRUE
        MOVE WS-RUN-DATE TO WS-PA-POSTED-DATE
        MOVE WS-RUN-PERIOD TO WS-PA-BOOKED-PERIOD
        ADD 1 TO WS-PPA-MARKED
    ELSE
        IF WS-PA-POSTED
            SET WS-PA-APPROVED TO TRUE
            MOVE ZERO TO WS-PA-POSTED-DATE
            MOVE ZERO TO WS-PA-BOOKED-PERIOD
            ADD 1 TO WS-PPA-RELEASED
        END-IF
    END-IF.

*>Written before the posting pass - each prior-period posting is listed
*>under it as it is booked.
5005-WRITE-REPORT-HEADING.
    MOVE "CS4080GLBalUpdate - GL BALANCE MASTER UPDATE"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BUSINESS DATE      : " WS-RUN-DATE
        "   PERIOD " WS-RUN-PERIOD
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "CLOSED THROUGH     : " WS-CLOSED-THRU-PERIOD
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE "POSTINGS DATED IN A CLOSED PERIOD (BOOKED AS ADJUSTMENTS):"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

5000-WRITE-UPDATE-REPORT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "POSTINGS READ      : " WS-POSTINGS-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "FLAGGED SKIPPED    : " WS-FLAGGED-SKIPPED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "RERUN BACKED OUT   : " WS-RECORDS-BACKED-OUT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "POSTED TO PERIOD   : " WS-CURRENT-POSTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE WS-DR-TOTAL TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "DEBITS POSTED      : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE WS-CR-TOTAL TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "CREDITS POSTED     : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PRIOR-PERIOD ADJ   : " WS-PPA-POSTED
        "   NOT APPROVED " WS-PPA-UNAPPROVED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE WS-PPA-TOTAL TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "ADJUSTMENT NET     : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "APPROVALS POSTED   : " WS-PPA-MARKED
        "   RELEASED ON RERUN " WS-PPA-RELEASED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BALANCES CREATED   : " WS-RECORDS-CREATED
        "   OPEN PERIODS RE-CHAINED " WS-RECORDS-CHAINED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE WS-FILE-NET TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "NET PER GLPOST     : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE WS-MASTER-NET TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "NET PER MASTER     : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    IF WS-OUT-OF-BALANCE
        MOVE "BALANCE UPDATE     : OUT OF BALANCE - HOLD THE CLOSE"
            TO WS-REPORT-LINE
    ELSE
        MOVE "BALANCE UPDATE     : IN BALANCE"
            TO WS-REPORT-LINE
    END-IF.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== GL BALANCE MASTER UPDATE =====".
    DISPLAY "Postings read      : " WS-POSTINGS-READ.
    DISPLAY "Posted to period   : " WS-CURRENT-POSTED.
    DISPLAY "Prior-period adj   : " WS-PPA-POSTED.
    DISPLAY "Not approved       : " WS-PPA-UNAPPROVED.
    DISPLAY "Rerun backed out   : " WS-RECORDS-BACKED-OUT.
    IF WS-OUT-OF-BALANCE
        DISPLAY "Balance update     : OUT OF BALANCE - HOLD THE CLOSE"
    ELSE
        DISPLAY "Balance update     : IN BALANCE"
    END-IF.

5010-WRITE-REPORT-LINE.
    WRITE GLBAL-RPT-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-RPT-OK
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "GLBAL-RPT WRITE" TO WS-FATAL-FILE
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

9000-TERMINATE.
    CLOSE GLPOST-FILE.
    CLOSE GL-BAL-FILE.
    CLOSE GLBAL-RPT.
    IF WS-OUT-OF-BALANCE
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-PPA-UNAPPROVED > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
    DISPLAY "Operation : " WS-FATAL-FILE.
    DISPLAY "Status    : " WS-FATAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
