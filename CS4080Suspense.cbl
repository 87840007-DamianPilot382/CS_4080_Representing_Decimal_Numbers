*>CS4080Suspense
*>Companion to CS4080ExampleProgram - owns the "E"-flagged postings.
*>When a field trips ON SIZE ERROR the batch job still writes its GL
*>posting, flagged "E"; the intake is told not to book it,
*>CS4080GLRecon only counts it, and CS4080GLAckMatch leaves it out of
*>the expected set. Until this job nobody owned the amount after
*>that. Every flagged posting on the day's GLPOST.DAT now goes onto
*>the suspense ledger SUSPENSE.DAT (CS4080SU layout) with its key,
*>branch, field, account, amount, and the business date it entered
*>suspense, and stays there until it is cleared one of three ways:
*>  - the branch sends a reverse-and-replace ("A") for the key and the
*>    replacement's posting for that field goes through clean - the
*>    corrected resubmission (cleared "C");
*>  - the branch sends a plain reversal ("R") of the original - the
*>    item is taken back out with the rest of the transaction
*>    (cleared "R"); a replacement that trips again is a new item;
*>  - an operator writes it off with a reason through
*>    CS4080SuspWriteOff, which queues the request in SUSPWO.DAT for
*>    this job to apply (cleared "W").
*>A reversal's offset of a flagged posting is itself flagged, which is
*>how this job recognises it: an "E" line with entry type "R" clears
*>the open item it negates rather than opening a new one.
*>The daily report SUSPENSE.RPT lists what cleared today and every
*>open item with its age, then the opening balance, new items,
*>cleared items, and closing balance by account and branch, and the
*>open items aged 0-1, 2-5, 6-10, and over 10 days from their entry
*>date - the same buckets the reject aging report uses. Items cleared
*>today stay on the file until tomorrow's run so a rerun of the day
*>reports them again; a rerun rebuilds today's new items and
*>reversal clears from GLPOST.DAT and keeps today's write-offs. The
*>ledger is rebuilt through a staging file and renamed over
*>SUSPENSE.DAT at clean end of job, like the reject carry.
*>Ends with RETURN-CODE 4 when any item has sat open over 10 days, and
*>8 if the ledger fails to foot (opening + new - cleared = closing).

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080Suspense.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL GLPOST-FILE ASSIGN TO "data/GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLPOST-STATUS.

*>The ledger as the last clean run left it.
        SELECT OPTIONAL SUSPENSE-IN-FILE ASSIGN TO "data/SUSPENSE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-IN-STATUS.

*>This run's ledger is staged here and only renamed over
*>SUSPENSE.DAT at clean end of job - writing the ledger directly
*>would truncate it while it is still being read.
        SELECT SUSPENSE-STAGE-FILE ASSIGN TO "data/SUSPENSE.DAT.NEW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-STAGE-STATUS.

*>Write-off requests queued by CS4080SuspWriteOff since the last run.
        SELECT OPTIONAL WRITEOFF-FILE ASSIGN TO "data/SUSPWO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WRITEOFF-STATUS.

        SELECT OPTIONAL SUSPENSE-RPT ASSIGN TO "data/SUSPENSE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-RPT-STATUS.

*>Processing-date control file - items enter suspense and age
*>against the business date, never the wall clock.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  GLPOST-FILE.
    01  GLPOST-RECORD                PIC X(90).

    FD  SUSPENSE-IN-FILE.
    01  SUSPENSE-IN-RECORD           PIC X(140).

    FD  SUSPENSE-STAGE-FILE.
    01  SUSPENSE-STAGE-RECORD        PIC X(140).

    FD  WRITEOFF-FILE.
    01  WRITEOFF-RECORD              PIC X(140).

    FD  SUSPENSE-RPT.
    01  SUSPENSE-RPT-RECORD          PIC X(132).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-GLPOST-STATUS PIC XX.
        88  WS-GLPOST-OK            VALUE "00".
        88  WS-GLPOST-NOT-FOUND     VALUE "05" "35".
    01  WS-SUSPENSE-IN-STATUS PIC XX.
        88  WS-SUSPENSE-IN-OK       VALUE "00".
        88  WS-SUSPENSE-IN-NOT-FOUND VALUE "05" "35".
    01  WS-SUSPENSE-STAGE-STATUS PIC XX.
        88  WS-SUSPENSE-STAGE-OK    VALUE "00".
        88  WS-SUSPENSE-STAGE-NOT-FOUND VALUE "05" "35".
    01  WS-WRITEOFF-STATUS PIC XX.
        88  WS-WRITEOFF-OK          VALUE "00".
        88  WS-WRITEOFF-NOT-FOUND   VALUE "05" "35".
    01  WS-SUSPENSE-RPT-STATUS PIC XX.
        88  WS-SUSPENSE-RPT-OK      VALUE "00".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
*>CBL_RENAME_FILE return code reported by 9000-TERMINATE, which is
*>not a two-character file status.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC X(9).

    01  WS-SUSPENSE-EOF-SWITCH PIC X VALUE "N".
        88  WS-SUSPENSE-EOF         VALUE "Y".
    01  WS-GLPOST-EOF-SWITCH PIC X VALUE "N".
        88  WS-GLPOST-EOF           VALUE "Y".
    01  WS-WRITEOFF-EOF-SWITCH PIC X VALUE "N".
        88  WS-WRITEOFF-EOF         VALUE "Y".

*>Staging-and-rename support for the rebuilt ledger.
    01  WS-SUSPENSE-STAGE-PATH PIC X(30)
        VALUE "data/SUSPENSE.DAT.NEW".
    01  WS-SUSPENSE-PATH PIC X(30) VALUE "data/SUSPENSE.DAT".
    01  WS-SUSPENSE-RENAME-RC PIC 9(9) VALUE ZERO.

    01  WS-RUN-DATE PIC 9(8).

*>Every item on the ledger today - carried from the file, then the
*>day's new flagged postings. WS-IT-ORIGIN says which column of the
*>balance the item starts in: "O" opening (on the ledger before
*>today), "N" new today. 2000 slots; the run fails rather than
*>silently dropping the excess.
    01  WS-ITEM-TABLE.
        05  WS-IT-COUNT PIC 9(4) VALUE ZERO.
        05  WS-IT-ENTRY OCCURS 2000 TIMES INDEXED BY IT-IDX.
            10  WS-IT-KEY            PIC 9(6).
            10  WS-IT-BRANCH         PIC X(3).
            10  WS-IT-FIELD          PIC X(8).
            10  WS-IT-ACCOUNT        PIC X(6).
            10  WS-IT-AMOUNT         PIC S9(35)V9(3).
            10  WS-IT-ENTRY-DATE     PIC 9(8).
            10  WS-IT-STATUS         PIC X.
            10  WS-IT-CLEAR-DATE     PIC 9(8).
            10  WS-IT-OPERATOR       PIC X(8).
            10  WS-IT-REASON         PIC X(30).
            10  WS-IT-ORIGIN         PIC X.

    01  WS-IT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-IT-FOUND             VALUE "Y".

*>Opening / new / cleared / closing by GL account and branch. Same
*>find-or-add shape as the reject aging report's branch table.
    01  WS-ACCT-BRANCH-TABLE.
        05  WS-AB-COUNT PIC 9(3) VALUE ZERO.
        05  WS-AB-ENTRY OCCURS 100 TIMES INDEXED BY AB-IDX.
            10  WS-AB-ACCOUNT        PIC X(6).
            10  WS-AB-BRANCH         PIC X(3).
            10  WS-AB-OPEN-COUNT     PIC 9(6).
            10  WS-AB-OPEN-AMOUNT    PIC S9(35)V9(3).
            10  WS-AB-NEW-COUNT      PIC 9(6).
            10  WS-AB-NEW-AMOUNT     PIC S9(35)V9(3).
            10  WS-AB-CLEAR-COUNT    PIC 9(6).
            10  WS-AB-CLEAR-AMOUNT   PIC S9(35)V9(3).
            10  WS-AB-CLOSE-COUNT    PIC 9(6).
            10  WS-AB-CLOSE-AMOUNT   PIC S9(35)V9(3).

    01  WS-AB-FOUND-SWITCH PIC X VALUE "N".
        88  WS-AB-FOUND             VALUE "Y".

*>Ledger-wide totals, in the same four columns.
    01  WS-TOT-OPEN-COUNT PIC 9(6) VALUE ZERO.
    01  WS-TOT-OPEN-AMOUNT PIC S9(35)V9(3) VALUE ZERO.
    01  WS-TOT-NEW-COUNT PIC 9(6) VALUE ZERO.
    01  WS-TOT-NEW-AMOUNT PIC S9(35)V9(3) VALUE ZERO.
    01  WS-TOT-CLEAR-COUNT PIC 9(6) VALUE ZERO.
    01  WS-TOT-CLEAR-AMOUNT PIC S9(35)V9(3) VALUE ZERO.
    01  WS-TOT-CLOSE-COUNT PIC 9(6) VALUE ZERO.
    01  WS-TOT-CLOSE-AMOUNT PIC S9(35)V9(3) VALUE ZERO.
    01  WS-PROOF-AMOUNT PIC S9(35)V9(3) VALUE ZERO.
    01  WS-LEDGER-BROKEN-SWITCH PIC X VALUE "N".
        88  WS-LEDGER-BROKEN        VALUE "Y".

*>Open-item aging - 1 = 0-1 days, 2 = 2-5, 3 = 6-10, 4 = over 10.
    01  WS-BUCKET-NUM PIC 9.
    01  WS-AGE-DAYS PIC S9(5) VALUE ZERO.
    01  WS-AGING-TABLE.
        05  WS-AG-ENTRY OCCURS 4 TIMES.
            10  WS-AG-COUNT          PIC 9(6) VALUE ZERO.
            10  WS-AG-AMOUNT         PIC S9(35)V9(3) VALUE ZERO.
    01  WS-AG-CAPTIONS.
        05  FILLER PIC X(21) VALUE "AGED 0-1 DAYS      : ".
        05  FILLER PIC X(21) VALUE "AGED 2-5 DAYS      : ".
        05  FILLER PIC X(21) VALUE "AGED 6-10 DAYS     : ".
        05  FILLER PIC X(21) VALUE "AGED OVER 10 DAYS  : ".
    01  WS-AG-CAPTION-TABLE REDEFINES WS-AG-CAPTIONS.
        05  WS-AG-CAPTION PIC X(21) OCCURS 4 TIMES.

    01  WS-CARRIED-IN PIC 9(6) VALUE ZERO.
    01  WS-PURGED PIC 9(6) VALUE ZERO.
    01  WS-POSTINGS-READ PIC 9(6) VALUE ZERO.
    01  WS-OFFSETS-APPLIED PIC 9(6) VALUE ZERO.
    01  WS-OFFSETS-UNMATCHED PIC 9(6) VALUE ZERO.
    01  WS-RESUBS-CLEAN PIC 9(6) VALUE ZERO.
    01  WS-WRITEOFFS-READ PIC 9(6) VALUE ZERO.
    01  WS-WRITEOFFS-APPLIED PIC 9(6) VALUE ZERO.
    01  WS-WRITEOFFS-REFUSED PIC 9(6) VALUE ZERO.

*>De-editing work fields.
    01  WS-GL-AMOUNT-N PIC S9(35)V9(3).
    01  WS-OFFSET-AMOUNT PIC S9(35)V9(3).

    01  WS-EDIT-AMOUNT PIC -9(35).9(3).
    01  WS-EDIT-AGE PIC ZZZZ9.
    01  WS-REPORT-LINE PIC X(132).

*>Posting line as the batch job wrote it.
    COPY CS4080GL.

*>Ledger line / write-off request line.
    COPY CS4080SU.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-LOAD-LEDGER.
    PERFORM 3000-APPLY-GLPOST.
    PERFORM 3500-APPLY-WRITEOFFS.
    PERFORM 4000-SWEEP-LEDGER.
    PERFORM 5000-WRITE-SUMMARY.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    OPEN OUTPUT SUSPENSE-RPT.
    IF NOT (WS-SUSPENSE-RPT-OK OR WS-SUSPENSE-RPT-STATUS = "05")
        MOVE WS-SUSPENSE-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "SUSPENSE-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "CS4080Suspense - SUSPENSE LEDGER REPORT"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "AS OF " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    OPEN OUTPUT SUSPENSE-STAGE-FILE.
    IF NOT (WS-SUSPENSE-STAGE-OK OR WS-SUSPENSE-STAGE-NOT-FOUND)
        MOVE WS-SUSPENSE-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "SUSPENSE-STAGE OPEN" TO WS-FATAL-FILE
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
    CLOSE BUSDATE-FILE.

2000-LOAD-LEDGER.
    OPEN INPUT SUSPENSE-IN-FILE.
    IF WS-SUSPENSE-IN-NOT-FOUND
        SET WS-SUSPENSE-EOF TO TRUE
    ELSE
        IF NOT WS-SUSPENSE-IN-OK
            MOVE WS-SUSPENSE-IN-STATUS TO WS-FATAL-STATUS
            MOVE "SUSPENSE-IN OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 2100-LOAD-LEDGER-LINE UNTIL WS-SUSPENSE-EOF.
    CLOSE SUSPENSE-IN-FILE.

2100-LOAD-LEDGER-LINE.
    READ SUSPENSE-IN-FILE INTO WS-SUSPENSE-LINE
        AT END
            SET WS-SUSPENSE-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARRIED-IN
            PERFORM 2200-SCREEN-LEDGER-LINE
    END-READ.

*>What the last run left decides what comes forward:
*>  - cleared before today: reported on its own day, purged now;
*>  - entered today and not written off: this is a rerun of the day,
*>    and today's GLPOST.DAT is about to raise it again;
*>  - cleared today by a reversal: reopened, the same GLPOST.DAT
*>    clears it again;
*>  - everything else (open items, today's write-offs) comes forward.
2200-SCREEN-LEDGER-LINE.
    EVALUATE TRUE
        WHEN NOT WS-SU-OPEN AND WS-SU-CLEAR-DATE < WS-RUN-DATE
            ADD 1 TO WS-PURGED
        WHEN WS-SU-ENTRY-DATE = WS-RUN-DATE
            AND NOT WS-SU-WRITTEN-OFF
            CONTINUE
        WHEN OTHER
            IF WS-SU-CLEARED-RESUB OR WS-SU-CLEARED-REVERSAL
                MOVE SPACE TO WS-SU-STATUS
                MOVE ZERO TO WS-SU-CLEAR-DATE
                MOVE SPACES TO WS-SU-OPERATOR
                MOVE SPACES TO WS-SU-REASON
            END-IF
            PERFORM 2300-ADD-ITEM
            IF WS-SU-ENTRY-DATE < WS-RUN-DATE
                MOVE "O" TO WS-IT-ORIGIN (IT-IDX)
            ELSE
                MOVE "N" TO WS-IT-ORIGIN (IT-IDX)
            END-IF
    END-EVALUATE.

*>Appends WS-SUSPENSE-LINE to the item table and leaves IT-IDX on it.
2300-ADD-ITEM.
    IF WS-IT-COUNT >= 2000
        DISPLAY "***** MORE THAN 2000 SUSPENSE ITEMS - LEDGER "
            "CANNOT HOLD THEM ALL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-IT-COUNT.
    SET IT-IDX TO WS-IT-COUNT.
    MOVE WS-SU-KEY TO WS-IT-KEY (IT-IDX).
    MOVE WS-SU-BRANCH TO WS-IT-BRANCH (IT-IDX).
    MOVE WS-SU-FIELD TO WS-IT-FIELD (IT-IDX).
    MOVE WS-SU-ACCOUNT TO WS-IT-ACCOUNT (IT-IDX).
    MOVE WS-SU-AMOUNT TO WS-IT-AMOUNT (IT-IDX).
    MOVE WS-SU-ENTRY-DATE TO WS-IT-ENTRY-DATE (IT-IDX).
    MOVE WS-SU-STATUS TO WS-IT-STATUS (IT-IDX).
    MOVE WS-SU-CLEAR-DATE TO WS-IT-CLEAR-DATE (IT-IDX).
    MOVE WS-SU-OPERATOR TO WS-IT-OPERATOR (IT-IDX).
    MOVE WS-SU-REASON TO WS-IT-REASON (IT-IDX).

3000-APPLY-GLPOST.
    OPEN INPUT GLPOST-FILE.
    IF WS-GLPOST-NOT-FOUND
        SET WS-GLPOST-EOF TO TRUE
        DISPLAY "No GLPOST.DAT - ledger carried without new items."
    ELSE
        IF NOT WS-GLPOST-OK
            MOVE WS-GLPOST-STATUS TO WS-FATAL-STATUS
            MOVE "GLPOST-FILE OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 3100-READ-POSTING UNTIL WS-GLPOST-EOF.
    CLOSE GLPOST-FILE.

*>The engine writes a reversal's offsets ahead of its replacement's
*>postings, so by the time a clean replacement line arrives the item
*>it corrects has already been cleared by the offset and only needs
*>its reason upgraded.
3100-READ-POSTING.
    READ GLPOST-FILE INTO WS-GL-LINE
        AT END
            SET WS-GLPOST-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-POSTINGS-READ
            MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-N
            EVALUATE TRUE
                WHEN WS-GL-FLAG = "E" AND WS-GL-ENTRY-TYPE = "R"
                    PERFORM 3300-CLEAR-BY-OFFSET
                WHEN WS-GL-FLAG = "E"
                    PERFORM 3200-RAISE-ITEM
                WHEN WS-GL-ENTRY-TYPE = "A"
                    PERFORM 3400-MARK-RESUBMITTED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*>A flagged posting already on the ledger for today - a second run
*>over the same GLPOST.DAT with a write-off applied in between - is
*>not raised twice.
3200-RAISE-ITEM.
    MOVE "N" TO WS-IT-FOUND-SWITCH.
    PERFORM VARYING IT-IDX FROM 1 BY 1
            UNTIL IT-IDX > WS-IT-COUNT OR WS-IT-FOUND
        IF WS-IT-KEY (IT-IDX) = WS-GL-KEY
            AND WS-IT-FIELD (IT-IDX) = WS-GL-FIELD
            AND WS-IT-ACCOUNT (IT-IDX) = WS-GL-ACCOUNT
            AND WS-IT-ENTRY-DATE (IT-IDX) = WS-RUN-DATE
            AND WS-IT-AMOUNT (IT-IDX) = WS-GL-AMOUNT-N
            MOVE "Y" TO WS-IT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF NOT WS-IT-FOUND
        MOVE SPACES TO WS-SUSPENSE-LINE
        MOVE WS-GL-KEY TO WS-SU-KEY
        MOVE WS-GL-BRANCH TO WS-SU-BRANCH
        MOVE WS-GL-FIELD TO WS-SU-FIELD
        MOVE WS-GL-ACCOUNT TO WS-SU-ACCOUNT
        MOVE WS-GL-AMOUNT-N TO WS-SU-AMOUNT
        MOVE WS-RUN-DATE TO WS-SU-ENTRY-DATE
        MOVE SPACE TO WS-SU-STATUS
        MOVE ZERO TO WS-SU-CLEAR-DATE
        PERFORM 2300-ADD-ITEM
        MOVE "N" TO WS-IT-ORIGIN (IT-IDX)
    END-IF.

*>The offset carries the original's amount negated, to the account
*>the original went to, so it names exactly one open item.
3300-CLEAR-BY-OFFSET.
    COMPUTE WS-OFFSET-AMOUNT = ZERO - WS-GL-AMOUNT-N.
    MOVE "N" TO WS-IT-FOUND-SWITCH.
    PERFORM VARYING IT-IDX FROM 1 BY 1
            UNTIL IT-IDX > WS-IT-COUNT OR WS-IT-FOUND
        IF WS-IT-STATUS (IT-IDX) = SPACE
            AND WS-IT-KEY (IT-IDX) = WS-GL-KEY
            AND WS-IT-FIELD (IT-IDX) = WS-GL-FIELD
            AND WS-IT-ACCOUNT (IT-IDX) = WS-GL-ACCOUNT
            AND WS-IT-AMOUNT (IT-IDX) = WS-OFFSET-AMOUNT
            MOVE "Y" TO WS-IT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-IT-FOUND
        SET IT-IDX DOWN BY 1
        ADD 1 TO WS-OFFSETS-APPLIED
        MOVE "R" TO WS-IT-STATUS (IT-IDX)
        MOVE WS-RUN-DATE TO WS-IT-CLEAR-DATE (IT-IDX)
        MOVE "BATCH" TO WS-IT-OPERATOR (IT-IDX)
        MOVE "ORIGINAL REVERSED BY BRANCH" TO WS-IT-REASON (IT-IDX)
    ELSE
        ADD 1 TO WS-OFFSETS-UNMATCHED
        MOVE WS-GL-AMOUNT-N TO WS-EDIT-AMOUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "OFFSET WITH NO OPEN ITEM  KEY " WS-GL-KEY
            "  BR " WS-GL-BRANCH
            "  FIELD " WS-GL-FIELD
            "  ACCT " WS-GL-ACCOUNT
            "  AMT " WS-EDIT-AMOUNT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.

*>A clean replacement posting for the field is the corrected
*>resubmission the item was waiting for.
3400-MARK-RESUBMITTED.
    PERFORM VARYING IT-IDX FROM 1 BY 1
            UNTIL IT-IDX > WS-IT-COUNT
        IF WS-IT-STATUS (IT-IDX) = "R"
            AND WS-IT-CLEAR-DATE (IT-IDX) = WS-RUN-DATE
            AND WS-IT-KEY (IT-IDX) = WS-GL-KEY
            AND WS-IT-FIELD (IT-IDX) = WS-GL-FIELD
            ADD 1 TO WS-RESUBS-CLEAN
            MOVE "C" TO WS-IT-STATUS (IT-IDX)
            MOVE "CORRECTED RESUBMISSION CLEAN"
                TO WS-IT-REASON (IT-IDX)
        END-IF
    END-PERFORM.

3500-APPLY-WRITEOFFS.
    OPEN INPUT WRITEOFF-FILE.
    IF WS-WRITEOFF-NOT-FOUND
        SET WS-WRITEOFF-EOF TO TRUE
    ELSE
        IF NOT WS-WRITEOFF-OK
            MOVE WS-WRITEOFF-STATUS TO WS-FATAL-STATUS
            MOVE "WRITEOFF OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 3600-READ-WRITEOFF UNTIL WS-WRITEOFF-EOF.
    CLOSE WRITEOFF-FILE.

3600-READ-WRITEOFF.
    READ WRITEOFF-FILE INTO WS-SUSPENSE-LINE
        AT END
            SET WS-WRITEOFF-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-WRITEOFFS-READ
            PERFORM 3700-APPLY-WRITEOFF
    END-READ.

*>A request names its item by key, field, account and entry date.
*>One already written off today is this run's own earlier work (a
*>rerun before SUSPWO.DAT was cleared) and is passed over quietly;
*>anything else not open - cleared since the operator queued it, or
*>never on the ledger - is refused on the report.
3700-APPLY-WRITEOFF.
    MOVE "N" TO WS-IT-FOUND-SWITCH.
    PERFORM VARYING IT-IDX FROM 1 BY 1
            UNTIL IT-IDX > WS-IT-COUNT OR WS-IT-FOUND
        IF WS-IT-KEY (IT-IDX) = WS-SU-KEY
            AND WS-IT-FIELD (IT-IDX) = WS-SU-FIELD
            AND WS-IT-ACCOUNT (IT-IDX) = WS-SU-ACCOUNT
            AND WS-IT-ENTRY-DATE (IT-IDX) = WS-SU-ENTRY-DATE
            MOVE "Y" TO WS-IT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-IT-FOUND
        SET IT-IDX DOWN BY 1
    END-IF.
    EVALUATE TRUE
        WHEN WS-IT-FOUND AND WS-IT-STATUS (IT-IDX) = SPACE
            ADD 1 TO WS-WRITEOFFS-APPLIED
            MOVE "W" TO WS-IT-STATUS (IT-IDX)
            MOVE WS-RUN-DATE TO WS-IT-CLEAR-DATE (IT-IDX)
            MOVE WS-SU-OPERATOR TO WS-IT-OPERATOR (IT-IDX)
            MOVE WS-SU-REASON TO WS-IT-REASON (IT-IDX)
        WHEN WS-IT-FOUND AND WS-IT-STATUS (IT-IDX) = "W"
            AND WS-IT-CLEAR-DATE (IT-IDX) = WS-RUN-DATE
            CONTINUE
        WHEN OTHER
            ADD 1 TO WS-WRITEOFFS-REFUSED
            MOVE SPACES TO WS-REPORT-LINE
            STRING "WRITE-OFF REFUSED - NOT OPEN  KEY " WS-SU-KEY
                "  FIELD " WS-SU-FIELD
                "  ACCT " WS-SU-ACCOUNT
                "  ENTERED " WS-SU-ENTRY-DATE
                "  BY " WS-SU-OPERATOR
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 5010-WRITE-REPORT-LINE
    END-EVALUATE.

*>Every item goes back on the staged ledger, is tallied into its
*>account/branch line, and is listed - cleared items with how and
*>why, open items with their age.
4000-SWEEP-LEDGER.
    MOVE "ITEMS CLEARED TODAY:" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 4100-LIST-CLEARED
        VARYING IT-IDX FROM 1 BY 1
        UNTIL IT-IDX > WS-IT-COUNT.
    MOVE "OPEN ITEMS:" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 4200-SWEEP-ONE-ITEM
        VARYING IT-IDX FROM 1 BY 1
        UNTIL IT-IDX > WS-IT-COUNT.

4100-LIST-CLEARED.
    IF WS-IT-STATUS (IT-IDX) NOT = SPACE
        MOVE WS-IT-AMOUNT (IT-IDX) TO WS-EDIT-AMOUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " WS-IT-STATUS (IT-IDX)
            "  KEY " WS-IT-KEY (IT-IDX)
            "  BR " WS-IT-BRANCH (IT-IDX)
            "  " WS-IT-FIELD (IT-IDX)
            "  ACCT " WS-IT-ACCOUNT (IT-IDX)
            "  " WS-EDIT-AMOUNT
            "  " WS-IT-OPERATOR (IT-IDX)
            " " WS-IT-REASON (IT-IDX)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.

4200-SWEEP-ONE-ITEM.
    PERFORM 4300-FIND-ACCT-BRANCH.
    IF WS-IT-ORIGIN (IT-IDX) = "O"
        ADD 1 TO WS-AB-OPEN-COUNT (AB-IDX)
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-AB-OPEN-AMOUNT (AB-IDX)
        ADD 1 TO WS-TOT-OPEN-COUNT
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-TOT-OPEN-AMOUNT
    ELSE
        ADD 1 TO WS-AB-NEW-COUNT (AB-IDX)
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-AB-NEW-AMOUNT (AB-IDX)
        ADD 1 TO WS-TOT-NEW-COUNT
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-TOT-NEW-AMOUNT
    END-IF.
    IF WS-IT-STATUS (IT-IDX) = SPACE
        ADD 1 TO WS-AB-CLOSE-COUNT (AB-IDX)
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-AB-CLOSE-AMOUNT (AB-IDX)
        ADD 1 TO WS-TOT-CLOSE-COUNT
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-TOT-CLOSE-AMOUNT
        PERFORM 4400-AGE-OPEN-ITEM
    ELSE
        ADD 1 TO WS-AB-CLEAR-COUNT (AB-IDX)
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-AB-CLEAR-AMOUNT (AB-IDX)
        ADD 1 TO WS-TOT-CLEAR-COUNT
        ADD WS-IT-AMOUNT (IT-IDX) TO WS-TOT-CLEAR-AMOUNT
    END-IF.

    MOVE SPACES TO WS-SUSPENSE-LINE.
    MOVE WS-IT-KEY (IT-IDX) TO WS-SU-KEY.
    MOVE WS-IT-BRANCH (IT-IDX) TO WS-SU-BRANCH.
    MOVE WS-IT-FIELD (IT-IDX) TO WS-SU-FIELD.
    MOVE WS-IT-ACCOUNT (IT-IDX) TO WS-SU-ACCOUNT.
    MOVE WS-IT-AMOUNT (IT-IDX) TO WS-SU-AMOUNT.
    MOVE WS-IT-ENTRY-DATE (IT-IDX) TO WS-SU-ENTRY-DATE.
    MOVE WS-IT-STATUS (IT-IDX) TO WS-SU-STATUS.
    MOVE WS-IT-CLEAR-DATE (IT-IDX) TO WS-SU-CLEAR-DATE.
    MOVE WS-IT-OPERATOR (IT-IDX) TO WS-SU-OPERATOR.
    MOVE WS-IT-REASON (IT-IDX) TO WS-SU-REASON.
    WRITE SUSPENSE-STAGE-RECORD FROM WS-SUSPENSE-LINE.
    IF NOT WS-SUSPENSE-STAGE-OK
        MOVE WS-SUSPENSE-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "SUSPENSE-STAGE WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

4300-FIND-ACCT-BRANCH.
    MOVE "N" TO WS-AB-FOUND-SWITCH.
    PERFORM VARYING AB-IDX FROM 1 BY 1
            UNTIL AB-IDX > WS-AB-COUNT OR WS-AB-FOUND
        IF WS-AB-ACCOUNT (AB-IDX) = WS-IT-ACCOUNT (IT-IDX)
            AND WS-AB-BRANCH (AB-IDX) = WS-IT-BRANCH (IT-IDX)
            MOVE "Y" TO WS-AB-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-AB-FOUND
        SET AB-IDX DOWN BY 1
    ELSE
        IF WS-AB-COUNT >= 100
            DISPLAY "WARNING: more than 100 account/branch pairs in "
                "suspense - " WS-IT-ACCOUNT (IT-IDX) " "
                WS-IT-BRANCH (IT-IDX) " folded into last slot"
            SET AB-IDX TO 100
        ELSE
            ADD 1 TO WS-AB-COUNT
            SET AB-IDX TO WS-AB-COUNT
            MOVE WS-IT-ACCOUNT (IT-IDX) TO WS-AB-ACCOUNT (AB-IDX)
            MOVE WS-IT-BRANCH (IT-IDX) TO WS-AB-BRANCH (AB-IDX)
            MOVE ZERO TO WS-AB-OPEN-COUNT (AB-IDX)
            MOVE ZERO TO WS-AB-OPEN-AMOUNT (AB-IDX)
            MOVE ZERO TO WS-AB-NEW-COUNT (AB-IDX)
            MOVE ZERO TO WS-AB-NEW-AMOUNT (AB-IDX)
            MOVE ZERO TO WS-AB-CLEAR-COUNT (AB-IDX)
            MOVE ZERO TO WS-AB-CLEAR-AMOUNT (AB-IDX)
            MOVE ZERO TO WS-AB-CLOSE-COUNT (AB-IDX)
            MOVE ZERO TO WS-AB-CLOSE-AMOUNT (AB-IDX)
        END-IF
    END-IF.

*>Whole days since the item entered suspense, bucketed the way
*>CS4080RejectAge buckets rejects.
4400-AGE-OPEN-ITEM.
    COMPUTE WS-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
        - FUNCTION INTEGER-OF-DATE (WS-IT-ENTRY-DATE (IT-IDX)).
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 1
            MOVE 1 TO WS-BUCKET-NUM
        WHEN WS-AGE-DAYS <= 5
            MOVE 2 TO WS-BUCKET-NUM
        WHEN WS-AGE-DAYS <= 10
            MOVE 3 TO WS-BUCKET-NUM
        WHEN OTHER
            MOVE 4 TO WS-BUCKET-NUM
    END-EVALUATE.
    ADD 1 TO WS-AG-COUNT (WS-BUCKET-NUM).
    ADD WS-IT-AMOUNT (IT-IDX) TO WS-AG-AMOUNT (WS-BUCKET-NUM).
    MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
    MOVE WS-IT-AMOUNT (IT-IDX) TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  KEY " WS-IT-KEY (IT-IDX)
        "  BR " WS-IT-BRANCH (IT-IDX)
        "  " WS-IT-FIELD (IT-IDX)
        "  ACCT " WS-IT-ACCOUNT (IT-IDX)
        "  " WS-EDIT-AMOUNT
        "  ENTERED " WS-IT-ENTRY-DATE (IT-IDX)
        "  AGE " WS-EDIT-AGE " DAYS"
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

5000-WRITE-SUMMARY.
    MOVE "BY ACCOUNT AND BRANCH:" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 5100-WRITE-ACCT-BRANCH
        VARYING AB-IDX FROM 1 BY 1
        UNTIL AB-IDX > WS-AB-COUNT.

    MOVE "LEDGER TOTALS:" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-TOT-OPEN-AMOUNT TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "OPENING BALANCE    : " WS-TOT-OPEN-COUNT
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-TOT-NEW-AMOUNT TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "NEW ITEMS          : " WS-TOT-NEW-COUNT
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-TOT-CLEAR-AMOUNT TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "CLEARED ITEMS      : " WS-TOT-CLEAR-COUNT
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-TOT-CLOSE-AMOUNT TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "CLOSING BALANCE    : " WS-TOT-CLOSE-COUNT
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE "OPEN ITEM AGING:" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 5200-WRITE-AGING-LINE
        VARYING WS-BUCKET-NUM FROM 1 BY 1
        UNTIL WS-BUCKET-NUM > 4.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "CARRIED IN         : " WS-CARRIED-IN
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PURGED (CLEARED)   : " WS-PURGED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "POSTINGS READ      : " WS-POSTINGS-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "REVERSAL CLEARS    : " WS-OFFSETS-APPLIED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  OF WHICH RESUBMIT: " WS-RESUBS-CLEAN
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "OFFSETS UNMATCHED  : " WS-OFFSETS-UNMATCHED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "WRITE-OFFS APPLIED : " WS-WRITEOFFS-APPLIED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "WRITE-OFFS REFUSED : " WS-WRITEOFFS-REFUSED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

*>Opening plus new less cleared must come to closing - every item
*>lands in exactly one of the first two columns and one of the last
*>two, so a miss here means the sweep itself went wrong.
    COMPUTE WS-PROOF-AMOUNT = WS-TOT-OPEN-AMOUNT + WS-TOT-NEW-AMOUNT
        - WS-TOT-CLEAR-AMOUNT.
    IF WS-PROOF-AMOUNT = WS-TOT-CLOSE-AMOUNT
        MOVE "LEDGER             : OPENING + NEW - CLEARED = CLOSING"
            TO WS-REPORT-LINE
    ELSE
        MOVE "LEDGER             : DOES NOT BALANCE - DO NOT RELY ON IT"
            TO WS-REPORT-LINE
        SET WS-LEDGER-BROKEN TO TRUE
    END-IF.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== SUSPENSE LEDGER =====".
    DISPLAY "Opening items      : " WS-TOT-OPEN-COUNT.
    DISPLAY "New items          : " WS-TOT-NEW-COUNT.
    DISPLAY "Cleared items      : " WS-TOT-CLEAR-COUNT.
    DISPLAY "Closing items      : " WS-TOT-CLOSE-COUNT.
    MOVE WS-TOT-CLOSE-AMOUNT TO WS-EDIT-AMOUNT.
    DISPLAY "Closing balance    : " WS-EDIT-AMOUNT.
    DISPLAY "Open over 10 days  : " WS-AG-COUNT (4).

5010-WRITE-REPORT-LINE.
    WRITE SUSPENSE-RPT-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-SUSPENSE-RPT-OK
        MOVE WS-SUSPENSE-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "SUSPENSE-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

5100-WRITE-ACCT-BRANCH.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "ACCT " WS-AB-ACCOUNT (AB-IDX)
        "  BR " WS-AB-BRANCH (AB-IDX)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-AB-OPEN-AMOUNT (AB-IDX) TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  OPENING          : " WS-AB-OPEN-COUNT (AB-IDX)
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-AB-NEW-AMOUNT (AB-IDX) TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  NEW              : " WS-AB-NEW-COUNT (AB-IDX)
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-AB-CLEAR-AMOUNT (AB-IDX) TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  CLEARED          : " WS-AB-CLEAR-COUNT (AB-IDX)
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-AB-CLOSE-AMOUNT (AB-IDX) TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  CLOSING          : " WS-AB-CLOSE-COUNT (AB-IDX)
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

5200-WRITE-AGING-LINE.
    MOVE WS-AG-AMOUNT (WS-BUCKET-NUM) TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-AG-CAPTION (WS-BUCKET-NUM)
        WS-AG-COUNT (WS-BUCKET-NUM)
        "  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

9000-TERMINATE.
    CLOSE SUSPENSE-STAGE-FILE.
    CLOSE SUSPENSE-RPT.

*>Only now, with the run complete and the stage closed, does the
*>rebuilt ledger replace the prior one - a crash anywhere above
*>leaves SUSPENSE.DAT exactly as the last clean run wrote it, and
*>the queued write-offs still waiting in SUSPWO.DAT.
    CALL "CBL_RENAME_FILE" USING WS-SUSPENSE-STAGE-PATH
        WS-SUSPENSE-PATH
        RETURNING WS-SUSPENSE-RENAME-RC.
    IF WS-SUSPENSE-RENAME-RC NOT = ZERO
        MOVE WS-SUSPENSE-RENAME-RC TO WS-FATAL-STATUS
        MOVE "SUSPENSE RENAME" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>The queued write-offs are on the ledger now; emptied so the next
*>run does not see them again.
    OPEN OUTPUT WRITEOFF-FILE.
    IF NOT (WS-WRITEOFF-OK OR WS-WRITEOFF-NOT-FOUND)
        MOVE WS-WRITEOFF-STATUS TO WS-FATAL-STATUS
        MOVE "WRITEOFF OPEN OUTPUT" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    CLOSE WRITEOFF-FILE.

    EVALUATE TRUE
        WHEN WS-LEDGER-BROKEN
            MOVE 8 TO RETURN-CODE
        WHEN WS-AG-COUNT (4) > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE ZERO TO RETURN-CODE
    END-EVALUATE.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
    DISPLAY "Operation : " WS-FATAL-FILE.
    DISPLAY "Status    : " WS-FATAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
