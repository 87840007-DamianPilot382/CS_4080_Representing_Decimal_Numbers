*>CS4080Lifecycle
*>Companion to CS4080ExampleProgram.
*>Interactive transaction lifecycle inquiry - a branch rings up about
*>one transaction and this answers the whole question at one terminal
*>instead of five jobs and a hunt through the data directory. Key in
*>the transaction date and TR-TRANS-KEY (or the key alone to see every
*>date it appears under) and the session shows, in order:
*>  - what the results history master holds for it: HX-NUM12 through
*>    HX-COM, the branch, status and the account each field posted to;
*>  - the arithmetic chain from AUDIT.LOG, flagged where EXCEPTION.RPT
*>    recorded a size error for the same key and result field (the
*>    same join CS4080AuditTrace makes);
*>  - each GL posting on GLPOST.DAT and what became of it downstream:
*>    booked per GLACK.DAT, booked at a different amount, carried
*>    unbooked on GLUNMATCH.CARRY, awaiting acknowledgment, or never
*>    sent because it was "E"-flagged (with its suspense ledger state);
*>  - every reject on REJECT.DAT and REJECT.CARRY with its cycle and
*>    reason, the current resubmission cycle, and any correction queued
*>    on RESUB.DAT for the next run;
*>  - whether the outlier screen holds it on REVIEW.DAT, and what the
*>    operator decided;
*>and closes with a one-line lifecycle summary.
*>AUDIT.LOG, EXCEPTION.RPT, GLPOST.DAT and REJECT.DAT only hold the
*>last run's work, so the session says which run that was (from
*>RUNCTL.DAT) and only reads them for the transaction that run
*>actually processed - the key and date on TRANSEQ.DAT decide it. A
*>key that is not on TRANSEQ.DAT at all can only have come through the
*>resubmission feed, so its day-file lines are still shown. Read-only
*>throughout - nothing is updated.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080Lifecycle.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>ACCESS DYNAMIC: a date plus key is one keyed read; a key alone has
*>to browse the master, since HX-DATE leads the key.
        SELECT OPTIONAL RESULT-HIST-FILE ASSIGN TO "data/RESULTHX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HX-KEY
            FILE STATUS IS WS-HIST-STATUS.

        SELECT OPTIONAL TRANSEQ-FILE ASSIGN TO "data/TRANSEQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSEQ-STATUS.

        SELECT OPTIONAL AUDIT-LOG ASSIGN TO "data/AUDIT.LOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

        SELECT OPTIONAL EXCEPTION-RPT ASSIGN TO "data/EXCEPTION.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXCEPTION-STATUS.

        SELECT OPTIONAL GLPOST-FILE ASSIGN TO "data/GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLPOST-STATUS.

        SELECT OPTIONAL GLACK-FILE ASSIGN TO "data/GLACK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLACK-STATUS.

        SELECT OPTIONAL UNMATCH-CARRY-FILE
            ASSIGN TO "data/GLUNMATCH.CARRY"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UNMATCH-STATUS.

        SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "data/SUSPENSE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-STATUS.

        SELECT OPTIONAL REJECT-FILE ASSIGN TO "data/REJECT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.

        SELECT OPTIONAL CARRY-IN-FILE ASSIGN TO "data/REJECT.CARRY"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARRY-STATUS.

        SELECT OPTIONAL RESUB-FILE ASSIGN TO "data/RESUB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESUB-STATUS.

        SELECT OPTIONAL RESUB-CYCLE-FILE ASSIGN TO "data/RESUBCYC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESUB-CYCLE-STATUS.

        SELECT OPTIONAL REVIEW-FILE ASSIGN TO "data/REVIEW.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-STATUS.

        SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO "data/RUNCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-CTL-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  RESULT-HIST-FILE.
    COPY CS4080HX.

    FD  TRANSEQ-FILE.
    01  TRANSEQ-RECORD               PIC X(46).

    FD  AUDIT-LOG.
    01  AUDIT-RECORD                 PIC X(150).

    FD  EXCEPTION-RPT.
    01  EXCEPTION-RECORD             PIC X(80).

    FD  GLPOST-FILE.
    01  GLPOST-RECORD                PIC X(90).

    FD  GLACK-FILE.
    01  GLACK-RECORD                 PIC X(60).

    FD  UNMATCH-CARRY-FILE.
    01  UNMATCH-CARRY-RECORD         PIC X(90).

    FD  SUSPENSE-FILE.
    01  SUSPENSE-RECORD              PIC X(140).

    FD  REJECT-FILE.
    01  REJECT-RECORD                PIC X(110).

    FD  CARRY-IN-FILE.
    01  CARRY-IN-RECORD              PIC X(110).

    FD  RESUB-FILE.
    01  RESUB-RECORD                 PIC X(46).

    FD  RESUB-CYCLE-FILE.
    01  RESUB-CYCLE-RECORD           PIC X(3).

    FD  REVIEW-FILE.
    01  REVIEW-RECORD                PIC X(141).

    FD  RUN-CTL-FILE.
    01  RUN-CTL-RECORD               PIC X(210).

    WORKING-STORAGE SECTION.
    01  WS-HIST-STATUS PIC XX.
        88  WS-HIST-OK              VALUE "00".
        88  WS-HIST-NOT-FOUND       VALUE "05" "35".
    01  WS-TRANSEQ-STATUS PIC XX.
        88  WS-TRANSEQ-OK           VALUE "00".
        88  WS-TRANSEQ-NOT-FOUND    VALUE "05" "35".
    01  WS-AUDIT-STATUS PIC XX.
        88  WS-AUDIT-OK             VALUE "00".
        88  WS-AUDIT-NOT-FOUND      VALUE "05" "35".
    01  WS-EXCEPTION-STATUS PIC XX.
        88  WS-EXCEPTION-OK         VALUE "00".
        88  WS-EXCEPTION-NOT-FOUND  VALUE "05" "35".
    01  WS-GLPOST-STATUS PIC XX.
        88  WS-GLPOST-OK            VALUE "00".
        88  WS-GLPOST-NOT-FOUND     VALUE "05" "35".
    01  WS-GLACK-STATUS PIC XX.
        88  WS-GLACK-OK             VALUE "00".
        88  WS-GLACK-NOT-FOUND      VALUE "05" "35".
    01  WS-UNMATCH-STATUS PIC XX.
        88  WS-UNMATCH-OK           VALUE "00".
        88  WS-UNMATCH-NOT-FOUND    VALUE "05" "35".
    01  WS-SUSPENSE-STATUS PIC XX.
        88  WS-SUSPENSE-OK          VALUE "00".
        88  WS-SUSPENSE-NOT-FOUND   VALUE "05" "35".
    01  WS-REJECT-STATUS PIC XX.
        88  WS-REJECT-OK            VALUE "00".
        88  WS-REJECT-NOT-FOUND     VALUE "05" "35".
    01  WS-CARRY-STATUS PIC XX.
        88  WS-CARRY-OK             VALUE "00".
        88  WS-CARRY-NOT-FOUND      VALUE "05" "35".
    01  WS-RESUB-STATUS PIC XX.
        88  WS-RESUB-OK             VALUE "00".
        88  WS-RESUB-NOT-FOUND      VALUE "05" "35".
    01  WS-RESUB-CYCLE-STATUS PIC XX.
        88  WS-RESUB-CYCLE-OK       VALUE "00".
        88  WS-RESUB-CYCLE-NOT-FOUND VALUE "05" "35".
    01  WS-REVIEW-STATUS PIC XX.
        88  WS-REVIEW-OK            VALUE "00".
        88  WS-REVIEW-NOT-FOUND     VALUE "05" "35".
    01  WS-RUN-CTL-STATUS PIC XX.
        88  WS-RUN-CTL-OK           VALUE "00".
        88  WS-RUN-CTL-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC XX.

*>One end-of-file switch serves every scan - the files are read one
*>after another, never two at once. The one exception, the suspense
*>ledger looked up inside the GLPOST.DAT scan, runs off its status.
    01  WS-EOF-SWITCH PIC X VALUE "N".
        88  WS-END-OF-FILE          VALUE "Y".
    01  WS-CONTINUE-SWITCH PIC X VALUE "Y".
        88  WS-CONTINUE-INQUIRY     VALUE "Y" "y".

*>The last run on the run-control master - whose work the day files
*>(AUDIT.LOG, EXCEPTION.RPT, GLPOST.DAT, REJECT.DAT) currently hold.
    01  WS-LAST-RUN-NUMBER PIC 9(6) VALUE ZERO.
    01  WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.

*>Selection as keyed. A blank date means every date for the key.
    01  WS-IN-DATE PIC X(8).
    01  WS-IN-KEY PIC X(6).
    01  WS-SEL-DATE PIC 9(8) VALUE ZERO.
        88  WS-ALL-DATES                VALUE ZERO.
    01  WS-SEL-KEY PIC 9(6) VALUE ZERO.
    01  WS-SEL-VALID-SWITCH PIC X VALUE "N".
        88  WS-SEL-VALID                VALUE "Y".

*>Whether the day files speak for this transaction: "Y" the key is on
*>TRANSEQ.DAT under the date asked about (or no date was asked);
*>"N" it is there under another date, so the lines under that key
*>belong to a different transaction; "F" the key is not on TRANSEQ.DAT
*>- any lines can only be a resubmitted correction.
    01  WS-DAY-SWITCH PIC X VALUE "N".
        88  WS-DAY-COVERS               VALUE "Y".
        88  WS-DAY-OTHER-DATE           VALUE "N".
        88  WS-DAY-RESUB-ONLY           VALUE "F".
    01  WS-DAY-TRANS-DATE PIC 9(8) VALUE ZERO.
    01  WS-FOUND-SWITCH PIC X VALUE "N".
        88  WS-FOUND                    VALUE "Y".

*>Counts for the closing lifecycle summary, cleared per inquiry.
    01  WS-INQUIRY-COUNTS.
        05  WS-HX-FOUND              PIC 9(6).
        05  WS-HX-REVERSED           PIC 9(6).
        05  WS-AUDIT-FOUND           PIC 9(6).
        05  WS-SIZE-ERRORS           PIC 9(6).
        05  WS-POSTINGS              PIC 9(6).
        05  WS-BOOKED                PIC 9(6).
        05  WS-BOOKED-BREAK          PIC 9(6).
        05  WS-UNBOOKED              PIC 9(6).
        05  WS-AWAITING              PIC 9(6).
        05  WS-SUSPENDED             PIC 9(6).
        05  WS-SUPPRESSED            PIC 9(6).
        05  WS-CARRY-ONLY            PIC 9(6).
        05  WS-REJECTS-TODAY         PIC 9(6).
        05  WS-REJECTS-CARRIED       PIC 9(6).
        05  WS-RESUB-PENDING         PIC 9(6).
        05  WS-REVIEW-HELD           PIC 9(6).

*>Field names in the order the engine posts them - the same order as
*>HX-SE-FLAG and HX-ACCOUNT.
    01  WS-FIELD-NAME-VALUES.
        05  FILLER                   PIC X(8) VALUE "WS-NUM12".
        05  FILLER                   PIC X(8) VALUE "WS-NUM34".
        05  FILLER                   PIC X(8) VALUE "WS-SUB1".
        05  FILLER                   PIC X(8) VALUE "WS-MULT".
        05  FILLER                   PIC X(8) VALUE "WS-DIV".
        05  FILLER                   PIC X(8) VALUE "WS-COM".
    01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
        05  WS-FIELD-NAME            PIC X(8) OCCURS 6 TIMES.
    01  WS-FIELD-SUB PIC 9.

*>Size-error exceptions for the key, loaded from EXCEPTION.RPT ahead
*>of the audit scan. Mapping exceptions ("GLPOST" lines) are held
*>apart - they explain a suppressed posting, not a size error.
    01  WS-EXC-TABLE.
        05  WS-EXC-COUNT PIC 9(3) VALUE ZERO.
        05  WS-EX-ENTRY OCCURS 20 TIMES INDEXED BY EX-IDX.
            10  WS-EX-FIELD          PIC X(8).
            10  WS-EX-GLPOST         PIC X.
            10  WS-EX-MSG            PIC X(50).
    01  WS-EXC-FOUND-SWITCH PIC X VALUE "N".
        88  WS-EXC-MATCHED          VALUE "Y".

*>Acknowledgments for the key, loaded from GLACK.DAT and paired with
*>the day's postings the way CS4080GLAckMatch pairs them: an unused
*>ack for the same account and amount first, else the first unused
*>one for the account as an amount break.
    01  WS-ACK-TABLE.
        05  WS-ACK-COUNT PIC 9(3) VALUE ZERO.
        05  WS-AK-ENTRY OCCURS 20 TIMES INDEXED BY AK-IDX.
            10  WS-AK-TB-ACCOUNT     PIC X(6).
            10  WS-AK-TB-AMOUNT      PIC S9(35)V9(3).
            10  WS-AK-TB-USED        PIC X.
    01  WS-ACK-FOUND-SWITCH PIC X VALUE "N".
        88  WS-ACK-MATCHED          VALUE "Y".
    01  WS-ACK-AMOUNT-N PIC S9(35)V9(3).
    01  WS-GL-AMOUNT-N PIC S9(35)V9(3).

*>Still-unbooked postings for the key on GLUNMATCH.CARRY, held so each
*>of the day's postings can be looked up and whatever is left over
*>printed as a prior day's unbooked item.
    01  WS-UNM-TABLE.
        05  WS-UNM-COUNT PIC 9(3) VALUE ZERO.
        05  WS-UN-ENTRY OCCURS 20 TIMES INDEXED BY UN-IDX.
            10  WS-UN-IMAGE          PIC X(90).
            10  WS-UN-USED           PIC X.
    01  WS-UNM-FOUND-SWITCH PIC X VALUE "N".
        88  WS-UNM-MATCHED          VALUE "Y".

    01  WS-SU-STATE-TEXT PIC X(30).
    01  WS-POSTING-STATE PIC X(40).
    01  WS-SOURCE-TEXT PIC X(8).
    01  WS-RESUB-CYCLE PIC 9(3) VALUE ZERO.

    01  WS-ED-NUM12 PIC -9.
    01  WS-ED-SMALL PIC -9(5).9(3).
    01  WS-ED-COM PIC -9(35).9(3).
    01  WS-DISPLAY-LINE PIC X(132).

    COPY CS4080TR.
    COPY CS4080AL.
    COPY CS4080EL.
    COPY CS4080GL.
    COPY CS4080AK.
    COPY CS4080SU.
    COPY CS4080RJ.
    COPY CS4080RC.
    COPY CS4080OR.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-RUN-INQUIRY UNTIL NOT WS-CONTINUE-INQUIRY.
    DISPLAY "CS4080Lifecycle - session ended.".
    STOP RUN.

1000-INITIALIZE.
    DISPLAY "===== CS4080 TRANSACTION LIFECYCLE INQUIRY =====".
    PERFORM 1100-READ-LAST-RUN.
    IF WS-LAST-RUN-NUMBER = ZERO
        DISPLAY "No run on the run-control master - the day files "
            "hold nothing yet."
    ELSE
        DISPLAY "Day files are from run " WS-LAST-RUN-NUMBER
            " for business date " WS-LAST-RUN-DATE "."
    END-IF.

*>Only the last line matters - it is the run whose output is on disk.
1100-READ-LAST-RUN.
    OPEN INPUT RUN-CTL-FILE.
    IF NOT (WS-RUN-CTL-OK OR WS-RUN-CTL-NOT-FOUND)
        MOVE WS-RUN-CTL-STATUS TO WS-FATAL-STATUS
        MOVE "RUN-CTL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 1110-READ-RUN-CTL-LINE UNTIL WS-END-OF-FILE.
    CLOSE RUN-CTL-FILE.

1110-READ-RUN-CTL-LINE.
    READ RUN-CTL-FILE INTO WS-RUNCTL-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            MOVE WS-RC-RUN-NUMBER TO WS-LAST-RUN-NUMBER
            MOVE WS-RC-RUN-DATE TO WS-LAST-RUN-DATE
    END-READ.

2000-RUN-INQUIRY.
    PERFORM 2050-ACCEPT-SELECTION.
    INITIALIZE WS-INQUIRY-COUNTS.
    PERFORM 2100-FIND-DAY-INPUT.
    PERFORM 3000-SHOW-HISTORY.
    PERFORM 4000-SHOW-ARITHMETIC.
    PERFORM 5000-SHOW-POSTINGS.
    PERFORM 6000-SHOW-REJECTS.
    PERFORM 7000-SHOW-SUMMARY.

    DISPLAY "Another inquiry? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONTINUE-SWITCH.

*>Date first, since it is the optional one - Enter skips it. The key
*>is required and must be all six digits, as it is on the extract.
2050-ACCEPT-SELECTION.
    MOVE "N" TO WS-SEL-VALID-SWITCH.
    PERFORM UNTIL WS-SEL-VALID
        DISPLAY " "
        DISPLAY "Transaction date (YYYYMMDD, Enter for all dates): "
            WITH NO ADVANCING
        MOVE SPACES TO WS-IN-DATE
        ACCEPT WS-IN-DATE
        IF WS-IN-DATE = SPACES
            MOVE ZERO TO WS-SEL-DATE
            MOVE "Y" TO WS-SEL-VALID-SWITCH
        ELSE
            IF WS-IN-DATE IS NUMERIC
                AND WS-IN-DATE (5:2) >= "01"
                AND WS-IN-DATE (5:2) <= "12"
                AND WS-IN-DATE (7:2) >= "01"
                AND WS-IN-DATE (7:2) <= "31"
                MOVE WS-IN-DATE TO WS-SEL-DATE
                MOVE "Y" TO WS-SEL-VALID-SWITCH
            ELSE
                DISPLAY "*** INVALID DATE - KEY YYYYMMDD OR PRESS ENTER"
            END-IF
        END-IF
    END-PERFORM.
    MOVE "N" TO WS-SEL-VALID-SWITCH.
    PERFORM UNTIL WS-SEL-VALID
        DISPLAY "Transaction key (6 digits)          : "
            WITH NO ADVANCING
        MOVE SPACES TO WS-IN-KEY
        ACCEPT WS-IN-KEY
        IF WS-IN-KEY IS NUMERIC
            MOVE WS-IN-KEY TO WS-SEL-KEY
            MOVE "Y" TO WS-SEL-VALID-SWITCH
        ELSE
            DISPLAY "*** INVALID KEY - KEY ALL 6 DIGITS, E.G. 000014"
        END-IF
    END-PERFORM.

*>SeqCheck refuses a duplicate key on one day's file, so the key
*>appears on TRANSEQ.DAT at most once - and its date there says which
*>transaction the day files' lines under that key belong to.
2100-FIND-DAY-INPUT.
    MOVE "N" TO WS-FOUND-SWITCH.
    MOVE ZERO TO WS-DAY-TRANS-DATE.
    OPEN INPUT TRANSEQ-FILE.
    IF NOT (WS-TRANSEQ-OK OR WS-TRANSEQ-NOT-FOUND)
        MOVE WS-TRANSEQ-STATUS TO WS-FATAL-STATUS
        MOVE "TRANSEQ OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 2110-READ-TRANSEQ UNTIL WS-END-OF-FILE OR WS-FOUND.
    CLOSE TRANSEQ-FILE.
    EVALUATE TRUE
        WHEN NOT WS-FOUND
            SET WS-DAY-RESUB-ONLY TO TRUE
        WHEN WS-ALL-DATES OR WS-DAY-TRANS-DATE = WS-SEL-DATE
            SET WS-DAY-COVERS TO TRUE
        WHEN OTHER
            SET WS-DAY-OTHER-DATE TO TRUE
    END-EVALUATE.

2110-READ-TRANSEQ.
    READ TRANSEQ-FILE INTO TRANS-RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF TR-TRANS-KEY = WS-SEL-KEY
                MOVE "Y" TO WS-FOUND-SWITCH
                MOVE TR-TRANS-DATE TO WS-DAY-TRANS-DATE
            END-IF
    END-READ.

*>----------------------------------------------------------------
*>Results history master
*>----------------------------------------------------------------
3000-SHOW-HISTORY.
    DISPLAY " ".
    DISPLAY "--- RESULTS HISTORY (RESULTHX.DAT) ---".
    OPEN INPUT RESULT-HIST-FILE.
    IF WS-HIST-NOT-FOUND
        DISPLAY "  No results history master on disk."
        CLOSE RESULT-HIST-FILE
    ELSE
        IF NOT WS-HIST-OK
            MOVE WS-HIST-STATUS TO WS-FATAL-STATUS
            MOVE "RESULTHX OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        IF WS-ALL-DATES
            PERFORM 3100-BROWSE-HISTORY
        ELSE
            PERFORM 3200-READ-HISTORY
        END-IF
        CLOSE RESULT-HIST-FILE
        IF WS-HX-FOUND = ZERO
            DISPLAY "  Nothing on the history master for this "
                "transaction."
        END-IF
    END-IF.

*>HX-DATE leads the key, so every date has to be passed over to find
*>the key's records - acceptable for one inquiry at a terminal.
3100-BROWSE-HISTORY.
    MOVE LOW-VALUES TO HX-KEY.
    START RESULT-HIST-FILE KEY IS NOT LESS THAN HX-KEY
        INVALID KEY
            CONTINUE
    END-START.
    IF WS-HIST-OK
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 3110-READ-NEXT-HISTORY UNTIL WS-END-OF-FILE
    END-IF.

3110-READ-NEXT-HISTORY.
    READ RESULT-HIST-FILE NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF HX-TRANS-KEY = WS-SEL-KEY
                PERFORM 3300-DISPLAY-HISTORY
            END-IF
    END-READ.
    IF NOT (WS-HIST-OK OR WS-END-OF-FILE)
        MOVE WS-HIST-STATUS TO WS-FATAL-STATUS
        MOVE "RESULTHX READ NEXT" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

3200-READ-HISTORY.
    MOVE WS-SEL-DATE TO HX-DATE.
    MOVE WS-SEL-KEY TO HX-TRANS-KEY.
    READ RESULT-HIST-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM 3300-DISPLAY-HISTORY
    END-READ.

3300-DISPLAY-HISTORY.
    ADD 1 TO WS-HX-FOUND.
    EVALUATE TRUE
        WHEN HX-REVERSED
            ADD 1 TO WS-HX-REVERSED
            DISPLAY "  DATE " HX-DATE "  BRANCH " HX-BRANCH
                "  REVERSED ON " HX-STATUS-DATE
        WHEN HX-REPLACEMENT
            DISPLAY "  DATE " HX-DATE "  BRANCH " HX-BRANCH
                "  REPLACEMENT WRITTEN " HX-STATUS-DATE
        WHEN OTHER
            DISPLAY "  DATE " HX-DATE "  BRANCH " HX-BRANCH
                "  ACTIVE"
    END-EVALUATE.
    MOVE HX-NUM12 TO WS-ED-NUM12.
    DISPLAY "    HX-NUM12 : " WS-ED-NUM12.
    MOVE HX-NUM34 TO WS-ED-SMALL.
    DISPLAY "    HX-NUM34 : " WS-ED-SMALL.
    MOVE HX-SUB1 TO WS-ED-SMALL.
    DISPLAY "    HX-SUB1  : " WS-ED-SMALL.
    MOVE HX-MULT TO WS-ED-SMALL.
    DISPLAY "    HX-MULT  : " WS-ED-SMALL.
    MOVE HX-DIV TO WS-ED-SMALL.
    DISPLAY "    HX-DIV   : " WS-ED-SMALL.
    MOVE HX-COM TO WS-ED-COM.
    DISPLAY "    HX-COM   : " WS-ED-COM.
    PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1 UNTIL WS-FIELD-SUB > 6
        EVALUATE TRUE
            WHEN HX-ACCOUNT (WS-FIELD-SUB) = SPACES
                DISPLAY "    " WS-FIELD-NAME (WS-FIELD-SUB)
                    " NOT POSTED - NO ACCOUNT MAPPING"
            WHEN HX-SE-FLAG (WS-FIELD-SUB) = "Y"
                DISPLAY "    " WS-FIELD-NAME (WS-FIELD-SUB)
                    " POSTED TO " HX-ACCOUNT (WS-FIELD-SUB)
                    "  *SIZE ERROR"
            WHEN OTHER
                DISPLAY "    " WS-FIELD-NAME (WS-FIELD-SUB)
                    " POSTED TO " HX-ACCOUNT (WS-FIELD-SUB)
        END-EVALUATE
    END-PERFORM.

*>----------------------------------------------------------------
*>Arithmetic chain - AUDIT.LOG flagged from EXCEPTION.RPT
*>----------------------------------------------------------------
4000-SHOW-ARITHMETIC.
    DISPLAY " ".
    DISPLAY "--- ARITHMETIC CHAIN (AUDIT.LOG, RUN "
        WS-LAST-RUN-NUMBER ") ---".
    PERFORM 4100-LOAD-EXCEPTIONS.
    IF WS-DAY-OTHER-DATE
        PERFORM 4900-DAY-FILES-ELSEWHERE
    ELSE
        IF WS-DAY-RESUB-ONLY
            DISPLAY "  Key not on TRANSEQ.DAT - any lines below came "
                "through the resubmission feed."
        END-IF
        OPEN INPUT AUDIT-LOG
        IF NOT (WS-AUDIT-OK OR WS-AUDIT-NOT-FOUND)
            MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
            MOVE "AUDIT-LOG OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 4200-READ-AUDIT-LINE UNTIL WS-END-OF-FILE
        CLOSE AUDIT-LOG
        IF WS-AUDIT-FOUND = ZERO
            DISPLAY "  No arithmetic logged for this key on the last "
                "run."
        END-IF
    END-IF.

4100-LOAD-EXCEPTIONS.
    MOVE ZERO TO WS-EXC-COUNT.
    IF NOT WS-DAY-OTHER-DATE
        OPEN INPUT EXCEPTION-RPT
        IF NOT (WS-EXCEPTION-OK OR WS-EXCEPTION-NOT-FOUND)
            MOVE WS-EXCEPTION-STATUS TO WS-FATAL-STATUS
            MOVE "EXCEPTION-RPT OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 4110-LOAD-EXCEPTION-LINE UNTIL WS-END-OF-FILE
        CLOSE EXCEPTION-RPT
    END-IF.

4110-LOAD-EXCEPTION-LINE.
    READ EXCEPTION-RPT INTO WS-EXCEPTION-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF WS-EL-KEY = WS-SEL-KEY AND WS-EXC-COUNT < 20
                ADD 1 TO WS-EXC-COUNT
                SET EX-IDX TO WS-EXC-COUNT
                MOVE WS-EL-FIELD TO WS-EX-FIELD (EX-IDX)
                MOVE WS-EL-MSG TO WS-EX-MSG (EX-IDX)
                IF WS-EL-STMT = "GLPOST"
                    MOVE "Y" TO WS-EX-GLPOST (EX-IDX)
                ELSE
                    MOVE "N" TO WS-EX-GLPOST (EX-IDX)
                END-IF
            END-IF
    END-READ.

4200-READ-AUDIT-LINE.
    READ AUDIT-LOG INTO WS-AUDIT-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF NOT WS-AL-SEAL-LINE AND WS-AL-KEY = WS-SEL-KEY
                PERFORM 4300-DISPLAY-AUDIT-LINE
            END-IF
    END-READ.

4300-DISPLAY-AUDIT-LINE.
    ADD 1 TO WS-AUDIT-FOUND.
    MOVE "N" TO WS-EXC-FOUND-SWITCH.
    PERFORM VARYING EX-IDX FROM 1 BY 1
            UNTIL EX-IDX > WS-EXC-COUNT OR WS-EXC-MATCHED
        IF WS-EX-GLPOST (EX-IDX) = "N"
            AND WS-EX-FIELD (EX-IDX) = WS-AL-RESULT-FIELD
            MOVE "Y" TO WS-EXC-FOUND-SWITCH
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-DISPLAY-LINE.
    IF WS-EXC-MATCHED
        ADD 1 TO WS-SIZE-ERRORS
        STRING "  " WS-AL-STMT
            "  " WS-AL-OPERAND1 " / " WS-AL-OPERAND2
            " / " WS-AL-OPERAND3
            " -> " WS-AL-RESULT-FIELD
            " " WS-AL-RESULT-VAL
            "  *SIZE ERROR"
            DELIMITED BY SIZE INTO WS-DISPLAY-LINE
    ELSE
        STRING "  " WS-AL-STMT
            "  " WS-AL-OPERAND1 " / " WS-AL-OPERAND2
            " / " WS-AL-OPERAND3
            " -> " WS-AL-RESULT-FIELD
            " " WS-AL-RESULT-VAL
            DELIMITED BY SIZE INTO WS-DISPLAY-LINE
    END-IF.
    DISPLAY WS-DISPLAY-LINE.

4900-DAY-FILES-ELSEWHERE.
    DISPLAY "  The last run processed key " WS-SEL-KEY
        " dated " WS-DAY-TRANS-DATE " - its day files do not".
    DISPLAY "  cover " WS-SEL-DATE ". See the history master above.".

*>----------------------------------------------------------------
*>GL postings and what the ledger did with them
*>----------------------------------------------------------------
5000-SHOW-POSTINGS.
    DISPLAY " ".
    DISPLAY "--- GL POSTINGS (GLPOST.DAT, RUN "
        WS-LAST-RUN-NUMBER ") ---".
    PERFORM 5100-LOAD-ACKS.
    PERFORM 5200-LOAD-UNMATCHED.
    IF WS-DAY-OTHER-DATE
        PERFORM 4900-DAY-FILES-ELSEWHERE
    ELSE
        OPEN INPUT GLPOST-FILE
        IF NOT (WS-GLPOST-OK OR WS-GLPOST-NOT-FOUND)
            MOVE WS-GLPOST-STATUS TO WS-FATAL-STATUS
            MOVE "GLPOST OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 5300-READ-GLPOST UNTIL WS-END-OF-FILE
        CLOSE GLPOST-FILE
        PERFORM VARYING EX-IDX FROM 1 BY 1
                UNTIL EX-IDX > WS-EXC-COUNT
            IF WS-EX-GLPOST (EX-IDX) = "Y"
                ADD 1 TO WS-SUPPRESSED
                DISPLAY "  " WS-EX-FIELD (EX-IDX) " SUPPRESSED - "
                    WS-EX-MSG (EX-IDX)
            END-IF
        END-PERFORM
        IF WS-POSTINGS = ZERO AND WS-SUPPRESSED = ZERO
            DISPLAY "  No postings for this key on the last run."
        END-IF
    END-IF.
    PERFORM 5500-SHOW-CARRIED-UNBOOKED.

5100-LOAD-ACKS.
    MOVE ZERO TO WS-ACK-COUNT.
    OPEN INPUT GLACK-FILE.
    IF NOT (WS-GLACK-OK OR WS-GLACK-NOT-FOUND)
        MOVE WS-GLACK-STATUS TO WS-FATAL-STATUS
        MOVE "GLACK OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 5110-LOAD-ACK-LINE UNTIL WS-END-OF-FILE.
    CLOSE GLACK-FILE.

5110-LOAD-ACK-LINE.
    READ GLACK-FILE INTO GL-ACK-RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF AK-KEY = WS-SEL-KEY AND WS-ACK-COUNT < 20
                ADD 1 TO WS-ACK-COUNT
                SET AK-IDX TO WS-ACK-COUNT
                MOVE AK-ACCOUNT TO WS-AK-TB-ACCOUNT (AK-IDX)
                MOVE AK-AMOUNT TO WS-ACK-AMOUNT-N
                MOVE WS-ACK-AMOUNT-N TO WS-AK-TB-AMOUNT (AK-IDX)
                MOVE "N" TO WS-AK-TB-USED (AK-IDX)
            END-IF
    END-READ.

5200-LOAD-UNMATCHED.
    MOVE ZERO TO WS-UNM-COUNT.
    OPEN INPUT UNMATCH-CARRY-FILE.
    IF NOT (WS-UNMATCH-OK OR WS-UNMATCH-NOT-FOUND)
        MOVE WS-UNMATCH-STATUS TO WS-FATAL-STATUS
        MOVE "GLUNMATCH OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 5210-LOAD-UNMATCHED-LINE UNTIL WS-END-OF-FILE.
    CLOSE UNMATCH-CARRY-FILE.

5210-LOAD-UNMATCHED-LINE.
    READ UNMATCH-CARRY-FILE INTO WS-GL-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF WS-GL-KEY = WS-SEL-KEY AND WS-UNM-COUNT < 20
                ADD 1 TO WS-UNM-COUNT
                SET UN-IDX TO WS-UNM-COUNT
                MOVE WS-GL-LINE TO WS-UN-IMAGE (UN-IDX)
                MOVE "N" TO WS-UN-USED (UN-IDX)
            END-IF
    END-READ.

5300-READ-GLPOST.
    READ GLPOST-FILE INTO WS-GL-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF WS-GL-KEY = WS-SEL-KEY
                PERFORM 5400-DISPLAY-POSTING
            END-IF
    END-READ.

*>An acknowledgment decides it when there is one; otherwise a copy on
*>the unmatched carry means the match has run and found it unbooked,
*>and no copy means the match has not yet seen an answer for it.
5400-DISPLAY-POSTING.
    ADD 1 TO WS-POSTINGS.
    MOVE "N" TO WS-ACK-FOUND-SWITCH.
    MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-N.
    MOVE SPACES TO WS-POSTING-STATE.
    IF WS-GL-FLAG = "E"
        ADD 1 TO WS-SUSPENDED
        PERFORM 5450-FIND-SUSPENSE
        STRING "NOT SENT - SUSPENSE " WS-SU-STATE-TEXT
            DELIMITED BY SIZE INTO WS-POSTING-STATE
    ELSE
        PERFORM 5410-FIND-ACK
        IF WS-ACK-MATCHED
            IF WS-AK-TB-AMOUNT (AK-IDX) = WS-GL-AMOUNT-N
                ADD 1 TO WS-BOOKED
                MOVE "BOOKED" TO WS-POSTING-STATE
            ELSE
                ADD 1 TO WS-BOOKED-BREAK
                MOVE WS-AK-TB-AMOUNT (AK-IDX) TO WS-ED-COM
                STRING "BOOKED AT DIFFERENT AMOUNT"
                    DELIMITED BY SIZE INTO WS-POSTING-STATE
            END-IF
        ELSE
            PERFORM 5420-FIND-UNMATCHED
            IF WS-UNM-MATCHED
                ADD 1 TO WS-UNBOOKED
                MOVE "NOT BOOKED - CARRIED ON GLUNMATCH"
                    TO WS-POSTING-STATE
            ELSE
                ADD 1 TO WS-AWAITING
                MOVE "AWAITING ACKNOWLEDGMENT" TO WS-POSTING-STATE
            END-IF
        END-IF
    END-IF.
    DISPLAY "  " WS-GL-FIELD " " WS-GL-DR-CR " " WS-GL-ACCOUNT
        " " WS-GL-AMOUNT " " WS-GL-ENTRY-TYPE " " WS-POSTING-STATE.
    IF WS-ACK-MATCHED AND WS-AK-TB-AMOUNT (AK-IDX) NOT = WS-GL-AMOUNT-N
        AND WS-GL-FLAG NOT = "E"
        DISPLAY "    LEDGER BOOKED " WS-ED-COM
    END-IF.

5410-FIND-ACK.
    MOVE "N" TO WS-ACK-FOUND-SWITCH.
    PERFORM VARYING AK-IDX FROM 1 BY 1
            UNTIL AK-IDX > WS-ACK-COUNT OR WS-ACK-MATCHED
        IF WS-AK-TB-USED (AK-IDX) = "N"
            AND WS-AK-TB-ACCOUNT (AK-IDX) = WS-GL-ACCOUNT
            AND WS-AK-TB-AMOUNT (AK-IDX) = WS-GL-AMOUNT-N
            MOVE "Y" TO WS-ACK-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF NOT WS-ACK-MATCHED
        PERFORM VARYING AK-IDX FROM 1 BY 1
                UNTIL AK-IDX > WS-ACK-COUNT OR WS-ACK-MATCHED
            IF WS-AK-TB-USED (AK-IDX) = "N"
                AND WS-AK-TB-ACCOUNT (AK-IDX) = WS-GL-ACCOUNT
                MOVE "Y" TO WS-ACK-FOUND-SWITCH
            END-IF
        END-PERFORM
    END-IF.
*>The loop has stepped past the entry that matched.
    IF WS-ACK-MATCHED
        SET AK-IDX DOWN BY 1
        MOVE "Y" TO WS-AK-TB-USED (AK-IDX)
    END-IF.

5420-FIND-UNMATCHED.
    MOVE "N" TO WS-UNM-FOUND-SWITCH.
    PERFORM VARYING UN-IDX FROM 1 BY 1
            UNTIL UN-IDX > WS-UNM-COUNT OR WS-UNM-MATCHED
        IF WS-UN-USED (UN-IDX) = "N"
            AND WS-UN-IMAGE (UN-IDX) = WS-GL-LINE
            MOVE "Y" TO WS-UNM-FOUND-SWITCH
            MOVE "Y" TO WS-UN-USED (UN-IDX)
        END-IF
    END-PERFORM.

*>Latest ledger line for the key and field wins - an item flagged on
*>a rerun sits below its earlier self. Read inside the GLPOST.DAT scan,
*>so end of file is taken from the status, not the shared switch.
5450-FIND-SUSPENSE.
    MOVE "NOT ON LEDGER" TO WS-SU-STATE-TEXT.
    OPEN INPUT SUSPENSE-FILE.
    IF NOT (WS-SUSPENSE-OK OR WS-SUSPENSE-NOT-FOUND)
        MOVE WS-SUSPENSE-STATUS TO WS-FATAL-STATUS
        MOVE "SUSPENSE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 5460-READ-SUSPENSE-LINE UNTIL WS-SUSPENSE-STATUS = "10".
    CLOSE SUSPENSE-FILE.

5460-READ-SUSPENSE-LINE.
    READ SUSPENSE-FILE INTO WS-SUSPENSE-LINE
        AT END
            CONTINUE
        NOT AT END
            IF WS-SU-KEY = WS-SEL-KEY AND WS-SU-FIELD = WS-GL-FIELD
                AND WS-SU-ACCOUNT = WS-GL-ACCOUNT
                MOVE SPACES TO WS-SU-STATE-TEXT
                EVALUATE TRUE
                    WHEN WS-SU-OPEN
                        STRING "OPEN SINCE " WS-SU-ENTRY-DATE
                            DELIMITED BY SIZE INTO WS-SU-STATE-TEXT
                    WHEN WS-SU-CLEARED-RESUB
                        STRING "CLEARED BY RESUB " WS-SU-CLEAR-DATE
                            DELIMITED BY SIZE INTO WS-SU-STATE-TEXT
                    WHEN WS-SU-CLEARED-REVERSAL
                        STRING "CLEARED BY REVERSAL " WS-SU-CLEAR-DATE
                            DELIMITED BY SIZE INTO WS-SU-STATE-TEXT
                    WHEN WS-SU-WRITTEN-OFF
                        STRING "WRITTEN OFF " WS-SU-CLEAR-DATE
                            DELIMITED BY SIZE INTO WS-SU-STATE-TEXT
                END-EVALUATE
            END-IF
    END-READ.
    IF NOT (WS-SUSPENSE-OK OR WS-SUSPENSE-STATUS = "10")
        MOVE WS-SUSPENSE-STATUS TO WS-FATAL-STATUS
        MOVE "SUSPENSE READ" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>Whatever on the carry was not one of the postings shown above is a
*>prior day's posting still waiting to be booked.
5500-SHOW-CARRIED-UNBOOKED.
    PERFORM VARYING UN-IDX FROM 1 BY 1 UNTIL UN-IDX > WS-UNM-COUNT
        IF WS-UN-USED (UN-IDX) = "N"
            IF WS-CARRY-ONLY = ZERO
                DISPLAY "  Still unbooked under this key from an "
                    "earlier run (GLUNMATCH.CARRY):"
            END-IF
            ADD 1 TO WS-CARRY-ONLY
            MOVE WS-UN-IMAGE (UN-IDX) TO WS-GL-LINE
            DISPLAY "  " WS-GL-FIELD " " WS-GL-DR-CR " "
                WS-GL-ACCOUNT " " WS-GL-AMOUNT " " WS-GL-ENTRY-TYPE
                " NOT BOOKED - CARRIED"
        END-IF
    END-PERFORM.

*>----------------------------------------------------------------
*>Rejects and the resubmission cycle
*>----------------------------------------------------------------
6000-SHOW-REJECTS.
    DISPLAY " ".
    DISPLAY "--- REJECTS AND RESUBMISSION ---".
    PERFORM 6100-READ-RESUB-CYCLE.
    DISPLAY "  Current resubmission cycle : " WS-RESUB-CYCLE.
    MOVE "LAST RUN" TO WS-SOURCE-TEXT.
    OPEN INPUT REJECT-FILE.
    IF NOT (WS-REJECT-OK OR WS-REJECT-NOT-FOUND)
        MOVE WS-REJECT-STATUS TO WS-FATAL-STATUS
        MOVE "REJECT-FILE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 6200-READ-REJECT UNTIL WS-END-OF-FILE.
    CLOSE REJECT-FILE.
    MOVE "CARRIED" TO WS-SOURCE-TEXT.
    OPEN INPUT CARRY-IN-FILE.
    IF NOT (WS-CARRY-OK OR WS-CARRY-NOT-FOUND)
        MOVE WS-CARRY-STATUS TO WS-FATAL-STATUS
        MOVE "REJECT-CARRY OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 6300-READ-CARRY UNTIL WS-END-OF-FILE.
    CLOSE CARRY-IN-FILE.
    IF WS-REJECTS-TODAY = ZERO AND WS-REJECTS-CARRIED = ZERO
        DISPLAY "  No rejects on file for this transaction."
    END-IF.
    OPEN INPUT RESUB-FILE.
    IF NOT (WS-RESUB-OK OR WS-RESUB-NOT-FOUND)
        MOVE WS-RESUB-STATUS TO WS-FATAL-STATUS
        MOVE "RESUB-FILE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 6400-READ-RESUB UNTIL WS-END-OF-FILE.
    CLOSE RESUB-FILE.
    OPEN INPUT REVIEW-FILE.
    IF NOT (WS-REVIEW-OK OR WS-REVIEW-NOT-FOUND)
        MOVE WS-REVIEW-STATUS TO WS-FATAL-STATUS
        MOVE "REVIEW-FILE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 6700-READ-REVIEW UNTIL WS-END-OF-FILE.
    CLOSE REVIEW-FILE.

6100-READ-RESUB-CYCLE.
    MOVE ZERO TO WS-RESUB-CYCLE.
    OPEN INPUT RESUB-CYCLE-FILE.
    IF NOT (WS-RESUB-CYCLE-OK OR WS-RESUB-CYCLE-NOT-FOUND)
        MOVE WS-RESUB-CYCLE-STATUS TO WS-FATAL-STATUS
        MOVE "RESUBCYC OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    READ RESUB-CYCLE-FILE
        AT END
            CONTINUE
        NOT AT END
            IF RESUB-CYCLE-RECORD IS NUMERIC
                MOVE RESUB-CYCLE-RECORD TO WS-RESUB-CYCLE
            END-IF
    END-READ.
    CLOSE RESUB-CYCLE-FILE.

6200-READ-REJECT.
    READ REJECT-FILE INTO WS-REJECT-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            PERFORM 6500-CHECK-REJECT
            IF WS-FOUND
                ADD 1 TO WS-REJECTS-TODAY
                PERFORM 6600-DISPLAY-REJECT
            END-IF
    END-READ.

6300-READ-CARRY.
    READ CARRY-IN-FILE INTO WS-REJECT-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            PERFORM 6500-CHECK-REJECT
            IF WS-FOUND
                ADD 1 TO WS-REJECTS-CARRIED
                PERFORM 6600-DISPLAY-REJECT
            END-IF
    END-READ.

*>A correction keyed since the last run, waiting for the next one.
6400-READ-RESUB.
    READ RESUB-FILE INTO TRANS-RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF TR-TRANS-KEY = WS-SEL-KEY
                AND (WS-ALL-DATES OR TR-TRANS-DATE = WS-SEL-DATE)
                ADD 1 TO WS-RESUB-PENDING
                DISPLAY "  CORRECTION QUEUED ON RESUB.DAT  DATED "
                    TR-TRANS-DATE "  BRANCH " TR-BRANCH
                    " - PICKED UP BY THE NEXT RUN"
            END-IF
    END-READ.

*>The reject line keeps the transaction image, so a date asked about
*>is checked against the TR-TRANS-DATE inside it.
6500-CHECK-REJECT.
    MOVE "N" TO WS-FOUND-SWITCH.
    IF WS-RJ-KEY = WS-SEL-KEY
        MOVE WS-RJ-TRANS-IMAGE TO TRANS-RECORD
        IF WS-ALL-DATES OR TR-TRANS-DATE = WS-SEL-DATE
            MOVE "Y" TO WS-FOUND-SWITCH
        END-IF
    END-IF.

6600-DISPLAY-REJECT.
    DISPLAY "  " WS-SOURCE-TEXT " CYCLE " WS-RJ-CYCLE
        "  REJECTED " WS-RJ-DATE "  DATED " TR-TRANS-DATE
        "  " WS-RJ-REASON-CODE " " WS-RJ-REASON-TEXT.

*>An item the outlier screen took off its day's file. The review line
*>keeps the image too, so the date is checked the same way.
6700-READ-REVIEW.
    READ REVIEW-FILE INTO WS-REVIEW-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF WS-OR-KEY = WS-SEL-KEY
                MOVE WS-OR-TRANS-IMAGE TO TRANS-RECORD
                IF WS-ALL-DATES OR TR-TRANS-DATE = WS-SEL-DATE
                    PERFORM 6800-DISPLAY-REVIEW
                END-IF
            END-IF
    END-READ.

6800-DISPLAY-REVIEW.
    EVALUATE TRUE
        WHEN WS-OR-HELD
            ADD 1 TO WS-REVIEW-HELD
            DISPLAY "  HELD FOR OUTLIER REVIEW " WS-OR-HELD-DATE
                "  DATED " TR-TRANS-DATE "  " WS-OR-FIELD
                " SCORE " WS-OR-SCORE " - AWAITING A DECISION"
        WHEN WS-OR-RELEASE
            ADD 1 TO WS-REVIEW-HELD
            DISPLAY "  HELD FOR OUTLIER REVIEW " WS-OR-HELD-DATE
                "  DATED " TR-TRANS-DATE "  RELEASE APPROVED BY "
                WS-OR-OPERATOR " - WAITING FOR ITS KEY"
        WHEN WS-OR-RELEASED
            DISPLAY "  HELD FOR OUTLIER REVIEW " WS-OR-HELD-DATE
                "  DATED " TR-TRANS-DATE "  RELEASED "
                WS-OR-DECIDE-DATE " BY " WS-OR-OPERATOR
        WHEN WS-OR-REJECTED
            DISPLAY "  HELD FOR OUTLIER REVIEW " WS-OR-HELD-DATE
                "  DATED " TR-TRANS-DATE "  REJECTED "
                WS-OR-DECIDE-DATE " BY " WS-OR-OPERATOR
                " " WS-OR-REASON
    END-EVALUATE.

*>----------------------------------------------------------------
*>One-line answer
*>----------------------------------------------------------------
7000-SHOW-SUMMARY.
    DISPLAY " ".
    DISPLAY "--- LIFECYCLE SUMMARY ---".
    EVALUATE TRUE
        WHEN WS-HX-FOUND = ZERO
                AND (WS-AUDIT-FOUND > ZERO OR WS-POSTINGS > ZERO)
            DISPLAY "  PROCESSED ON THE LAST RUN - NOT ON THE HISTORY "
                "MASTER"
        WHEN WS-HX-FOUND = ZERO AND WS-REVIEW-HELD > ZERO
            DISPLAY "  HELD FOR OUTLIER REVIEW - NOT YET PROCESSED"
        WHEN WS-HX-FOUND = ZERO AND WS-REJECTS-TODAY = ZERO
                AND WS-REJECTS-CARRIED = ZERO
                AND WS-RESUB-PENDING = ZERO
            DISPLAY "  NO TRACE - never processed and not on a "
                "reject or resubmission file."
        WHEN WS-HX-FOUND = ZERO AND WS-RESUB-PENDING > ZERO
            DISPLAY "  REJECTED - CORRECTION QUEUED FOR THE NEXT RUN"
        WHEN WS-HX-FOUND = ZERO
            DISPLAY "  REJECTED - AWAITING CORRECTION"
        WHEN WS-HX-REVERSED = WS-HX-FOUND
            DISPLAY "  PROCESSED AND REVERSED"
        WHEN OTHER
            DISPLAY "  PROCESSED - ON THE HISTORY MASTER"
    END-EVALUATE.
    IF WS-POSTINGS > ZERO
        DISPLAY "  POSTINGS " WS-POSTINGS "  BOOKED " WS-BOOKED
            "  AMOUNT BREAK " WS-BOOKED-BREAK
            "  UNBOOKED " WS-UNBOOKED "  AWAITING " WS-AWAITING
            "  SUSPENSE " WS-SUSPENDED
    END-IF.
    IF WS-SIZE-ERRORS > ZERO
        DISPLAY "  SIZE ERRORS ON THE LAST RUN : " WS-SIZE-ERRORS
    END-IF.
    IF WS-CARRY-ONLY > ZERO
        DISPLAY "  EARLIER POSTINGS STILL UNBOOKED : " WS-CARRY-ONLY
    END-IF.
    IF WS-REJECTS-TODAY > ZERO OR WS-REJECTS-CARRIED > ZERO
        DISPLAY "  REJECTS - LAST RUN " WS-REJECTS-TODAY
            "  CARRIED " WS-REJECTS-CARRIED
    END-IF.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
    DISPLAY "Operation : " WS-FATAL-FILE.
    DISPLAY "Status    : " WS-FATAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
