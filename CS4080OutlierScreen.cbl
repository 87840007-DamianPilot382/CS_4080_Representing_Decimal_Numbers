*>CS4080OutlierScreen
*>Companion to CS4080ExampleProgram - runs between CS4080SeqCheck and
*>the batch job.
*>The batch edit (2050-EDIT-TRANSACTION) catches what is malformed -
*>non-numeric, negative, badly dated - but a TR-NUM3 or TR-NUM4 that
*>is perfectly valid and ten times anything the branch normally sends
*>goes straight through to the GL. This step scores every record on
*>the day's sequenced file TRANSEQ.DAT against its branch's norms on
*>BRNORM.DAT (CS4080NM, kept by CS4080NormUpdate): how many standard
*>deviations TR-NUM3 and TR-NUM4 each sit from the branch mean. A
*>record scoring over OUTLIER_THRESHOLD (run-parameter file, default
*>4.00) on either operand is held - taken off the day's file and
*>written to the review file REVIEW.DAT (CS4080OR) - instead of being
*>processed. A branch is only scored once its norms rest on
*>OUTLIER_MIN_COUNT processed items (default 30); until then its
*>records pass unscored and are counted as such. The day's volume per
*>branch is scored the same way against the branch's daily volume
*>once OUTLIER_MIN_DAYS days (default 10) are on the norms - a volume
*>outlier is reported, not held, since no one record is the odd one.
*>Before scoring, the operator decisions queued on REVDEC.DAT by
*>CS4080OutlierReview are applied: a released item is put back on the
*>day's file unscored (or, if the day's file already carries its key,
*>kept approved for the next day), and a rejected one goes to
*>REJECT.CARRY under reason 19 so the branch corrects it through the
*>normal reject workflow. Reversals ("R") pass unscored - their
*>operands are not used - and so does anything the batch edit is
*>about to reject anyway.
*>TRANSEQ.DAT and REVIEW.DAT are rebuilt through staging files and
*>renamed at clean end of job; REVDEC.DAT is cleared after. The
*>suspicious-items report OUTLIER.RPT lists the decisions applied,
*>the items held today with their scores, the volume outliers, and
*>everything still awaiting review, and foots: sequenced in, less
*>held, plus released, equals the count handed to the batch job.
*>Ends with RETURN-CODE 4 when anything was held, a volume outlier
*>was found, or a queued decision could not be applied.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080OutlierScreen.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TRANSEQ-FILE ASSIGN TO "data/TRANSEQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSEQ-STATUS.

*>The screened file is staged and only renamed over TRANSEQ.DAT at
*>clean end of job, so a failure here leaves the batch job the
*>sequenced file exactly as SeqCheck wrote it.
        SELECT TRANSEQ-STAGE-FILE ASSIGN TO "data/TRANSEQ.DAT.NEW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSEQ-STAGE-STATUS.

        SELECT SORT-WORK ASSIGN TO "data/OUTSORT.TMP".

        SELECT OPTIONAL NORM-FILE ASSIGN TO "data/BRNORM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NORM-STATUS.

        SELECT OPTIONAL REVIEW-IN-FILE ASSIGN TO "data/REVIEW.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-IN-STATUS.

        SELECT REVIEW-STAGE-FILE ASSIGN TO "data/REVIEW.DAT.NEW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-STAGE-STATUS.

*>Release/reject decisions queued by CS4080OutlierReview.
        SELECT OPTIONAL DECISION-FILE ASSIGN TO "data/REVDEC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DECISION-STATUS.

*>Rejected-on-review items join the reject carry, read first so a
*>rerun does not add the same item twice.
        SELECT OPTIONAL CARRY-FILE ASSIGN TO "data/REJECT.CARRY"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARRY-STATUS.

        SELECT OPTIONAL OUTLIER-RPT ASSIGN TO "data/OUTLIER.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OUTLIER-RPT-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

*>Processing-date control file - items are held and decided under
*>the business date, never the wall clock.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  TRANSEQ-FILE.
    COPY CS4080TR.

    FD  TRANSEQ-STAGE-FILE.
    01  TRANSEQ-STAGE-RECORD         PIC X(46).

*>The day's records sort ahead of released ones under the same key
*>(SR-SOURCE "1" before "2"), so a release never displaces the day's
*>own record - it waits for a day its key is free.
    SD  SORT-WORK.
    01  SORT-RECORD.
        05  SR-IMAGE.
            10  SR-TRANS-KEY         PIC 9(6).
            10  FILLER               PIC X(40).
        05  SR-SOURCE                PIC X.
        05  SR-REVIEW-SUB            PIC 9(4).

    FD  NORM-FILE.
    01  NORM-RECORD                  PIC X(212).

    FD  REVIEW-IN-FILE.
    01  REVIEW-IN-RECORD             PIC X(141).

    FD  REVIEW-STAGE-FILE.
    01  REVIEW-STAGE-RECORD          PIC X(141).

    FD  DECISION-FILE.
    01  DECISION-RECORD              PIC X(141).

    FD  CARRY-FILE.
    01  CARRY-RECORD                 PIC X(110).

    FD  OUTLIER-RPT.
    01  OUTLIER-RPT-RECORD           PIC X(132).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-TRANSEQ-STATUS PIC XX.
        88  WS-TRANSEQ-OK           VALUE "00".
    01  WS-TRANSEQ-STAGE-STATUS PIC XX.
        88  WS-TRANSEQ-STAGE-OK     VALUE "00".
    01  WS-NORM-STATUS PIC XX.
        88  WS-NORM-OK              VALUE "00".
        88  WS-NORM-NOT-FOUND       VALUE "05" "35".
    01  WS-REVIEW-IN-STATUS PIC XX.
        88  WS-REVIEW-IN-OK         VALUE "00".
        88  WS-REVIEW-IN-NOT-FOUND  VALUE "05" "35".
    01  WS-REVIEW-STAGE-STATUS PIC XX.
        88  WS-REVIEW-STAGE-OK      VALUE "00".
    01  WS-DECISION-STATUS PIC XX.
        88  WS-DECISION-OK          VALUE "00".
        88  WS-DECISION-NOT-FOUND   VALUE "05" "35".
    01  WS-CARRY-STATUS PIC XX.
        88  WS-CARRY-OK             VALUE "00".
        88  WS-CARRY-NOT-FOUND      VALUE "05" "35".
    01  WS-OUTLIER-RPT-STATUS PIC XX.
        88  WS-OUTLIER-RPT-OK       VALUE "00".
    01  WS-RUN-PARMS-STATUS PIC XX.
        88  WS-RUN-PARMS-OK         VALUE "00".
        88  WS-RUN-PARMS-NOT-FOUND  VALUE "05" "35".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
*>CBL_RENAME_FILE return code reported by 9000-TERMINATE, which is
*>not a two-character file status.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC X(9).

    01  WS-TRANSEQ-EOF-SWITCH PIC X VALUE "N".
        88  WS-TRANSEQ-EOF          VALUE "Y".
    01  WS-NORM-EOF-SWITCH PIC X VALUE "N".
        88  WS-NORM-EOF             VALUE "Y".
    01  WS-REVIEW-EOF-SWITCH PIC X VALUE "N".
        88  WS-REVIEW-EOF           VALUE "Y".
    01  WS-DECISION-EOF-SWITCH PIC X VALUE "N".
        88  WS-DECISION-EOF         VALUE "Y".
    01  WS-CARRY-EOF-SWITCH PIC X VALUE "N".
        88  WS-CARRY-EOF            VALUE "Y".
    01  WS-SORT-EOF-SWITCH PIC X VALUE "N".
        88  WS-SORT-EOF             VALUE "Y".
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    01  WS-PM-VALUE-LEN PIC 9(2) VALUE ZERO.
    COPY CS4080PM.

*>Staging-and-rename support for the two rebuilt files.
    01  WS-TRANSEQ-STAGE-PATH PIC X(30)
        VALUE "data/TRANSEQ.DAT.NEW".
    01  WS-TRANSEQ-PATH PIC X(30) VALUE "data/TRANSEQ.DAT".
    01  WS-REVIEW-STAGE-PATH PIC X(30)
        VALUE "data/REVIEW.DAT.NEW".
    01  WS-REVIEW-PATH PIC X(30) VALUE "data/REVIEW.DAT".
    01  WS-RENAME-RC PIC 9(9) VALUE ZERO.

    01  WS-RUN-DATE PIC 9(8).

*>Screening controls - see the header for what each one does.
    01  WS-THRESHOLD PIC 9(3)V9(2) VALUE 4.00.
    01  WS-MIN-COUNT PIC 9(6) VALUE 30.
    01  WS-MIN-DAYS PIC 9(6) VALUE 10.
    01  WS-EDIT-THRESHOLD PIC ZZ9.99.

*>Branch norms as CS4080NormUpdate last left them, plus the count of
*>records each branch sent today for the volume score. A branch with
*>work today but no norms yet gets an entry with zero norms.
    01  WS-NORM-TABLE.
        05  WS-NT-COUNT PIC 9(3) VALUE ZERO.
        05  WS-NT-ENTRY OCCURS 50 TIMES INDEXED BY NT-IDX.
            10  WS-NT-BRANCH         PIC X(3).
            10  WS-NT-ITEM-COUNT     PIC 9(9).
            10  WS-NT-DAY-COUNT      PIC 9(6).
            10  WS-NT-NUM3-MEAN      PIC 9(5)V9(2).
            10  WS-NT-NUM3-SD        PIC 9(5)V9(2).
            10  WS-NT-NUM4-MEAN      PIC 9(5)V9(2).
            10  WS-NT-NUM4-SD        PIC 9(5)V9(2).
            10  WS-NT-VOL-MEAN       PIC 9(7)V9(2).
            10  WS-NT-VOL-SD         PIC 9(7)V9(2).
            10  WS-NT-TODAY-COUNT    PIC 9(6).
    01  WS-NT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-NT-FOUND             VALUE "Y".

*>The review file in memory - carried lines, today's holds, and the
*>decisions applied to them. WS-RT-MERGE marks a released item this
*>run is putting back on the day's file. 2000 slots; the run fails
*>rather than silently dropping the excess.
    01  WS-REVIEW-TABLE.
        05  WS-RT-COUNT PIC 9(4) VALUE ZERO.
        05  WS-RT-ENTRY OCCURS 2000 TIMES INDEXED BY RT-IDX.
            10  WS-RT-KEY            PIC 9(6).
            10  WS-RT-BRANCH         PIC X(3).
            10  WS-RT-HELD-DATE      PIC 9(8).
            10  WS-RT-FIELD          PIC X(7).
            10  WS-RT-SCORE          PIC 9(3)V9(2).
            10  WS-RT-STATUS         PIC X.
            10  WS-RT-DECIDE-DATE    PIC 9(8).
            10  WS-RT-OPERATOR       PIC X(8).
            10  WS-RT-REASON         PIC X(30).
            10  WS-RT-IMAGE          PIC X(46).
            10  WS-RT-MERGE          PIC X.
    01  WS-RT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-RT-FOUND             VALUE "Y".
    01  WS-RT-SUB PIC 9(4).

*>Reason-19 lines already on the reject carry, by transaction image.
    01  WS-CARRY-TABLE.
        05  WS-CJ-COUNT PIC 9(4) VALUE ZERO.
        05  WS-CJ-ENTRY OCCURS 500 TIMES INDEXED BY CJ-IDX.
            10  WS-CJ-IMAGE          PIC X(46).
    01  WS-CJ-FOUND-SWITCH PIC X VALUE "N".
        88  WS-CJ-FOUND             VALUE "Y".

*>Scoring work fields. A spread of zero - every item the branch ever
*>sent carried the same amount - makes any different amount an
*>outlier; the score is pinned at its ceiling.
    01  WS-SCORE-VALUE PIC 9(7)V9(2).
    01  WS-SCORE-MEAN PIC 9(7)V9(2).
    01  WS-SCORE-SD PIC 9(7)V9(2).
    01  WS-SCORE-DIFF PIC S9(7)V9(2).
    01  WS-SCORE PIC 9(3)V9(2).
    01  WS-SCORE-3 PIC 9(3)V9(2).
    01  WS-SCORE-4 PIC 9(3)V9(2).
    01  WS-HOLD-FIELD PIC X(7).
    01  WS-HOLD-SCORE PIC 9(3)V9(2).
    01  WS-PASS-SWITCH PIC X VALUE "N".
        88  WS-PASS-UNSCORED        VALUE "Y".

    01  WS-PREV-KEY PIC 9(6) VALUE ZERO.
    01  WS-FIRST-OUT-SWITCH PIC X VALUE "Y".
        88  WS-FIRST-OUT            VALUE "Y".

    01  WS-SEQ-IN PIC 9(6) VALUE ZERO.
    01  WS-NOT-SCORED PIC 9(6) VALUE ZERO.
    01  WS-HELD-TODAY PIC 9(6) VALUE ZERO.
    01  WS-RELEASED-IN PIC 9(6) VALUE ZERO.
    01  WS-WRITTEN-OUT PIC 9(6) VALUE ZERO.
    01  WS-DEFERRED PIC 9(6) VALUE ZERO.
    01  WS-REJECTED-OUT PIC 9(6) VALUE ZERO.
    01  WS-DECISIONS-READ PIC 9(6) VALUE ZERO.
    01  WS-DECISIONS-REFUSED PIC 9(6) VALUE ZERO.
    01  WS-AWAITING PIC 9(6) VALUE ZERO.
    01  WS-VOLUME-FLAGS PIC 9(6) VALUE ZERO.
    01  WS-CARRIED-IN PIC 9(6) VALUE ZERO.
    01  WS-PURGED PIC 9(6) VALUE ZERO.

    01  WS-EDIT-AMOUNT PIC ZZZZ9.99.
    01  WS-EDIT-MEAN PIC ZZZZZZ9.99.
    01  WS-EDIT-SD PIC ZZZZZZ9.99.
    01  WS-EDIT-SCORE PIC ZZ9.99.
    01  WS-EDIT-COUNT PIC ZZZZZ9.
    01  WS-STATUS-TEXT PIC X(24).
    01  WS-REPORT-LINE PIC X(132).

    COPY CS4080NM.
    COPY CS4080OR.
    COPY CS4080RJ.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-LOAD-NORMS.
    PERFORM 2500-LOAD-REVIEW.
    PERFORM 3000-APPLY-DECISIONS.
    SORT SORT-WORK
        ON ASCENDING KEY SR-TRANS-KEY SR-SOURCE
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS 4000-SCORE-AND-RELEASE
        OUTPUT PROCEDURE IS 4500-WRITE-SEQUENCED.
    PERFORM 5000-WRITE-SUMMARY.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM 1050-READ-RUN-PARMS.
    OPEN OUTPUT OUTLIER-RPT.
    IF NOT (WS-OUTLIER-RPT-OK OR WS-OUTLIER-RPT-STATUS = "05")
        MOVE WS-OUTLIER-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "OUTLIER-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "CS4080OutlierScreen - SUSPICIOUS ITEMS REPORT"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BUSINESS DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PARM OUTLIER_THRESHOLD   " WS-EDIT-THRESHOLD
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PARM OUTLIER_MIN_COUNT   " WS-MIN-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PARM OUTLIER_MIN_DAYS    " WS-MIN-DAYS
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    OPEN OUTPUT TRANSEQ-STAGE-FILE.
    IF NOT (WS-TRANSEQ-STAGE-OK OR WS-TRANSEQ-STAGE-STATUS = "05")
        MOVE WS-TRANSEQ-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "TRANSEQ-STAGE OPEN" TO WS-FATAL-FILE
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

*>The threshold is a score - standard deviations from the branch
*>mean - and may carry decimals (e.g. 3.5); zero would hold the lot.
1070-APPLY-PARM.
    IF WS-PM-KEYWORD = SPACES OR WS-PM-KEYWORD (1:1) = "*"
        CONTINUE
    ELSE
        IF NOT WS-PM-KNOWN-KEYWORD
            PERFORM 9800-REFUSE-RUN-PARM
        END-IF
        EVALUATE WS-PM-KEYWORD
            WHEN "OUTLIER_THRESHOLD"
                IF WS-PM-VALUE NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-PM-VALUE) = ZERO
                    AND FUNCTION NUMVAL (WS-PM-VALUE) > ZERO
                    AND FUNCTION NUMVAL (WS-PM-VALUE) < 1000
                    COMPUTE WS-THRESHOLD =
                        FUNCTION NUMVAL (WS-PM-VALUE)
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "OUTLIER_MIN_COUNT"
                COMPUTE WS-PM-VALUE-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-PM-VALUE))
                IF WS-PM-VALUE-LEN > ZERO AND WS-PM-VALUE-LEN <= 6
                    AND WS-PM-VALUE (1:WS-PM-VALUE-LEN) IS NUMERIC
                    AND WS-PM-VALUE (1:WS-PM-VALUE-LEN) > ZERO
                    MOVE WS-PM-VALUE (1:WS-PM-VALUE-LEN) TO WS-MIN-COUNT
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "OUTLIER_MIN_DAYS"
                COMPUTE WS-PM-VALUE-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-PM-VALUE))
                IF WS-PM-VALUE-LEN > ZERO AND WS-PM-VALUE-LEN <= 6
                    AND WS-PM-VALUE (1:WS-PM-VALUE-LEN) IS NUMERIC
                    AND WS-PM-VALUE (1:WS-PM-VALUE-LEN) > ZERO
                    MOVE WS-PM-VALUE (1:WS-PM-VALUE-LEN) TO WS-MIN-DAYS
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

2000-LOAD-NORMS.
    OPEN INPUT NORM-FILE.
    IF WS-NORM-NOT-FOUND
        SET WS-NORM-EOF TO TRUE
        DISPLAY "No BRNORM.DAT yet - every branch passes unscored."
    ELSE
        IF NOT WS-NORM-OK
            MOVE WS-NORM-STATUS TO WS-FATAL-STATUS
            MOVE "NORM-FILE OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 2100-LOAD-NORM-LINE UNTIL WS-NORM-EOF.
    CLOSE NORM-FILE.

2100-LOAD-NORM-LINE.
    READ NORM-FILE INTO WS-NORM-LINE
        AT END
            SET WS-NORM-EOF TO TRUE
        NOT AT END
            PERFORM 2200-ADD-BRANCH
            MOVE WS-NM-ITEM-COUNT TO WS-NT-ITEM-COUNT (NT-IDX)
            MOVE WS-NM-DAY-COUNT TO WS-NT-DAY-COUNT (NT-IDX)
            MOVE WS-NM-NUM3-MEAN TO WS-NT-NUM3-MEAN (NT-IDX)
            MOVE WS-NM-NUM3-SD TO WS-NT-NUM3-SD (NT-IDX)
            MOVE WS-NM-NUM4-MEAN TO WS-NT-NUM4-MEAN (NT-IDX)
            MOVE WS-NM-NUM4-SD TO WS-NT-NUM4-SD (NT-IDX)
            MOVE WS-NM-VOL-MEAN TO WS-NT-VOL-MEAN (NT-IDX)
            MOVE WS-NM-VOL-SD TO WS-NT-VOL-SD (NT-IDX)
    END-READ.

*>Appends a zeroed entry for WS-NM-BRANCH and leaves NT-IDX on it.
2200-ADD-BRANCH.
    IF WS-NT-COUNT >= 50
        DISPLAY "***** MORE THAN 50 BRANCHES - NORM TABLE "
            "CANNOT HOLD THEM ALL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-NT-COUNT.
    SET NT-IDX TO WS-NT-COUNT.
    INITIALIZE WS-NT-ENTRY (NT-IDX).
    MOVE WS-NM-BRANCH TO WS-NT-BRANCH (NT-IDX).

*>Finds the entry for WS-NM-BRANCH, adding one if the branch has no
*>norms yet; leaves NT-IDX on it either way.
2300-FIND-BRANCH.
    MOVE "N" TO WS-NT-FOUND-SWITCH.
    PERFORM VARYING NT-IDX FROM 1 BY 1
            UNTIL NT-IDX > WS-NT-COUNT OR WS-NT-FOUND
        IF WS-NT-BRANCH (NT-IDX) = WS-NM-BRANCH
            MOVE "Y" TO WS-NT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-NT-FOUND
        SET NT-IDX DOWN BY 1
    ELSE
        PERFORM 2200-ADD-BRANCH
    END-IF.

*>What the last run left decides what comes forward: items released
*>or rejected before today are done and dropped; everything else -
*>held, approved-but-deferred, and today's own applied work on a
*>rerun - comes forward.
2500-LOAD-REVIEW.
    OPEN INPUT REVIEW-IN-FILE.
    IF WS-REVIEW-IN-NOT-FOUND
        SET WS-REVIEW-EOF TO TRUE
    ELSE
        IF NOT WS-REVIEW-IN-OK
            MOVE WS-REVIEW-IN-STATUS TO WS-FATAL-STATUS
            MOVE "REVIEW-IN OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 2510-LOAD-REVIEW-LINE UNTIL WS-REVIEW-EOF.
    CLOSE REVIEW-IN-FILE.

2510-LOAD-REVIEW-LINE.
    READ REVIEW-IN-FILE INTO WS-REVIEW-LINE
        AT END
            SET WS-REVIEW-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARRIED-IN
            IF WS-OR-APPLIED AND WS-OR-DECIDE-DATE < WS-RUN-DATE
                ADD 1 TO WS-PURGED
            ELSE
                PERFORM 2600-ADD-REVIEW-ITEM
            END-IF
    END-READ.

*>Appends WS-REVIEW-LINE to the review table and leaves RT-IDX on it.
2600-ADD-REVIEW-ITEM.
    IF WS-RT-COUNT >= 2000
        DISPLAY "***** MORE THAN 2000 ITEMS ON REVIEW - REVIEW "
            "TABLE CANNOT HOLD THEM ALL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-RT-COUNT.
    SET RT-IDX TO WS-RT-COUNT.
    MOVE WS-OR-KEY TO WS-RT-KEY (RT-IDX).
    MOVE WS-OR-BRANCH TO WS-RT-BRANCH (RT-IDX).
    MOVE WS-OR-HELD-DATE TO WS-RT-HELD-DATE (RT-IDX).
    MOVE WS-OR-FIELD TO WS-RT-FIELD (RT-IDX).
    MOVE WS-OR-SCORE TO WS-RT-SCORE (RT-IDX).
    MOVE WS-OR-STATUS TO WS-RT-STATUS (RT-IDX).
    MOVE WS-OR-DECIDE-DATE TO WS-RT-DECIDE-DATE (RT-IDX).
    MOVE WS-OR-OPERATOR TO WS-RT-OPERATOR (RT-IDX).
    MOVE WS-OR-REASON TO WS-RT-REASON (RT-IDX).
    MOVE WS-OR-TRANS-IMAGE TO WS-RT-IMAGE (RT-IDX).
    MOVE "N" TO WS-RT-MERGE (RT-IDX).

*>----------------------------------------------------------------
*>Operator decisions queued since the last run
*>----------------------------------------------------------------
3000-APPLY-DECISIONS.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE "REVIEW DECISIONS APPLIED" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 3050-LOAD-CARRY.
    OPEN INPUT DECISION-FILE.
    IF WS-DECISION-NOT-FOUND
        SET WS-DECISION-EOF TO TRUE
    ELSE
        IF NOT WS-DECISION-OK
            MOVE WS-DECISION-STATUS TO WS-FATAL-STATUS
            MOVE "DECISION-FILE OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    OPEN EXTEND CARRY-FILE.
    IF NOT (WS-CARRY-OK OR WS-CARRY-NOT-FOUND)
        MOVE WS-CARRY-STATUS TO WS-FATAL-STATUS
        MOVE "REJECT-CARRY EXTEND" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 3100-READ-DECISION UNTIL WS-DECISION-EOF.
    CLOSE DECISION-FILE.
    CLOSE CARRY-FILE.
*>Every approved release - today's and any deferred from an earlier
*>day - goes back on the day's file in the sort below, and so does
*>one an earlier run today already put back: a stream rerun from
*>SeqCheck hands this run a freshly sequenced file without it.
    PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > WS-RT-COUNT
        IF WS-RT-STATUS (RT-IDX) = "R"
            OR (WS-RT-STATUS (RT-IDX) = "P"
                AND WS-RT-DECIDE-DATE (RT-IDX) = WS-RUN-DATE)
            MOVE "Y" TO WS-RT-MERGE (RT-IDX)
        END-IF
    END-PERFORM.

3050-LOAD-CARRY.
    OPEN INPUT CARRY-FILE.
    IF WS-CARRY-NOT-FOUND
        SET WS-CARRY-EOF TO TRUE
    ELSE
        IF NOT WS-CARRY-OK
            MOVE WS-CARRY-STATUS TO WS-FATAL-STATUS
            MOVE "REJECT-CARRY OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 3060-LOAD-CARRY-LINE UNTIL WS-CARRY-EOF.
    CLOSE CARRY-FILE.

3060-LOAD-CARRY-LINE.
    READ CARRY-FILE INTO WS-REJECT-LINE
        AT END
            SET WS-CARRY-EOF TO TRUE
        NOT AT END
            IF WS-RJ-REASON-CODE = "19" AND WS-CJ-COUNT < 500
                ADD 1 TO WS-CJ-COUNT
                SET CJ-IDX TO WS-CJ-COUNT
                MOVE WS-RJ-TRANS-IMAGE TO WS-CJ-IMAGE (CJ-IDX)
            END-IF
    END-READ.

3100-READ-DECISION.
    READ DECISION-FILE INTO WS-REVIEW-LINE
        AT END
            SET WS-DECISION-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-DECISIONS-READ
            PERFORM 3200-APPLY-DECISION
    END-READ.

*>A decision names its item by key and the date it was held. One
*>already applied today is this run's own earlier work (a rerun
*>before REVDEC.DAT was cleared) and is passed over quietly; one for
*>an item no longer awaiting a decision is refused on the report.
*>An approved release can still be turned into a reject while it
*>waits for its key to come free.
3200-APPLY-DECISION.
    MOVE "N" TO WS-RT-FOUND-SWITCH.
    PERFORM VARYING RT-IDX FROM 1 BY 1
            UNTIL RT-IDX > WS-RT-COUNT OR WS-RT-FOUND
        IF WS-RT-KEY (RT-IDX) = WS-OR-KEY
            AND WS-RT-HELD-DATE (RT-IDX) = WS-OR-HELD-DATE
            MOVE "Y" TO WS-RT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-RT-FOUND
        SET RT-IDX DOWN BY 1
    END-IF.
    EVALUATE TRUE
        WHEN NOT WS-RT-FOUND
            MOVE "NOT ON THE REVIEW FILE" TO WS-STATUS-TEXT
            PERFORM 3400-REFUSE-DECISION
        WHEN WS-RT-DECIDE-DATE (RT-IDX) = WS-RUN-DATE
                AND ((WS-OR-RELEASE AND WS-RT-STATUS (RT-IDX) = "P")
                  OR (WS-OR-REJECT AND WS-RT-STATUS (RT-IDX) = "J"))
            CONTINUE
        WHEN WS-OR-RELEASE AND WS-RT-STATUS (RT-IDX) = SPACE
            MOVE "R" TO WS-RT-STATUS (RT-IDX)
            MOVE WS-OR-OPERATOR TO WS-RT-OPERATOR (RT-IDX)
            MOVE WS-OR-REASON TO WS-RT-REASON (RT-IDX)
            MOVE "RELEASE APPROVED" TO WS-STATUS-TEXT
            PERFORM 3500-REPORT-DECISION
        WHEN WS-OR-REJECT AND (WS-RT-STATUS (RT-IDX) = SPACE
                OR WS-RT-STATUS (RT-IDX) = "R")
            MOVE "J" TO WS-RT-STATUS (RT-IDX)
            MOVE WS-RUN-DATE TO WS-RT-DECIDE-DATE (RT-IDX)
            MOVE WS-OR-OPERATOR TO WS-RT-OPERATOR (RT-IDX)
            MOVE WS-OR-REASON TO WS-RT-REASON (RT-IDX)
            PERFORM 3300-WRITE-REJECT
            MOVE "REJECTED TO CARRY (19)" TO WS-STATUS-TEXT
            PERFORM 3500-REPORT-DECISION
        WHEN OTHER
            MOVE "ITEM ALREADY DECIDED" TO WS-STATUS-TEXT
            PERFORM 3400-REFUSE-DECISION
    END-EVALUATE.

*>Reason 19 on the carry puts the item in front of the branch through
*>CS4080RejectCorrect, which re-keys TR-NUM3 and TR-NUM4 for it, and
*>into the reject aging. Cycle zero - it never reached the engine.
3300-WRITE-REJECT.
    ADD 1 TO WS-REJECTED-OUT.
    MOVE "N" TO WS-CJ-FOUND-SWITCH.
    PERFORM VARYING CJ-IDX FROM 1 BY 1
            UNTIL CJ-IDX > WS-CJ-COUNT OR WS-CJ-FOUND
        IF WS-CJ-IMAGE (CJ-IDX) = WS-RT-IMAGE (RT-IDX)
            MOVE "Y" TO WS-CJ-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF NOT WS-CJ-FOUND
        MOVE SPACES TO WS-REJECT-LINE
        MOVE WS-RT-KEY (RT-IDX) TO WS-RJ-KEY
        MOVE WS-RT-BRANCH (RT-IDX) TO WS-RJ-BRANCH
        MOVE ZERO TO WS-RJ-CYCLE
        MOVE WS-RUN-DATE TO WS-RJ-DATE
        MOVE "19" TO WS-RJ-REASON-CODE
        MOVE "OUTLIER REJECTED ON REVIEW" TO WS-RJ-REASON-TEXT
        MOVE WS-RT-IMAGE (RT-IDX) TO WS-RJ-TRANS-IMAGE
        WRITE CARRY-RECORD FROM WS-REJECT-LINE
        IF NOT WS-CARRY-OK
            MOVE WS-CARRY-STATUS TO WS-FATAL-STATUS
            MOVE "REJECT-CARRY WRITE" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.

3400-REFUSE-DECISION.
    ADD 1 TO WS-DECISIONS-REFUSED.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  KEY " WS-OR-KEY "  HELD " WS-OR-HELD-DATE
        "  " WS-OR-STATUS " BY " WS-OR-OPERATOR
        "  REFUSED - " WS-STATUS-TEXT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

3500-REPORT-DECISION.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  KEY " WS-OR-KEY "  BR " WS-RT-BRANCH (RT-IDX)
        "  HELD " WS-OR-HELD-DATE
        "  " WS-STATUS-TEXT
        "  BY " WS-OR-OPERATOR
        "  " WS-OR-REASON
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

*>----------------------------------------------------------------
*>Scoring - the day's records in, held items out, releases back in
*>----------------------------------------------------------------
4000-SCORE-AND-RELEASE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE "HELD FOR REVIEW TODAY" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    OPEN INPUT TRANSEQ-FILE.
    IF NOT WS-TRANSEQ-OK
        MOVE WS-TRANSEQ-STATUS TO WS-FATAL-STATUS
        MOVE "TRANSEQ-FILE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 4100-READ-TRANSEQ UNTIL WS-TRANSEQ-EOF.
    CLOSE TRANSEQ-FILE.
    PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > WS-RT-COUNT
        IF WS-RT-MERGE (RT-IDX) = "Y"
            MOVE WS-RT-IMAGE (RT-IDX) TO SR-IMAGE
            MOVE "2" TO SR-SOURCE
            SET WS-RT-SUB TO RT-IDX
            MOVE WS-RT-SUB TO SR-REVIEW-SUB
            RELEASE SORT-RECORD
        END-IF
    END-PERFORM.

4100-READ-TRANSEQ.
    READ TRANSEQ-FILE
        AT END
            SET WS-TRANSEQ-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-SEQ-IN
            MOVE TR-BRANCH TO WS-NM-BRANCH
            PERFORM 2300-FIND-BRANCH
            ADD 1 TO WS-NT-TODAY-COUNT (NT-IDX)
            PERFORM 4200-SCORE-RECORD
            IF WS-HOLD-FIELD = SPACES
                MOVE TRANS-RECORD TO SR-IMAGE
                MOVE "1" TO SR-SOURCE
                MOVE ZERO TO SR-REVIEW-SUB
                RELEASE SORT-RECORD
            ELSE
                PERFORM 4300-HOLD-RECORD
            END-IF
    END-READ.

*>Leaves WS-HOLD-FIELD naming the operand(s) over the threshold, or
*>SPACES to pass the record. Passed unscored: a record this run (or
*>an earlier run of the same day) released from review; a reversal;
*>a record the batch edit will reject anyway; a branch whose norms
*>are still too thin to judge by.
4200-SCORE-RECORD.
    MOVE SPACES TO WS-HOLD-FIELD.
    MOVE "N" TO WS-PASS-SWITCH.
    PERFORM VARYING RT-IDX FROM 1 BY 1
            UNTIL RT-IDX > WS-RT-COUNT OR WS-PASS-UNSCORED
        IF WS-RT-STATUS (RT-IDX) = "P"
            AND WS-RT-DECIDE-DATE (RT-IDX) = WS-RUN-DATE
            AND WS-RT-IMAGE (RT-IDX) = TRANS-RECORD
            MOVE "Y" TO WS-PASS-SWITCH
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-PASS-UNSCORED
            CONTINUE
        WHEN TR-REVERSAL
            CONTINUE
        WHEN TR-NUM3 IS NOT NUMERIC OR TR-NUM4 IS NOT NUMERIC
            CONTINUE
        WHEN TR-NUM3 < ZERO OR TR-NUM4 < ZERO
            CONTINUE
        WHEN WS-NT-ITEM-COUNT (NT-IDX) < WS-MIN-COUNT
            ADD 1 TO WS-NOT-SCORED
        WHEN OTHER
            MOVE TR-NUM3 TO WS-SCORE-VALUE
            MOVE WS-NT-NUM3-MEAN (NT-IDX) TO WS-SCORE-MEAN
            MOVE WS-NT-NUM3-SD (NT-IDX) TO WS-SCORE-SD
            PERFORM 4250-COMPUTE-SCORE
            MOVE WS-SCORE TO WS-SCORE-3
            MOVE TR-NUM4 TO WS-SCORE-VALUE
            MOVE WS-NT-NUM4-MEAN (NT-IDX) TO WS-SCORE-MEAN
            MOVE WS-NT-NUM4-SD (NT-IDX) TO WS-SCORE-SD
            PERFORM 4250-COMPUTE-SCORE
            MOVE WS-SCORE TO WS-SCORE-4
            EVALUATE TRUE
                WHEN WS-SCORE-3 > WS-THRESHOLD
                        AND WS-SCORE-4 > WS-THRESHOLD
                    MOVE "BOTH" TO WS-HOLD-FIELD
                WHEN WS-SCORE-3 > WS-THRESHOLD
                    MOVE "TR-NUM3" TO WS-HOLD-FIELD
                WHEN WS-SCORE-4 > WS-THRESHOLD
                    MOVE "TR-NUM4" TO WS-HOLD-FIELD
            END-EVALUATE
            IF WS-SCORE-3 > WS-SCORE-4
                MOVE WS-SCORE-3 TO WS-HOLD-SCORE
            ELSE
                MOVE WS-SCORE-4 TO WS-HOLD-SCORE
            END-IF
    END-EVALUATE.

*>Distance of WS-SCORE-VALUE from WS-SCORE-MEAN in standard
*>deviations, into WS-SCORE; 999.99 when off the scale.
4250-COMPUTE-SCORE.
    COMPUTE WS-SCORE-DIFF = WS-SCORE-VALUE - WS-SCORE-MEAN.
    IF WS-SCORE-DIFF < ZERO
        COMPUTE WS-SCORE-DIFF = ZERO - WS-SCORE-DIFF
    END-IF.
    EVALUATE TRUE
        WHEN WS-SCORE-DIFF = ZERO
            MOVE ZERO TO WS-SCORE
        WHEN WS-SCORE-SD = ZERO
            MOVE 999.99 TO WS-SCORE
        WHEN OTHER
            COMPUTE WS-SCORE ROUNDED = WS-SCORE-DIFF / WS-SCORE-SD
                ON SIZE ERROR
                    MOVE 999.99 TO WS-SCORE
            END-COMPUTE
    END-EVALUATE.

*>A record already held today - the screen rerun over a re-sequenced
*>file - is kept off the day's file again but not added twice.
4300-HOLD-RECORD.
    ADD 1 TO WS-HELD-TODAY.
    MOVE "N" TO WS-RT-FOUND-SWITCH.
    PERFORM VARYING RT-IDX FROM 1 BY 1
            UNTIL RT-IDX > WS-RT-COUNT OR WS-RT-FOUND
        IF WS-RT-HELD-DATE (RT-IDX) = WS-RUN-DATE
            AND WS-RT-IMAGE (RT-IDX) = TRANS-RECORD
            MOVE "Y" TO WS-RT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF NOT WS-RT-FOUND
        MOVE SPACES TO WS-REVIEW-LINE
        MOVE TR-TRANS-KEY TO WS-OR-KEY
        MOVE TR-BRANCH TO WS-OR-BRANCH
        MOVE WS-RUN-DATE TO WS-OR-HELD-DATE
        MOVE WS-HOLD-FIELD TO WS-OR-FIELD
        MOVE WS-HOLD-SCORE TO WS-OR-SCORE
        MOVE SPACE TO WS-OR-STATUS
        MOVE ZERO TO WS-OR-DECIDE-DATE
        MOVE TRANS-RECORD TO WS-OR-TRANS-IMAGE
        PERFORM 2600-ADD-REVIEW-ITEM
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE TR-NUM3 TO WS-EDIT-AMOUNT.
    MOVE WS-NT-NUM3-MEAN (NT-IDX) TO WS-EDIT-MEAN.
    MOVE WS-NT-NUM3-SD (NT-IDX) TO WS-EDIT-SD.
    MOVE WS-SCORE-3 TO WS-EDIT-SCORE.
    STRING "  KEY " TR-TRANS-KEY "  BR " TR-BRANCH
        "  DATED " TR-TRANS-DATE
        "  TR-NUM3 " WS-EDIT-AMOUNT
        "  MEAN " WS-EDIT-MEAN "  SD " WS-EDIT-SD
        "  SCORE " WS-EDIT-SCORE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE TR-NUM4 TO WS-EDIT-AMOUNT.
    MOVE WS-NT-NUM4-MEAN (NT-IDX) TO WS-EDIT-MEAN.
    MOVE WS-NT-NUM4-SD (NT-IDX) TO WS-EDIT-SD.
    MOVE WS-SCORE-4 TO WS-EDIT-SCORE.
    STRING "                               "
        "  TR-NUM4 " WS-EDIT-AMOUNT
        "  MEAN " WS-EDIT-MEAN "  SD " WS-EDIT-SD
        "  SCORE " WS-EDIT-SCORE
        "  HELD ON " WS-HOLD-FIELD
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

*>Records come back in key order. SeqCheck already made the day's
*>keys unique, so the only duplicate possible is a release whose key
*>the day's file also carries - it keeps its approval and waits. One
*>already released today is the screen rerun over its own output:
*>the day's file carries it already and it is passed over.
4500-WRITE-SEQUENCED.
    PERFORM 4510-RETURN-RECORD.
    PERFORM UNTIL WS-SORT-EOF
        IF WS-FIRST-OUT OR SR-TRANS-KEY > WS-PREV-KEY
            WRITE TRANSEQ-STAGE-RECORD FROM SR-IMAGE
            IF NOT WS-TRANSEQ-STAGE-OK
                MOVE WS-TRANSEQ-STAGE-STATUS TO WS-FATAL-STATUS
                MOVE "TRANSEQ-STAGE WRITE" TO WS-FATAL-FILE
                PERFORM 9900-FATAL-FILE-ERROR
            END-IF
            ADD 1 TO WS-WRITTEN-OUT
            MOVE SR-TRANS-KEY TO WS-PREV-KEY
            MOVE "N" TO WS-FIRST-OUT-SWITCH
            IF SR-SOURCE = "2"
                SET RT-IDX TO SR-REVIEW-SUB
                ADD 1 TO WS-RELEASED-IN
                MOVE "P" TO WS-RT-STATUS (RT-IDX)
                MOVE WS-RUN-DATE TO WS-RT-DECIDE-DATE (RT-IDX)
            END-IF
        ELSE
            SET RT-IDX TO SR-REVIEW-SUB
            IF WS-RT-STATUS (RT-IDX) = "R"
                ADD 1 TO WS-DEFERRED
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  KEY " WS-RT-KEY (RT-IDX)
                    "  BR " WS-RT-BRANCH (RT-IDX)
                    "  HELD " WS-RT-HELD-DATE (RT-IDX)
                    "  RELEASE DEFERRED - KEY ALREADY ON TODAY'S FILE"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 5010-WRITE-REPORT-LINE
            END-IF
        END-IF
        PERFORM 4510-RETURN-RECORD
    END-PERFORM.

4510-RETURN-RECORD.
    RETURN SORT-WORK
        AT END
            SET WS-SORT-EOF TO TRUE
    END-RETURN.

*>----------------------------------------------------------------
*>Volume, the review queue, and the footing
*>----------------------------------------------------------------
5000-WRITE-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE "DAILY VOLUME BY BRANCH" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 5100-SCORE-VOLUME
        VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > WS-NT-COUNT.

    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE "AWAITING REVIEW" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 5200-LIST-AWAITING
        VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > WS-RT-COUNT.

    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "SEQUENCED IN       : " WS-SEQ-IN
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "HELD TODAY         : " WS-HELD-TODAY
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "RELEASED IN        : " WS-RELEASED-IN
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "TO BATCH JOB       : " WS-WRITTEN-OUT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PASSED UNSCORED    : " WS-NOT-SCORED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "REJECTED ON REVIEW : " WS-REJECTED-OUT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "RELEASES DEFERRED  : " WS-DEFERRED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "DECISIONS REFUSED  : " WS-DECISIONS-REFUSED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "AWAITING REVIEW    : " WS-AWAITING
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "VOLUME OUTLIERS    : " WS-VOLUME-FLAGS
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== OUTLIER SCREEN =====".
    DISPLAY "Sequenced in       : " WS-SEQ-IN.
    DISPLAY "Held today         : " WS-HELD-TODAY.
    DISPLAY "Released in        : " WS-RELEASED-IN.
    DISPLAY "To batch job       : " WS-WRITTEN-OUT.
    DISPLAY "Awaiting review    : " WS-AWAITING.
    DISPLAY "Volume outliers    : " WS-VOLUME-FLAGS.

5010-WRITE-REPORT-LINE.
    WRITE OUTLIER-RPT-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-OUTLIER-RPT-OK
        MOVE WS-OUTLIER-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "OUTLIER-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

5100-SCORE-VOLUME.
    IF WS-NT-TODAY-COUNT (NT-IDX) > ZERO
        MOVE WS-NT-TODAY-COUNT (NT-IDX) TO WS-EDIT-COUNT
        MOVE WS-NT-VOL-MEAN (NT-IDX) TO WS-EDIT-MEAN
        MOVE WS-NT-VOL-SD (NT-IDX) TO WS-EDIT-SD
        MOVE SPACES TO WS-REPORT-LINE
        IF WS-NT-DAY-COUNT (NT-IDX) < WS-MIN-DAYS
            STRING "  BR " WS-NT-BRANCH (NT-IDX)
                "  TODAY " WS-EDIT-COUNT
                "  NOT SCORED - " WS-NT-DAY-COUNT (NT-IDX)
                " DAYS ON THE NORMS"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        ELSE
            MOVE WS-NT-TODAY-COUNT (NT-IDX) TO WS-SCORE-VALUE
            MOVE WS-NT-VOL-MEAN (NT-IDX) TO WS-SCORE-MEAN
            MOVE WS-NT-VOL-SD (NT-IDX) TO WS-SCORE-SD
            PERFORM 4250-COMPUTE-SCORE
            MOVE WS-SCORE TO WS-EDIT-SCORE
            IF WS-SCORE > WS-THRESHOLD
                ADD 1 TO WS-VOLUME-FLAGS
                STRING "  BR " WS-NT-BRANCH (NT-IDX)
                    "  TODAY " WS-EDIT-COUNT
                    "  MEAN " WS-EDIT-MEAN "  SD " WS-EDIT-SD
                    "  SCORE " WS-EDIT-SCORE
                    "  *VOLUME OUTLIER"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "  BR " WS-NT-BRANCH (NT-IDX)
                    "  TODAY " WS-EDIT-COUNT
                    "  MEAN " WS-EDIT-MEAN "  SD " WS-EDIT-SD
                    "  SCORE " WS-EDIT-SCORE
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF
        END-IF
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.

5200-LIST-AWAITING.
    IF WS-RT-STATUS (RT-IDX) = SPACE OR WS-RT-STATUS (RT-IDX) = "R"
        ADD 1 TO WS-AWAITING
        IF WS-RT-STATUS (RT-IDX) = "R"
            MOVE "RELEASE APPROVED" TO WS-STATUS-TEXT
        ELSE
            MOVE "HELD" TO WS-STATUS-TEXT
        END-IF
        MOVE WS-RT-SCORE (RT-IDX) TO WS-EDIT-SCORE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  KEY " WS-RT-KEY (RT-IDX)
            "  BR " WS-RT-BRANCH (RT-IDX)
            "  HELD " WS-RT-HELD-DATE (RT-IDX)
            "  " WS-RT-FIELD (RT-IDX)
            "  SCORE " WS-EDIT-SCORE
            "  " WS-STATUS-TEXT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.

*>Only now, with the screened file and the review file both fully
*>staged, do they replace the originals - a crash anywhere above
*>leaves TRANSEQ.DAT as SeqCheck wrote it, REVIEW.DAT as the last
*>clean run left it, and the queued decisions still on REVDEC.DAT.
9000-TERMINATE.
    CLOSE TRANSEQ-STAGE-FILE.
    OPEN OUTPUT REVIEW-STAGE-FILE.
    IF NOT (WS-REVIEW-STAGE-OK OR WS-REVIEW-STAGE-STATUS = "05")
        MOVE WS-REVIEW-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "REVIEW-STAGE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 9100-WRITE-REVIEW-LINE
        VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > WS-RT-COUNT.
    CLOSE REVIEW-STAGE-FILE.
    CLOSE OUTLIER-RPT.

    CALL "CBL_RENAME_FILE" USING WS-TRANSEQ-STAGE-PATH
        WS-TRANSEQ-PATH
        RETURNING WS-RENAME-RC.
    IF WS-RENAME-RC NOT = ZERO
        MOVE WS-RENAME-RC TO WS-FATAL-STATUS
        MOVE "TRANSEQ RENAME" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-REVIEW-STAGE-PATH
        WS-REVIEW-PATH
        RETURNING WS-RENAME-RC.
    IF WS-RENAME-RC NOT = ZERO
        MOVE WS-RENAME-RC TO WS-FATAL-STATUS
        MOVE "REVIEW RENAME" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    OPEN OUTPUT DECISION-FILE.
    IF NOT (WS-DECISION-OK OR WS-DECISION-NOT-FOUND)
        MOVE WS-DECISION-STATUS TO WS-FATAL-STATUS
        MOVE "DECISION-FILE CLEAR" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    CLOSE DECISION-FILE.

    IF WS-HELD-TODAY > ZERO OR WS-VOLUME-FLAGS > ZERO
        OR WS-DECISIONS-REFUSED > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.

9100-WRITE-REVIEW-LINE.
    MOVE SPACES TO WS-REVIEW-LINE.
    MOVE WS-RT-KEY (RT-IDX) TO WS-OR-KEY.
    MOVE WS-RT-BRANCH (RT-IDX) TO WS-OR-BRANCH.
    MOVE WS-RT-HELD-DATE (RT-IDX) TO WS-OR-HELD-DATE.
    MOVE WS-RT-FIELD (RT-IDX) TO WS-OR-FIELD.
    MOVE WS-RT-SCORE (RT-IDX) TO WS-OR-SCORE.
    MOVE WS-RT-STATUS (RT-IDX) TO WS-OR-STATUS.
    MOVE WS-RT-DECIDE-DATE (RT-IDX) TO WS-OR-DECIDE-DATE.
    MOVE WS-RT-OPERATOR (RT-IDX) TO WS-OR-OPERATOR.
    MOVE WS-RT-REASON (RT-IDX) TO WS-OR-REASON.
    MOVE WS-RT-IMAGE (RT-IDX) TO WS-OR-TRANS-IMAGE.
    WRITE REVIEW-STAGE-RECORD FROM WS-REVIEW-LINE.
    IF NOT WS-REVIEW-STAGE-OK
        MOVE WS-REVIEW-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "REVIEW-STAGE WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

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
