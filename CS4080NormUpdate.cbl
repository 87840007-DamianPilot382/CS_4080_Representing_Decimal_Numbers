*>CS4080NormUpdate
*>Companion to CS4080OutlierScreen - runs after CS4080GLRecon.
*>Folds the day's processed transactions into the branch norms on
*>BRNORM.DAT (CS4080NM) that the outlier screen scores tomorrow's
*>amounts against. A record counts when it reached the books: it is
*>on the day's sequenced file TRANSEQ.DAT, was not rejected (its
*>image is not on the day's REJECT.DAT), and is not a reversal,
*>whose operands are not used. Items held for review are not on
*>TRANSEQ.DAT and do not count until released, so an outlier never
*>widens the norm that caught it.
*>Each branch's sums and sums of squares of TR-NUM3 and TR-NUM4 grow
*>by the day's items, and its daily volume sums by the number of
*>records it sent - the day's file as the screen saw it, held items
*>included and released ones left out. Mean and standard deviation
*>are then reworked from the sums and kept on the line.
*>A branch whose WS-NM-LAST-DATE is already the business date was
*>folded in by an earlier run of the same day and is left alone, so
*>a rerun of the stream never counts a day twice. The norms are
*>rebuilt through a staging file and renamed at clean end of job;
*>NORMUPD.RPT lists every branch's norms as they now stand.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080NormUpdate.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TRANSEQ-FILE ASSIGN TO "data/TRANSEQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSEQ-STATUS.

        SELECT OPTIONAL REJECT-FILE ASSIGN TO "data/REJECT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.

*>Today's holds and releases, to count the day's volume as the
*>screen counted it.
        SELECT OPTIONAL REVIEW-FILE ASSIGN TO "data/REVIEW.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-STATUS.

        SELECT OPTIONAL NORM-FILE ASSIGN TO "data/BRNORM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NORM-STATUS.

        SELECT NORM-STAGE-FILE ASSIGN TO "data/BRNORM.DAT.NEW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NORM-STAGE-STATUS.

        SELECT OPTIONAL NORMUPD-RPT ASSIGN TO "data/NORMUPD.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NORMUPD-RPT-STATUS.

*>Processing-date control file - the norms are dated by the business
*>date, never the wall clock.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  TRANSEQ-FILE.
    COPY CS4080TR.

    FD  REJECT-FILE.
    01  REJECT-RECORD                PIC X(110).

    FD  REVIEW-FILE.
    01  REVIEW-RECORD                PIC X(141).

    FD  NORM-FILE.
    01  NORM-RECORD                  PIC X(212).

    FD  NORM-STAGE-FILE.
    01  NORM-STAGE-RECORD            PIC X(212).

    FD  NORMUPD-RPT.
    01  NORMUPD-RPT-RECORD           PIC X(132).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-TRANSEQ-STATUS PIC XX.
        88  WS-TRANSEQ-OK           VALUE "00".
    01  WS-REJECT-STATUS PIC XX.
        88  WS-REJECT-OK            VALUE "00".
        88  WS-REJECT-NOT-FOUND     VALUE "05" "35".
    01  WS-REVIEW-STATUS PIC XX.
        88  WS-REVIEW-OK            VALUE "00".
        88  WS-REVIEW-NOT-FOUND     VALUE "05" "35".
    01  WS-NORM-STATUS PIC XX.
        88  WS-NORM-OK              VALUE "00".
        88  WS-NORM-NOT-FOUND       VALUE "05" "35".
    01  WS-NORM-STAGE-STATUS PIC XX.
        88  WS-NORM-STAGE-OK        VALUE "00".
    01  WS-NORMUPD-RPT-STATUS PIC XX.
        88  WS-NORMUPD-RPT-OK       VALUE "00".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
*>CBL_RENAME_FILE return code reported by 9000-TERMINATE.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC X(9).

    01  WS-TRANSEQ-EOF-SWITCH PIC X VALUE "N".
        88  WS-TRANSEQ-EOF          VALUE "Y".
    01  WS-REJECT-EOF-SWITCH PIC X VALUE "N".
        88  WS-REJECT-EOF           VALUE "Y".
    01  WS-REVIEW-EOF-SWITCH PIC X VALUE "N".
        88  WS-REVIEW-EOF           VALUE "Y".
    01  WS-NORM-EOF-SWITCH PIC X VALUE "N".
        88  WS-NORM-EOF             VALUE "Y".

    01  WS-NORM-STAGE-PATH PIC X(30) VALUE "data/BRNORM.DAT.NEW".
    01  WS-NORM-PATH PIC X(30) VALUE "data/BRNORM.DAT".
    01  WS-RENAME-RC PIC 9(9) VALUE ZERO.

    01  WS-RUN-DATE PIC 9(8).

*>Every branch on the norms, plus any sending work for the first
*>time today. The running figures are held in full here; the line
*>is rebuilt from them at the end.
    01  WS-NORM-TABLE.
        05  WS-NT-COUNT PIC 9(3) VALUE ZERO.
        05  WS-NT-ENTRY OCCURS 50 TIMES INDEXED BY NT-IDX.
            10  WS-NT-BRANCH         PIC X(3).
            10  WS-NT-LAST-DATE      PIC 9(8).
            10  WS-NT-ITEM-COUNT     PIC 9(9).
            10  WS-NT-NUM3-SUM       PIC 9(14)V9(2).
            10  WS-NT-NUM3-SUMSQ     PIC 9(20)V9(4).
            10  WS-NT-NUM4-SUM       PIC 9(14)V9(2).
            10  WS-NT-NUM4-SUMSQ     PIC 9(20)V9(4).
            10  WS-NT-DAY-COUNT      PIC 9(6).
            10  WS-NT-VOL-SUM        PIC 9(12).
            10  WS-NT-VOL-SUMSQ      PIC 9(18).
            10  WS-NT-NUM3-MEAN      PIC 9(5)V9(2).
            10  WS-NT-NUM3-SD        PIC 9(5)V9(2).
            10  WS-NT-NUM4-MEAN      PIC 9(5)V9(2).
            10  WS-NT-NUM4-SD        PIC 9(5)V9(2).
            10  WS-NT-VOL-MEAN       PIC 9(7)V9(2).
            10  WS-NT-VOL-SD         PIC 9(7)V9(2).
            10  WS-NT-TODAY-ITEMS    PIC 9(6).
            10  WS-NT-TODAY-VOLUME   PIC S9(6).
    01  WS-NT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-NT-FOUND             VALUE "Y".
    01  WS-LOOKUP-BRANCH PIC X(3).

*>The day's rejected transaction images - a processed record is one
*>not found here.
    01  WS-REJECT-TABLE.
        05  WS-RJT-COUNT PIC 9(5) VALUE ZERO.
        05  WS-RJT-ENTRY OCCURS 5000 TIMES INDEXED BY RJT-IDX.
            10  WS-RJT-IMAGE         PIC X(46).
    01  WS-RJT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-RJT-FOUND            VALUE "Y".

*>Mean and spread are worked from the sums: variance is the mean of
*>the squares less the square of the mean. Rounding can leave that a
*>hair below zero on a branch whose items are all alike; it is taken
*>as zero.
    01  WS-CALC-COUNT PIC 9(12).
    01  WS-CALC-SUM PIC 9(14)V9(4).
    01  WS-CALC-SUMSQ PIC 9(20)V9(4).
    01  WS-CALC-MEAN PIC 9(12)V9(6).
    01  WS-CALC-VARIANCE PIC S9(20)V9(6).
    01  WS-CALC-SD PIC 9(12)V9(6).

    01  WS-TRANSEQ-READ PIC 9(6) VALUE ZERO.
    01  WS-REJECTED-SKIPPED PIC 9(6) VALUE ZERO.
    01  WS-REVERSALS-SKIPPED PIC 9(6) VALUE ZERO.
    01  WS-FOLDED-IN PIC 9(6) VALUE ZERO.
    01  WS-RERUN-SKIPPED PIC 9(6) VALUE ZERO.
    01  WS-BRANCHES-UPDATED PIC 9(6) VALUE ZERO.

    01  WS-EDIT-MEAN PIC ZZZZZZ9.99.
    01  WS-EDIT-SD PIC ZZZZZZ9.99.
    01  WS-EDIT-MEAN-4 PIC ZZZZZZ9.99.
    01  WS-EDIT-SD-4 PIC ZZZZZZ9.99.
    01  WS-EDIT-COUNT PIC ZZZZZZZZ9.
    01  WS-EDIT-DAYS PIC ZZZZZ9.
    01  WS-STATUS-TEXT PIC X(14).
    01  WS-REPORT-LINE PIC X(132).

    COPY CS4080NM.
    COPY CS4080OR.
    COPY CS4080RJ.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-LOAD-NORMS.
    PERFORM 2500-LOAD-REJECTS.
    PERFORM 3000-FOLD-TRANSACTIONS.
    PERFORM 3500-COUNT-REVIEW.
    PERFORM 4000-WRITE-NORMS.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    OPEN OUTPUT NORMUPD-RPT.
    IF NOT (WS-NORMUPD-RPT-OK OR WS-NORMUPD-RPT-STATUS = "05")
        MOVE WS-NORMUPD-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "NORMUPD-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "CS4080NormUpdate - BRANCH NORMS" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BUSINESS DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

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

2000-LOAD-NORMS.
    OPEN INPUT NORM-FILE.
    IF WS-NORM-NOT-FOUND
        SET WS-NORM-EOF TO TRUE
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
            MOVE WS-NM-BRANCH TO WS-LOOKUP-BRANCH
            PERFORM 2200-ADD-BRANCH
            MOVE WS-NM-LAST-DATE TO WS-NT-LAST-DATE (NT-IDX)
            MOVE WS-NM-ITEM-COUNT TO WS-NT-ITEM-COUNT (NT-IDX)
            MOVE WS-NM-NUM3-SUM TO WS-NT-NUM3-SUM (NT-IDX)
            MOVE WS-NM-NUM3-SUMSQ TO WS-NT-NUM3-SUMSQ (NT-IDX)
            MOVE WS-NM-NUM4-SUM TO WS-NT-NUM4-SUM (NT-IDX)
            MOVE WS-NM-NUM4-SUMSQ TO WS-NT-NUM4-SUMSQ (NT-IDX)
            MOVE WS-NM-DAY-COUNT TO WS-NT-DAY-COUNT (NT-IDX)
            MOVE WS-NM-VOL-SUM TO WS-NT-VOL-SUM (NT-IDX)
            MOVE WS-NM-VOL-SUMSQ TO WS-NT-VOL-SUMSQ (NT-IDX)
            MOVE WS-NM-NUM3-MEAN TO WS-NT-NUM3-MEAN (NT-IDX)
            MOVE WS-NM-NUM3-SD TO WS-NT-NUM3-SD (NT-IDX)
            MOVE WS-NM-NUM4-MEAN TO WS-NT-NUM4-MEAN (NT-IDX)
            MOVE WS-NM-NUM4-SD TO WS-NT-NUM4-SD (NT-IDX)
            MOVE WS-NM-VOL-MEAN TO WS-NT-VOL-MEAN (NT-IDX)
            MOVE WS-NM-VOL-SD TO WS-NT-VOL-SD (NT-IDX)
    END-READ.

*>Appends a zeroed entry for WS-LOOKUP-BRANCH and leaves NT-IDX on it.
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
    MOVE WS-LOOKUP-BRANCH TO WS-NT-BRANCH (NT-IDX).

*>Finds the entry for WS-LOOKUP-BRANCH, adding one for a branch new
*>today; leaves NT-IDX on it either way.
2300-FIND-BRANCH.
    MOVE "N" TO WS-NT-FOUND-SWITCH.
    PERFORM VARYING NT-IDX FROM 1 BY 1
            UNTIL NT-IDX > WS-NT-COUNT OR WS-NT-FOUND
        IF WS-NT-BRANCH (NT-IDX) = WS-LOOKUP-BRANCH
            MOVE "Y" TO WS-NT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-NT-FOUND
        SET NT-IDX DOWN BY 1
    ELSE
        PERFORM 2200-ADD-BRANCH
    END-IF.

2500-LOAD-REJECTS.
    OPEN INPUT REJECT-FILE.
    IF WS-REJECT-NOT-FOUND
        SET WS-REJECT-EOF TO TRUE
    ELSE
        IF NOT WS-REJECT-OK
            MOVE WS-REJECT-STATUS TO WS-FATAL-STATUS
            MOVE "REJECT-FILE OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 2510-LOAD-REJECT-LINE UNTIL WS-REJECT-EOF.
    CLOSE REJECT-FILE.

2510-LOAD-REJECT-LINE.
    READ REJECT-FILE INTO WS-REJECT-LINE
        AT END
            SET WS-REJECT-EOF TO TRUE
        NOT AT END
            IF WS-RJT-COUNT >= 5000
                DISPLAY "***** MORE THAN 5000 REJECTS - REJECT "
                    "TABLE CANNOT HOLD THEM ALL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RJT-COUNT
            SET RJT-IDX TO WS-RJT-COUNT
            MOVE WS-RJ-TRANS-IMAGE TO WS-RJT-IMAGE (RJT-IDX)
    END-READ.

3000-FOLD-TRANSACTIONS.
    OPEN INPUT TRANSEQ-FILE.
    IF NOT WS-TRANSEQ-OK
        MOVE WS-TRANSEQ-STATUS TO WS-FATAL-STATUS
        MOVE "TRANSEQ-FILE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 3100-READ-TRANSEQ UNTIL WS-TRANSEQ-EOF.
    CLOSE TRANSEQ-FILE.

3100-READ-TRANSEQ.
    READ TRANSEQ-FILE
        AT END
            SET WS-TRANSEQ-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TRANSEQ-READ
            MOVE TR-BRANCH TO WS-LOOKUP-BRANCH
            PERFORM 2300-FIND-BRANCH
            ADD 1 TO WS-NT-TODAY-VOLUME (NT-IDX)
            PERFORM 3200-FOLD-RECORD
    END-READ.

3200-FOLD-RECORD.
    MOVE "N" TO WS-RJT-FOUND-SWITCH.
    PERFORM VARYING RJT-IDX FROM 1 BY 1
            UNTIL RJT-IDX > WS-RJT-COUNT OR WS-RJT-FOUND
        IF WS-RJT-IMAGE (RJT-IDX) = TRANS-RECORD
            MOVE "Y" TO WS-RJT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-RJT-FOUND
            ADD 1 TO WS-REJECTED-SKIPPED
        WHEN TR-REVERSAL
            ADD 1 TO WS-REVERSALS-SKIPPED
        WHEN WS-NT-LAST-DATE (NT-IDX) = WS-RUN-DATE
            ADD 1 TO WS-RERUN-SKIPPED
        WHEN OTHER
            ADD 1 TO WS-FOLDED-IN
            ADD 1 TO WS-NT-TODAY-ITEMS (NT-IDX)
            ADD TR-NUM3 TO WS-NT-NUM3-SUM (NT-IDX)
            COMPUTE WS-NT-NUM3-SUMSQ (NT-IDX) =
                WS-NT-NUM3-SUMSQ (NT-IDX) + TR-NUM3 * TR-NUM3
            ADD TR-NUM4 TO WS-NT-NUM4-SUM (NT-IDX)
            COMPUTE WS-NT-NUM4-SUMSQ (NT-IDX) =
                WS-NT-NUM4-SUMSQ (NT-IDX) + TR-NUM4 * TR-NUM4
    END-EVALUATE.

*>The day's volume as the screen saw it: records it held today were
*>taken off TRANSEQ.DAT and count back in; records it released today
*>were held on an earlier day and count out.
3500-COUNT-REVIEW.
    OPEN INPUT REVIEW-FILE.
    IF WS-REVIEW-NOT-FOUND
        SET WS-REVIEW-EOF TO TRUE
    ELSE
        IF NOT WS-REVIEW-OK
            MOVE WS-REVIEW-STATUS TO WS-FATAL-STATUS
            MOVE "REVIEW-FILE OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 3510-READ-REVIEW-LINE UNTIL WS-REVIEW-EOF.
    CLOSE REVIEW-FILE.

3510-READ-REVIEW-LINE.
    READ REVIEW-FILE INTO WS-REVIEW-LINE
        AT END
            SET WS-REVIEW-EOF TO TRUE
        NOT AT END
            MOVE WS-OR-BRANCH TO WS-LOOKUP-BRANCH
            EVALUATE TRUE
                WHEN WS-OR-HELD-DATE = WS-RUN-DATE
                    PERFORM 2300-FIND-BRANCH
                    ADD 1 TO WS-NT-TODAY-VOLUME (NT-IDX)
                WHEN WS-OR-RELEASED
                        AND WS-OR-DECIDE-DATE = WS-RUN-DATE
                    PERFORM 2300-FIND-BRANCH
                    SUBTRACT 1 FROM WS-NT-TODAY-VOLUME (NT-IDX)
            END-EVALUATE
    END-READ.

4000-WRITE-NORMS.
    OPEN OUTPUT NORM-STAGE-FILE.
    IF NOT (WS-NORM-STAGE-OK OR WS-NORM-STAGE-STATUS = "05")
        MOVE WS-NORM-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "NORM-STAGE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE "BRN     ITEMS  NUM3 MEAN    NUM3 SD  NUM4 MEAN    NUM4 SD"
        TO WS-REPORT-LINE.
    MOVE "   DAYS   VOL MEAN     VOL SD  STATUS"
        TO WS-REPORT-LINE (58:37).
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 4100-UPDATE-BRANCH
        VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > WS-NT-COUNT.
    CLOSE NORM-STAGE-FILE.

4100-UPDATE-BRANCH.
    IF WS-NT-LAST-DATE (NT-IDX) = WS-RUN-DATE
        MOVE "ALREADY TODAY" TO WS-STATUS-TEXT
    ELSE
        IF WS-NT-TODAY-VOLUME (NT-IDX) > ZERO
            MOVE "UPDATED" TO WS-STATUS-TEXT
            ADD 1 TO WS-BRANCHES-UPDATED
            PERFORM 4200-FOLD-BRANCH
        ELSE
            MOVE "NO WORK TODAY" TO WS-STATUS-TEXT
        END-IF
    END-IF.

    MOVE SPACES TO WS-NORM-LINE.
    MOVE WS-NT-BRANCH (NT-IDX) TO WS-NM-BRANCH.
    MOVE WS-NT-LAST-DATE (NT-IDX) TO WS-NM-LAST-DATE.
    MOVE WS-NT-ITEM-COUNT (NT-IDX) TO WS-NM-ITEM-COUNT.
    MOVE WS-NT-NUM3-SUM (NT-IDX) TO WS-NM-NUM3-SUM.
    MOVE WS-NT-NUM3-SUMSQ (NT-IDX) TO WS-NM-NUM3-SUMSQ.
    MOVE WS-NT-NUM4-SUM (NT-IDX) TO WS-NM-NUM4-SUM.
    MOVE WS-NT-NUM4-SUMSQ (NT-IDX) TO WS-NM-NUM4-SUMSQ.
    MOVE WS-NT-DAY-COUNT (NT-IDX) TO WS-NM-DAY-COUNT.
    MOVE WS-NT-VOL-SUM (NT-IDX) TO WS-NM-VOL-SUM.
    MOVE WS-NT-VOL-SUMSQ (NT-IDX) TO WS-NM-VOL-SUMSQ.
    MOVE WS-NT-NUM3-MEAN (NT-IDX) TO WS-NM-NUM3-MEAN.
    MOVE WS-NT-NUM3-SD (NT-IDX) TO WS-NM-NUM3-SD.
    MOVE WS-NT-NUM4-MEAN (NT-IDX) TO WS-NM-NUM4-MEAN.
    MOVE WS-NT-NUM4-SD (NT-IDX) TO WS-NM-NUM4-SD.
    MOVE WS-NT-VOL-MEAN (NT-IDX) TO WS-NM-VOL-MEAN.
    MOVE WS-NT-VOL-SD (NT-IDX) TO WS-NM-VOL-SD.
    WRITE NORM-STAGE-RECORD FROM WS-NORM-LINE.
    IF NOT WS-NORM-STAGE-OK
        MOVE WS-NORM-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "NORM-STAGE WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    MOVE WS-NT-ITEM-COUNT (NT-IDX) TO WS-EDIT-COUNT.
    MOVE WS-NT-NUM3-MEAN (NT-IDX) TO WS-EDIT-MEAN.
    MOVE WS-NT-NUM3-SD (NT-IDX) TO WS-EDIT-SD.
    MOVE WS-NT-NUM4-MEAN (NT-IDX) TO WS-EDIT-MEAN-4.
    MOVE WS-NT-NUM4-SD (NT-IDX) TO WS-EDIT-SD-4.
    MOVE WS-NT-DAY-COUNT (NT-IDX) TO WS-EDIT-DAYS.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-NT-BRANCH (NT-IDX) " " WS-EDIT-COUNT
        " " WS-EDIT-MEAN " " WS-EDIT-SD
        " " WS-EDIT-MEAN-4 " " WS-EDIT-SD-4
        " " WS-EDIT-DAYS
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    MOVE WS-NT-VOL-MEAN (NT-IDX) TO WS-EDIT-MEAN.
    MOVE WS-NT-VOL-SD (NT-IDX) TO WS-EDIT-SD.
    STRING " " WS-EDIT-MEAN " " WS-EDIT-SD "  " WS-STATUS-TEXT
        DELIMITED BY SIZE INTO WS-REPORT-LINE (65:68).
    PERFORM 5010-WRITE-REPORT-LINE.

*>Adds the day into the running figures and reworks the means and
*>spreads from them.
4200-FOLD-BRANCH.
    MOVE WS-RUN-DATE TO WS-NT-LAST-DATE (NT-IDX).
    ADD WS-NT-TODAY-ITEMS (NT-IDX) TO WS-NT-ITEM-COUNT (NT-IDX).
    ADD 1 TO WS-NT-DAY-COUNT (NT-IDX).
    ADD WS-NT-TODAY-VOLUME (NT-IDX) TO WS-NT-VOL-SUM (NT-IDX).
    COMPUTE WS-NT-VOL-SUMSQ (NT-IDX) = WS-NT-VOL-SUMSQ (NT-IDX)
        + WS-NT-TODAY-VOLUME (NT-IDX) * WS-NT-TODAY-VOLUME (NT-IDX).

    IF WS-NT-ITEM-COUNT (NT-IDX) > ZERO
        MOVE WS-NT-ITEM-COUNT (NT-IDX) TO WS-CALC-COUNT
        MOVE WS-NT-NUM3-SUM (NT-IDX) TO WS-CALC-SUM
        MOVE WS-NT-NUM3-SUMSQ (NT-IDX) TO WS-CALC-SUMSQ
        PERFORM 4300-COMPUTE-SPREAD
        MOVE WS-CALC-MEAN TO WS-NT-NUM3-MEAN (NT-IDX)
        MOVE WS-CALC-SD TO WS-NT-NUM3-SD (NT-IDX)
        MOVE WS-NT-NUM4-SUM (NT-IDX) TO WS-CALC-SUM
        MOVE WS-NT-NUM4-SUMSQ (NT-IDX) TO WS-CALC-SUMSQ
        PERFORM 4300-COMPUTE-SPREAD
        MOVE WS-CALC-MEAN TO WS-NT-NUM4-MEAN (NT-IDX)
        MOVE WS-CALC-SD TO WS-NT-NUM4-SD (NT-IDX)
    END-IF.
    MOVE WS-NT-DAY-COUNT (NT-IDX) TO WS-CALC-COUNT.
    MOVE WS-NT-VOL-SUM (NT-IDX) TO WS-CALC-SUM.
    MOVE WS-NT-VOL-SUMSQ (NT-IDX) TO WS-CALC-SUMSQ.
    PERFORM 4300-COMPUTE-SPREAD.
    MOVE WS-CALC-MEAN TO WS-NT-VOL-MEAN (NT-IDX).
    MOVE WS-CALC-SD TO WS-NT-VOL-SD (NT-IDX).

4300-COMPUTE-SPREAD.
    COMPUTE WS-CALC-MEAN ROUNDED = WS-CALC-SUM / WS-CALC-COUNT.
    COMPUTE WS-CALC-VARIANCE ROUNDED =
        WS-CALC-SUMSQ / WS-CALC-COUNT - WS-CALC-MEAN * WS-CALC-MEAN.
    IF WS-CALC-VARIANCE > ZERO
        COMPUTE WS-CALC-SD ROUNDED = FUNCTION SQRT (WS-CALC-VARIANCE)
    ELSE
        MOVE ZERO TO WS-CALC-SD
    END-IF.

5010-WRITE-REPORT-LINE.
    WRITE NORMUPD-RPT-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-NORMUPD-RPT-OK
        MOVE WS-NORMUPD-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "NORMUPD-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

9000-TERMINATE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "SEQUENCED RECORDS  : " WS-TRANSEQ-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "FOLDED INTO NORMS  : " WS-FOLDED-IN
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "REJECTED - LEFT OUT: " WS-REJECTED-SKIPPED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "REVERSALS LEFT OUT : " WS-REVERSALS-SKIPPED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "ALREADY FOLDED IN  : " WS-RERUN-SKIPPED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BRANCHES UPDATED   : " WS-BRANCHES-UPDATED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    CLOSE NORMUPD-RPT.

    CALL "CBL_RENAME_FILE" USING WS-NORM-STAGE-PATH WS-NORM-PATH
        RETURNING WS-RENAME-RC.
    IF WS-RENAME-RC NOT = ZERO
        MOVE WS-RENAME-RC TO WS-FATAL-STATUS
        MOVE "BRNORM RENAME" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    DISPLAY "===== BRANCH NORMS =====".
    DISPLAY "Folded into norms  : " WS-FOLDED-IN.
    DISPLAY "Branches updated   : " WS-BRANCHES-UPDATED.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
    DISPLAY "Operation : " WS-FATAL-FILE.
    DISPLAY "Status    : " WS-FATAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
