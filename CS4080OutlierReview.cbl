*>CS4080OutlierReview
*>Companion to CS4080OutlierScreen - the operator's way to decide an
*>item the screen held for review.
*>Asks for the operator ID at sign-on, then walks the items on
*>REVIEW.DAT still awaiting a decision, in the order the screen
*>holds them, showing each with its branch's norms, and lets the
*>operator release it, reject it with a reason, skip it, or quit.
*>Like a suspense write-off, a decision is not applied here: it is
*>queued on REVDEC.DAT as a review line with "R" (release) or "X"
*>(reject), the operator, and the reason, and the next screen run
*>applies it - a released item goes back on the day's sequenced file
*>unscored, a rejected one to the reject carry under reason 19. An
*>item whose release is already approved but waiting for its key to
*>come free can still be rejected. Items already queued by an earlier
*>session that the screen has not yet applied are not shown again.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080OutlierReview.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL REVIEW-FILE ASSIGN TO "data/REVIEW.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-STATUS.

*>Queued decisions - read first for the ones already pending, then
*>extended with this session's.
        SELECT OPTIONAL DECISION-FILE ASSIGN TO "data/REVDEC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DECISION-STATUS.

*>Branch norms - shown beside each item so the operator sees what
*>the branch normally sends.
        SELECT OPTIONAL NORM-FILE ASSIGN TO "data/BRNORM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NORM-STATUS.

*>Processing-date control file - the item's age is shown against the
*>business date.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  REVIEW-FILE.
    01  REVIEW-RECORD                PIC X(141).

    FD  DECISION-FILE.
    01  DECISION-RECORD              PIC X(141).

    FD  NORM-FILE.
    01  NORM-RECORD                  PIC X(212).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-REVIEW-STATUS PIC XX.
        88  WS-REVIEW-OK            VALUE "00".
        88  WS-REVIEW-NOT-FOUND     VALUE "05" "35".
    01  WS-DECISION-STATUS PIC XX.
        88  WS-DECISION-OK          VALUE "00".
        88  WS-DECISION-NOT-FOUND   VALUE "05" "35".
    01  WS-NORM-STATUS PIC XX.
        88  WS-NORM-OK              VALUE "00".
        88  WS-NORM-NOT-FOUND       VALUE "05" "35".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC XX.

    01  WS-EOF-SWITCH PIC X VALUE "N".
        88  WS-END-OF-FILE          VALUE "Y".
    01  WS-DECISION-EOF-SWITCH PIC X VALUE "N".
        88  WS-DECISION-EOF         VALUE "Y".
    01  WS-NORM-EOF-SWITCH PIC X VALUE "N".
        88  WS-NORM-EOF             VALUE "Y".
    01  WS-QUIT-SWITCH PIC X VALUE "N".
        88  WS-SESSION-QUIT         VALUE "Y".

    01  WS-RUN-DATE PIC 9(8).
    01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.

*>Operator's disposition for the item on the screen - release it,
*>reject it, skip it (it stays held), or quit (everything left stays
*>held).
    01  WS-ACTION PIC X VALUE SPACE.
        88  WS-ACT-RELEASE          VALUE "R" "r".
        88  WS-ACT-REJECT           VALUE "X" "x".
        88  WS-ACT-SKIP             VALUE "S" "s".
        88  WS-ACT-QUIT             VALUE "Q" "q".
        88  WS-ACT-VALID            VALUE "R" "r" "X" "x"
                                          "S" "s" "Q" "q".

    01  WS-NEW-REASON PIC X(30).

*>Identity of every decision already queued - key and held date, as
*>CS4080OutlierScreen matches them.
    01  WS-PENDING-TABLE.
        05  WS-PD-COUNT PIC 9(4) VALUE ZERO.
        05  WS-PD-ENTRY OCCURS 2000 TIMES INDEXED BY PD-IDX.
            10  WS-PD-KEY            PIC 9(6).
            10  WS-PD-HELD-DATE      PIC 9(8).
    01  WS-PD-FOUND-SWITCH PIC X VALUE "N".
        88  WS-PD-FOUND             VALUE "Y".

    01  WS-NORM-TABLE.
        05  WS-NT-COUNT PIC 9(3) VALUE ZERO.
        05  WS-NT-ENTRY OCCURS 50 TIMES INDEXED BY NT-IDX.
            10  WS-NT-BRANCH         PIC X(3).
            10  WS-NT-ITEM-COUNT     PIC 9(9).
            10  WS-NT-NUM3-MEAN      PIC 9(5)V9(2).
            10  WS-NT-NUM3-SD        PIC 9(5)V9(2).
            10  WS-NT-NUM4-MEAN      PIC 9(5)V9(2).
            10  WS-NT-NUM4-SD        PIC 9(5)V9(2).
    01  WS-NT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-NT-FOUND             VALUE "Y".

    01  WS-ITEMS-SHOWN PIC 9(6) VALUE ZERO.
    01  WS-QUEUED PIC 9(6) VALUE ZERO.
    01  WS-ALREADY-QUEUED PIC 9(6) VALUE ZERO.

    01  WS-AGE-DAYS PIC S9(5) VALUE ZERO.
    01  WS-EDIT-AGE PIC ZZZZ9.
    01  WS-EDIT-AMOUNT PIC -ZZZZ9.99.
    01  WS-EDIT-MEAN PIC ZZZZ9.99.
    01  WS-EDIT-SD PIC ZZZZ9.99.
    01  WS-EDIT-COUNT PIC ZZZZZZZZ9.

*>Review line / decision line, the held record unpacked into
*>CS4080TR layout for display, and the norm line.
    COPY CS4080OR.
    COPY CS4080TR.
    COPY CS4080NM.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-REVIEW-ITEM UNTIL WS-END-OF-FILE.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    DISPLAY "===== CS4080 OUTLIER REVIEW =====".
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
        IF WS-OPERATOR-ID = SPACES
            DISPLAY "*** AN OPERATOR ID IS REQUIRED"
        END-IF
    END-PERFORM.

    PERFORM 1100-LOAD-PENDING.
    PERFORM 1200-LOAD-NORMS.

    OPEN INPUT REVIEW-FILE.
    IF WS-REVIEW-NOT-FOUND
        DISPLAY "No review file - nothing held for review."
        CLOSE REVIEW-FILE
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-REVIEW-OK
        MOVE WS-REVIEW-STATUS TO WS-FATAL-STATUS
        MOVE "REVIEW OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    OPEN EXTEND DECISION-FILE.
    IF NOT (WS-DECISION-OK OR WS-DECISION-NOT-FOUND)
        MOVE WS-DECISION-STATUS TO WS-FATAL-STATUS
        MOVE "DECISION OPEN EXTEND" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    PERFORM 2100-READ-HELD-ITEM.

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

1100-LOAD-PENDING.
    OPEN INPUT DECISION-FILE.
    IF WS-DECISION-NOT-FOUND
        SET WS-DECISION-EOF TO TRUE
    ELSE
        IF NOT WS-DECISION-OK
            MOVE WS-DECISION-STATUS TO WS-FATAL-STATUS
            MOVE "DECISION OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 1110-LOAD-PENDING-ENTRY UNTIL WS-DECISION-EOF.
    CLOSE DECISION-FILE.

1110-LOAD-PENDING-ENTRY.
    READ DECISION-FILE INTO WS-REVIEW-LINE
        AT END
            SET WS-DECISION-EOF TO TRUE
        NOT AT END
            IF WS-PD-COUNT < 2000
                ADD 1 TO WS-PD-COUNT
                SET PD-IDX TO WS-PD-COUNT
                MOVE WS-OR-KEY TO WS-PD-KEY (PD-IDX)
                MOVE WS-OR-HELD-DATE TO WS-PD-HELD-DATE (PD-IDX)
            ELSE
                DISPLAY "*** REVDEC.DAT HAS MORE THAN 2000 "
                    "DECISIONS - EXCESS MAY BE SHOWN AGAIN"
            END-IF
    END-READ.

1200-LOAD-NORMS.
    OPEN INPUT NORM-FILE.
    IF WS-NORM-NOT-FOUND
        SET WS-NORM-EOF TO TRUE
    ELSE
        IF NOT WS-NORM-OK
            MOVE WS-NORM-STATUS TO WS-FATAL-STATUS
            MOVE "NORM OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 1210-LOAD-NORM-LINE UNTIL WS-NORM-EOF.
    CLOSE NORM-FILE.

1210-LOAD-NORM-LINE.
    READ NORM-FILE INTO WS-NORM-LINE
        AT END
            SET WS-NORM-EOF TO TRUE
        NOT AT END
            IF WS-NT-COUNT < 50
                ADD 1 TO WS-NT-COUNT
                SET NT-IDX TO WS-NT-COUNT
                MOVE WS-NM-BRANCH TO WS-NT-BRANCH (NT-IDX)
                MOVE WS-NM-ITEM-COUNT TO WS-NT-ITEM-COUNT (NT-IDX)
                MOVE WS-NM-NUM3-MEAN TO WS-NT-NUM3-MEAN (NT-IDX)
                MOVE WS-NM-NUM3-SD TO WS-NT-NUM3-SD (NT-IDX)
                MOVE WS-NM-NUM4-MEAN TO WS-NT-NUM4-MEAN (NT-IDX)
                MOVE WS-NM-NUM4-SD TO WS-NT-NUM4-SD (NT-IDX)
            END-IF
    END-READ.

2000-REVIEW-ITEM.
    PERFORM 2200-CHECK-PENDING.
    IF WS-PD-FOUND
        ADD 1 TO WS-ALREADY-QUEUED
    ELSE
        ADD 1 TO WS-ITEMS-SHOWN
        PERFORM 2300-SHOW-ITEM
    END-IF.
    IF WS-SESSION-QUIT
        SET WS-END-OF-FILE TO TRUE
    ELSE
        PERFORM 2100-READ-HELD-ITEM
    END-IF.

*>Only items still awaiting a decision are offered - held ones, and
*>approved releases still waiting for their key. Released and
*>rejected items are on the file until the next screen run drops
*>them, but there is nothing left to decide.
2100-READ-HELD-ITEM.
    MOVE "P" TO WS-OR-STATUS.
    PERFORM UNTIL WS-END-OF-FILE OR WS-OR-HELD OR WS-OR-RELEASE
        READ REVIEW-FILE INTO WS-REVIEW-LINE
            AT END
                SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

2200-CHECK-PENDING.
    MOVE "N" TO WS-PD-FOUND-SWITCH.
    PERFORM VARYING PD-IDX FROM 1 BY 1
            UNTIL PD-IDX > WS-PD-COUNT OR WS-PD-FOUND
        IF WS-PD-KEY (PD-IDX) = WS-OR-KEY
            AND WS-PD-HELD-DATE (PD-IDX) = WS-OR-HELD-DATE
            MOVE "Y" TO WS-PD-FOUND-SWITCH
        END-IF
    END-PERFORM.

2300-SHOW-ITEM.
    MOVE WS-OR-TRANS-IMAGE TO TRANS-RECORD.
    COMPUTE WS-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
        - FUNCTION INTEGER-OF-DATE (WS-OR-HELD-DATE).
    MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
    DISPLAY " ".
    DISPLAY "Held key      : " WS-OR-KEY
        "  branch " WS-OR-BRANCH
        "  dated " TR-TRANS-DATE.
    DISPLAY "Held on       : " WS-OR-HELD-DATE
        "  age " WS-EDIT-AGE " days"
        "  scored out on " WS-OR-FIELD
        "  score " WS-OR-SCORE.
    PERFORM 2310-SHOW-NORMS.
    IF WS-OR-RELEASE
        DISPLAY "Status        : RELEASE APPROVED BY " WS-OR-OPERATOR
            " - WAITING FOR ITS KEY TO COME FREE"
    END-IF.
    MOVE SPACE TO WS-ACTION.
    PERFORM UNTIL WS-ACT-VALID
        DISPLAY "Release / reject / Skip / Quit (R/X/S/Q): "
            WITH NO ADVANCING
        ACCEPT WS-ACTION
        IF NOT WS-ACT-VALID
            DISPLAY "*** INVALID - ENTER R, X, S OR Q"
        END-IF
        IF WS-ACT-RELEASE AND WS-OR-RELEASE
            DISPLAY "*** RELEASE ALREADY APPROVED - ENTER X, S OR Q"
            MOVE SPACE TO WS-ACTION
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-ACT-RELEASE
            MOVE "R" TO WS-OR-STATUS
            PERFORM 2400-QUEUE-DECISION
        WHEN WS-ACT-REJECT
            MOVE "X" TO WS-OR-STATUS
            PERFORM 2400-QUEUE-DECISION
        WHEN WS-ACT-SKIP
            CONTINUE
        WHEN WS-ACT-QUIT
            SET WS-SESSION-QUIT TO TRUE
    END-EVALUATE.

2310-SHOW-NORMS.
    MOVE "N" TO WS-NT-FOUND-SWITCH.
    PERFORM VARYING NT-IDX FROM 1 BY 1
            UNTIL NT-IDX > WS-NT-COUNT OR WS-NT-FOUND
        IF WS-NT-BRANCH (NT-IDX) = WS-OR-BRANCH
            MOVE "Y" TO WS-NT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-NT-FOUND
        SET NT-IDX DOWN BY 1
    END-IF.
    MOVE TR-NUM3 TO WS-EDIT-AMOUNT.
    IF WS-NT-FOUND
        MOVE WS-NT-NUM3-MEAN (NT-IDX) TO WS-EDIT-MEAN
        MOVE WS-NT-NUM3-SD (NT-IDX) TO WS-EDIT-SD
        DISPLAY "TR-NUM3       : " WS-EDIT-AMOUNT
            "  branch mean " WS-EDIT-MEAN "  sd " WS-EDIT-SD
    ELSE
        DISPLAY "TR-NUM3       : " WS-EDIT-AMOUNT
    END-IF.
    MOVE TR-NUM4 TO WS-EDIT-AMOUNT.
    IF WS-NT-FOUND
        MOVE WS-NT-NUM4-MEAN (NT-IDX) TO WS-EDIT-MEAN
        MOVE WS-NT-NUM4-SD (NT-IDX) TO WS-EDIT-SD
        MOVE WS-NT-ITEM-COUNT (NT-IDX) TO WS-EDIT-COUNT
        DISPLAY "TR-NUM4       : " WS-EDIT-AMOUNT
            "  branch mean " WS-EDIT-MEAN "  sd " WS-EDIT-SD
        DISPLAY "Norms from    : " WS-EDIT-COUNT " processed items"
    ELSE
        DISPLAY "TR-NUM4       : " WS-EDIT-AMOUNT
        DISPLAY "Norms from    : branch no longer on BRNORM.DAT"
    END-IF.

*>A reject sends the item back to the branch through the reject
*>workflow - it needs a reason they can act on. A release records
*>one if the operator gives it.
2400-QUEUE-DECISION.
    MOVE SPACES TO WS-NEW-REASON.
    PERFORM UNTIL WS-NEW-REASON NOT = SPACES OR WS-ACT-RELEASE
        DISPLAY "Reason (up to 30 characters): " WITH NO ADVANCING
        ACCEPT WS-NEW-REASON
        IF WS-NEW-REASON = SPACES
            DISPLAY "*** A REJECT NEEDS A REASON"
        END-IF
    END-PERFORM.
    IF WS-ACT-RELEASE
        DISPLAY "Reason (optional, up to 30 characters): "
            WITH NO ADVANCING
        ACCEPT WS-NEW-REASON
    END-IF.
    MOVE WS-RUN-DATE TO WS-OR-DECIDE-DATE.
    MOVE WS-OPERATOR-ID TO WS-OR-OPERATOR.
    MOVE WS-NEW-REASON TO WS-OR-REASON.
    WRITE DECISION-RECORD FROM WS-REVIEW-LINE.
    IF NOT WS-DECISION-OK
        MOVE WS-DECISION-STATUS TO WS-FATAL-STATUS
        MOVE "DECISION WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    ADD 1 TO WS-QUEUED.
    DISPLAY "Queued        : decision applies on the next "
        "outlier screen run".

9000-TERMINATE.
    CLOSE REVIEW-FILE.
    CLOSE DECISION-FILE.
    DISPLAY " ".
    DISPLAY "===== REVIEW SESSION =====".
    DISPLAY "Operator           : " WS-OPERATOR-ID.
    DISPLAY "Held items shown   : " WS-ITEMS-SHOWN.
    DISPLAY "Already queued     : " WS-ALREADY-QUEUED.
    DISPLAY "Queued this session: " WS-QUEUED.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
    DISPLAY "Operation : " WS-FATAL-FILE.
    DISPLAY "Status    : " WS-FATAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
