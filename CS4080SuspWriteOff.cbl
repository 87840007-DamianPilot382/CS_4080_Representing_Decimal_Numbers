*>CS4080SuspWriteOff
*>Companion to CS4080Suspense - the operator's way to clear a
*>suspense item the branch is never going to correct.
*>Asks for the operator ID at sign-on, then walks the open items on
*>SUSPENSE.DAT one at a time, oldest first as the ledger holds them,
*>and lets the operator write each one off with a reason, skip it, or
*>quit. A write-off is not applied here: it is queued on SUSPWO.DAT
*>as a suspense line with status "W", the operator, and the reason,
*>and the next CS4080Suspense run applies it and reports it as
*>cleared - so the ledger is only ever rewritten by the one job that
*>also balances it. Items already queued by an earlier session that
*>the batch has not yet applied are not shown again.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080SuspWriteOff.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "data/SUSPENSE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-STATUS.

*>Queued write-off requests - read first for the ones already
*>pending, then extended with this session's.
        SELECT OPTIONAL WRITEOFF-FILE ASSIGN TO "data/SUSPWO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WRITEOFF-STATUS.

*>Processing-date control file - the item's age is shown against the
*>business date.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  SUSPENSE-FILE.
    01  SUSPENSE-RECORD              PIC X(140).

    FD  WRITEOFF-FILE.
    01  WRITEOFF-RECORD              PIC X(140).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-SUSPENSE-STATUS PIC XX.
        88  WS-SUSPENSE-OK          VALUE "00".
        88  WS-SUSPENSE-NOT-FOUND   VALUE "05" "35".
    01  WS-WRITEOFF-STATUS PIC XX.
        88  WS-WRITEOFF-OK          VALUE "00".
        88  WS-WRITEOFF-NOT-FOUND   VALUE "05" "35".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC XX.

    01  WS-EOF-SWITCH PIC X VALUE "N".
        88  WS-END-OF-FILE          VALUE "Y".
    01  WS-WRITEOFF-EOF-SWITCH PIC X VALUE "N".
        88  WS-WRITEOFF-EOF         VALUE "Y".
    01  WS-QUIT-SWITCH PIC X VALUE "N".
        88  WS-SESSION-QUIT         VALUE "Y".

    01  WS-RUN-DATE PIC 9(8).
    01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.

*>Operator's disposition for the item on the screen - write it off,
*>skip it (it stays open), or quit (everything left stays open).
    01  WS-ACTION PIC X VALUE SPACE.
        88  WS-ACT-WRITE-OFF        VALUE "W" "w".
        88  WS-ACT-SKIP             VALUE "S" "s".
        88  WS-ACT-QUIT             VALUE "Q" "q".
        88  WS-ACT-VALID            VALUE "W" "w" "S" "s" "Q" "q".

    01  WS-NEW-REASON PIC X(30).

*>Identity of every request already queued - key, field, account,
*>entry date, as CS4080Suspense matches them.
    01  WS-PENDING-TABLE.
        05  WS-PD-COUNT PIC 9(4) VALUE ZERO.
        05  WS-PD-ENTRY OCCURS 2000 TIMES INDEXED BY PD-IDX.
            10  WS-PD-KEY            PIC 9(6).
            10  WS-PD-FIELD          PIC X(8).
            10  WS-PD-ACCOUNT        PIC X(6).
            10  WS-PD-ENTRY-DATE     PIC 9(8).
    01  WS-PD-FOUND-SWITCH PIC X VALUE "N".
        88  WS-PD-FOUND             VALUE "Y".

    01  WS-OPEN-SHOWN PIC 9(6) VALUE ZERO.
    01  WS-QUEUED PIC 9(6) VALUE ZERO.
    01  WS-ALREADY-QUEUED PIC 9(6) VALUE ZERO.

    01  WS-AGE-DAYS PIC S9(5) VALUE ZERO.
    01  WS-EDIT-AGE PIC ZZZZ9.
    01  WS-EDIT-AMOUNT PIC -9(35).9(3).
    01  WS-AMOUNT-N PIC S9(35)V9(3).

*>Ledger line / write-off request line.
    COPY CS4080SU.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-REVIEW-ITEM UNTIL WS-END-OF-FILE.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    DISPLAY "===== CS4080 SUSPENSE WRITE-OFF =====".
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
        IF WS-OPERATOR-ID = SPACES
            DISPLAY "*** AN OPERATOR ID IS REQUIRED"
        END-IF
    END-PERFORM.

    PERFORM 1100-LOAD-PENDING.

    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-NOT-FOUND
        DISPLAY "No suspense ledger - nothing to write off."
        CLOSE SUSPENSE-FILE
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-SUSPENSE-OK
        MOVE WS-SUSPENSE-STATUS TO WS-FATAL-STATUS
        MOVE "SUSPENSE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    OPEN EXTEND WRITEOFF-FILE.
    IF NOT (WS-WRITEOFF-OK OR WS-WRITEOFF-NOT-FOUND)
        MOVE WS-WRITEOFF-STATUS TO WS-FATAL-STATUS
        MOVE "WRITEOFF OPEN EXTEND" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    PERFORM 2100-READ-OPEN-ITEM.

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
    PERFORM 1110-LOAD-PENDING-ENTRY UNTIL WS-WRITEOFF-EOF.
    CLOSE WRITEOFF-FILE.

1110-LOAD-PENDING-ENTRY.
    READ WRITEOFF-FILE INTO WS-SUSPENSE-LINE
        AT END
            SET WS-WRITEOFF-EOF TO TRUE
        NOT AT END
            IF WS-PD-COUNT < 2000
                ADD 1 TO WS-PD-COUNT
                SET PD-IDX TO WS-PD-COUNT
                MOVE WS-SU-KEY TO WS-PD-KEY (PD-IDX)
                MOVE WS-SU-FIELD TO WS-PD-FIELD (PD-IDX)
                MOVE WS-SU-ACCOUNT TO WS-PD-ACCOUNT (PD-IDX)
                MOVE WS-SU-ENTRY-DATE TO WS-PD-ENTRY-DATE (PD-IDX)
            ELSE
                DISPLAY "*** SUSPWO.DAT HAS MORE THAN 2000 "
                    "REQUESTS - EXCESS MAY BE SHOWN AGAIN"
            END-IF
    END-READ.

2000-REVIEW-ITEM.
    PERFORM 2200-CHECK-PENDING.
    IF WS-PD-FOUND
        ADD 1 TO WS-ALREADY-QUEUED
    ELSE
        ADD 1 TO WS-OPEN-SHOWN
        PERFORM 2300-SHOW-ITEM
    END-IF.
    IF WS-SESSION-QUIT
        SET WS-END-OF-FILE TO TRUE
    ELSE
        PERFORM 2100-READ-OPEN-ITEM
    END-IF.

*>Only open items are offered - cleared ones are on the ledger until
*>tomorrow's run purges them, but there is nothing left to clear.
2100-READ-OPEN-ITEM.
    MOVE "C" TO WS-SU-STATUS.
    PERFORM UNTIL WS-END-OF-FILE OR WS-SU-OPEN
        READ SUSPENSE-FILE INTO WS-SUSPENSE-LINE
            AT END
                SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

2200-CHECK-PENDING.
    MOVE "N" TO WS-PD-FOUND-SWITCH.
    PERFORM VARYING PD-IDX FROM 1 BY 1
            UNTIL PD-IDX > WS-PD-COUNT OR WS-PD-FOUND
        IF WS-PD-KEY (PD-IDX) = WS-SU-KEY
            AND WS-PD-FIELD (PD-IDX) = WS-SU-FIELD
            AND WS-PD-ACCOUNT (PD-IDX) = WS-SU-ACCOUNT
            AND WS-PD-ENTRY-DATE (PD-IDX) = WS-SU-ENTRY-DATE
            MOVE "Y" TO WS-PD-FOUND-SWITCH
        END-IF
    END-PERFORM.

2300-SHOW-ITEM.
    COMPUTE WS-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
        - FUNCTION INTEGER-OF-DATE (WS-SU-ENTRY-DATE).
    MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
    MOVE WS-SU-AMOUNT TO WS-AMOUNT-N.
    MOVE WS-AMOUNT-N TO WS-EDIT-AMOUNT.
    DISPLAY " ".
    DISPLAY "Suspense key  : " WS-SU-KEY
        "  branch " WS-SU-BRANCH
        "  field " WS-SU-FIELD.
    DISPLAY "Account       : " WS-SU-ACCOUNT
        "  amount " WS-EDIT-AMOUNT.
    DISPLAY "Entered       : " WS-SU-ENTRY-DATE
        "  age " WS-EDIT-AGE " days".
    MOVE SPACE TO WS-ACTION.
    PERFORM UNTIL WS-ACT-VALID
        DISPLAY "Write off / Skip / Quit (W/S/Q): " WITH NO ADVANCING
        ACCEPT WS-ACTION
        IF NOT WS-ACT-VALID
            DISPLAY "*** INVALID - ENTER W, S OR Q"
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-ACT-WRITE-OFF
            PERFORM 2400-QUEUE-WRITE-OFF
        WHEN WS-ACT-SKIP
            CONTINUE
        WHEN WS-ACT-QUIT
            SET WS-SESSION-QUIT TO TRUE
    END-EVALUATE.

*>A write-off without a reason is exactly the untraceable clearing
*>the ledger exists to stop, so the reason is required.
2400-QUEUE-WRITE-OFF.
    MOVE SPACES TO WS-NEW-REASON.
    PERFORM UNTIL WS-NEW-REASON NOT = SPACES
        DISPLAY "Reason (up to 30 characters): " WITH NO ADVANCING
        ACCEPT WS-NEW-REASON
        IF WS-NEW-REASON = SPACES
            DISPLAY "*** A WRITE-OFF NEEDS A REASON"
        END-IF
    END-PERFORM.
    MOVE "W" TO WS-SU-STATUS.
    MOVE WS-RUN-DATE TO WS-SU-CLEAR-DATE.
    MOVE WS-OPERATOR-ID TO WS-SU-OPERATOR.
    MOVE WS-NEW-REASON TO WS-SU-REASON.
    WRITE WRITEOFF-RECORD FROM WS-SUSPENSE-LINE.
    IF NOT WS-WRITEOFF-OK
        MOVE WS-WRITEOFF-STATUS TO WS-FATAL-STATUS
        MOVE "WRITEOFF WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    ADD 1 TO WS-QUEUED.
    DISPLAY "Queued        : write-off applies on the next "
        "suspense run".

9000-TERMINATE.
    CLOSE SUSPENSE-FILE.
    CLOSE WRITEOFF-FILE.
    DISPLAY " ".
    DISPLAY "===== WRITE-OFF SESSION =====".
    DISPLAY "Operator           : " WS-OPERATOR-ID.
    DISPLAY "Open items shown   : " WS-OPEN-SHOWN.
    DISPLAY "Already queued     : " WS-ALREADY-QUEUED.
    DISPLAY "Queued this session: " WS-QUEUED.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
    DISPLAY "Operation : " WS-FATAL-FILE.
    DISPLAY "Status    : " WS-FATAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
