*>through a staging file and rename, the same way the batch job
*>protects its checkpoint, so a crash mid-save cannot destroy the
*>mapping file the batch job refuses to run without.
*>Every session signs on with an operator ID, and every add, change,
*>and deactivate is journalled to MAINTJNL.DAT (CS4080MJ) as a
*>before- and after-image when the session is saved, so a repointed
*>account can be traced to who changed it and when.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080AcctMaint.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHART-STATUS.

*>Reference-data maintenance journal shared with CS4080BranchMaint -
*>appended to, never rewritten.
        SELECT OPTIONAL MAINT-JNL-FILE ASSIGN TO "data/MAINTJNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAINT-JNL-STATUS.

*>Processing-date control file - stamps each journal entry with the
*>business day whose run first reads the change.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  ACCT-MAP-FILE.
    FD  CHART-FILE.
    COPY CS4080CA.

    FD  MAINT-JNL-FILE.
    01  MAINT-JNL-RECORD             PIC X(121).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-ACCT-MAP-STATUS PIC XX.
        88  WS-ACCT-MAP-OK          VALUE "00".
        88  WS-MAP-STAGE-NOT-FOUND  VALUE "05" "35".
    01  WS-CHART-STATUS PIC XX.
        88  WS-CHART-OK             VALUE "00".
    01  WS-MAINT-JNL-STATUS PIC XX.
        88  WS-MAINT-JNL-OK         VALUE "00".
        88  WS-MAINT-JNL-NOT-FOUND  VALUE "05" "35".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
    01  WS-ENTRY-NUM PIC 9(3).
    01  WS-LIST-NUM PIC 9(3).

    01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
    01  WS-BUS-DATE PIC 9(8).

*>Changes keyed this session, held until S so a Q leaves nothing on
*>the journal for changes that never reached the mapping file. Each
*>entry keeps the record image before and after the change and when
*>it was keyed.
    01  WS-PENDING-TABLE.
        05  WS-PD-COUNT PIC 9(3) VALUE ZERO.
        05  WS-PD-ENTRY OCCURS 200 TIMES INDEXED BY PD-IDX.
            10  WS-PD-ACTION         PIC X(10).
            10  WS-PD-TIMESTAMP      PIC X(21).
            10  WS-PD-BEFORE         PIC X(45).
            10  WS-PD-AFTER          PIC X(45).
    01  WS-PENDING-ACTION PIC X(10).
    01  WS-BEFORE-IMAGE PIC X(45).
    01  WS-JNL-NUMBER PIC 9(6) VALUE ZERO.
    01  WS-MAINT-JNL-EOF-SWITCH PIC X VALUE "N".
        88  WS-MAINT-JNL-EOF        VALUE "Y".

*>Mapping record in CS4080TR-style copybook layout, used to unpack
*>file lines into the table and to build lines on the way back out.
    COPY CS4080AM.

    COPY CS4080MJ.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.

1000-INITIALIZE.
    DISPLAY "===== CS4080 GL ACCOUNT MAPPING MAINTENANCE =====".
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM 1030-SIGN-ON.
    OPEN INPUT CHART-FILE.
    IF NOT WS-CHART-OK
        MOVE WS-CHART-STATUS TO WS-FATAL-STATUS
    CLOSE ACCT-MAP-FILE.
    DISPLAY "Mappings loaded       : " WS-MAP-COUNT.

*>The journal stamps each change with the business date it takes
*>effect from, so a session is refused rather than journalled under
*>a guessed date.
1020-READ-BUSINESS-DATE.
    OPEN INPUT BUSDATE-FILE.
    IF WS-BUSDATE-NOT-FOUND
        DISPLAY "***** SESSION REFUSED *****"
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
            MOVE SPACES TO BUSDATE-RECORD
    END-READ.
    IF BUSDATE-RECORD IS NOT NUMERIC
        DISPLAY "***** SESSION REFUSED *****"
        DISPLAY "data/BUSDATE.DAT does not hold a YYYYMMDD date: "
            BUSDATE-RECORD
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE BUSDATE-RECORD TO WS-BUS-DATE.
    CLOSE BUSDATE-FILE.

*>No anonymous changes - the operator ID goes on every journal line
*>this session writes.
1030-SIGN-ON.
    PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
        MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID) TO WS-OPERATOR-ID
        IF WS-OPERATOR-ID = SPACES
            DISPLAY "*** OPERATOR ID IS REQUIRED"
        END-IF
    END-PERFORM.
    DISPLAY "Signed on as " WS-OPERATOR-ID
        " - business date " WS-BUS-DATE.

1100-LOAD-CHART-ENTRY.
    READ CHART-FILE
        AT END
    DISPLAY "Choice: " WITH NO ADVANCING.
    ACCEPT WS-MENU-CHOICE.
    EVALUATE TRUE
        WHEN (WS-MENU-ADD OR WS-MENU-CHANGE OR WS-MENU-DEACTIVATE)
            AND WS-PD-COUNT >= 200
            DISPLAY "*** 200 CHANGES PENDING - SAVE BEFORE MAKING MORE"
        WHEN WS-MENU-LIST
            PERFORM 3000-LIST-MAPPINGS
        WHEN WS-MENU-ADD
                MOVE WS-NEW-DATE TO WS-MP-EFF-DATE (MP-IDX)
                MOVE 99999999 TO WS-MP-END-DATE (MP-IDX)
                MOVE "A" TO WS-MP-STATUS (MP-IDX)
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE "ADD" TO WS-PENDING-ACTION
                PERFORM 8000-RECORD-PENDING
                DISPLAY "Mapping added - remember S to save."
            END-IF
        END-IF
    PERFORM 4300-ACCEPT-ENTRY-NUM.
    IF WS-ENTRY-NUM > ZERO
        SET MP-IDX TO WS-ENTRY-NUM
        PERFORM 8100-BUILD-MAP-IMAGE
        MOVE ACCT-MAP-RECORD TO WS-BEFORE-IMAGE
        DISPLAY "Changing " WS-MP-FIELD (MP-IDX) " -> "
            WS-MP-ACCOUNT (MP-IDX)
        PERFORM 4200-ACCEPT-ACCOUNT
            DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
            ACCEPT WS-NEW-DATE
            MOVE WS-NEW-DATE TO WS-MP-EFF-DATE (MP-IDX)
            MOVE "CHANGE" TO WS-PENDING-ACTION
            PERFORM 8000-RECORD-PENDING
            DISPLAY "Mapping changed - remember S to save."
        END-IF
    END-IF.
    PERFORM 4300-ACCEPT-ENTRY-NUM.
    IF WS-ENTRY-NUM > ZERO
        SET MP-IDX TO WS-ENTRY-NUM
        PERFORM 8100-BUILD-MAP-IMAGE
        MOVE ACCT-MAP-RECORD TO WS-BEFORE-IMAGE
        DISPLAY "End date (YYYYMMDD, 0 = off immediately): "
            WITH NO ADVANCING
        ACCEPT WS-NEW-DATE
            MOVE WS-NEW-DATE TO WS-MP-END-DATE (MP-IDX)
            DISPLAY "Mapping end-dated - remember S to save."
        END-IF
        MOVE "DEACTIVATE" TO WS-PENDING-ACTION
        PERFORM 8000-RECORD-PENDING
    END-IF.

*>Written to a staging file first and renamed over the live file once
    END-IF.
    PERFORM VARYING MP-IDX FROM 1 BY 1
            UNTIL MP-IDX > WS-MAP-COUNT
        PERFORM 8100-BUILD-MAP-IMAGE
        WRITE ACCT-MAP-STAGE-RECORD FROM ACCT-MAP-RECORD
        IF NOT WS-MAP-STAGE-OK
            MOVE WS-MAP-STAGE-STATUS TO WS-FATAL-STATUS
    END-PERFORM.
    CLOSE ACCT-MAP-STAGE-FILE.

*>Journalled before the rename: a change on the mapping file with no
*>journal entry is the gap this journal exists to close, while a
*>journal entry whose rename then fails is caught by the fatal stop
*>below and is visible against the unchanged file.
    PERFORM 7100-WRITE-JOURNAL.

    CALL "CBL_RENAME_FILE" USING WS-MAP-STAGE-PATH WS-MAP-PATH
        RETURNING WS-RENAME-RC.
    IF WS-RENAME-RC NOT = ZERO
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    DISPLAY "GLACCTMAP.DAT saved - " WS-MAP-COUNT " mappings.".
    IF WS-PD-COUNT > ZERO
        DISPLAY "Journalled " WS-PD-COUNT " change(s) through "
            "journal number " WS-JNL-NUMBER "."
    END-IF.

*>Journal numbers run in one series across both reference files, so
*>the highest number already on the journal is found at save time -
*>not at sign-on - in case a CS4080BranchMaint session saved
*>meanwhile.
7100-WRITE-JOURNAL.
    IF WS-PD-COUNT > ZERO
        MOVE ZERO TO WS-JNL-NUMBER
        MOVE "N" TO WS-MAINT-JNL-EOF-SWITCH
        OPEN INPUT MAINT-JNL-FILE
        IF NOT (WS-MAINT-JNL-OK OR WS-MAINT-JNL-NOT-FOUND)
            MOVE WS-MAINT-JNL-STATUS TO WS-FATAL-STATUS
            MOVE "MAINT-JNL OPEN INPUT" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        PERFORM 7110-SCAN-JOURNAL UNTIL WS-MAINT-JNL-EOF
        CLOSE MAINT-JNL-FILE
        OPEN EXTEND MAINT-JNL-FILE
        IF NOT (WS-MAINT-JNL-OK OR WS-MAINT-JNL-NOT-FOUND)
            MOVE WS-MAINT-JNL-STATUS TO WS-FATAL-STATUS
            MOVE "MAINT-JNL OPEN EXTEND" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        PERFORM 7120-WRITE-JOURNAL-PAIR
            VARYING PD-IDX FROM 1 BY 1
            UNTIL PD-IDX > WS-PD-COUNT
        CLOSE MAINT-JNL-FILE
    END-IF.

7110-SCAN-JOURNAL.
    READ MAINT-JNL-FILE INTO WS-MAINT-JNL-LINE
        AT END
            SET WS-MAINT-JNL-EOF TO TRUE
        NOT AT END
            IF WS-MJ-JNL-NUMBER IS NUMERIC
                AND WS-MJ-JNL-NUMBER > WS-JNL-NUMBER
                MOVE WS-MJ-JNL-NUMBER TO WS-JNL-NUMBER
            END-IF
    END-READ.

7120-WRITE-JOURNAL-PAIR.
    ADD 1 TO WS-JNL-NUMBER.
    MOVE SPACES TO WS-MAINT-JNL-LINE.
    MOVE WS-JNL-NUMBER TO WS-MJ-JNL-NUMBER.
    MOVE WS-BUS-DATE TO WS-MJ-BUS-DATE.
    MOVE WS-PD-TIMESTAMP (PD-IDX) TO WS-MJ-TIMESTAMP.
    MOVE WS-OPERATOR-ID TO WS-MJ-OPERATOR.
    MOVE "ACCTMAP" TO WS-MJ-FILE.
    MOVE WS-PD-ACTION (PD-IDX) TO WS-MJ-ACTION.
    MOVE "B" TO WS-MJ-IMAGE-TYPE.
    MOVE WS-PD-BEFORE (PD-IDX) TO WS-MJ-IMAGE.
    PERFORM 7130-WRITE-JOURNAL-LINE.
    MOVE "A" TO WS-MJ-IMAGE-TYPE.
    MOVE WS-PD-AFTER (PD-IDX) TO WS-MJ-IMAGE.
    PERFORM 7130-WRITE-JOURNAL-LINE.

7130-WRITE-JOURNAL-LINE.
    WRITE MAINT-JNL-RECORD FROM WS-MAINT-JNL-LINE.
    IF NOT WS-MAINT-JNL-OK
        MOVE WS-MAINT-JNL-STATUS TO WS-FATAL-STATUS
        MOVE "MAINT-JNL WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>Queues the change just made to entry MP-IDX - the caller has set
*>WS-BEFORE-IMAGE and WS-PENDING-ACTION; the after-image is the
*>entry as it now stands.
8000-RECORD-PENDING.
    ADD 1 TO WS-PD-COUNT.
    SET PD-IDX TO WS-PD-COUNT.
    MOVE WS-PENDING-ACTION TO WS-PD-ACTION (PD-IDX).
    MOVE FUNCTION CURRENT-DATE TO WS-PD-TIMESTAMP (PD-IDX).
    MOVE WS-BEFORE-IMAGE TO WS-PD-BEFORE (PD-IDX).
    PERFORM 8100-BUILD-MAP-IMAGE.
    MOVE ACCT-MAP-RECORD TO WS-PD-AFTER (PD-IDX).

*>Table entry MP-IDX in file-line layout - the same image the save
*>writes, so the journal shows exactly what went into the file.
8100-BUILD-MAP-IMAGE.
    MOVE SPACES TO ACCT-MAP-RECORD.
    MOVE WS-MP-FIELD (MP-IDX) TO AM-FIELD.
    MOVE WS-MP-ACCOUNT (MP-IDX) TO AM-ACCOUNT.
    MOVE WS-MP-EFF-DATE (MP-IDX) TO AM-EFF-DATE.
    MOVE WS-MP-END-DATE (MP-IDX) TO AM-END-DATE.
    MOVE WS-MP-STATUS (MP-IDX) TO AM-STATUS.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
