*>CS4080RefChange
*>Companion to CS4080BranchMaint and CS4080AcctMaint.
*>Daily reference-data change report, built from the maintenance
*>journal MAINTJNL.DAT: every branch-master and GL account-mapping
*>change saved for the reporting business date, with who saved it,
*>when, and the record as it stood before and after. Closes with the
*>count of changes by file and action and the version (last journal
*>number) each file now stands at - the same number the batch
*>engine's control report states for the run that used it, so an
*>auditor can walk from a posting to the change that routed it.
*>The reporting day defaults to the business date on BUSDATE.DAT;
*>AS_OF_DATE in the run-parameter file reports an earlier day.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080RefChange.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL MAINT-JNL-FILE ASSIGN TO "data/MAINTJNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAINT-JNL-STATUS.

        SELECT OPTIONAL REFCHG-RPT ASSIGN TO "data/REFCHG.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REFCHG-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

*>Processing-date control file - the default reporting day.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  MAINT-JNL-FILE.
    01  MAINT-JNL-RECORD             PIC X(121).

    FD  REFCHG-RPT.
    01  REFCHG-RECORD                PIC X(100).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-MAINT-JNL-STATUS PIC XX.
        88  WS-MAINT-JNL-OK         VALUE "00".
        88  WS-MAINT-JNL-NOT-FOUND  VALUE "05" "35".
    01  WS-REFCHG-STATUS PIC XX.
        88  WS-REFCHG-OK            VALUE "00".
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

    01  WS-AS-OF-DATE PIC 9(8).

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    COPY CS4080PM.

    01  WS-LINES-READ PIC 9(6) VALUE ZERO.
    01  WS-CHANGES-REPORTED PIC 9(6) VALUE ZERO.

*>Before-image held until its after-image line arrives - the two
*>lines of a change are written together and share a journal number.
    01  WS-HELD-JNL-NUMBER PIC 9(6) VALUE ZERO.
    01  WS-HELD-BEFORE PIC X(45) VALUE SPACES.

*>Changes on the reporting date by file and action. Retire applies
*>only to the branch master and deactivate only to the mapping file,
*>so one "retire/deactivate" column serves both rows.
    01  WS-BR-ADDS PIC 9(6) VALUE ZERO.
    01  WS-BR-CHANGES PIC 9(6) VALUE ZERO.
    01  WS-BR-RETIRES PIC 9(6) VALUE ZERO.
    01  WS-AM-ADDS PIC 9(6) VALUE ZERO.
    01  WS-AM-CHANGES PIC 9(6) VALUE ZERO.
    01  WS-AM-DEACTIVATES PIC 9(6) VALUE ZERO.

*>Version each file stands at - the last journal number against it
*>on the whole journal, whatever day it was saved.
    01  WS-BR-VERSION PIC 9(6) VALUE ZERO.
    01  WS-AM-VERSION PIC 9(6) VALUE ZERO.

    01  WS-REPORT-LINE PIC X(100).

*>Journal line as the maintenance programs wrote it.
    COPY CS4080MJ.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-SCAN-JOURNAL UNTIL WS-END-OF-FILE.
    PERFORM 5000-WRITE-SUMMARY.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM 1050-READ-RUN-PARMS.

*>No journal yet simply means nothing has been changed through
*>maintenance - an empty report, not a failure.
    OPEN INPUT MAINT-JNL-FILE.
    IF NOT (WS-MAINT-JNL-OK OR WS-MAINT-JNL-NOT-FOUND)
        MOVE WS-MAINT-JNL-STATUS TO WS-FATAL-STATUS
        MOVE "MAINT-JNL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    OPEN OUTPUT REFCHG-RPT.
    IF NOT (WS-REFCHG-OK OR WS-REFCHG-STATUS = "05")
        MOVE WS-REFCHG-STATUS TO WS-FATAL-STATUS
        MOVE "REFCHG-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    MOVE "CS4080RefChange - REFERENCE DATA CHANGE REPORT"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BUSINESS DATE " WS-AS-OF-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE "  JNL     SAVED            OPERATOR  FILE      ACTION"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    PERFORM 2100-READ-JOURNAL.

*>The default reporting day is the business date the suite is on -
*>the processing-date control file, never the wall clock. An
*>explicit AS_OF_DATE in the run parameters still overrides it.
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
    MOVE BUSDATE-RECORD TO WS-AS-OF-DATE.
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
            WHEN "AS_OF_DATE"
                IF WS-PM-VALUE (1:8) IS NUMERIC
                    AND WS-PM-VALUE (5:2) >= "01"
                    AND WS-PM-VALUE (5:2) <= "12"
                    AND WS-PM-VALUE (7:2) >= "01"
                    AND WS-PM-VALUE (7:2) <= "31"
                    MOVE WS-PM-VALUE (1:8) TO WS-AS-OF-DATE
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>Versions are taken from every line on the journal; only lines for
*>the reporting date are listed. A before-image waits in the hold
*>area for the after-image that completes the change.
2000-SCAN-JOURNAL.
    EVALUATE TRUE
        WHEN WS-MJ-BRANCH-FILE
            AND WS-MJ-JNL-NUMBER > WS-BR-VERSION
            MOVE WS-MJ-JNL-NUMBER TO WS-BR-VERSION
        WHEN WS-MJ-ACCTMAP-FILE
            AND WS-MJ-JNL-NUMBER > WS-AM-VERSION
            MOVE WS-MJ-JNL-NUMBER TO WS-AM-VERSION
    END-EVALUATE.
    IF WS-MJ-BUS-DATE = WS-AS-OF-DATE
        IF WS-MJ-BEFORE-IMAGE
            MOVE WS-MJ-JNL-NUMBER TO WS-HELD-JNL-NUMBER
            MOVE WS-MJ-IMAGE TO WS-HELD-BEFORE
        ELSE
            PERFORM 3000-REPORT-CHANGE
        END-IF
    END-IF.
    PERFORM 2100-READ-JOURNAL.

2100-READ-JOURNAL.
    READ MAINT-JNL-FILE INTO WS-MAINT-JNL-LINE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-LINES-READ
            IF WS-MJ-JNL-NUMBER IS NOT NUMERIC
                MOVE ZERO TO WS-MJ-JNL-NUMBER
            END-IF
    END-READ.

*>An after-image with no matching before-image in hold is still
*>listed - the change happened - with the gap shown, since a
*>journal that lost a line is itself something an auditor must see.
3000-REPORT-CHANGE.
    ADD 1 TO WS-CHANGES-REPORTED.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  " WS-MJ-JNL-NUMBER
        "  " WS-MJ-TIMESTAMP (1:8)
        " " WS-MJ-TIMESTAMP (9:6)
        "  " WS-MJ-OPERATOR
        "  " WS-MJ-FILE
        "  " WS-MJ-ACTION
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-HELD-JNL-NUMBER NOT = WS-MJ-JNL-NUMBER
        MOVE "          BEFORE: *** BEFORE-IMAGE MISSING FROM JOURNAL"
            TO WS-REPORT-LINE
    ELSE
        IF WS-HELD-BEFORE = SPACES
            MOVE "          BEFORE: (NEW ENTRY)" TO WS-REPORT-LINE
        ELSE
            STRING "          BEFORE: " WS-HELD-BEFORE
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        END-IF
    END-IF.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "          AFTER : " WS-MJ-IMAGE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE ZERO TO WS-HELD-JNL-NUMBER.
    MOVE SPACES TO WS-HELD-BEFORE.

    EVALUATE TRUE ALSO WS-MJ-ACTION
        WHEN WS-MJ-BRANCH-FILE ALSO "ADD"
            ADD 1 TO WS-BR-ADDS
        WHEN WS-MJ-BRANCH-FILE ALSO "CHANGE"
            ADD 1 TO WS-BR-CHANGES
        WHEN WS-MJ-BRANCH-FILE ALSO "RETIRE"
            ADD 1 TO WS-BR-RETIRES
        WHEN WS-MJ-ACCTMAP-FILE ALSO "ADD"
            ADD 1 TO WS-AM-ADDS
        WHEN WS-MJ-ACCTMAP-FILE ALSO "CHANGE"
            ADD 1 TO WS-AM-CHANGES
        WHEN WS-MJ-ACCTMAP-FILE ALSO "DEACTIVATE"
            ADD 1 TO WS-AM-DEACTIVATES
    END-EVALUATE.

5000-WRITE-SUMMARY.
    IF WS-CHANGES-REPORTED = ZERO
        MOVE "  (NO REFERENCE DATA CHANGES ON THIS DATE)"
            TO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE "CHANGES BY FILE      ADD     CHANGE  RETIRE/DEACTIVATE"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  BRANCH.DAT         " WS-BR-ADDS
        "  " WS-BR-CHANGES
        "  " WS-BR-RETIRES
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  GLACCTMAP.DAT      " WS-AM-ADDS
        "  " WS-AM-CHANGES
        "  " WS-AM-DEACTIVATES
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "CHANGES REPORTED   : " WS-CHANGES-REPORTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BRANCH.DAT VERSION : " WS-BR-VERSION
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "GLACCTMAP VERSION  : " WS-AM-VERSION
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== REFERENCE DATA CHANGE REPORT =====".
    DISPLAY "Business date      : " WS-AS-OF-DATE.
    DISPLAY "Journal lines read : " WS-LINES-READ.
    DISPLAY "Changes reported   : " WS-CHANGES-REPORTED.
    DISPLAY "BRANCH.DAT version : " WS-BR-VERSION.
    DISPLAY "GLACCTMAP version  : " WS-AM-VERSION.

5010-WRITE-REPORT-LINE.
    WRITE REFCHG-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-REFCHG-OK
        MOVE WS-REFCHG-STATUS TO WS-FATAL-STATUS
        MOVE "REFCHG-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

9000-TERMINATE.
    CLOSE MAINT-JNL-FILE.
    CLOSE REFCHG-RPT.

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
