*>CS4080GenRetain
*>Companion to CS4080DayStream - the end-of-day retention step.
*>Every run rewrites RESULT.DAT, GLPOST.DAT, CONTROL.RPT,
*>EXCEPTION.RPT, REJECT.DAT, AUDIT.LOG and the step reports, so once
*>the next day has run, yesterday's exact files were gone unless
*>someone had copied them by hand. This step runs after the reports
*>and before DATEROLL and copies each of the day's outputs, byte for
*>byte, to a dated generation data/<file>.G<business date>. The
*>day's sequenced input TRANSEQ.DAT is kept the same way, so a day
*>can be replayed as well as looked at. Each generation is read back
*>for its record count and control total (see CS4080GC) and listed
*>on the generation catalog GENCAT.DAT under the business date and
*>the run number registered for it on RUNCTL.DAT, which is what
*>CS4080GenRestore brings a named day back from.
*>How many generations of each file are kept is set per file type in
*>the run-parameter file:
*>  RETAIN_RESULT  RETAIN_GLPOST  RETAIN_CONTROL  RETAIN_EXCEPTION
*>  RETAIN_REJECT  RETAIN_AUDIT   RETAIN_INPUT    RETAIN_REPORTS
*>each 1-999 generations, default 30. Once a file has that many newer
*>generations, the oldest rolls off - the catalog is rewritten
*>without it (staged and renamed) before its file is deleted, so the
*>catalog never lists a generation that is gone.
*>A rerun for the same business date replaces that day's generations
*>and catalog lines. A missing engine output refuses the whole step
*>(RETURN-CODE 8) before anything is copied; a step report that is
*>not there is listed and gives RETURN-CODE 4. Writes RETAIN.RPT.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080GenRetain.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>The day's file being looked for, and its generation being read
*>back - both pointed at run time.
        SELECT OPTIONAL LIVE-FILE ASSIGN TO WS-LIVE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIVE-STATUS.

        SELECT GEN-FILE ASSIGN TO WS-GEN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-STATUS.

        SELECT OPTIONAL GENCAT-FILE ASSIGN TO "data/GENCAT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GENCAT-STATUS.

        SELECT GENCAT-STAGE-FILE ASSIGN TO "data/GENCAT.DAT.NEW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GC-STAGE-STATUS.

        SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO "data/RUNCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-CTL-STATUS.

*>Read for the branches on the day's input - one statement file was
*>written for each of them, the same set CS4080BranchStmt built.
        SELECT OPTIONAL TRANSEQ-FILE ASSIGN TO "data/TRANSEQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSEQ-STATUS.

        SELECT OPTIONAL RETAIN-RPT ASSIGN TO "data/RETAIN.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

*>Processing-date control file - the generations are dated with it.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  LIVE-FILE.
    01  LIVE-RECORD                  PIC X(256).

    FD  GEN-FILE.
    01  GEN-RECORD                   PIC X(256).

    FD  GENCAT-FILE.
    01  GENCAT-RECORD                PIC X(170).

    FD  GENCAT-STAGE-FILE.
    01  GENCAT-STAGE-RECORD          PIC X(170).

    FD  RUN-CTL-FILE.
    01  RUN-CTL-RECORD               PIC X(210).

    FD  TRANSEQ-FILE.
    01  TRANSEQ-RECORD               PIC X(46).

    FD  RETAIN-RPT.
    01  RETAIN-RECORD                PIC X(132).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-LIVE-STATUS PIC XX.
        88  WS-LIVE-OK              VALUE "00".
        88  WS-LIVE-NOT-FOUND       VALUE "05" "35".
    01  WS-GEN-STATUS PIC XX.
        88  WS-GEN-OK               VALUE "00".
    01  WS-GENCAT-STATUS PIC XX.
        88  WS-GENCAT-OK            VALUE "00".
        88  WS-GENCAT-NOT-FOUND     VALUE "05" "35".
    01  WS-GC-STAGE-STATUS PIC XX.
        88  WS-GC-STAGE-OK          VALUE "00".
        88  WS-GC-STAGE-NOT-FOUND   VALUE "05" "35".
    01  WS-RUN-CTL-STATUS PIC XX.
        88  WS-RUN-CTL-OK           VALUE "00".
        88  WS-RUN-CTL-NOT-FOUND    VALUE "05" "35".
    01  WS-TRANSEQ-STATUS PIC XX.
        88  WS-TRANSEQ-OK           VALUE "00".
        88  WS-TRANSEQ-NOT-FOUND    VALUE "05" "35".
    01  WS-RPT-STATUS PIC XX.
        88  WS-RPT-OK               VALUE "00".
    01  WS-RUN-PARMS-STATUS PIC XX.
        88  WS-RUN-PARMS-OK         VALUE "00".
        88  WS-RUN-PARMS-NOT-FOUND  VALUE "05" "35".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
*>CBL_COPY_FILE / CBL_RENAME_FILE return code.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC X(9).

    01  WS-LIVE-PATH PIC X(40).
    01  WS-GEN-PATH PIC X(40).
    01  WS-GC-STAGE-PATH PIC X(30) VALUE "data/GENCAT.DAT.NEW".
    01  WS-GENCAT-PATH PIC X(30) VALUE "data/GENCAT.DAT".
    01  WS-COPY-RC PIC 9(9) VALUE ZERO.
    01  WS-RENAME-RC PIC 9(9) VALUE ZERO.
    01  WS-DELETE-RC PIC 9(9) VALUE ZERO.

    01  WS-GEN-EOF-SWITCH PIC X VALUE "N".
        88  WS-GEN-EOF              VALUE "Y".
    01  WS-GENCAT-EOF-SWITCH PIC X VALUE "N".
        88  WS-GENCAT-EOF           VALUE "Y".
    01  WS-RUN-CTL-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-CTL-EOF          VALUE "Y".
    01  WS-TRANSEQ-EOF-SWITCH PIC X VALUE "N".
        88  WS-TRANSEQ-EOF          VALUE "Y".

    01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
    01  WS-RUN-NUMBER PIC 9(6) VALUE ZERO.
    01  WS-RETAINED-TS PIC X(21).

    01  WS-STREAM-MODE PIC X VALUE "S".
        88  WS-SINGLE-PASS-MODE     VALUE "S".
        88  WS-PARTITIONED-MODE     VALUE "P".

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    COPY CS4080PM.
    01  WS-PM-VALUE-LEN PIC 9(2) VALUE ZERO.

*>File types and the number of generations each keeps. The RETAIN_
*>keyword for a type is "RETAIN_" followed by its name.
    01  WS-TYPE-TABLE.
        05  WS-TY-COUNT PIC 9(2) VALUE ZERO.
        05  WS-TY-ENTRY OCCURS 10 TIMES INDEXED BY TY-IDX.
            10  WS-TY-NAME           PIC X(10).
            10  WS-TY-LIMIT          PIC 9(3).
    01  WS-TYPE-FOUND-SWITCH PIC X VALUE "N".
        88  WS-TYPE-FOUND           VALUE "Y".

*>The day's file set, built at initialization. "Y" in WS-FS-REQUIRED
*>marks an engine output - the day cannot be retained without it.
    01  WS-FILE-SET.
        05  WS-FS-COUNT PIC 9(3) VALUE ZERO.
        05  WS-FS-ENTRY OCCURS 80 TIMES INDEXED BY FS-IDX.
            10  WS-FS-NAME           PIC X(20).
            10  WS-FS-TYPE           PIC X(10).
            10  WS-FS-REQUIRED       PIC X.
            10  WS-FS-PRESENT        PIC X.
            10  WS-FS-GEN-PATH       PIC X(40).
            10  WS-FS-RECORDS        PIC 9(8).
            10  WS-FS-TOTAL          PIC S9(35)V9(3).

*>Staging area for 3100-ADD-FILE.
    01  WS-NEW-FILE.
        05  WS-NF-NAME PIC X(20).
        05  WS-NF-TYPE PIC X(10).
        05  WS-NF-REQUIRED PIC X.

*>Branches on the day's input, for the statement files.
    01  WS-SEEN-TABLE.
        05  WS-SEEN-COUNT PIC 9(2) VALUE ZERO.
        05  WS-SEEN-ENTRY OCCURS 50 TIMES INDEXED BY SN-IDX.
            10  WS-SEEN-CODE         PIC X(3).
    01  WS-SEEN-FOUND-SWITCH PIC X VALUE "N".
        88  WS-SEEN-FOUND           VALUE "Y".

*>The whole catalog, held while the day's lines replace any earlier
*>ones for the date and the limits are applied. State "K" kept,
*>"S" superseded by today's rerun, "X" rolled off.
    01  WS-CATALOG-TABLE.
        05  WS-CT-COUNT PIC 9(4) VALUE ZERO.
        05  WS-CT-ENTRY OCCURS 5000 TIMES INDEXED BY CT-IDX CT-IDX2.
            10  WS-CT-BUS-DATE       PIC 9(8).
            10  WS-CT-FILE-TYPE      PIC X(10).
            10  WS-CT-FILE-NAME      PIC X(20).
            10  WS-CT-STATE          PIC X.
            10  WS-CT-LINE           PIC X(166).
    01  WS-NEWER-COUNT PIC 9(4) VALUE ZERO.

    COPY CS4080GC.
    COPY CS4080RC.

*>Record layouts the control totals are taken through.
    COPY CS4080RL.
    COPY CS4080GL.
    COPY CS4080AL.
    COPY CS4080TR.

*>Read-back figures for the generation in hand.
    01  WS-TALLY-TYPE PIC X(10).
    01  WS-TALLY-RECORDS PIC 9(8) VALUE ZERO.
    01  WS-TALLY-TOTAL PIC S9(35)V9(3) VALUE ZERO.
    01  WS-TALLY-AMOUNT PIC S9(35)V9(3) VALUE ZERO.

    01  WS-FILES-RETAINED PIC 9(3) VALUE ZERO.
    01  WS-FILES-ABSENT PIC 9(3) VALUE ZERO.
    01  WS-REQUIRED-MISSING PIC 9(3) VALUE ZERO.
    01  WS-ROLLED-OFF PIC 9(5) VALUE ZERO.
    01  WS-DELETE-FAILED PIC 9(5) VALUE ZERO.
    01  WS-SUPERSEDED PIC 9(5) VALUE ZERO.

    01  WS-EDIT-TOTAL PIC -9(35).9(3).
    01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-CHECK-DAY-OUTPUTS.
    PERFORM 3000-LOAD-CATALOG.
    PERFORM 4000-RETAIN-DAY-OUTPUTS.
    PERFORM 5000-APPLY-RETENTION-LIMITS.
    PERFORM 6000-WRITE-CATALOG.
    PERFORM 7000-DELETE-ROLLED-OFF.
    PERFORM 8000-WRITE-RETAIN-REPORT.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1010-BUILD-TYPE-TABLE.
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM 1050-READ-RUN-PARMS.
    PERFORM 1200-FIND-RUN-NUMBER.
    PERFORM 1300-BUILD-FILE-SET.
    MOVE FUNCTION CURRENT-DATE TO WS-RETAINED-TS.
    DISPLAY "===== DAILY GENERATION RETENTION =====".
    DISPLAY "Business date      : " WS-RUN-DATE.
    DISPLAY "Run number         : " WS-RUN-NUMBER.
    DISPLAY "Files in day's set : " WS-FS-COUNT.

1010-BUILD-TYPE-TABLE.
    MOVE "RESULT" TO WS-TY-NAME (1).
    MOVE "GLPOST" TO WS-TY-NAME (2).
    MOVE "CONTROL" TO WS-TY-NAME (3).
    MOVE "EXCEPTION" TO WS-TY-NAME (4).
    MOVE "REJECT" TO WS-TY-NAME (5).
    MOVE "AUDIT" TO WS-TY-NAME (6).
    MOVE "INPUT" TO WS-TY-NAME (7).
    MOVE "REPORTS" TO WS-TY-NAME (8).
    MOVE 8 TO WS-TY-COUNT.
    PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > WS-TY-COUNT
        MOVE 30 TO WS-TY-LIMIT (TY-IDX)
    END-PERFORM.

*>The generations are dated with the business date the suite is on,
*>never the wall clock - a 00:30 finish of Friday's work is Friday's.
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
        EVALUATE TRUE
            WHEN WS-PM-KEYWORD (1:7) = "RETAIN_"
                PERFORM 1080-APPLY-RETAIN-LIMIT
            WHEN WS-PM-KEYWORD = "STREAM_MODE"
                EVALUATE WS-PM-VALUE (1:1)
                    WHEN "S" WHEN "s"
                        SET WS-SINGLE-PASS-MODE TO TRUE
                    WHEN "P" WHEN "p"
                        SET WS-PARTITIONED-MODE TO TRUE
                    WHEN OTHER
                        PERFORM 9800-REFUSE-RUN-PARM
                END-EVALUATE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

1080-APPLY-RETAIN-LIMIT.
    MOVE "N" TO WS-TYPE-FOUND-SWITCH.
    PERFORM VARYING TY-IDX FROM 1 BY 1
            UNTIL TY-IDX > WS-TY-COUNT OR WS-TYPE-FOUND
        IF WS-TY-NAME (TY-IDX) = WS-PM-KEYWORD (8:13)
            MOVE "Y" TO WS-TYPE-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF NOT WS-TYPE-FOUND
        PERFORM 9800-REFUSE-RUN-PARM
    END-IF.
    SET TY-IDX DOWN BY 1.
    COMPUTE WS-PM-VALUE-LEN =
        FUNCTION LENGTH(FUNCTION TRIM(WS-PM-VALUE)).
    IF WS-PM-VALUE-LEN > ZERO AND WS-PM-VALUE-LEN <= 3
        AND WS-PM-VALUE (1:WS-PM-VALUE-LEN) IS NUMERIC
        AND WS-PM-VALUE (1:WS-PM-VALUE-LEN) > ZERO
        MOVE WS-PM-VALUE (1:WS-PM-VALUE-LEN) TO WS-TY-LIMIT (TY-IDX)
    ELSE
        PERFORM 9800-REFUSE-RUN-PARM
    END-IF.

*>The generations carry the run that produced them - the highest run
*>number registered for the business date (a restart or a merged
*>partitioned day registers its own line; the latest one stands).
1200-FIND-RUN-NUMBER.
    OPEN INPUT RUN-CTL-FILE.
    IF NOT (WS-RUN-CTL-OK OR WS-RUN-CTL-NOT-FOUND)
        MOVE WS-RUN-CTL-STATUS TO WS-FATAL-STATUS
        MOVE "RUN-CTL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-RUN-CTL-OK
        PERFORM 1210-READ-RUN-CTL UNTIL WS-RUN-CTL-EOF
    END-IF.
    CLOSE RUN-CTL-FILE.
    IF WS-RUN-NUMBER = ZERO
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "No run is registered on data/RUNCTL.DAT for "
            WS-RUN-DATE " - there are no outputs to retain under it."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1210-READ-RUN-CTL.
    READ RUN-CTL-FILE INTO WS-RUNCTL-LINE
        AT END
            SET WS-RUN-CTL-EOF TO TRUE
        NOT AT END
            IF WS-RC-RUN-DATE = WS-RUN-DATE
                AND WS-RC-RUN-NUMBER > WS-RUN-NUMBER
                MOVE WS-RC-RUN-NUMBER TO WS-RUN-NUMBER
            END-IF
    END-READ.

*>The engine outputs first - each one required - then the day's input,
*>then the step reports in stream order. PARTSPLIT.RPT belongs to the
*>partitioned chain only; on a single-pass day it is an old one.
1300-BUILD-FILE-SET.
    MOVE "Y" TO WS-NF-REQUIRED.
    MOVE "RESULT.DAT" TO WS-NF-NAME.
    MOVE "RESULT" TO WS-NF-TYPE.
    PERFORM 1310-ADD-FILE.
    MOVE "GLPOST.DAT" TO WS-NF-NAME.
    MOVE "GLPOST" TO WS-NF-TYPE.
    PERFORM 1310-ADD-FILE.
    MOVE "CONTROL.RPT" TO WS-NF-NAME.
    MOVE "CONTROL" TO WS-NF-TYPE.
    PERFORM 1310-ADD-FILE.
    MOVE "EXCEPTION.RPT" TO WS-NF-NAME.
    MOVE "EXCEPTION" TO WS-NF-TYPE.
    PERFORM 1310-ADD-FILE.
    MOVE "REJECT.DAT" TO WS-NF-NAME.
    MOVE "REJECT" TO WS-NF-TYPE.
    PERFORM 1310-ADD-FILE.
    MOVE "AUDIT.LOG" TO WS-NF-NAME.
    MOVE "AUDIT" TO WS-NF-TYPE.
    PERFORM 1310-ADD-FILE.
    MOVE "TRANSEQ.DAT" TO WS-NF-NAME.
    MOVE "INPUT" TO WS-NF-TYPE.
    PERFORM 1310-ADD-FILE.

    MOVE "N" TO WS-NF-REQUIRED.
    MOVE "REPORTS" TO WS-NF-TYPE.
    MOVE "SEQCHECK.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "SEQREJ.DAT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "OUTLIER.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    IF WS-PARTITIONED-MODE
        MOVE "PARTSPLIT.RPT" TO WS-NF-NAME
        PERFORM 1310-ADD-FILE
    END-IF.
    MOVE "GLRECON.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "GLBAL.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "NORMUPD.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "SUSPENSE.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    PERFORM 1400-ADD-STATEMENT-FILES.
    MOVE "HISTRPT.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "REJAGE.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "RUNSUMM.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "TRIALBAL.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.
    MOVE "REFCHG.RPT" TO WS-NF-NAME.
    PERFORM 1310-ADD-FILE.

1310-ADD-FILE.
    IF WS-FS-COUNT >= 80
        DISPLAY "***** MORE THAN 80 FILES IN THE DAY'S SET - "
            "RETENTION CANNOT COVER THEM ALL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-FS-COUNT.
    SET FS-IDX TO WS-FS-COUNT.
    MOVE WS-NF-NAME TO WS-FS-NAME (FS-IDX).
    MOVE WS-NF-TYPE TO WS-FS-TYPE (FS-IDX).
    MOVE WS-NF-REQUIRED TO WS-FS-REQUIRED (FS-IDX).
    MOVE "N" TO WS-FS-PRESENT (FS-IDX).
    MOVE SPACES TO WS-FS-GEN-PATH (FS-IDX).
    MOVE ZERO TO WS-FS-RECORDS (FS-IDX).
    MOVE ZERO TO WS-FS-TOTAL (FS-IDX).

*>CS4080BranchStmt writes STMT.ccc.TXT for each branch on the
*>sequenced input and no other, so the same scan names today's
*>statements - an office with no work today has only an old one.
1400-ADD-STATEMENT-FILES.
    OPEN INPUT TRANSEQ-FILE.
    IF NOT (WS-TRANSEQ-OK OR WS-TRANSEQ-NOT-FOUND)
        MOVE WS-TRANSEQ-STATUS TO WS-FATAL-STATUS
        MOVE "TRANSEQ OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-TRANSEQ-OK
        PERFORM 1410-NOTE-INPUT-BRANCH UNTIL WS-TRANSEQ-EOF
    END-IF.
    CLOSE TRANSEQ-FILE.
    PERFORM VARYING SN-IDX FROM 1 BY 1 UNTIL SN-IDX > WS-SEEN-COUNT
        MOVE SPACES TO WS-NF-NAME
        STRING "STMT." WS-SEEN-CODE (SN-IDX) ".TXT"
            DELIMITED BY SIZE INTO WS-NF-NAME
        PERFORM 1310-ADD-FILE
    END-PERFORM.

1410-NOTE-INPUT-BRANCH.
    READ TRANSEQ-FILE INTO TRANS-RECORD
        AT END
            SET WS-TRANSEQ-EOF TO TRUE
        NOT AT END
            IF TR-BRANCH NOT = SPACES
                MOVE "N" TO WS-SEEN-FOUND-SWITCH
                PERFORM VARYING SN-IDX FROM 1 BY 1
                        UNTIL SN-IDX > WS-SEEN-COUNT OR WS-SEEN-FOUND
                    IF WS-SEEN-CODE (SN-IDX) = TR-BRANCH
                        MOVE "Y" TO WS-SEEN-FOUND-SWITCH
                    END-IF
                END-PERFORM
                IF NOT WS-SEEN-FOUND AND WS-SEEN-COUNT < 50
                    ADD 1 TO WS-SEEN-COUNT
                    SET SN-IDX TO WS-SEEN-COUNT
                    MOVE TR-BRANCH TO WS-SEEN-CODE (SN-IDX)
                END-IF
            END-IF
    END-READ.

*>Every file is looked for before anything is copied - a day missing
*>an engine output is not a day to catalog, and a half-retained set
*>would restore as something that never existed.
2000-CHECK-DAY-OUTPUTS.
    PERFORM 2100-CHECK-ONE-FILE
        VARYING FS-IDX FROM 1 BY 1 UNTIL FS-IDX > WS-FS-COUNT.
    IF WS-REQUIRED-MISSING > ZERO
        DISPLAY "***** RETENTION REFUSED *****"
        DISPLAY WS-REQUIRED-MISSING " engine output(s) missing for "
            WS-RUN-DATE " - nothing retained, catalog untouched."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2100-CHECK-ONE-FILE.
    MOVE SPACES TO WS-LIVE-PATH.
    STRING "data/" WS-FS-NAME (FS-IDX)
        DELIMITED BY SPACE INTO WS-LIVE-PATH.
    OPEN INPUT LIVE-FILE.
    IF NOT (WS-LIVE-OK OR WS-LIVE-NOT-FOUND)
        MOVE WS-LIVE-STATUS TO WS-FATAL-STATUS
        MOVE "LIVE-FILE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-LIVE-OK
        MOVE "Y" TO WS-FS-PRESENT (FS-IDX)
    ELSE
        IF WS-FS-REQUIRED (FS-IDX) = "Y"
            ADD 1 TO WS-REQUIRED-MISSING
            DISPLAY "Missing engine output: " WS-LIVE-PATH
        END-IF
    END-IF.
    CLOSE LIVE-FILE.

*>The catalog as it stands. Lines already there for the business
*>date are from an earlier attempt at this day - today's copies
*>replace them.
3000-LOAD-CATALOG.
    OPEN INPUT GENCAT-FILE.
    IF NOT (WS-GENCAT-OK OR WS-GENCAT-NOT-FOUND)
        MOVE WS-GENCAT-STATUS TO WS-FATAL-STATUS
        MOVE "GENCAT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-GENCAT-OK
        PERFORM 3100-LOAD-CATALOG-LINE UNTIL WS-GENCAT-EOF
    END-IF.
    CLOSE GENCAT-FILE.

3100-LOAD-CATALOG-LINE.
    READ GENCAT-FILE INTO WS-GENCAT-LINE
        AT END
            SET WS-GENCAT-EOF TO TRUE
        NOT AT END
            PERFORM 3200-ADD-CATALOG-ENTRY
            IF WS-GC-BUS-DATE = WS-RUN-DATE
                MOVE "S" TO WS-CT-STATE (CT-IDX)
                ADD 1 TO WS-SUPERSEDED
            END-IF
    END-READ.

*>WS-GENCAT-LINE in, a kept table entry out (CT-IDX left on it).
3200-ADD-CATALOG-ENTRY.
    IF WS-CT-COUNT >= 5000
        DISPLAY "***** MORE THAN 5000 GENERATIONS CATALOGUED - "
            "LOWER THE RETAIN_ LIMITS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-CT-COUNT.
    SET CT-IDX TO WS-CT-COUNT.
    MOVE WS-GC-BUS-DATE TO WS-CT-BUS-DATE (CT-IDX).
    MOVE WS-GC-FILE-TYPE TO WS-CT-FILE-TYPE (CT-IDX).
    MOVE WS-GC-FILE-NAME TO WS-CT-FILE-NAME (CT-IDX).
    MOVE "K" TO WS-CT-STATE (CT-IDX).
    MOVE WS-GENCAT-LINE TO WS-CT-LINE (CT-IDX).

4000-RETAIN-DAY-OUTPUTS.
    PERFORM 4100-RETAIN-ONE-FILE
        VARYING FS-IDX FROM 1 BY 1 UNTIL FS-IDX > WS-FS-COUNT.

*>Copied byte for byte, then the generation itself - not the live
*>file - is read for the catalog figures, so they describe exactly
*>what a restore will bring back.
4100-RETAIN-ONE-FILE.
    IF WS-FS-PRESENT (FS-IDX) = "Y"
        MOVE SPACES TO WS-LIVE-PATH
        STRING "data/" WS-FS-NAME (FS-IDX)
            DELIMITED BY SPACE INTO WS-LIVE-PATH
        MOVE SPACES TO WS-GEN-PATH
        STRING "data/" WS-FS-NAME (FS-IDX)
            DELIMITED BY SPACE
            ".G" WS-RUN-DATE
            DELIMITED BY SIZE INTO WS-GEN-PATH
        CALL "CBL_COPY_FILE" USING WS-LIVE-PATH WS-GEN-PATH
            RETURNING WS-COPY-RC
        IF WS-COPY-RC NOT = ZERO
            MOVE WS-COPY-RC TO WS-FATAL-STATUS
            MOVE "GENERATION COPY" TO WS-FATAL-FILE
            DISPLAY "Copying " WS-LIVE-PATH " to " WS-GEN-PATH
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        MOVE WS-FS-TYPE (FS-IDX) TO WS-TALLY-TYPE
        PERFORM 4200-TALLY-GENERATION
        MOVE WS-GEN-PATH TO WS-FS-GEN-PATH (FS-IDX)
        MOVE WS-TALLY-RECORDS TO WS-FS-RECORDS (FS-IDX)
        MOVE WS-TALLY-TOTAL TO WS-FS-TOTAL (FS-IDX)
        ADD 1 TO WS-FILES-RETAINED
        PERFORM 4300-CATALOG-GENERATION
    ELSE
        ADD 1 TO WS-FILES-ABSENT
    END-IF.

*>Record count and control total of the file at WS-GEN-PATH, by
*>WS-TALLY-TYPE - the rules are listed in CS4080GC.
4200-TALLY-GENERATION.
    MOVE ZERO TO WS-TALLY-RECORDS WS-TALLY-TOTAL.
    MOVE "N" TO WS-GEN-EOF-SWITCH.
    OPEN INPUT GEN-FILE.
    IF NOT WS-GEN-OK
        MOVE WS-GEN-STATUS TO WS-FATAL-STATUS
        MOVE "GENERATION OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 4210-TALLY-GENERATION-LINE UNTIL WS-GEN-EOF.
    CLOSE GEN-FILE.

4210-TALLY-GENERATION-LINE.
    READ GEN-FILE
        AT END
            SET WS-GEN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TALLY-RECORDS
            EVALUATE WS-TALLY-TYPE
                WHEN "RESULT"
                    MOVE GEN-RECORD TO WS-RESULT-LINE
                    MOVE WS-RL-COM TO WS-TALLY-AMOUNT
                    ADD WS-TALLY-AMOUNT TO WS-TALLY-TOTAL
                WHEN "GLPOST"
                    MOVE GEN-RECORD TO WS-GL-LINE
                    MOVE WS-GL-AMOUNT TO WS-TALLY-AMOUNT
                    ADD WS-TALLY-AMOUNT TO WS-TALLY-TOTAL
                WHEN "AUDIT"
                    MOVE GEN-RECORD TO WS-AUDIT-LINE
                    IF NOT WS-AL-SEAL-LINE
                        AND WS-AL-STMT = "COMPUTE"
                        MOVE WS-AL-RESULT-VAL TO WS-TALLY-AMOUNT
                        ADD WS-TALLY-AMOUNT TO WS-TALLY-TOTAL
                    END-IF
                WHEN "INPUT"
                    MOVE GEN-RECORD TO TRANS-RECORD
                    IF TR-NUM3 IS NUMERIC
                        ADD TR-NUM3 TO WS-TALLY-TOTAL
                    END-IF
                    IF TR-NUM4 IS NUMERIC
                        ADD TR-NUM4 TO WS-TALLY-TOTAL
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

4300-CATALOG-GENERATION.
    MOVE SPACES TO WS-GENCAT-LINE.
    MOVE WS-RUN-DATE TO WS-GC-BUS-DATE.
    MOVE WS-FS-TYPE (FS-IDX) TO WS-GC-FILE-TYPE.
    MOVE WS-FS-NAME (FS-IDX) TO WS-GC-FILE-NAME.
    MOVE WS-GEN-PATH TO WS-GC-GEN-PATH.
    MOVE WS-RUN-NUMBER TO WS-GC-RUN-NUMBER.
    MOVE WS-TALLY-RECORDS TO WS-GC-RECORDS.
    MOVE WS-TALLY-TOTAL TO WS-GC-CONTROL-TOTAL.
    MOVE WS-RETAINED-TS TO WS-GC-RETAINED-TS.
    PERFORM 3200-ADD-CATALOG-ENTRY.

*>A kept generation rolls off once its file has as many newer kept
*>generations as its type's limit allows - with a limit of 30 the 30
*>newest stay, today's among them. Applied to every line, not just
*>today's files, so a lowered limit takes effect on the next run.
5000-APPLY-RETENTION-LIMITS.
    PERFORM 5100-CHECK-ONE-GENERATION
        VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CT-COUNT.

5100-CHECK-ONE-GENERATION.
    IF WS-CT-STATE (CT-IDX) = "K"
        MOVE "N" TO WS-TYPE-FOUND-SWITCH
        PERFORM VARYING TY-IDX FROM 1 BY 1
                UNTIL TY-IDX > WS-TY-COUNT OR WS-TYPE-FOUND
            IF WS-TY-NAME (TY-IDX) = WS-CT-FILE-TYPE (CT-IDX)
                MOVE "Y" TO WS-TYPE-FOUND-SWITCH
            END-IF
        END-PERFORM
        IF WS-TYPE-FOUND
            SET TY-IDX DOWN BY 1
            MOVE ZERO TO WS-NEWER-COUNT
            PERFORM VARYING CT-IDX2 FROM 1 BY 1
                    UNTIL CT-IDX2 > WS-CT-COUNT
                IF WS-CT-STATE (CT-IDX2) = "K"
                    AND WS-CT-FILE-NAME (CT-IDX2)
                        = WS-CT-FILE-NAME (CT-IDX)
                    AND WS-CT-BUS-DATE (CT-IDX2)
                        > WS-CT-BUS-DATE (CT-IDX)
                    ADD 1 TO WS-NEWER-COUNT
                END-IF
            END-PERFORM
            IF WS-NEWER-COUNT >= WS-TY-LIMIT (TY-IDX)
                MOVE "X" TO WS-CT-STATE (CT-IDX)
                ADD 1 TO WS-ROLLED-OFF
            END-IF
        END-IF
    END-IF.

*>Staged and renamed, like every control file the suite rewrites - a
*>crash mid-write leaves yesterday's catalog in force, and the step
*>simply runs again.
6000-WRITE-CATALOG.
    OPEN OUTPUT GENCAT-STAGE-FILE.
    IF NOT (WS-GC-STAGE-OK OR WS-GC-STAGE-NOT-FOUND)
        MOVE WS-GC-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "GENCAT-STAGE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 6100-WRITE-CATALOG-LINE
        VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CT-COUNT.
    CLOSE GENCAT-STAGE-FILE.

    CALL "CBL_RENAME_FILE" USING WS-GC-STAGE-PATH WS-GENCAT-PATH
        RETURNING WS-RENAME-RC.
    IF WS-RENAME-RC NOT = ZERO
        MOVE WS-RENAME-RC TO WS-FATAL-STATUS
        MOVE "GENCAT RENAME" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

6100-WRITE-CATALOG-LINE.
    IF WS-CT-STATE (CT-IDX) = "K"
        WRITE GENCAT-STAGE-RECORD FROM WS-CT-LINE (CT-IDX)
        IF NOT WS-GC-STAGE-OK
            MOVE WS-GC-STAGE-STATUS TO WS-FATAL-STATUS
            MOVE "GENCAT-STAGE WRITE" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.

*>Only once the catalog no longer lists them. A generation that will
*>not delete is left on disk and listed - nothing refers to it any
*>more, so it is housekeeping, not a reason to hold the day.
7000-DELETE-ROLLED-OFF.
    PERFORM 7100-DELETE-ONE-GENERATION
        VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CT-COUNT.

7100-DELETE-ONE-GENERATION.
    IF WS-CT-STATE (CT-IDX) = "X"
        MOVE WS-CT-LINE (CT-IDX) TO WS-GENCAT-LINE
        CALL "CBL_DELETE_FILE" USING WS-GC-GEN-PATH
            RETURNING WS-DELETE-RC
        IF WS-DELETE-RC NOT = ZERO
            ADD 1 TO WS-DELETE-FAILED
            DISPLAY "WARNING: could not delete rolled-off generation "
                WS-GC-GEN-PATH
        END-IF
    END-IF.

8000-WRITE-RETAIN-REPORT.
    OPEN OUTPUT RETAIN-RPT.
    IF NOT (WS-RPT-OK OR WS-RPT-STATUS = "05")
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "RETAIN-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    MOVE "CS4080GenRetain - DAILY GENERATION RETENTION"
        TO WS-REPORT-LINE.
    PERFORM 8010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BUSINESS DATE " WS-RUN-DATE
        "   RUN " WS-RUN-NUMBER
        "   RETAINED " WS-RETAINED-TS (1:14)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 8010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "GENERATIONS KEPT   : RESULT " WS-TY-LIMIT (1)
        "  GLPOST " WS-TY-LIMIT (2)
        "  CONTROL " WS-TY-LIMIT (3)
        "  EXCEPTION " WS-TY-LIMIT (4)
        "  REJECT " WS-TY-LIMIT (5)
        "  AUDIT " WS-TY-LIMIT (6)
        "  INPUT " WS-TY-LIMIT (7)
        "  REPORTS " WS-TY-LIMIT (8)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 8010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 8010-WRITE-REPORT-LINE.

    MOVE "FILE                  TYPE        GENERATION"
        TO WS-REPORT-LINE.
    MOVE "RECORDS   CONTROL TOTAL" TO WS-REPORT-LINE (67:23).
    PERFORM 8010-WRITE-REPORT-LINE.
    PERFORM 8100-WRITE-FILE-LINE
        VARYING FS-IDX FROM 1 BY 1 UNTIL FS-IDX > WS-FS-COUNT.

    IF WS-ROLLED-OFF > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        PERFORM 8010-WRITE-REPORT-LINE
        MOVE "ROLLED OFF:" TO WS-REPORT-LINE
        PERFORM 8010-WRITE-REPORT-LINE
        PERFORM 8200-WRITE-ROLLED-OFF-LINE
            VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CT-COUNT
    END-IF.

    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 8010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "FILES RETAINED     : " WS-FILES-RETAINED
        "   NOT PRESENT " WS-FILES-ABSENT
        "   REPLACED " WS-SUPERSEDED
        "   ROLLED OFF " WS-ROLLED-OFF
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 8010-WRITE-REPORT-LINE.
    IF WS-DELETE-FAILED > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "NOT DELETED        : " WS-DELETE-FAILED
            " ROLLED-OFF GENERATION(S) STILL ON DISK - "
            "REMOVE BY HAND"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 8010-WRITE-REPORT-LINE
    END-IF.
    CLOSE RETAIN-RPT.

    DISPLAY "Files retained     : " WS-FILES-RETAINED.
    DISPLAY "Not present        : " WS-FILES-ABSENT.
    DISPLAY "Generations replaced: " WS-SUPERSEDED.
    DISPLAY "Rolled off         : " WS-ROLLED-OFF.
    IF WS-FILES-ABSENT > ZERO OR WS-DELETE-FAILED > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.

8010-WRITE-REPORT-LINE.
    WRITE RETAIN-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-RPT-OK
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "RETAIN-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

8100-WRITE-FILE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-FS-NAME (FS-IDX) TO WS-REPORT-LINE (1:20).
    MOVE WS-FS-TYPE (FS-IDX) TO WS-REPORT-LINE (23:10).
    IF WS-FS-PRESENT (FS-IDX) = "Y"
        MOVE WS-FS-GEN-PATH (FS-IDX) TO WS-REPORT-LINE (35:30)
        MOVE WS-FS-RECORDS (FS-IDX) TO WS-REPORT-LINE (67:8)
        MOVE WS-FS-TOTAL (FS-IDX) TO WS-EDIT-TOTAL
        MOVE WS-EDIT-TOTAL TO WS-REPORT-LINE (77:40)
    ELSE
        MOVE "NOT PRESENT - NO GENERATION TAKEN"
            TO WS-REPORT-LINE (35:33)
    END-IF.
    PERFORM 8010-WRITE-REPORT-LINE.

8200-WRITE-ROLLED-OFF-LINE.
    IF WS-CT-STATE (CT-IDX) = "X"
        MOVE WS-CT-LINE (CT-IDX) TO WS-GENCAT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " WS-GC-GEN-PATH
            "  BUSINESS DATE " WS-GC-BUS-DATE
            "  RUN " WS-GC-RUN-NUMBER
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 8010-WRITE-REPORT-LINE
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
