*>CS4080Simulate
*>Companion to CS4080ExampleProgram - the what-if job.
*>Runs the engine in simulation mode and reports what the proposed
*>change would have done to a real day. With SIMULATE Y and SIM_DATE
*>in RUNPARMS.DAT the engine replays that day's retained transaction
*>file (TRANSEQ.DAT.G<date>, or the file named in SIM_TRANS) under the
*>proposed RUNPARMS.SIM, GLACCTMAP.SIM, GLCHART.SIM and BRANCH.SIM -
*>whichever are present - into the sandbox set RESULT.SIM,
*>EXCEPTION.SIM, AUDIT.SIM, REJECT.SIM, CONTROL.SIM and GLPOST.SIM.
*>The history master is only read, and RUNCTL.DAT, the checkpoint,
*>RESUB.DAT and GLPOST.DAT are never written, so nothing a production
*>run or the ledger depends on changes.
*>The impact report SIMIMPACT.RPT then sets the sandbox against the
*>production run for the same day, as retained by CS4080GenRetain
*>(CONTROL.RPT, GLPOST.DAT and REJECT.DAT generations):
*>    the controls that differ between the two runs,
*>    per branch - records processed, rejected and the WS-COM total,
*>    per GL account - postings and their net amount,
*>    every transaction that would newly reject, stop rejecting, or
*>    reject for a different reason.
*>Production figures include the day's resubmitted items, which are
*>not replayed; the report states how many there were, and rejects
*>out of a resubmission cycle are left out of the reject comparison.
*>RETURN-CODE 0 - no difference; 4 - differences reported; 12 -
*>refused (no simulation selected, no production set for the date);
*>otherwise the engine's own return code, with no report written.
*>Set SIMULATE back to N afterwards - CS4080DayStream refuses the
*>day's stream while it is Y.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080Simulate.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>Each of the three is read twice - the production generation, then
*>its sandbox counterpart - so the paths are set at run time.
        SELECT OPTIONAL CONTROL-IN-FILE ASSIGN TO WS-CONTROL-IN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-IN-STATUS.

        SELECT OPTIONAL GLPOST-IN-FILE ASSIGN TO WS-GLPOST-IN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLPOST-IN-STATUS.

        SELECT OPTIONAL REJECT-IN-FILE ASSIGN TO WS-REJECT-IN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-IN-STATUS.

*>Presence check for the transaction file the simulation replays.
        SELECT OPTIONAL TRANS-PROBE-FILE ASSIGN TO WS-SIM-TRANS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANS-PROBE-STATUS.

        SELECT OPTIONAL IMPACT-RPT ASSIGN TO "data/SIMIMPACT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-IN-FILE.
    01  CONTROL-IN-RECORD            PIC X(80).

    FD  GLPOST-IN-FILE.
    01  GLPOST-IN-RECORD             PIC X(90).

    FD  REJECT-IN-FILE.
    01  REJECT-IN-RECORD             PIC X(110).

    FD  TRANS-PROBE-FILE.
    01  TRANS-PROBE-RECORD           PIC X(46).

    FD  IMPACT-RPT.
    01  IMPACT-RECORD                PIC X(132).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    WORKING-STORAGE SECTION.
    01  WS-CONTROL-IN-STATUS PIC XX.
        88  WS-CONTROL-IN-OK        VALUE "00".
        88  WS-CONTROL-IN-NOT-FOUND VALUE "05" "35".
    01  WS-GLPOST-IN-STATUS PIC XX.
        88  WS-GLPOST-IN-OK         VALUE "00".
        88  WS-GLPOST-IN-NOT-FOUND  VALUE "05" "35".
    01  WS-REJECT-IN-STATUS PIC XX.
        88  WS-REJECT-IN-OK         VALUE "00".
        88  WS-REJECT-IN-NOT-FOUND  VALUE "05" "35".
    01  WS-TRANS-PROBE-STATUS PIC XX.
        88  WS-TRANS-PROBE-OK       VALUE "00".
        88  WS-TRANS-PROBE-NOT-FOUND VALUE "05" "35".
    01  WS-RPT-STATUS PIC XX.
        88  WS-RPT-OK               VALUE "00".
    01  WS-RUN-PARMS-STATUS PIC XX.
        88  WS-RUN-PARMS-OK         VALUE "00".
        88  WS-RUN-PARMS-NOT-FOUND  VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC XX.

    01  WS-CONTROL-IN-PATH PIC X(30) VALUE SPACES.
    01  WS-GLPOST-IN-PATH PIC X(30) VALUE SPACES.
    01  WS-REJECT-IN-PATH PIC X(30) VALUE SPACES.

*>The production day's retained set, named the way CS4080GenRetain
*>names its generations.
    01  WS-PROD-CONTROL-PATH PIC X(30) VALUE SPACES.
    01  WS-PROD-GLPOST-PATH PIC X(30) VALUE SPACES.
    01  WS-PROD-REJECT-PATH PIC X(30) VALUE SPACES.

*>A probe's file status does not survive its CLOSE, so whether the
*>files probed were all on hand is kept here.
    01  WS-PRESENT-SWITCH PIC X VALUE "Y".
        88  WS-ALL-PRESENT          VALUE "Y".
    01  WS-IN-EOF-SWITCH PIC X VALUE "N".
        88  WS-IN-EOF               VALUE "Y".
*>Which run the file being read belongs to - "P" production, "S" the
*>simulation.
    01  WS-SIDE PIC X VALUE "P".
        88  WS-PROD-SIDE            VALUE "P".
        88  WS-SIM-SIDE             VALUE "S".

*>What to simulate, resolved from the run-parameter file the same way
*>the engine resolves it.
    01  WS-SIMULATE-SWITCH PIC X VALUE "N".
        88  WS-SIMULATE-SET         VALUE "Y".
    01  WS-SIM-DATE PIC 9(8) VALUE ZERO.
    01  WS-SIM-TRANS-PATH PIC X(30) VALUE SPACES.

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    01  WS-PM-VALUE-LEN PIC 9(2) VALUE ZERO.
    COPY CS4080PM.

*>The engine is run through the shell exactly as CS4080DayStream runs
*>a step - see 4100-RUN-COMMAND there for the return-code decoding.
    01  WS-ENGINE-CMD PIC X(60) VALUE "bin/CS4080ExampleProgram".
    01  WS-SYSTEM-RC PIC S9(9) VALUE ZERO.
    01  WS-ENGINE-RC PIC 9(2) VALUE ZERO.

*>Whole-run figures off the two control reports.
    01  WS-RUN-FIGURES.
        05  WS-RF-ENTRY OCCURS 2 TIMES INDEXED BY RF-IDX.
            10  WS-RF-READ           PIC 9(6).
            10  WS-RF-PROCESSED      PIC 9(6).
            10  WS-RF-REJECTED       PIC 9(6).
            10  WS-RF-EXCEPTIONS     PIC 9(6).
            10  WS-RF-RESUB-READ     PIC 9(6).
            10  WS-RF-TOTAL-COM      PIC S9(35)V9(3).
    01  WS-SIM-DATE-ON-REPORT PIC X(8) VALUE SPACES.

*>The PARM/REF lines of each control report, in the order the engine
*>writes them, so the two runs' controls can be set side by side.
    01  WS-CONTROLS-TABLE.
        05  WS-CT-COUNT OCCURS 2 TIMES PIC 9(2).
        05  WS-CT-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
            10  WS-CT-LINE OCCURS 2 TIMES PIC X(80).

*>Branch subtotals off the two control reports - the branch lines
*>are found the way CS4080PartMerge finds them.
    01  WS-BRANCH-TABLE.
        05  WS-BT-COUNT PIC 9(2) VALUE ZERO.
        05  WS-BT-ENTRY OCCURS 50 TIMES INDEXED BY BT-IDX.
            10  WS-BT-CODE           PIC X(3).
            10  WS-BT-SIDE OCCURS 2 TIMES.
                15  WS-BT-PROCESSED  PIC 9(6).
                15  WS-BT-REJECTS    PIC 9(6).
                15  WS-BT-COM        PIC S9(35)V9(3).
    01  WS-BRANCH-FOUND-SWITCH PIC X VALUE "N".
        88  WS-BRANCH-FOUND         VALUE "Y".

*>GL postings by account off the two posting files.
    01  WS-ACCOUNT-TABLE.
        05  WS-AT-COUNT PIC 9(3) VALUE ZERO.
        05  WS-AT-ENTRY OCCURS 100 TIMES INDEXED BY AT-IDX.
            10  WS-AT-ACCOUNT        PIC X(6).
            10  WS-AT-SIDE OCCURS 2 TIMES.
                15  WS-AT-POSTINGS   PIC 9(6).
                15  WS-AT-AMOUNT     PIC S9(35)V9(3).
    01  WS-ACCOUNT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-ACCOUNT-FOUND        VALUE "Y".

*>First-pass rejects of the two runs, matched on transaction key. A
*>reason code left SPACES means that run did not reject the key.
    01  WS-REJECT-TABLE.
        05  WS-RT-COUNT PIC 9(4) VALUE ZERO.
        05  WS-RT-ENTRY OCCURS 5000 TIMES INDEXED BY RT-IDX.
            10  WS-RT-KEY            PIC 9(6).
            10  WS-RT-BRANCH         PIC X(3).
            10  WS-RT-PROD-CODE      PIC X(2).
            10  WS-RT-SIM-CODE       PIC X(2).
            10  WS-RT-TEXT           PIC X(30).
    01  WS-REJECT-FOUND-SWITCH PIC X VALUE "N".
        88  WS-REJECT-FOUND         VALUE "Y".
    01  WS-RESUB-REJECTS-SKIPPED PIC 9(6) VALUE ZERO.

    COPY CS4080GL.
    COPY CS4080RJ.

    01  WS-SIDE-NUM PIC 9 VALUE 1.
    01  WS-FIGURE PIC 9(6) VALUE ZERO.
    01  WS-AMOUNT PIC S9(35)V9(3) VALUE ZERO.
    01  WS-COUNT-DIFF PIC S9(6) VALUE ZERO.
    01  WS-AMOUNT-DIFF PIC S9(35)V9(3) VALUE ZERO.
    01  WS-EDIT-AMOUNT PIC -9(35).9(3).
    01  WS-EDIT-AMOUNT-2 PIC -9(35).9(3).
    01  WS-EDIT-COUNT PIC -9(6).
    01  WS-LINE-DIFFERS-SWITCH PIC X VALUE "N".
        88  WS-LINE-DIFFERS         VALUE "Y".

    01  WS-BRANCHES-CHANGED PIC 9(3) VALUE ZERO.
    01  WS-ACCOUNTS-CHANGED PIC 9(3) VALUE ZERO.
    01  WS-CONTROLS-CHANGED PIC 9(3) VALUE ZERO.
    01  WS-NEW-REJECTS PIC 9(6) VALUE ZERO.
    01  WS-CLEARED-REJECTS PIC 9(6) VALUE ZERO.
    01  WS-CHANGED-REJECTS PIC 9(6) VALUE ZERO.
    01  WS-SAME-REJECTS PIC 9(6) VALUE ZERO.

    01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-RUN-SIMULATION.
    INITIALIZE WS-RUN-FIGURES WS-CONTROLS-TABLE.
    PERFORM 3000-LOAD-CONTROL-REPORTS.
    PERFORM 4000-LOAD-GL-POSTINGS.
    PERFORM 5000-LOAD-REJECTS.
    PERFORM 6000-WRITE-IMPACT-REPORT.
    STOP RUN.

*>Everything the comparison needs is checked before the engine runs,
*>so a refused simulation leaves the sandbox set as it was.
1000-INITIALIZE.
    PERFORM 1050-READ-RUN-PARMS.
    IF NOT WS-SIMULATE-SET
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "SIMULATE is not Y in data/RUNPARMS.DAT - no "
            "simulation is selected."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-SIM-DATE = ZERO
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "SIM_DATE must be set in data/RUNPARMS.DAT - the "
            "business date whose transactions are replayed."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-SIM-TRANS-PATH = SPACES
        STRING "data/TRANSEQ.DAT.G" WS-SIM-DATE
            DELIMITED BY SIZE INTO WS-SIM-TRANS-PATH
    END-IF.
    STRING "data/CONTROL.RPT.G" WS-SIM-DATE
        DELIMITED BY SIZE INTO WS-PROD-CONTROL-PATH.
    STRING "data/GLPOST.DAT.G" WS-SIM-DATE
        DELIMITED BY SIZE INTO WS-PROD-GLPOST-PATH.
    STRING "data/REJECT.DAT.G" WS-SIM-DATE
        DELIMITED BY SIZE INTO WS-PROD-REJECT-PATH.

    DISPLAY "===== SIMULATION (WHAT-IF) RUN =====".
    DISPLAY "Simulated date     : " WS-SIM-DATE.
    DISPLAY "Transactions       : " WS-SIM-TRANS-PATH.

    MOVE "Y" TO WS-PRESENT-SWITCH.
    OPEN INPUT TRANS-PROBE-FILE.
    IF NOT (WS-TRANS-PROBE-OK OR WS-TRANS-PROBE-NOT-FOUND)
        MOVE WS-TRANS-PROBE-STATUS TO WS-FATAL-STATUS
        MOVE "TRANSACTIONS OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-TRANS-PROBE-NOT-FOUND
        MOVE "N" TO WS-PRESENT-SWITCH
    END-IF.
    CLOSE TRANS-PROBE-FILE.
    IF NOT WS-ALL-PRESENT
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Transaction file " WS-SIM-TRANS-PATH
            " is not on hand."
        DISPLAY "Name the file in SIM_TRANS, or restore the day's "
            "INPUT generation."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-PROD-CONTROL-PATH TO WS-CONTROL-IN-PATH.
    MOVE WS-PROD-GLPOST-PATH TO WS-GLPOST-IN-PATH.
    MOVE WS-PROD-REJECT-PATH TO WS-REJECT-IN-PATH.
    PERFORM 1100-CHECK-PRODUCTION-SET.
    MOVE SPACES TO WS-CONTROL-IN-PATH WS-GLPOST-IN-PATH
        WS-REJECT-IN-PATH.

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
        COMPUTE WS-PM-VALUE-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-PM-VALUE))
        EVALUATE WS-PM-KEYWORD
            WHEN "SIMULATE"
                EVALUATE WS-PM-VALUE (1:1)
                    WHEN "Y" WHEN "y"
                        MOVE "Y" TO WS-SIMULATE-SWITCH
                    WHEN "N" WHEN "n"
                        MOVE "N" TO WS-SIMULATE-SWITCH
                    WHEN OTHER
                        PERFORM 9800-REFUSE-RUN-PARM
                END-EVALUATE
            WHEN "SIM_DATE"
                IF WS-PM-VALUE-LEN = 8
                    AND WS-PM-VALUE (1:8) IS NUMERIC
                    MOVE WS-PM-VALUE (1:8) TO WS-SIM-DATE
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "SIM_TRANS"
                IF WS-PM-VALUE-LEN > ZERO
                    MOVE WS-PM-VALUE TO WS-SIM-TRANS-PATH
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>The production side of the comparison is the day as retained - a
*>day that never went through the RETAIN step has nothing to compare
*>against, and is refused rather than compared with whatever happens
*>to be in the live files.
1100-CHECK-PRODUCTION-SET.
    MOVE "Y" TO WS-PRESENT-SWITCH.
    OPEN INPUT CONTROL-IN-FILE.
    IF NOT (WS-CONTROL-IN-OK OR WS-CONTROL-IN-NOT-FOUND)
        MOVE WS-CONTROL-IN-STATUS TO WS-FATAL-STATUS
        MOVE "CONTROL GEN OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-CONTROL-IN-NOT-FOUND
        MOVE "N" TO WS-PRESENT-SWITCH
    END-IF.
    CLOSE CONTROL-IN-FILE.
    OPEN INPUT GLPOST-IN-FILE.
    IF NOT (WS-GLPOST-IN-OK OR WS-GLPOST-IN-NOT-FOUND)
        MOVE WS-GLPOST-IN-STATUS TO WS-FATAL-STATUS
        MOVE "GLPOST GEN OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-GLPOST-IN-NOT-FOUND
        MOVE "N" TO WS-PRESENT-SWITCH
    END-IF.
    CLOSE GLPOST-IN-FILE.
    OPEN INPUT REJECT-IN-FILE.
    IF NOT (WS-REJECT-IN-OK OR WS-REJECT-IN-NOT-FOUND)
        MOVE WS-REJECT-IN-STATUS TO WS-FATAL-STATUS
        MOVE "REJECT GEN OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-REJECT-IN-NOT-FOUND
        MOVE "N" TO WS-PRESENT-SWITCH
    END-IF.
    CLOSE REJECT-IN-FILE.
    IF NOT WS-ALL-PRESENT
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "No retained production run for " WS-SIM-DATE
            " - the day needs its CONTROL, GLPOST and REJECT "
            "generations."
        DISPLAY "Only a day that went through the RETAIN step can "
            "be simulated against."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-RUN-SIMULATION.
    DISPLAY " ".
    DISPLAY "--- Engine : " WS-ENGINE-CMD.
    CALL "SYSTEM" USING WS-ENGINE-CMD.
    MOVE RETURN-CODE TO WS-SYSTEM-RC.
    MOVE ZERO TO RETURN-CODE.
    IF WS-SYSTEM-RC >= 256
        DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-SYSTEM-RC
    END-IF.
    IF WS-SYSTEM-RC < ZERO OR WS-SYSTEM-RC > 99
        DISPLAY "***** ENGINE DID NOT LAUNCH - system() gave "
            WS-SYSTEM-RC
        MOVE 16 TO WS-ENGINE-RC
    ELSE
        MOVE WS-SYSTEM-RC TO WS-ENGINE-RC
    END-IF.
    IF WS-ENGINE-RC NOT = ZERO
        DISPLAY "***** SIMULATION ENDED RC " WS-ENGINE-RC
            " - NO IMPACT REPORT WRITTEN"
        MOVE WS-ENGINE-RC TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY " ".

3000-LOAD-CONTROL-REPORTS.
    SET WS-PROD-SIDE TO TRUE.
    MOVE 1 TO WS-SIDE-NUM.
    MOVE WS-PROD-CONTROL-PATH TO WS-CONTROL-IN-PATH.
    PERFORM 3050-READ-CONTROL-REPORT.
    SET WS-SIM-SIDE TO TRUE.
    MOVE 2 TO WS-SIDE-NUM.
    MOVE "data/CONTROL.SIM" TO WS-CONTROL-IN-PATH.
    PERFORM 3050-READ-CONTROL-REPORT.
*>The sandbox must be the run just made - a CONTROL.SIM for another
*>day means the engine did not take the simulation at all.
    IF WS-SIM-DATE-ON-REPORT NOT = WS-SIM-DATE
        DISPLAY "***** data/CONTROL.SIM IS NOT A SIMULATION OF "
            WS-SIM-DATE " - NO IMPACT REPORT WRITTEN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

3050-READ-CONTROL-REPORT.
    MOVE "N" TO WS-IN-EOF-SWITCH.
    OPEN INPUT CONTROL-IN-FILE.
    IF NOT WS-CONTROL-IN-OK
        MOVE WS-CONTROL-IN-STATUS TO WS-FATAL-STATUS
        MOVE "CONTROL OPEN" TO WS-FATAL-FILE
        DISPLAY "Opening " WS-CONTROL-IN-PATH
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 3100-PARSE-CONTROL-LINE UNTIL WS-IN-EOF.
    CLOSE CONTROL-IN-FILE.

3100-PARSE-CONTROL-LINE.
    READ CONTROL-IN-FILE
        AT END
            SET WS-IN-EOF TO TRUE
        NOT AT END
            SET RF-IDX TO WS-SIDE-NUM
            EVALUATE CONTROL-IN-RECORD (1:21)
                WHEN "RECORDS READ       : "
                    MOVE CONTROL-IN-RECORD (22:6) TO WS-RF-READ (RF-IDX)
                WHEN "RECORDS PROCESSED  : "
                    MOVE CONTROL-IN-RECORD (22:6)
                        TO WS-RF-PROCESSED (RF-IDX)
                WHEN "RECORDS REJECTED   : "
                    MOVE CONTROL-IN-RECORD (22:6)
                        TO WS-RF-REJECTED (RF-IDX)
                WHEN "EXCEPTIONS LOGGED  : "
                    MOVE CONTROL-IN-RECORD (22:6)
                        TO WS-RF-EXCEPTIONS (RF-IDX)
                WHEN "RESUBMITTED READ   : "
                    MOVE CONTROL-IN-RECORD (22:6)
                        TO WS-RF-RESUB-READ (RF-IDX)
                WHEN "TOTAL OF WS-COM    : "
                    MOVE CONTROL-IN-RECORD (22:40) TO WS-EDIT-AMOUNT
                    MOVE WS-EDIT-AMOUNT TO WS-RF-TOTAL-COM (RF-IDX)
                WHEN "SIM DATE           : "
                    MOVE CONTROL-IN-RECORD (22:8)
                        TO WS-SIM-DATE-ON-REPORT
                WHEN OTHER
                    IF CONTROL-IN-RECORD (6:7) = "  PROC "
                        AND CONTROL-IN-RECORD (19:6) = "  REJ "
                        PERFORM 3200-TALLY-BRANCH-LINE
                    END-IF
                    IF CONTROL-IN-RECORD (1:5) = "PARM "
                        OR CONTROL-IN-RECORD (1:4) = "REF "
                        PERFORM 3300-KEEP-CONTROL-LINE
                    END-IF
            END-EVALUATE
    END-READ.

3200-TALLY-BRANCH-LINE.
    MOVE "N" TO WS-BRANCH-FOUND-SWITCH.
    PERFORM VARYING BT-IDX FROM 1 BY 1
            UNTIL BT-IDX > WS-BT-COUNT OR WS-BRANCH-FOUND
        IF WS-BT-CODE (BT-IDX) = CONTROL-IN-RECORD (3:3)
            MOVE "Y" TO WS-BRANCH-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-BRANCH-FOUND
        SET BT-IDX DOWN BY 1
    ELSE
        IF WS-BT-COUNT >= 50
            DISPLAY "WARNING: more than 50 branch codes - "
                CONTROL-IN-RECORD (3:3) " left off the report"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-BT-COUNT
        SET BT-IDX TO WS-BT-COUNT
        INITIALIZE WS-BT-ENTRY (BT-IDX)
        MOVE CONTROL-IN-RECORD (3:3) TO WS-BT-CODE (BT-IDX)
    END-IF.
    MOVE CONTROL-IN-RECORD (13:6)
        TO WS-BT-PROCESSED (BT-IDX, WS-SIDE-NUM).
    MOVE CONTROL-IN-RECORD (25:6)
        TO WS-BT-REJECTS (BT-IDX, WS-SIDE-NUM).
    MOVE CONTROL-IN-RECORD (37:40) TO WS-EDIT-AMOUNT.
    MOVE WS-EDIT-AMOUNT TO WS-BT-COM (BT-IDX, WS-SIDE-NUM).

3300-KEEP-CONTROL-LINE.
    IF WS-CT-COUNT (WS-SIDE-NUM) < 20
        ADD 1 TO WS-CT-COUNT (WS-SIDE-NUM)
        SET CT-IDX TO WS-CT-COUNT (WS-SIDE-NUM)
        MOVE CONTROL-IN-RECORD TO WS-CT-LINE (CT-IDX, WS-SIDE-NUM)
    END-IF.

4000-LOAD-GL-POSTINGS.
    MOVE 1 TO WS-SIDE-NUM.
    MOVE WS-PROD-GLPOST-PATH TO WS-GLPOST-IN-PATH.
    PERFORM 4050-READ-GL-FILE.
    MOVE 2 TO WS-SIDE-NUM.
    MOVE "data/GLPOST.SIM" TO WS-GLPOST-IN-PATH.
    PERFORM 4050-READ-GL-FILE.

4050-READ-GL-FILE.
    MOVE "N" TO WS-IN-EOF-SWITCH.
    OPEN INPUT GLPOST-IN-FILE.
    IF NOT (WS-GLPOST-IN-OK OR WS-GLPOST-IN-NOT-FOUND)
        MOVE WS-GLPOST-IN-STATUS TO WS-FATAL-STATUS
        MOVE "GLPOST OPEN" TO WS-FATAL-FILE
        DISPLAY "Opening " WS-GLPOST-IN-PATH
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 4100-TALLY-GL-LINE UNTIL WS-IN-EOF.
    CLOSE GLPOST-IN-FILE.

4100-TALLY-GL-LINE.
    READ GLPOST-IN-FILE INTO WS-GL-LINE
        AT END
            SET WS-IN-EOF TO TRUE
        NOT AT END
            PERFORM 4200-FIND-ACCOUNT
            IF WS-ACCOUNT-FOUND
                ADD 1 TO WS-AT-POSTINGS (AT-IDX, WS-SIDE-NUM)
                MOVE WS-GL-AMOUNT TO WS-AMOUNT
                ADD WS-AMOUNT TO WS-AT-AMOUNT (AT-IDX, WS-SIDE-NUM)
            END-IF
    END-READ.

*>Find-or-add - WS-ACCOUNT-FOUND is left set with AT-IDX on the slot.
4200-FIND-ACCOUNT.
    MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
    PERFORM VARYING AT-IDX FROM 1 BY 1
            UNTIL AT-IDX > WS-AT-COUNT OR WS-ACCOUNT-FOUND
        IF WS-AT-ACCOUNT (AT-IDX) = WS-GL-ACCOUNT
            MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-ACCOUNT-FOUND
        SET AT-IDX DOWN BY 1
    ELSE
        IF WS-AT-COUNT < 100
            ADD 1 TO WS-AT-COUNT
            SET AT-IDX TO WS-AT-COUNT
            INITIALIZE WS-AT-ENTRY (AT-IDX)
            MOVE WS-GL-ACCOUNT TO WS-AT-ACCOUNT (AT-IDX)
            MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
        ELSE
            DISPLAY "WARNING: more than 100 GL accounts - postings "
                "to " WS-GL-ACCOUNT " left off the report"
        END-IF
    END-IF.

*>Production first, so each simulation reject either finds the key or
*>is a new reject. Rejects out of a resubmission cycle (WS-RJ-CYCLE
*>not zero) came from RESUB.DAT, which the simulation does not replay.
5000-LOAD-REJECTS.
    MOVE 1 TO WS-SIDE-NUM.
    MOVE WS-PROD-REJECT-PATH TO WS-REJECT-IN-PATH.
    PERFORM 5050-READ-REJECT-FILE.
    MOVE 2 TO WS-SIDE-NUM.
    MOVE "data/REJECT.SIM" TO WS-REJECT-IN-PATH.
    PERFORM 5050-READ-REJECT-FILE.

5050-READ-REJECT-FILE.
    MOVE "N" TO WS-IN-EOF-SWITCH.
    OPEN INPUT REJECT-IN-FILE.
    IF NOT (WS-REJECT-IN-OK OR WS-REJECT-IN-NOT-FOUND)
        MOVE WS-REJECT-IN-STATUS TO WS-FATAL-STATUS
        MOVE "REJECT OPEN" TO WS-FATAL-FILE
        DISPLAY "Opening " WS-REJECT-IN-PATH
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 5100-MATCH-REJECT-LINE UNTIL WS-IN-EOF.
    CLOSE REJECT-IN-FILE.

5100-MATCH-REJECT-LINE.
    READ REJECT-IN-FILE INTO WS-REJECT-LINE
        AT END
            SET WS-IN-EOF TO TRUE
        NOT AT END
            IF WS-RJ-CYCLE IS NUMERIC AND WS-RJ-CYCLE > ZERO
                ADD 1 TO WS-RESUB-REJECTS-SKIPPED
            ELSE
                PERFORM 5200-FIND-REJECT-KEY
            END-IF
    END-READ.

5200-FIND-REJECT-KEY.
    MOVE "N" TO WS-REJECT-FOUND-SWITCH.
    IF WS-SIDE-NUM = 2
        PERFORM VARYING RT-IDX FROM 1 BY 1
                UNTIL RT-IDX > WS-RT-COUNT OR WS-REJECT-FOUND
            IF WS-RT-KEY (RT-IDX) = WS-RJ-KEY
                AND WS-RT-SIM-CODE (RT-IDX) = SPACES
                MOVE "Y" TO WS-REJECT-FOUND-SWITCH
            END-IF
        END-PERFORM
    END-IF.
    IF WS-REJECT-FOUND
        SET RT-IDX DOWN BY 1
        MOVE WS-RJ-REASON-CODE TO WS-RT-SIM-CODE (RT-IDX)
        IF WS-RJ-REASON-CODE NOT = WS-RT-PROD-CODE (RT-IDX)
            MOVE WS-RJ-REASON-TEXT TO WS-RT-TEXT (RT-IDX)
        END-IF
    ELSE
        IF WS-RT-COUNT >= 5000
            DISPLAY "***** MORE THAN 5000 REJECTS - SIMULATE A "
                "SMALLER FILE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-RT-COUNT
        SET RT-IDX TO WS-RT-COUNT
        MOVE WS-RJ-KEY TO WS-RT-KEY (RT-IDX)
        MOVE WS-RJ-BRANCH TO WS-RT-BRANCH (RT-IDX)
        MOVE WS-RJ-REASON-TEXT TO WS-RT-TEXT (RT-IDX)
        IF WS-SIDE-NUM = 1
            MOVE WS-RJ-REASON-CODE TO WS-RT-PROD-CODE (RT-IDX)
            MOVE SPACES TO WS-RT-SIM-CODE (RT-IDX)
        ELSE
            MOVE SPACES TO WS-RT-PROD-CODE (RT-IDX)
            MOVE WS-RJ-REASON-CODE TO WS-RT-SIM-CODE (RT-IDX)
        END-IF
    END-IF.

6000-WRITE-IMPACT-REPORT.
    OPEN OUTPUT IMPACT-RPT.
    IF NOT (WS-RPT-OK OR WS-RPT-STATUS = "05")
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "SIMIMPACT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    MOVE "CS4080Simulate - SIMULATION IMPACT REPORT" TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "SIMULATED DATE " WS-SIM-DATE
        "   TRANSACTIONS " WS-SIM-TRANS-PATH
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PRODUCTION RUN AS RETAINED: " WS-PROD-CONTROL-PATH
        "  " WS-PROD-GLPOST-PATH "  " WS-PROD-REJECT-PATH
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    IF WS-RF-RESUB-READ (1) > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "NOTE: PRODUCTION FIGURES INCLUDE "
            WS-RF-RESUB-READ (1)
            " RESUBMITTED ITEMS, WHICH ARE NOT REPLAYED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
    END-IF.

    PERFORM 6100-WRITE-CONTROLS-SECTION.
    PERFORM 6200-WRITE-TOTALS-SECTION.
    PERFORM 6300-WRITE-BRANCH-SECTION.
    PERFORM 6400-WRITE-ACCOUNT-SECTION.
    PERFORM 6500-WRITE-REJECT-SECTION.

    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "SUMMARY: CONTROLS CHANGED " WS-CONTROLS-CHANGED
        "  BRANCHES CHANGED " WS-BRANCHES-CHANGED
        "  ACCOUNTS CHANGED " WS-ACCOUNTS-CHANGED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "         NEWLY REJECTED " WS-NEW-REJECTS
        "  NO LONGER REJECTED " WS-CLEARED-REJECTS
        "  REASON CHANGED " WS-CHANGED-REJECTS
        "  UNCHANGED " WS-SAME-REJECTS
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    CLOSE IMPACT-RPT.

    DISPLAY "===== SIMULATION IMPACT =====".
    DISPLAY "Controls changed   : " WS-CONTROLS-CHANGED.
    DISPLAY "Branches changed   : " WS-BRANCHES-CHANGED.
    DISPLAY "Accounts changed   : " WS-ACCOUNTS-CHANGED.
    DISPLAY "Newly rejected     : " WS-NEW-REJECTS.
    DISPLAY "No longer rejected : " WS-CLEARED-REJECTS.
    DISPLAY "Reason changed     : " WS-CHANGED-REJECTS.
    DISPLAY "Report             : data/SIMIMPACT.RPT".
    IF WS-BRANCHES-CHANGED > ZERO OR WS-ACCOUNTS-CHANGED > ZERO
        OR WS-NEW-REJECTS > ZERO OR WS-CLEARED-REJECTS > ZERO
        OR WS-CHANGED-REJECTS > ZERO
        OR WS-RF-TOTAL-COM (1) NOT = WS-RF-TOTAL-COM (2)
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "The simulation changes nothing against production."
        MOVE ZERO TO RETURN-CODE
    END-IF.

6010-WRITE-REPORT-LINE.
    WRITE IMPACT-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-RPT-OK
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "SIMIMPACT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

6020-WRITE-SECTION-HEAD.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.

*>The engine writes its PARM and REF lines in a fixed order, so the
*>n-th line of one run is the same control as the n-th of the other.
6100-WRITE-CONTROLS-SECTION.
    PERFORM 6020-WRITE-SECTION-HEAD.
    MOVE "CONTROLS AND REFERENCE DATA (PRODUCTION / SIMULATION)"
        TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    IF WS-CT-COUNT (2) > WS-CT-COUNT (1)
        MOVE WS-CT-COUNT (2) TO WS-CT-COUNT (1)
    END-IF.
    PERFORM 6110-WRITE-CONTROL-PAIR
        VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CT-COUNT (1).

6110-WRITE-CONTROL-PAIR.
    IF WS-CT-LINE (CT-IDX, 1) = WS-CT-LINE (CT-IDX, 2)
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  SAME  " WS-CT-LINE (CT-IDX, 1)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
    ELSE
        ADD 1 TO WS-CONTROLS-CHANGED
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  PROD  " WS-CT-LINE (CT-IDX, 1)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  SIM   " WS-CT-LINE (CT-IDX, 2)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        MOVE "*CHANGED*" TO WS-REPORT-LINE (92:9)
        PERFORM 6010-WRITE-REPORT-LINE
    END-IF.

6200-WRITE-TOTALS-SECTION.
    PERFORM 6020-WRITE-SECTION-HEAD.
    MOVE "WHOLE RUN                 PRODUCTION  SIMULATION  DIFFERENCE"
        TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE "  RECORDS READ" TO WS-REPORT-LINE.
    MOVE WS-RF-READ (1) TO WS-FIGURE.
    MOVE WS-RF-READ (2) TO WS-AMOUNT.
    PERFORM 6210-WRITE-COUNT-COLUMNS.
    MOVE "  RECORDS PROCESSED" TO WS-REPORT-LINE.
    MOVE WS-RF-PROCESSED (1) TO WS-FIGURE.
    MOVE WS-RF-PROCESSED (2) TO WS-AMOUNT.
    PERFORM 6210-WRITE-COUNT-COLUMNS.
    MOVE "  RECORDS REJECTED" TO WS-REPORT-LINE.
    MOVE WS-RF-REJECTED (1) TO WS-FIGURE.
    MOVE WS-RF-REJECTED (2) TO WS-AMOUNT.
    PERFORM 6210-WRITE-COUNT-COLUMNS.
    MOVE "  EXCEPTIONS LOGGED" TO WS-REPORT-LINE.
    MOVE WS-RF-EXCEPTIONS (1) TO WS-FIGURE.
    MOVE WS-RF-EXCEPTIONS (2) TO WS-AMOUNT.
    PERFORM 6210-WRITE-COUNT-COLUMNS.
    MOVE "  TOTAL OF WS-COM" TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE WS-RF-TOTAL-COM (1) TO WS-AMOUNT.
    MOVE WS-RF-TOTAL-COM (2) TO WS-AMOUNT-DIFF.
    PERFORM 6220-WRITE-AMOUNT-LINES.

*>Production figure in WS-FIGURE, simulation figure in WS-AMOUNT, the
*>caption already in WS-REPORT-LINE.
6210-WRITE-COUNT-COLUMNS.
    MOVE WS-FIGURE TO WS-REPORT-LINE (30:6).
    MOVE WS-AMOUNT TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT (2:6) TO WS-REPORT-LINE (42:6).
    COMPUTE WS-COUNT-DIFF = WS-AMOUNT - WS-FIGURE.
    MOVE WS-COUNT-DIFF TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (53:7).
    PERFORM 6010-WRITE-REPORT-LINE.

*>Production amount in WS-AMOUNT, simulation amount in WS-AMOUNT-DIFF
*>on the way in - three lines, the amounts being too wide to share one.
6220-WRITE-AMOUNT-LINES.
    MOVE WS-AMOUNT TO WS-EDIT-AMOUNT.
    MOVE WS-AMOUNT-DIFF TO WS-EDIT-AMOUNT-2.
    COMPUTE WS-AMOUNT-DIFF = WS-AMOUNT-DIFF - WS-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "      PRODUCTION " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "      SIMULATION " WS-EDIT-AMOUNT-2
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE WS-AMOUNT-DIFF TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "      DIFFERENCE " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.

6300-WRITE-BRANCH-SECTION.
    PERFORM 6020-WRITE-SECTION-HEAD.
    MOVE "BY BRANCH                 PRODUCTION  SIMULATION  DIFFERENCE"
        TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    PERFORM 6310-WRITE-BRANCH-ENTRY
        VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > WS-BT-COUNT.

6310-WRITE-BRANCH-ENTRY.
    IF WS-BT-PROCESSED (BT-IDX, 1) = WS-BT-PROCESSED (BT-IDX, 2)
        AND WS-BT-REJECTS (BT-IDX, 1) = WS-BT-REJECTS (BT-IDX, 2)
        AND WS-BT-COM (BT-IDX, 1) = WS-BT-COM (BT-IDX, 2)
        MOVE "N" TO WS-LINE-DIFFERS-SWITCH
    ELSE
        MOVE "Y" TO WS-LINE-DIFFERS-SWITCH
        ADD 1 TO WS-BRANCHES-CHANGED
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  BRANCH " WS-BT-CODE (BT-IDX)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    IF WS-LINE-DIFFERS
        MOVE "*CHANGED*" TO WS-REPORT-LINE (30:9)
    ELSE
        MOVE "UNCHANGED" TO WS-REPORT-LINE (30:9)
    END-IF.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE "    PROCESSED" TO WS-REPORT-LINE.
    MOVE WS-BT-PROCESSED (BT-IDX, 1) TO WS-FIGURE.
    MOVE WS-BT-PROCESSED (BT-IDX, 2) TO WS-AMOUNT.
    PERFORM 6210-WRITE-COUNT-COLUMNS.
    MOVE "    REJECTED" TO WS-REPORT-LINE.
    MOVE WS-BT-REJECTS (BT-IDX, 1) TO WS-FIGURE.
    MOVE WS-BT-REJECTS (BT-IDX, 2) TO WS-AMOUNT.
    PERFORM 6210-WRITE-COUNT-COLUMNS.
    IF WS-BT-COM (BT-IDX, 1) NOT = WS-BT-COM (BT-IDX, 2)
        MOVE "    WS-COM" TO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
        MOVE WS-BT-COM (BT-IDX, 1) TO WS-AMOUNT
        MOVE WS-BT-COM (BT-IDX, 2) TO WS-AMOUNT-DIFF
        PERFORM 6220-WRITE-AMOUNT-LINES
    ELSE
        MOVE WS-BT-COM (BT-IDX, 1) TO WS-EDIT-AMOUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    WS-COM       " WS-EDIT-AMOUNT "  BOTH RUNS"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
    END-IF.

6400-WRITE-ACCOUNT-SECTION.
    PERFORM 6020-WRITE-SECTION-HEAD.
    MOVE "BY GL ACCOUNT             PRODUCTION  SIMULATION  DIFFERENCE"
        TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    PERFORM 6410-WRITE-ACCOUNT-ENTRY
        VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > WS-AT-COUNT.

6410-WRITE-ACCOUNT-ENTRY.
    IF WS-AT-POSTINGS (AT-IDX, 1) = WS-AT-POSTINGS (AT-IDX, 2)
        AND WS-AT-AMOUNT (AT-IDX, 1) = WS-AT-AMOUNT (AT-IDX, 2)
        MOVE "N" TO WS-LINE-DIFFERS-SWITCH
    ELSE
        MOVE "Y" TO WS-LINE-DIFFERS-SWITCH
        ADD 1 TO WS-ACCOUNTS-CHANGED
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "  ACCOUNT " WS-AT-ACCOUNT (AT-IDX)
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    IF WS-LINE-DIFFERS
        MOVE "*CHANGED*" TO WS-REPORT-LINE (30:9)
    ELSE
        MOVE "UNCHANGED" TO WS-REPORT-LINE (30:9)
    END-IF.
    PERFORM 6010-WRITE-REPORT-LINE.
    MOVE "    POSTINGS" TO WS-REPORT-LINE.
    MOVE WS-AT-POSTINGS (AT-IDX, 1) TO WS-FIGURE.
    MOVE WS-AT-POSTINGS (AT-IDX, 2) TO WS-AMOUNT.
    PERFORM 6210-WRITE-COUNT-COLUMNS.
    IF WS-AT-AMOUNT (AT-IDX, 1) NOT = WS-AT-AMOUNT (AT-IDX, 2)
        MOVE "    NET AMOUNT" TO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
        MOVE WS-AT-AMOUNT (AT-IDX, 1) TO WS-AMOUNT
        MOVE WS-AT-AMOUNT (AT-IDX, 2) TO WS-AMOUNT-DIFF
        PERFORM 6220-WRITE-AMOUNT-LINES
    ELSE
        MOVE WS-AT-AMOUNT (AT-IDX, 1) TO WS-EDIT-AMOUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    NET AMOUNT   " WS-EDIT-AMOUNT "  BOTH RUNS"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
    END-IF.

6500-WRITE-REJECT-SECTION.
    PERFORM 6020-WRITE-SECTION-HEAD.
    MOVE "REJECT CHANGES (FIRST-PASS TRANSACTIONS)" TO WS-REPORT-LINE.
    PERFORM 6010-WRITE-REPORT-LINE.
    PERFORM 6510-WRITE-REJECT-ENTRY
        VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > WS-RT-COUNT.
    IF WS-NEW-REJECTS = ZERO AND WS-CLEARED-REJECTS = ZERO
        AND WS-CHANGED-REJECTS = ZERO
        MOVE "  NONE - BOTH RUNS REJECT THE SAME TRANSACTIONS"
            TO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
    END-IF.
    IF WS-RESUB-REJECTS-SKIPPED > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  RESUBMISSION-CYCLE REJECTS NOT COMPARED: "
            WS-RESUB-REJECTS-SKIPPED
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 6010-WRITE-REPORT-LINE
    END-IF.

6510-WRITE-REJECT-ENTRY.
    MOVE SPACES TO WS-REPORT-LINE.
    EVALUATE TRUE
        WHEN WS-RT-PROD-CODE (RT-IDX) = SPACES
            ADD 1 TO WS-NEW-REJECTS
            STRING "  KEY " WS-RT-KEY (RT-IDX)
                "  BRANCH " WS-RT-BRANCH (RT-IDX)
                "  NEWLY REJECTED      REASON "
                WS-RT-SIM-CODE (RT-IDX) " " WS-RT-TEXT (RT-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 6010-WRITE-REPORT-LINE
        WHEN WS-RT-SIM-CODE (RT-IDX) = SPACES
            ADD 1 TO WS-CLEARED-REJECTS
            STRING "  KEY " WS-RT-KEY (RT-IDX)
                "  BRANCH " WS-RT-BRANCH (RT-IDX)
                "  NO LONGER REJECTED  WAS    "
                WS-RT-PROD-CODE (RT-IDX) " " WS-RT-TEXT (RT-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 6010-WRITE-REPORT-LINE
        WHEN WS-RT-PROD-CODE (RT-IDX) NOT = WS-RT-SIM-CODE (RT-IDX)
            ADD 1 TO WS-CHANGED-REJECTS
            STRING "  KEY " WS-RT-KEY (RT-IDX)
                "  BRANCH " WS-RT-BRANCH (RT-IDX)
                "  REASON CHANGED      "
                WS-RT-PROD-CODE (RT-IDX) " TO "
                WS-RT-SIM-CODE (RT-IDX) " " WS-RT-TEXT (RT-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 6010-WRITE-REPORT-LINE
        WHEN OTHER
            ADD 1 TO WS-SAME-REJECTS
    END-EVALUATE.

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
