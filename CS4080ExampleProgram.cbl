*>Field-to-account assignments and the chart-of-accounts reference
*>they are validated against, read once at initialization. Deliberately
*>not OPTIONAL - a missing mapping file would suppress every GL
*>posting, so the job refuses to start without it. A simulation run
*>reads a proposed GLACCTMAP.SIM/GLCHART.SIM instead where one exists.
        SELECT ACCT-MAP-FILE ASSIGN TO WS-ACCT-MAP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACCT-MAP-STATUS.

        SELECT CHART-FILE ASSIGN TO WS-CHART-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHART-STATUS.

*>Branch reference master the edit validates TR-BRANCH against.
*>Deliberately not OPTIONAL - without it every transaction would
*>reject with reason 12, so the job refuses to start instead.
*>A simulation run reads a proposed BRANCH.SIM where one exists.
        SELECT BRANCH-FILE ASSIGN TO WS-BRANCH-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRANCH-MST-STATUS.

*>Reference-data maintenance journal written by CS4080BranchMaint
*>and CS4080AcctMaint - read only for the last entry against each
*>file, which the control report states as the version the run used.
*>OPTIONAL: masters loaded before the journal existed have none.
        SELECT OPTIONAL MAINT-JNL-FILE ASSIGN TO "data/MAINTJNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAINT-JNL-STATUS.

*>Processing-date control file - the business date every run posts
*>and registers under, maintained by CS4080DateRoll at end of
*>stream. Deliberately read instead of the wall clock: a Monday
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

*>Accounting period control - one line per month CS4080PeriodClose
*>has closed. The highest period on it is the lock the edit holds
*>TR-TRANS-DATE against (reason 20). OPTIONAL: until the first close
*>nothing is locked.
        SELECT OPTIONAL PERIOD-CTL-FILE ASSIGN TO "data/PERIODCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-CTL-STATUS.

*>Prior-period adjustment register - closed-period items the operator
*>has approved through CS4080RejectCorrect to post as adjustments in
*>the current period. Only those pass the closed-period edit.
        SELECT OPTIONAL PPADJ-FILE ASSIGN TO "data/PPADJ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PPADJ-STATUS.

*>Run-parameter file - the one place a run's controls come from.
*>Deliberately not OPTIONAL in spirit: a missing file refuses the
*>run, because silently-defaulted controls are the failure mode the
*>file exists to end. A simulation run reads it a second time from
*>the proposed RUNPARMS.SIM, whose controls override the live ones.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO WS-RUN-PARMS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

*>Presence check for the proposed reference files of a simulation run
*>- opened and closed again, never read.
        SELECT OPTIONAL SIM-PROBE-FILE ASSIGN TO WS-SIM-PROBE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIM-PROBE-STATUS.

*>Run-control master - read at initialization for the next run number
*>and the same-day duplicate-run check, appended to at end of job so
*>every run leaves a machine-readable record of its counts.
    01  EXCEPTION-RECORD             PIC X(80).

    FD  AUDIT-LOG.
    01  AUDIT-RECORD                 PIC X(150).

    FD  REJECT-FILE.
    01  REJECT-RECORD                PIC X(110).
*>record is read here and moved into TRANS-RECORD so the rest of the
*>job cannot tell a resubmitted transaction from a first-pass one.
    FD  RESUB-FILE.
    01  RESUB-RECORD                 PIC X(46).

    FD  RESUB-CYCLE-FILE.
    01  RESUB-CYCLE-RECORD           PIC X(3).
    FD  BRANCH-FILE.
    COPY CS4080BR.

    FD  MAINT-JNL-FILE.
    01  MAINT-JNL-RECORD             PIC X(121).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    FD  CALENDAR-FILE.
    COPY CS4080CL.

    FD  PERIOD-CTL-FILE.
    01  PERIOD-CTL-RECORD            PIC X(88).

    FD  PPADJ-FILE.
    01  PPADJ-RECORD                 PIC X(65).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    FD  RUN-CTL-FILE.
    01  RUN-CTL-RECORD               PIC X(210).

    FD  SIM-PROBE-FILE.
    01  SIM-PROBE-RECORD             PIC X(80).

    WORKING-STORAGE SECTION.
    01  WS-TRANS-STATUS PIC XX.
        88  WS-EXCEPTION-OK         VALUE "00".
    01  WS-AUDIT-STATUS PIC XX.
        88  WS-AUDIT-OK             VALUE "00".
        88  WS-AUDIT-NOT-FOUND      VALUE "05" "35".
    01  WS-REJECT-STATUS PIC XX.
        88  WS-REJECT-OK            VALUE "00".
    01  WS-RESUB-STATUS PIC XX.
        88  WS-HIST-OK              VALUE "00".
        88  WS-HIST-CREATED         VALUE "05".
        88  WS-HIST-DUP-KEY         VALUE "22".
        88  WS-HIST-NO-RECORD       VALUE "23".
    01  WS-ACCT-MAP-STATUS PIC XX.
        88  WS-ACCT-MAP-OK          VALUE "00".
    01  WS-CHART-STATUS PIC XX.
        88  WS-CHART-OK             VALUE "00".
    01  WS-BRANCH-MST-STATUS PIC XX.
        88  WS-BRANCH-MST-OK        VALUE "00".
    01  WS-MAINT-JNL-STATUS PIC XX.
        88  WS-MAINT-JNL-OK         VALUE "00".
        88  WS-MAINT-JNL-NOT-FOUND  VALUE "05" "35".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".
    01  WS-CALENDAR-STATUS PIC XX.
        88  WS-CALENDAR-OK          VALUE "00".
    01  WS-PERIOD-CTL-STATUS PIC XX.
        88  WS-PERIOD-CTL-OK        VALUE "00".
        88  WS-PERIOD-CTL-NOT-FOUND VALUE "05" "35".
    01  WS-PPADJ-STATUS PIC XX.
        88  WS-PPADJ-OK             VALUE "00".
        88  WS-PPADJ-NOT-FOUND      VALUE "05" "35".
    01  WS-RUN-PARMS-STATUS PIC XX.
        88  WS-RUN-PARMS-OK         VALUE "00".
        88  WS-RUN-PARMS-NOT-FOUND  VALUE "05" "35".
    01  WS-RUN-CTL-STATUS PIC XX.
        88  WS-RUN-CTL-OK           VALUE "00".
        88  WS-RUN-CTL-NOT-FOUND    VALUE "05" "35".
    01  WS-SIM-PROBE-STATUS PIC XX.
        88  WS-SIM-PROBE-OK         VALUE "00".
        88  WS-SIM-PROBE-NOT-FOUND  VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
    01  WS-GLPOST-PATH PIC X(30) VALUE "data/GLPOST.DAT".
    01  WS-HIST-PATH PIC X(30) VALUE "data/RESULTHX.DAT".

*>Reference inputs are data items for the same reason - a simulation
*>run (1900-RESOLVE-SIMULATION) swaps in the proposed versions.
    01  WS-RUN-PARMS-PATH PIC X(30) VALUE "data/RUNPARMS.DAT".
    01  WS-ACCT-MAP-PATH PIC X(30) VALUE "data/GLACCTMAP.DAT".
    01  WS-CHART-PATH PIC X(30) VALUE "data/GLCHART.DAT".
    01  WS-BRANCH-PATH PIC X(30) VALUE "data/BRANCH.DAT".

    01  WS-PARTITION-PARM PIC X(10).
    01  WS-PARTITION-ID PIC X VALUE SPACE.
        88  WS-PARTITION-RUN        VALUE "1" "2" "3" "4".
    01  WS-CP-RENAME-RC PIC 9(9) VALUE ZERO.

*>Simulation (what-if) run - SIMULATE Y in RUNPARMS.DAT. The run
*>replays the transaction file of business date SIM_DATE (by default
*>its retained generation TRANSEQ.DAT.G<date>, or the file named in
*>SIM_TRANS) under the proposed RUNPARMS.SIM, GLACCTMAP.SIM,
*>GLCHART.SIM and BRANCH.SIM, each used where present and the live
*>file otherwise, and writes RESULT.SIM, EXCEPTION.SIM, AUDIT.SIM,
*>REJECT.SIM, CONTROL.SIM and GLPOST.SIM. The history master is opened
*>for input only, and RUNCTL.DAT, the checkpoint, RESUB.DAT and
*>GLPOST.DAT are never opened for output: a what-if run leaves the
*>production books exactly as it found them. CS4080Simulate runs the
*>engine this way and reports the impact against production.
    01  WS-SIMULATE-SWITCH PIC X VALUE "N".
        88  WS-SIMULATION-RUN       VALUE "Y".
    01  WS-SIM-DATE PIC 9(8) VALUE ZERO.
    01  WS-SIM-TRANS-PATH PIC X(30) VALUE SPACES.
    01  WS-SIM-PROBE-PATH PIC X(30) VALUE SPACES.
*>Set by 1910-PROBE-PROPOSED-FILE - the CLOSE that ends the probe
*>resets the file status, so the answer is kept here.
    01  WS-SIM-PROBE-SWITCH PIC X VALUE "N".
        88  WS-SIM-PROBE-FOUND      VALUE "Y".
*>Which copy of the run-parameter file 1070-APPLY-PARM is reading -
*>the selection of the simulation itself is taken from the live file
*>only, never from the proposal.
    01  WS-PARMS-SOURCE PIC X VALUE "L".
        88  WS-READING-LIVE-PARMS   VALUE "L".
        88  WS-READING-SIM-PARMS    VALUE "P".

    01  WS-EOF-SWITCH PIC X VALUE "N".
        88  WS-END-OF-FILE          VALUE "Y".
    01  WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
        88  WS-AUDIT-EOF            VALUE "Y".

*>Which input the current transaction came from - the sequenced
*>transaction file first, then the resubmission file once it is
    01  WS-RECORDS-PROCESSED PIC 9(6) VALUE ZERO.
    01  WS-TOTAL-COM PIC S9(35)V9(3) VALUE ZERO.

*>Reversals ("R" and "A" records) are processed records like any
*>other and their offsets are already inside WS-TOTAL-COM, so the
*>control total still cross-foots to GLPOST.DAT; these two figures
*>show separately how much of the day was taking earlier work back.
    01  WS-REVERSAL-COUNT PIC 9(6) VALUE ZERO.
    01  WS-REVERSAL-COM PIC S9(35)V9(3) VALUE ZERO.

*>The original's figures, negated, for the record being reversed -
*>taken from the history master by 2600-REVERSE-ORIGINAL before the
*>replacement (if any) overwrites the record area.
    01  WS-RV-NUM12 PIC S9.
    01  WS-RV-NUM34 PIC S9(5)V9(2).
    01  WS-RV-SUB1 PIC S9(5)V9(2).
    01  WS-RV-MULT PIC S9(5)V9(3).
    01  WS-RV-DIV PIC S9(5)V9(3).
    01  WS-RV-COM PIC S9(35)V9(3).
*>Which of the six posted fields 2610-POST-OFFSET is writing - the
*>same order as HX-ACCOUNT/HX-SE-FLAG and WS-FIELD-ACCT-TABLE.
    01  WS-RV-FIELD-NUM PIC 9 VALUE ZERO.

*>Edited copy of WS-TOTAL-COM for the control report/console - the
*>unedited PIC S9(35)V9(3) prints as a solid digit string with a
*>trailing sign byte and no decimal point, which is unreadable.
        05  FILLER                  PIC X(2) VALUE SPACES.
*>Byte image of WS-BRANCH-TABLE - must stay as long as that group.
        05  WS-CP-BRANCH-DATA       PIC X(542).
        05  FILLER                  PIC X(2) VALUE SPACES.
        05  WS-CP-REVERSAL-COUNT    PIC 9(6).
        05  FILLER                  PIC X(2) VALUE SPACES.
        05  WS-CP-REVERSAL-COM      PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.

*>Reject-rate circuit breaker. A structurally wrong input file - an
*>unconverted extract in an old layout was last month's - rejects

*>One line per arithmetic operation, kept so a total can be traced
*>back to what produced it without relying on the console listing.
*>Each line is chained to the one before it and the run's lines are
*>sealed at end of job - see 8100 and 8150.
    COPY CS4080AL.
    COPY CS4080AC.

*>One posting per computed result field, exported so the downstream
*>general ledger intake job can pick up this run's totals without
        88  WS-BRANCH-ON-MASTER     VALUE "Y".
    01  WS-BR-OFFICE-NAME PIC X(25).

*>Version of each reference file this run loaded - the journal number,
*>save timestamp, and operator of the last journal entry against it.
*>Journal number zero means the file has not been changed through
*>maintenance since the journal began.
    01  WS-REF-BRANCH-VERSION.
        05  WS-REF-BR-JNL-NUMBER      PIC 9(6) VALUE ZERO.
        05  WS-REF-BR-TIMESTAMP       PIC X(21) VALUE SPACES.
        05  WS-REF-BR-OPERATOR        PIC X(8) VALUE SPACES.
    01  WS-REF-ACCTMAP-VERSION.
        05  WS-REF-AM-JNL-NUMBER      PIC 9(6) VALUE ZERO.
        05  WS-REF-AM-TIMESTAMP       PIC X(21) VALUE SPACES.
        05  WS-REF-AM-OPERATOR        PIC X(8) VALUE SPACES.
    01  WS-MAINT-JNL-EOF-SWITCH PIC X VALUE "N".
        88  WS-MAINT-JNL-EOF        VALUE "Y".
    COPY CS4080MJ.

*>The run's business date from BUSDATE.DAT - drives the effective
*>GL-mapping pick, the duplicate-day screen, run registration, and
*>the rejection-date stamp. Wall-clock CURRENT-DATE is used only
    01  WS-CAL-VALID-SWITCH PIC X VALUE "N".
        88  WS-DATE-IS-BUSINESS-DAY VALUE "Y".

*>Closed-period lock from PERIODCTL.DAT - the last month closed, zero
*>when none has been. A TR-TRANS-DATE in that month or earlier rejects
*>with reason 20 unless PPADJ.DAT holds an approval for the item: an
*>"A" line, or a "P" line posted on this business date (a rerun of the
*>day that already booked it).
    01  WS-CLOSED-THRU-PERIOD PIC 9(6) VALUE ZERO.
    01  WS-TRANS-PERIOD PIC 9(6).
    01  WS-PERIOD-CTL-EOF-SWITCH PIC X VALUE "N".
        88  WS-PERIOD-CTL-EOF       VALUE "Y".
    COPY CS4080PD.
    01  WS-PPA-TABLE.
        05  WS-PPA-COUNT PIC 9(3) VALUE ZERO.
        05  WS-PPA-ENTRY OCCURS 500 TIMES INDEXED BY PPA-IDX.
            10  WS-PPA-TRANS-DATE    PIC 9(8).
            10  WS-PPA-TRANS-KEY     PIC 9(6).
            10  WS-PPA-BRANCH        PIC X(3).
    01  WS-PPADJ-EOF-SWITCH PIC X VALUE "N".
        88  WS-PPADJ-EOF            VALUE "Y".
    COPY CS4080PA.
    01  WS-PERIOD-LOCK-SWITCH PIC X VALUE "N".
        88  WS-TRANS-IN-CLOSED-PERIOD VALUE "Y".

*>Run registration for the run-control master. The run number is one
*>more than the highest already on RUNCTL.DAT; the start timestamp is
*>captured at initialization and the record itself is appended at end
    INITIALIZE WS-BRANCH-TABLE.

    PERFORM 1050-READ-RUN-PARMS.
    IF WS-SIMULATION-RUN
        PERFORM 1900-RESOLVE-SIMULATION
    END-IF.
    DISPLAY "Rounding mode for this run : " WS-ROUND-MODE.
    IF WS-CHECKPOINT-INTERVAL > 1
        DISPLAY "WARNING: CHECKPOINT_INTERVAL=" WS-CHECKPOINT-INTERVAL
            "on restart."
    END-IF.

*>A simulation never checkpoints, so it never restarts either.
    IF NOT WS-SIMULATION-RUN
        PERFORM 1100-CHECK-FOR-CHECKPOINT
    END-IF.
    PERFORM 1300-READ-RESUB-CYCLE.
    PERFORM 1400-LOAD-ACCOUNT-MAP.
    PERFORM 1450-LOAD-BRANCH-MASTER.
    PERFORM 1490-READ-REF-VERSIONS.
    PERFORM 1470-LOAD-CALENDAR.
    PERFORM 1540-LOAD-PERIOD-CONTROL.
*>A simulation is not a run - it takes no run number and is not
*>screened against the production run it is meant to be compared with.
    IF NOT WS-SIMULATION-RUN
        PERFORM 1500-REGISTER-RUN
    END-IF.

*>OPEN I-O on both fresh and restart runs - an INDEXED open never
*>truncates, and a rerun of a date/key already on the master simply
*>REWRITEs it, so history survives restarts and reruns without
*>duplication. "05" is the same first-time-creation status the
*>OPTIONAL flat files report. A simulation opens it INPUT - it looks
*>originals up for reversals but never writes the master.
    IF WS-SIMULATION-RUN
        OPEN INPUT RESULT-HIST-FILE
        IF NOT (WS-HIST-OK OR WS-HIST-CREATED)
            MOVE WS-HIST-STATUS TO WS-FATAL-STATUS
            MOVE "RESULT-HIST OPEN INPUT" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    ELSE
        OPEN I-O RESULT-HIST-FILE
        IF NOT (WS-HIST-OK OR WS-HIST-CREATED)
            MOVE WS-HIST-STATUS TO WS-FATAL-STATUS
            MOVE "RESULT-HIST OPEN I-O" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.

    IF WS-IS-RESTART-RUN
            MOVE "EXCEPTION-RPT OPEN EXTEND" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        PERFORM 1700-RESUME-AUDIT-CHAIN
        OPEN EXTEND AUDIT-LOG
        IF NOT (WS-AUDIT-OK OR WS-AUDIT-STATUS = "05")
            MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
*>this file exists to end. A keyword another program owns passes the
*>master-list check and is simply not applied here.
1050-READ-RUN-PARMS.
    MOVE "N" TO WS-RUN-PARMS-EOF-SWITCH.
    OPEN INPUT RUN-PARMS-FILE.
    IF WS-RUN-PARMS-NOT-FOUND
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Run-parameter file " WS-RUN-PARMS-PATH " is missing "
            "- every run must state its controls."
        MOVE 12 TO RETURN-CODE
        STOP RUN
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "SIMULATE"
                IF WS-READING-LIVE-PARMS
                    EVALUATE WS-PM-VALUE (1:1)
                        WHEN "Y" WHEN "y"
                            MOVE "Y" TO WS-SIMULATE-SWITCH
                        WHEN "N" WHEN "n"
                            MOVE "N" TO WS-SIMULATE-SWITCH
                        WHEN OTHER
                            PERFORM 9800-REFUSE-RUN-PARM
                    END-EVALUATE
                END-IF
            WHEN "SIM_DATE"
                IF WS-READING-LIVE-PARMS
                    IF WS-PM-VALUE-LEN = 8
                        AND WS-PM-VALUE (1:8) IS NUMERIC
                        MOVE WS-PM-VALUE (1:8) TO WS-SIM-DATE
                    ELSE
                        PERFORM 9800-REFUSE-RUN-PARM
                    END-IF
                END-IF
            WHEN "SIM_TRANS"
                IF WS-READING-LIVE-PARMS
                    IF WS-PM-VALUE-LEN > ZERO
                        MOVE WS-PM-VALUE TO WS-SIM-TRANS-PATH
                    ELSE
                        PERFORM 9800-REFUSE-RUN-PARM
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
                MOVE WS-CP-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
                MOVE WS-CP-TOTAL-COM TO WS-TOTAL-COM
                MOVE WS-CP-BRANCH-DATA TO WS-BRANCH-TABLE
                MOVE WS-CP-REVERSAL-COUNT TO WS-REVERSAL-COUNT
                MOVE WS-CP-REVERSAL-COM TO WS-REVERSAL-COM
        END-READ
    END-IF.
    CLOSE CHECKPOINT-FILE.
            END-IF
    END-READ.

*>The period lock and the adjustments approved past it. Periods close
*>in order, so the highest period on PERIODCTL.DAT is the lock.
1540-LOAD-PERIOD-CONTROL.
    OPEN INPUT PERIOD-CTL-FILE.
    IF NOT (WS-PERIOD-CTL-OK OR WS-PERIOD-CTL-NOT-FOUND)
        MOVE WS-PERIOD-CTL-STATUS TO WS-FATAL-STATUS
        MOVE "PERIOD-CTL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 1545-READ-PERIOD-LINE UNTIL WS-PERIOD-CTL-EOF.
    CLOSE PERIOD-CTL-FILE.
    IF WS-CLOSED-THRU-PERIOD > ZERO
        OPEN INPUT PPADJ-FILE
        IF NOT (WS-PPADJ-OK OR WS-PPADJ-NOT-FOUND)
            MOVE WS-PPADJ-STATUS TO WS-FATAL-STATUS
            MOVE "PPADJ OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        PERFORM 1550-LOAD-PPADJ-ENTRY UNTIL WS-PPADJ-EOF
        CLOSE PPADJ-FILE
    END-IF.
    DISPLAY "Periods closed through    : " WS-CLOSED-THRU-PERIOD.
    DISPLAY "Prior-period approvals    : " WS-PPA-COUNT.

1545-READ-PERIOD-LINE.
    READ PERIOD-CTL-FILE INTO WS-PERIOD-CTL-LINE
        AT END
            SET WS-PERIOD-CTL-EOF TO TRUE
        NOT AT END
            IF WS-PD-PERIOD IS NUMERIC
                AND WS-PD-PERIOD > WS-CLOSED-THRU-PERIOD
                MOVE WS-PD-PERIOD TO WS-CLOSED-THRU-PERIOD
            END-IF
    END-READ.

1550-LOAD-PPADJ-ENTRY.
    READ PPADJ-FILE INTO WS-PPADJ-LINE
        AT END
            SET WS-PPADJ-EOF TO TRUE
        NOT AT END
            IF WS-PA-APPROVED
                OR (WS-PA-POSTED AND WS-PA-POSTED-DATE = WS-RUN-DATE)
                IF WS-PPA-COUNT < 500
                    ADD 1 TO WS-PPA-COUNT
                    SET PPA-IDX TO WS-PPA-COUNT
                    MOVE WS-PA-TRANS-DATE TO WS-PPA-TRANS-DATE (PPA-IDX)
                    MOVE WS-PA-TRANS-KEY TO WS-PPA-TRANS-KEY (PPA-IDX)
                    MOVE WS-PA-BRANCH TO WS-PPA-BRANCH (PPA-IDX)
                ELSE
                    DISPLAY "WARNING: PPADJ.DAT has more than 500 "
                        "open approvals - excess entries ignored"
                END-IF
            END-IF
    END-READ.

*>Read straight after the two masters are loaded, so the version
*>stated on the control report is the one whose content this run
*>actually holds in storage.
1490-READ-REF-VERSIONS.
    OPEN INPUT MAINT-JNL-FILE.
    IF NOT (WS-MAINT-JNL-OK OR WS-MAINT-JNL-NOT-FOUND)
        MOVE WS-MAINT-JNL-STATUS TO WS-FATAL-STATUS
        MOVE "MAINT-JNL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 1495-READ-JOURNAL-ENTRY UNTIL WS-MAINT-JNL-EOF.
    CLOSE MAINT-JNL-FILE.
    DISPLAY "Branch master version     : " WS-REF-BR-JNL-NUMBER.
    DISPLAY "Account mapping version   : " WS-REF-AM-JNL-NUMBER.

1495-READ-JOURNAL-ENTRY.
    READ MAINT-JNL-FILE INTO WS-MAINT-JNL-LINE
        AT END
            SET WS-MAINT-JNL-EOF TO TRUE
        NOT AT END
            IF WS-MJ-JNL-NUMBER IS NUMERIC
                EVALUATE TRUE
                    WHEN WS-MJ-BRANCH-FILE
                        AND WS-MJ-JNL-NUMBER >= WS-REF-BR-JNL-NUMBER
                        MOVE WS-MJ-JNL-NUMBER TO WS-REF-BR-JNL-NUMBER
                        MOVE WS-MJ-TIMESTAMP TO WS-REF-BR-TIMESTAMP
                        MOVE WS-MJ-OPERATOR TO WS-REF-BR-OPERATOR
                    WHEN WS-MJ-ACCTMAP-FILE
                        AND WS-MJ-JNL-NUMBER >= WS-REF-AM-JNL-NUMBER
                        MOVE WS-MJ-JNL-NUMBER TO WS-REF-AM-JNL-NUMBER
                        MOVE WS-MJ-TIMESTAMP TO WS-REF-AM-TIMESTAMP
                        MOVE WS-MJ-OPERATOR TO WS-REF-AM-OPERATOR
                END-EVALUATE
            END-IF
    END-READ.

*>Assigns this run's number and screens for a same-day duplicate
*>before any output file is opened (a fresh-run OPEN OUTPUT truncates
*>yesterday's outputs, so the refusal has to come first). A fresh run
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>A restart appends to the crashed run's audit lines, so the chain
*>picks up from the last line on the log and the seal this run writes
*>covers every line since the last seal - the crashed run's lines
*>included, since that run never sealed them.
1700-RESUME-AUDIT-CHAIN.
    MOVE "N" TO WS-AUDIT-EOF-SWITCH.
    OPEN INPUT AUDIT-LOG.
    IF NOT (WS-AUDIT-OK OR WS-AUDIT-NOT-FOUND)
        MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
        MOVE "AUDIT-LOG OPEN INPUT" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 1710-RESUME-AUDIT-LINE UNTIL WS-AUDIT-EOF.
    CLOSE AUDIT-LOG.
    DISPLAY "Audit chain resumes after line : " WS-CHAIN-LINES.

1710-RESUME-AUDIT-LINE.
    READ AUDIT-LOG INTO WS-AUDIT-LINE
        AT END
            SET WS-AUDIT-EOF TO TRUE
        NOT AT END
            IF WS-AL-SEAL-LINE
                MOVE WS-AUDIT-LINE TO WS-AUDIT-SEAL
                MOVE WS-AS-CHAIN TO WS-CHAIN-VALUE
                MOVE ZERO TO WS-CHAIN-LINES
                MOVE ZERO TO WS-CHAIN-COM
            ELSE
                MOVE WS-AL-CHAIN TO WS-CHAIN-VALUE
                ADD 1 TO WS-CHAIN-LINES
                IF WS-AL-STMT = "COMPUTE"
                    MOVE WS-AL-RESULT-VAL TO WS-CHAIN-COM-WORK
                    ADD WS-CHAIN-COM-WORK TO WS-CHAIN-COM
                END-IF
            END-IF
    END-READ.

*>PARTITION=1..4 redirects every input and output to that slice's
*>files. The resubmission feed belongs to the consolidated daily run,
*>not a slice, so a partition points it at its own (normally absent)
        DISPLAY "Partition for this run  : " WS-PARTITION-ID
    END-IF.

*>Points the run at the what-if set - see WS-SIMULATE-SWITCH. Refused
*>in a partition engine (a simulation is always one single-pass run)
*>and without SIM_DATE: the date decides the mapping in effect, the
*>calendar and period edits, and which production day the impact
*>report compares against, so it is never guessed. The proposed
*>RUNPARMS.SIM is read last so its controls override the live ones.
1900-RESOLVE-SIMULATION.
    IF WS-PARTITION-RUN
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "SIMULATE Y cannot run as partition "
            WS-PARTITION-ID " - a simulation is a single-pass run."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-SIM-DATE = ZERO
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "SIMULATE Y needs SIM_DATE - the business date whose "
            "transactions are replayed."
        DISPLAY "Fix data/RUNPARMS.DAT and resubmit."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-SIM-DATE TO WS-RUN-DATE.

    IF WS-SIM-TRANS-PATH = SPACES
        STRING "data/TRANSEQ.DAT.G" WS-SIM-DATE
            DELIMITED BY SIZE INTO WS-SIM-TRANS-PATH
    END-IF.
    MOVE WS-SIM-TRANS-PATH TO WS-TRANS-PATH.
    MOVE "data/RESULT.SIM" TO WS-RESULT-PATH.
    MOVE "data/EXCEPTION.SIM" TO WS-EXCEPTION-PATH.
    MOVE "data/AUDIT.SIM" TO WS-AUDIT-PATH.
    MOVE "data/REJECT.SIM" TO WS-REJECT-PATH.
    MOVE "data/CONTROL.SIM" TO WS-CONTROL-PATH.
    MOVE "data/GLPOST.SIM" TO WS-GLPOST-PATH.
*>The resubmission feed belongs to the production day and is not
*>replayed - RESUB.SIM is normally absent, so none is read.
    MOVE "data/RESUB.SIM" TO WS-RESUB-PATH.
    MOVE "data/CHECKPOINT.SIM" TO WS-CHECKPOINT-PATH.
    MOVE "data/CHECKPOINT.SIM.NEW" TO WS-CP-STAGE-PATH.

    MOVE "data/GLACCTMAP.SIM" TO WS-SIM-PROBE-PATH.
    PERFORM 1910-PROBE-PROPOSED-FILE.
    IF WS-SIM-PROBE-FOUND
        MOVE WS-SIM-PROBE-PATH TO WS-ACCT-MAP-PATH
    END-IF.
    MOVE "data/GLCHART.SIM" TO WS-SIM-PROBE-PATH.
    PERFORM 1910-PROBE-PROPOSED-FILE.
    IF WS-SIM-PROBE-FOUND
        MOVE WS-SIM-PROBE-PATH TO WS-CHART-PATH
    END-IF.
    MOVE "data/BRANCH.SIM" TO WS-SIM-PROBE-PATH.
    PERFORM 1910-PROBE-PROPOSED-FILE.
    IF WS-SIM-PROBE-FOUND
        MOVE WS-SIM-PROBE-PATH TO WS-BRANCH-PATH
    END-IF.
    MOVE "data/RUNPARMS.SIM" TO WS-SIM-PROBE-PATH.
    PERFORM 1910-PROBE-PROPOSED-FILE.
    IF WS-SIM-PROBE-FOUND
        MOVE WS-SIM-PROBE-PATH TO WS-RUN-PARMS-PATH
        SET WS-READING-SIM-PARMS TO TRUE
        PERFORM 1050-READ-RUN-PARMS
    END-IF.

    DISPLAY "***** SIMULATION RUN - NO PRODUCTION FILE IS UPDATED *****".
    DISPLAY "Simulated business date : " WS-RUN-DATE.
    DISPLAY "Transactions replayed   : " WS-TRANS-PATH.
    DISPLAY "Run parameters          : " WS-RUN-PARMS-PATH.
    DISPLAY "Account mapping         : " WS-ACCT-MAP-PATH.
    DISPLAY "Chart of accounts       : " WS-CHART-PATH.
    DISPLAY "Branch master           : " WS-BRANCH-PATH.

1910-PROBE-PROPOSED-FILE.
    OPEN INPUT SIM-PROBE-FILE.
    IF NOT (WS-SIM-PROBE-OK OR WS-SIM-PROBE-NOT-FOUND)
        MOVE WS-SIM-PROBE-STATUS TO WS-FATAL-STATUS
        MOVE "SIM-PROBE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-SIM-PROBE-OK
        MOVE "Y" TO WS-SIM-PROBE-SWITCH
    ELSE
        MOVE "N" TO WS-SIM-PROBE-SWITCH
    END-IF.
    CLOSE SIM-PROBE-FILE.

*>A reversing record ("R"/"A") first takes the original back out of
*>the books; a pure reversal stops there, a reverse-and-replace goes
*>on through the ordinary compute/post path with its own operands.
2000-PROCESS-TRANSACTIONS.
    PERFORM 2050-EDIT-TRANSACTION.
    IF WS-TRANS-VALID
        ADD 1 TO WS-RECORDS-PROCESSED
        PERFORM 2080-FIND-BRANCH
        ADD 1 TO WS-BT-PROCESSED (BT-IDX)
        IF TR-REVERSING-ENTRY
            PERFORM 2600-REVERSE-ORIGINAL
        END-IF
        IF NOT TR-REVERSAL
            PERFORM 2010-COMPUTE-TRANSACTION
            ADD WS-COM TO WS-TOTAL-COM
            ADD WS-COM TO WS-BT-COM (BT-IDX)
        END-IF
        PERFORM 2200-WRITE-RESULT
    END-IF.

    ADD 1 TO WS-SINCE-CHECKPOINT.
    IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
        AND NOT WS-SIMULATION-RUN
        PERFORM 4000-WRITE-CHECKPOINT
        MOVE ZERO TO WS-SINCE-CHECKPOINT
    END-IF.
    PERFORM 2500-POST-TO-GL.

2500-POST-TO-GL.
    IF TR-REVERSE-REPLACE
        MOVE "A" TO WS-GL-ENTRY-TYPE
    ELSE
        MOVE SPACE TO WS-GL-ENTRY-TYPE
    END-IF.
    MOVE WS-FA-ACCOUNT (1) TO WS-GL-ACCOUNT
    MOVE "WS-NUM12" TO WS-GL-FIELD
    MOVE WS-NUM12   TO WS-GL-AMOUNT-N
    SET WS-TRANS-VALID TO TRUE.
    PERFORM 2055-CHECK-BRANCH-MASTER.
    PERFORM 2058-CHECK-BUSINESS-DAY.
    PERFORM 2059-CHECK-CLOSED-PERIOD.
*>The operand screens come first, as they always have. A pure
*>reversal's operands are never used - the original's figures come
*>off the history master - so it skips them rather than bouncing on
*>whatever the branch left in those columns.
    EVALUATE TRUE
        WHEN NOT TR-TYPE-VALID
            MOVE "16" TO WS-RJ-REASON-CODE
            MOVE "TR-TRANS-TYPE NOT VALID" TO WS-RJ-REASON-TEXT
            PERFORM 2060-REJECT-TRANSACTION
        WHEN TR-REVERSAL
            CONTINUE
        WHEN TR-NUM1 NOT NUMERIC
            MOVE "01" TO WS-RJ-REASON-CODE
            MOVE "TR-NUM1 IS NOT NUMERIC" TO WS-RJ-REASON-TEXT
            MOVE "08" TO WS-RJ-REASON-CODE
            MOVE "TR-NUM2 IS NEGATIVE" TO WS-RJ-REASON-TEXT
            PERFORM 2060-REJECT-TRANSACTION
    END-EVALUATE.
    IF WS-TRANS-VALID
        PERFORM 2052-EDIT-DATE-AND-BRANCH
    END-IF.
*>Only a record that is otherwise good goes looking for its original,
*>so a reversal keyed with garbage never touches the history master.
    IF WS-TRANS-VALID AND TR-REVERSING-ENTRY
        PERFORM 2070-CHECK-ORIGINAL
    END-IF.

2052-EDIT-DATE-AND-BRANCH.
    EVALUATE TRUE
        WHEN TR-TRANS-DATE NOT NUMERIC
            MOVE "09" TO WS-RJ-REASON-CODE
            MOVE "TR-TRANS-DATE IS NOT NUMERIC" TO WS-RJ-REASON-TEXT
            MOVE "TR-BRANCH NOT ON BRANCH MASTER"
                TO WS-RJ-REASON-TEXT
            PERFORM 2060-REJECT-TRANSACTION
*>A month already closed and reported is not changed by a late item -
*>it is held here, and the operator decides in CS4080RejectCorrect
*>whether it goes in as a prior-period adjustment.
        WHEN WS-TRANS-IN-CLOSED-PERIOD
            MOVE "20" TO WS-RJ-REASON-CODE
            MOVE "TR-TRANS-DATE IN CLOSED PERIOD"
                TO WS-RJ-REASON-TEXT
            PERFORM 2060-REJECT-TRANSACTION
    END-EVALUATE.

*>A reversal names its original by TR-ORIG-DATE plus TR-TRANS-KEY -
*>the history master's own key. An original date that is not even
*>numeric cannot be looked up and is reported the same way as one
*>that is simply not there. A replacement dated the same day as its
*>original would land on the original's own history key and wipe
*>out the reversed record it is meant to sit beside, so it is
*>refused and the branch resends it under its own date.
2070-CHECK-ORIGINAL.
    IF TR-ORIG-DATE IS NOT NUMERIC
        MOVE "14" TO WS-RJ-REASON-CODE
        MOVE "ORIGINAL NOT ON HISTORY MASTER" TO WS-RJ-REASON-TEXT
        PERFORM 2060-REJECT-TRANSACTION
    ELSE
        IF TR-REVERSE-REPLACE AND TR-ORIG-DATE = TR-TRANS-DATE
            MOVE "18" TO WS-RJ-REASON-CODE
            MOVE "REPLACEMENT DATED AS ORIGINAL"
                TO WS-RJ-REASON-TEXT
            PERFORM 2060-REJECT-TRANSACTION
        ELSE
            MOVE TR-ORIG-DATE TO HX-DATE
            MOVE TR-TRANS-KEY TO HX-TRANS-KEY
            READ RESULT-HIST-FILE
                INVALID KEY
                    MOVE "14" TO WS-RJ-REASON-CODE
                    MOVE "ORIGINAL NOT ON HISTORY MASTER"
                        TO WS-RJ-REASON-TEXT
                    PERFORM 2060-REJECT-TRANSACTION
                NOT INVALID KEY
                    PERFORM 2075-SCREEN-ORIGINAL
            END-READ
            IF NOT (WS-HIST-OK OR WS-HIST-NO-RECORD)
                MOVE WS-HIST-STATUS TO WS-FATAL-STATUS
                MOVE "RESULT-HIST READ" TO WS-FATAL-FILE
                PERFORM 9900-FATAL-FILE-ERROR
            END-IF
        END-IF
    END-IF.

*>An original already reversed by an earlier day's run is refused -
*>taking it out twice would double the offset. One reversed by this
*>same business date is this run's own work coming round again (a
*>FORCE_RERUN or a restart replay, which rebuild GLPOST.DAT from
*>scratch) and is let through so the offsets are posted again. The
*>offsets post under TR-BRANCH, so a reversal from a different
*>office than the one that booked the original is refused; records
*>from before the history master kept the branch cannot be checked.
2075-SCREEN-ORIGINAL.
    EVALUATE TRUE
        WHEN HX-REVERSED AND HX-STATUS-DATE NOT = WS-RUN-DATE
            MOVE "15" TO WS-RJ-REASON-CODE
            MOVE "ORIGINAL ALREADY REVERSED" TO WS-RJ-REASON-TEXT
            PERFORM 2060-REJECT-TRANSACTION
        WHEN HX-BRANCH NOT = SPACES AND HX-BRANCH NOT = TR-BRANCH
            MOVE "17" TO WS-RJ-REASON-CODE
            MOVE "BRANCH DIFFERS FROM ORIGINAL" TO WS-RJ-REASON-TEXT
            PERFORM 2060-REJECT-TRANSACTION
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2055-CHECK-BRANCH-MASTER.
        END-PERFORM
    END-IF.

*>Guarded like the business-day screen. An approved prior-period
*>adjustment is matched on date, key and branch so an approval cannot
*>carry a different office's item past the lock.
2059-CHECK-CLOSED-PERIOD.
    MOVE "N" TO WS-PERIOD-LOCK-SWITCH.
    IF TR-TRANS-DATE IS NUMERIC AND WS-CLOSED-THRU-PERIOD > ZERO
        MOVE TR-TRANS-DATE (1:6) TO WS-TRANS-PERIOD
        IF WS-TRANS-PERIOD <= WS-CLOSED-THRU-PERIOD
            MOVE "Y" TO WS-PERIOD-LOCK-SWITCH
            PERFORM VARYING PPA-IDX FROM 1 BY 1
                    UNTIL PPA-IDX > WS-PPA-COUNT
                    OR NOT WS-TRANS-IN-CLOSED-PERIOD
                IF WS-PPA-TRANS-DATE (PPA-IDX) = TR-TRANS-DATE
                    AND WS-PPA-TRANS-KEY (PPA-IDX) = TR-TRANS-KEY
                    AND WS-PPA-BRANCH (PPA-IDX) = TR-BRANCH
                    MOVE "N" TO WS-PERIOD-LOCK-SWITCH
                END-IF
            END-PERFORM
        END-IF
    END-IF.

*>Find-or-add the accumulator slot for the current record's branch.
*>A blank branch (an edit-reason-11 reject) still gets a slot so its
*>reject is counted somewhere visible.
    END-IF.
    MOVE TR-TRANS-KEY TO WS-PREV-KEY.

*>One result line per processed record, whatever its type, so the
*>file still counts and sums to the control report - see CS4080RL for
*>what a reversal's line carries. A pure reversal writes no history
*>of its own; its effect is the mark on the original.
2200-WRITE-RESULT.
    MOVE TR-TRANS-KEY TO WS-RL-KEY.
    EVALUATE TRUE
        WHEN TR-REVERSAL
            MOVE WS-RV-NUM12 TO WS-RL-NUM12
            MOVE WS-RV-NUM34 TO WS-RL-NUM34
            MOVE WS-RV-SUB1 TO WS-RL-SUB1
            MOVE WS-RV-MULT TO WS-RL-MULT
            MOVE WS-RV-DIV TO WS-RL-DIV
            MOVE WS-RV-COM TO WS-RL-COM
            MOVE "R" TO WS-RL-ENTRY-TYPE
        WHEN TR-REVERSE-REPLACE
            COMPUTE WS-RL-NUM12 = WS-NUM12 + WS-RV-NUM12
            COMPUTE WS-RL-NUM34 = WS-NUM34 + WS-RV-NUM34
            COMPUTE WS-RL-SUB1 = WS-SUB1 + WS-RV-SUB1
            COMPUTE WS-RL-MULT = WS-MULT + WS-RV-MULT
            COMPUTE WS-RL-DIV = WS-DIV + WS-RV-DIV
            COMPUTE WS-RL-COM = WS-COM + WS-RV-COM
            MOVE "A" TO WS-RL-ENTRY-TYPE
        WHEN OTHER
            MOVE WS-NUM12 TO WS-RL-NUM12
            MOVE WS-NUM34 TO WS-RL-NUM34
            MOVE WS-SUB1 TO WS-RL-SUB1
            MOVE WS-MULT TO WS-RL-MULT
            MOVE WS-DIV TO WS-RL-DIV
            MOVE WS-COM TO WS-RL-COM
            MOVE SPACE TO WS-RL-ENTRY-TYPE
    END-EVALUATE.
    WRITE RESULT-RECORD FROM WS-RESULT-LINE.
    IF NOT WS-RESULT-OK
        MOVE WS-RESULT-STATUS TO WS-FATAL-STATUS
        MOVE "RESULT-FILE WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF NOT TR-REVERSAL AND NOT WS-SIMULATION-RUN
        PERFORM 2250-WRITE-HISTORY
    END-IF.

2250-WRITE-HISTORY.
    MOVE TR-TRANS-DATE TO HX-DATE.
    MOVE WS-MULT TO HX-MULT.
    MOVE WS-DIV TO HX-DIV.
    MOVE WS-COM TO HX-COM.
    MOVE TR-BRANCH TO HX-BRANCH.
    MOVE WS-SE-NUM12 TO HX-SE-FLAG (1).
    MOVE WS-SE-NUM34 TO HX-SE-FLAG (2).
    MOVE WS-SE-SUB1 TO HX-SE-FLAG (3).
    MOVE WS-SE-MULT TO HX-SE-FLAG (4).
    MOVE WS-SE-DIV TO HX-SE-FLAG (5).
    MOVE WS-SE-COM TO HX-SE-FLAG (6).
    MOVE WS-FA-ACCOUNT (1) TO HX-ACCOUNT (1).
    MOVE WS-FA-ACCOUNT (2) TO HX-ACCOUNT (2).
    MOVE WS-FA-ACCOUNT (3) TO HX-ACCOUNT (3).
    MOVE WS-FA-ACCOUNT (4) TO HX-ACCOUNT (4).
    MOVE WS-FA-ACCOUNT (5) TO HX-ACCOUNT (5).
    MOVE WS-FA-ACCOUNT (6) TO HX-ACCOUNT (6).
    IF TR-REVERSE-REPLACE
        MOVE "A" TO HX-STATUS
        MOVE WS-RUN-DATE TO HX-STATUS-DATE
    ELSE
        MOVE SPACE TO HX-STATUS
        MOVE ZERO TO HX-STATUS-DATE
    END-IF.
    WRITE HIST-RECORD
        INVALID KEY
*>Same date/key already on the master - a rerun or a restart replay -
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>HIST-RECORD still holds the original 2070-CHECK-ORIGINAL read. Each
*>of its six postings is offset to the account it actually went to,
*>with the amount negated (so the D/C indicator flips with the sign)
*>and the original's "E" flag carried across - an offset of a posting
*>the intake excluded must be excluded too. A record from before the
*>history master kept its accounts falls back to today's mapping.
*>The original is then marked reversed in place, never deleted.
2600-REVERSE-ORIGINAL.
    COMPUTE WS-RV-NUM12 = ZERO - HX-NUM12.
    COMPUTE WS-RV-NUM34 = ZERO - HX-NUM34.
    COMPUTE WS-RV-SUB1 = ZERO - HX-SUB1.
    COMPUTE WS-RV-MULT = ZERO - HX-MULT.
    COMPUTE WS-RV-DIV = ZERO - HX-DIV.
    COMPUTE WS-RV-COM = ZERO - HX-COM.
    MOVE "R" TO WS-GL-ENTRY-TYPE.

    MOVE 1 TO WS-RV-FIELD-NUM.
    MOVE "WS-NUM12" TO WS-GL-FIELD.
    MOVE WS-RV-NUM12 TO WS-GL-AMOUNT-N.
    PERFORM 2610-POST-OFFSET.

    MOVE 2 TO WS-RV-FIELD-NUM.
    MOVE "WS-NUM34" TO WS-GL-FIELD.
    MOVE WS-RV-NUM34 TO WS-GL-AMOUNT-N.
    PERFORM 2610-POST-OFFSET.

    MOVE 3 TO WS-RV-FIELD-NUM.
    MOVE "WS-SUB1" TO WS-GL-FIELD.
    MOVE WS-RV-SUB1 TO WS-GL-AMOUNT-N.
    PERFORM 2610-POST-OFFSET.

    MOVE 4 TO WS-RV-FIELD-NUM.
    MOVE "WS-MULT" TO WS-GL-FIELD.
    MOVE WS-RV-MULT TO WS-GL-AMOUNT-N.
    PERFORM 2610-POST-OFFSET.

    MOVE 5 TO WS-RV-FIELD-NUM.
    MOVE "WS-DIV" TO WS-GL-FIELD.
    MOVE WS-RV-DIV TO WS-GL-AMOUNT-N.
    PERFORM 2610-POST-OFFSET.

    MOVE 6 TO WS-RV-FIELD-NUM.
    MOVE "WS-COM" TO WS-GL-FIELD.
    MOVE WS-RV-COM TO WS-GL-AMOUNT-N.
    PERFORM 2610-POST-OFFSET.

    ADD 1 TO WS-REVERSAL-COUNT.
    ADD WS-RV-COM TO WS-REVERSAL-COM.
    ADD WS-RV-COM TO WS-TOTAL-COM.
    ADD WS-RV-COM TO WS-BT-COM (BT-IDX).

    IF NOT WS-SIMULATION-RUN
        MOVE "R" TO HX-STATUS
        MOVE WS-RUN-DATE TO HX-STATUS-DATE
        REWRITE HIST-RECORD
        IF NOT WS-HIST-OK
            MOVE WS-HIST-STATUS TO WS-FATAL-STATUS
            MOVE "RESULT-HIST REWRITE" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.

2610-POST-OFFSET.
    IF HX-BRANCH = SPACES
        MOVE WS-FA-ACCOUNT (WS-RV-FIELD-NUM) TO WS-GL-ACCOUNT
    ELSE
        MOVE HX-ACCOUNT (WS-RV-FIELD-NUM) TO WS-GL-ACCOUNT
    END-IF.
    MOVE WS-GL-AMOUNT-N TO WS-GL-AMOUNT.
    IF HX-SE-FLAG (WS-RV-FIELD-NUM) = "Y"
        MOVE "E" TO WS-GL-FLAG
    ELSE
        MOVE SPACE TO WS-GL-FLAG
    END-IF.
    PERFORM 8200-WRITE-GL-POSTING.

8000-LOG-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT.
    MOVE TR-TRANS-KEY TO WS-EL-KEY.
8100-WRITE-AUDIT-RECORD.
    MOVE TR-TRANS-KEY TO WS-AL-KEY.
    MOVE FUNCTION CURRENT-DATE TO WS-AL-TIMESTAMP.
    PERFORM 8110-CHAIN-AUDIT-LINE.
    WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
    IF NOT WS-AUDIT-OK
        MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
        MOVE "AUDIT-LOG WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    ADD 1 TO WS-CHAIN-LINES.
    IF WS-AL-STMT = "COMPUTE"
        ADD WS-COM TO WS-CHAIN-COM
    END-IF.

*>Folds the line about to be written into the running chain - the
*>rule is spelled out in CS4080AC.
8110-CHAIN-AUDIT-LINE.
    MOVE WS-CHAIN-VALUE TO WS-CHAIN-WORK.
    PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
            UNTIL WS-CHAIN-POS > LENGTH OF WS-AL-BODY
        COMPUTE WS-CHAIN-WORK = FUNCTION MOD (WS-CHAIN-WORK * 257
            + FUNCTION ORD (WS-AL-BODY (WS-CHAIN-POS:1)) - 1,
            999999937)
    END-PERFORM.
    MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE.
    MOVE WS-CHAIN-VALUE TO WS-AL-CHAIN.

*>The seal closes the run's audit lines: how many there are, the
*>chain value the last one ended on, and the total of their COMPUTE
*>results. The same figures go on the run-control line (5500), so a
*>log edited and re-chained end to end still fails against the
*>master. A partition slice seals its AUDIT.Pn the same way for
*>CS4080PartMerge to prove before it folds the slice in.
8150-WRITE-AUDIT-SEAL.
    MOVE FUNCTION CURRENT-DATE TO WS-AS-TIMESTAMP.
    MOVE WS-RUN-NUMBER TO WS-AS-RUN-NUMBER.
    MOVE WS-RUN-DATE TO WS-AS-RUN-DATE.
    MOVE WS-CHAIN-LINES TO WS-AS-LINES.
    MOVE WS-CHAIN-COM TO WS-AS-TOTAL-COM.
    MOVE WS-CHAIN-VALUE TO WS-AS-CHAIN.
    WRITE AUDIT-RECORD FROM WS-AUDIT-SEAL.
    IF NOT WS-AUDIT-OK
        MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
        MOVE "AUDIT-LOG SEAL" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

8200-WRITE-GL-POSTING.
*>A field whose mapping slot is still SPACES has no active,
    ELSE
        MOVE TR-TRANS-KEY TO WS-GL-KEY
        MOVE TR-BRANCH TO WS-GL-BRANCH
        MOVE TR-TRANS-DATE TO WS-GL-TRANS-DATE
        IF WS-GL-AMOUNT-N >= ZERO
            MOVE "D" TO WS-GL-DR-CR
        ELSE
    MOVE WS-EXCEPTION-COUNT TO WS-CP-EXCEPTION-COUNT.
    MOVE WS-TOTAL-COM TO WS-CP-TOTAL-COM.
    MOVE WS-BRANCH-TABLE TO WS-CP-BRANCH-DATA.
    MOVE WS-REVERSAL-COUNT TO WS-CP-REVERSAL-COUNT.
    MOVE WS-REVERSAL-COM TO WS-CP-REVERSAL-COM.

*>OPEN OUTPUT on CHECKPOINT-FILE directly would truncate the previous,
*>still-valid checkpoint before the new one is durable - a crash between
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

*>A simulation states what it replayed and under which proposals.
*>CS4080Simulate checks the SIM DATE line before it reports, so a
*>stale sandbox set is never compared against the wrong day.
    IF WS-SIMULATION-RUN
        PERFORM 5050-WRITE-SIMULATION-LINES
    END-IF.

*>Every effective control on the record, so what this run actually
*>ran with is reproducible from the report alone. The "PARM " prefix
*>keeps these lines clear of the captions CS4080GLRecon and
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

*>Reference data the run resolved branches and GL accounts from, so
*>a posting can be tied to the master and mapping versions that
*>produced it. The "REF " prefix keeps these clear of the parsed
*>captions, as "PARM " does above.
*>A proposed file in a simulation has no journal version - the
*>journal only describes the live master.
    MOVE SPACES TO WS-CONTROL-LINE.
    EVALUATE TRUE
        WHEN WS-BRANCH-PATH NOT = "data/BRANCH.DAT"
            STRING "REF BRANCH.DAT    PROPOSED " WS-BRANCH-PATH
                DELIMITED BY SIZE INTO WS-CONTROL-LINE
        WHEN WS-REF-BR-JNL-NUMBER = ZERO
            STRING "REF BRANCH.DAT    JNL " WS-REF-BR-JNL-NUMBER
                "  NO JOURNALLED CHANGE"
                DELIMITED BY SIZE INTO WS-CONTROL-LINE
        WHEN OTHER
            STRING "REF BRANCH.DAT    JNL " WS-REF-BR-JNL-NUMBER
                "  SAVED " WS-REF-BR-TIMESTAMP (1:8)
                " " WS-REF-BR-TIMESTAMP (9:6)
                "  BY " WS-REF-BR-OPERATOR
                DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-EVALUATE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-LINE.
    EVALUATE TRUE
        WHEN WS-ACCT-MAP-PATH NOT = "data/GLACCTMAP.DAT"
            STRING "REF GLACCTMAP.DAT PROPOSED " WS-ACCT-MAP-PATH
                DELIMITED BY SIZE INTO WS-CONTROL-LINE
        WHEN WS-REF-AM-JNL-NUMBER = ZERO
            STRING "REF GLACCTMAP.DAT JNL " WS-REF-AM-JNL-NUMBER
                "  NO JOURNALLED CHANGE"
                DELIMITED BY SIZE INTO WS-CONTROL-LINE
        WHEN OTHER
            STRING "REF GLACCTMAP.DAT JNL " WS-REF-AM-JNL-NUMBER
                "  SAVED " WS-REF-AM-TIMESTAMP (1:8)
                " " WS-REF-AM-TIMESTAMP (9:6)
                "  BY " WS-REF-AM-OPERATOR
                DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-EVALUATE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-LINE.
    IF WS-CLOSED-THRU-PERIOD = ZERO
        STRING "REF PERIODCTL.DAT NO PERIOD CLOSED"
            DELIMITED BY SIZE INTO WS-CONTROL-LINE
    ELSE
        STRING "REF PERIODCTL.DAT CLOSED THRU " WS-CLOSED-THRU-PERIOD
            "  PRIOR-PERIOD APPROVALS " WS-PPA-COUNT
            DELIMITED BY SIZE INTO WS-CONTROL-LINE
    END-IF.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "RECORDS READ       : " WS-RECORDS-READ
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

*>Already inside the processed count and the WS-COM total above -
*>shown on their own so the clerk can see how much of the day was
*>taking earlier work back.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "REVERSALS POSTED   : " WS-REVERSAL-COUNT
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE WS-REVERSAL-COM TO WS-CR-TOTAL-COM.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "REVERSAL TOTAL COM : " WS-CR-TOTAL-COM
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE "BRANCH SUBTOTALS:" TO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    PERFORM 5100-WRITE-BRANCH-LINE
    DISPLAY "Records rejected   : " WS-REJECT-COUNT.
    DISPLAY "Exceptions logged  : " WS-EXCEPTION-COUNT.
    DISPLAY "Total of WS-COM    : " WS-CR-TOTAL-COM.
    DISPLAY "Reversals posted   : " WS-REVERSAL-COUNT.
    MOVE WS-REVERSAL-COM TO WS-CR-TOTAL-COM.
    DISPLAY "Reversal total COM : " WS-CR-TOTAL-COM.

5050-WRITE-SIMULATION-LINES.
    MOVE "SIMULATION - NOT A PRODUCTION RUN" TO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "SIM DATE           : " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "SIM INPUT          : " WS-TRANS-PATH
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "SIM RUN PARAMETERS : " WS-RUN-PARMS-PATH
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "SIM ACCOUNT MAP    : " WS-ACCT-MAP-PATH
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "SIM CHART          : " WS-CHART-PATH
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "SIM BRANCH MASTER  : " WS-BRANCH-PATH
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

5100-WRITE-BRANCH-LINE.
    MOVE WS-BT-COM (BT-IDX) TO WS-CR-TOTAL-COM.
    MOVE WS-REJECT-COUNT TO WS-RC-REJECT-COUNT.
    MOVE WS-EXCEPTION-COUNT TO WS-RC-EXCEPTION-COUNT.
    MOVE WS-TOTAL-COM TO WS-RC-TOTAL-COM.
    MOVE WS-CHAIN-LINES TO WS-RC-AUDIT-LINES.
    MOVE WS-CHAIN-VALUE TO WS-RC-AUDIT-CHAIN.
    MOVE WS-CHAIN-COM TO WS-RC-AUDIT-COM.
    OPEN EXTEND RUN-CTL-FILE.
    IF NOT (WS-RUN-CTL-OK OR WS-RUN-CTL-NOT-FOUND)
        MOVE WS-RUN-CTL-STATUS TO WS-FATAL-STATUS

9000-TERMINATE.
    PERFORM 5000-WRITE-CONTROL-REPORT.
    PERFORM 8150-WRITE-AUDIT-SEAL.
    IF NOT WS-PARTITION-RUN AND NOT WS-SIMULATION-RUN
        PERFORM 5500-WRITE-RUN-CONTROL
    END-IF.
    CLOSE TRANS-FILE.
    CLOSE CONTROL-RPT.
    CLOSE GLPOST-FILE.
    CLOSE RESULT-HIST-FILE.
    IF NOT WS-SIMULATION-RUN
        PERFORM 4200-CLEAR-RESUB
        PERFORM 4100-CLEAR-CHECKPOINT
    END-IF.

9800-REFUSE-RUN-PARM.
    DISPLAY "***** RUN REFUSED *****".
    DISPLAY "Bad run parameter  : " WS-PM-KEYWORD.
    DISPLAY "Value given        : " WS-PM-VALUE.
    DISPLAY "Fix " WS-RUN-PARMS-PATH " and resubmit.".
    MOVE 12 TO RETURN-CODE.
    STOP RUN.

    DISPLAY "The input file looks structurally wrong - check its "
        "layout before resubmitting.".
    DISPLAY "No run was registered; rerun with the corrected file.".
    IF NOT WS-SIMULATION-RUN
        PERFORM 4100-CLEAR-CHECKPOINT
    END-IF.
    MOVE 14 TO RETURN-CODE.
    STOP RUN.

