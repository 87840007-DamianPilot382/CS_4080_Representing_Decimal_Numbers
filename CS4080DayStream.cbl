*>CS4080DayStream
*>Companion to CS4080ExampleProgram - runs the whole day.
*>Driver for the daily job stream. The day is a fixed chain -
*>CS4080SeqCheck, then CS4080OutlierScreen, then the calculation
*>engine (single-pass, or CS4080PartSplit / the PARTITION engines /
*>CS4080PartMerge when STREAM_MODE=P), then CS4080GLRecon,
*>CS4080NormUpdate and CS4080GLBalUpdate, then the reports, then
*>CS4080GenRetain and the date roll - and every step already sets a
*>meaningful RETURN-CODE, but until now nothing read those codes
*>except the operator. This driver runs the stream
*>step by step, checks each step's return code against what that step
*>is allowed to return before starting the next, and records each
*>step's start, end, and status on the job-status file JOBSTAT.DAT.
*>STREAM_MODE P in the run-parameter file selects the partitioned
*>chain; PART_COUNT (2-4, default 2) comes from the same file the
*>split and merge read, so the chain always matches them.
*>SIMULATE Y (a what-if run for CS4080Simulate) refuses the stream -
*>the engine would replay the simulated day into the sandbox files
*>and the rest of the chain would run on yesterday's outputs.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080DayStream.
        88  WS-PARTITIONED-MODE     VALUE "P".
    01  WS-PART-COUNT PIC 9 VALUE 2.
    01  WS-PART-NUM PIC 9 VALUE ZERO.
    01  WS-SIMULATE-SWITCH PIC X VALUE "N".
        88  WS-SIMULATE-SET         VALUE "Y".

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
*>The day's chain, built at initialization for the selected mode.
*>Each entry carries the command handed to the shell and the highest
*>return code the step may set and still let the stream continue -
*>CS4080SeqCheck's 4 (duplicates rejected or an extract refused, but
*>a clean file produced)
*>passes, CS4080GLRecon's 8 (reconciliation break) holds the stream.
    01  WS-STEP-TABLE.
        05  WS-STEP-COUNT PIC 9(2) VALUE ZERO.
        05  WS-STEP-ENTRY OCCURS 30 TIMES INDEXED BY ST-IDX.
            10  WS-ST-NAME           PIC X(12).
            10  WS-ST-CMD            PIC X(60).
            10  WS-ST-MAX-RC         PIC 9(2).
    PERFORM 1020-READ-BUSINESS-DATE.

    PERFORM 1050-READ-RUN-PARMS.
    IF WS-SIMULATE-SET
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "SIMULATE is Y in data/RUNPARMS.DAT - the engine "
            "would run a what-if, not the day."
        DISPLAY "Set SIMULATE to N when the simulation is finished "
            "and resubmit."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 3000-BUILD-STEP-TABLE.
    PERFORM 2000-SCAN-JOB-STATUS.
                    WHEN OTHER
                        PERFORM 9800-REFUSE-RUN-PARM
                END-EVALUATE
            WHEN "SIMULATE"
                EVALUATE WS-PM-VALUE (1:1)
                    WHEN "Y" WHEN "y"
                        MOVE "Y" TO WS-SIMULATE-SWITCH
                    WHEN "N" WHEN "n"
                        MOVE "N" TO WS-SIMULATE-SWITCH
                    WHEN OTHER
                        PERFORM 9800-REFUSE-RUN-PARM
                END-EVALUATE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-EVALUATE.

3000-BUILD-STEP-TABLE.
*>RC 4 is duplicates rejected or a branch extract refused and set
*>aside; 8 - no extract accepted at all - holds the stream.
    MOVE "SEQCHECK" TO WS-NS-NAME.
    MOVE "bin/CS4080SeqCheck" TO WS-NS-CMD.
    MOVE 4 TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>The outlier screen takes the held items off the sequenced file
*>before any engine sees it. RC 4 is items held for review or a
*>branch's volume out of line - the review queue, not a stopper.
    MOVE "OUTLIER" TO WS-NS-NAME.
    MOVE "bin/CS4080OutlierScreen" TO WS-NS-CMD.
    MOVE 4 TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

    IF WS-SINGLE-PASS-MODE
        MOVE "ENGINE" TO WS-NS-NAME
        MOVE "bin/CS4080ExampleProgram" TO WS-NS-CMD
    MOVE ZERO TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>The account balance master takes the day's postings once the file
*>has reconciled. RC 4 is a late item with no prior-period approval -
*>booked and listed for follow-up; 8 (master out of balance with the
*>posting file) holds the stream.
    MOVE "GLBALUPD" TO WS-NS-NAME.
    MOVE "bin/CS4080GLBalUpdate" TO WS-NS-CMD.
    MOVE 4 TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>The day's processed amounts join the branch norms only once the
*>posting file has proved out.
    MOVE "NORMUPD" TO WS-NS-NAME.
    MOVE "bin/CS4080NormUpdate" TO WS-NS-CMD.
    MOVE ZERO TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>The suspense ledger takes the day's "E" postings once the posting
*>file has proved out. RC 4 is items open over 10 days - a chase
*>list, not a reason to hold the day.
    MOVE "SUSPENSE" TO WS-NS-NAME.
    MOVE "bin/CS4080Suspense" TO WS-NS-CMD.
    MOVE 4 TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>RC 4 from the statement writer only means an input with no branch
*>codes on it - the control report already tells that story.
    MOVE "BRANCHSTMT" TO WS-NS-NAME.
    MOVE 4 TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>The day's trial balance for the current period, off the master the
*>GLBALUPD step just brought up to date.
    MOVE "TRIALBAL" TO WS-NS-NAME.
    MOVE "bin/CS4080TrialBal" TO WS-NS-CMD.
    MOVE 4 TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>The day's branch-master and mapping changes, listed from the
*>maintenance journal before the date rolls past them.
    MOVE "REFCHANGE" TO WS-NS-NAME.
    MOVE "bin/CS4080RefChange" TO WS-NS-CMD.
    MOVE ZERO TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>With every report written, the day's outputs are copied to dated
*>generations and catalogued before the date rolls and tomorrow's run
*>overwrites them. RC 4 is a step report not found - listed on
*>RETAIN.RPT; 8 (an engine output missing) holds the stream.
    MOVE "RETAIN" TO WS-NS-NAME.
    MOVE "bin/CS4080GenRetain" TO WS-NS-CMD.
    MOVE 4 TO WS-NS-MAX-RC.
    PERFORM 3100-ADD-STEP.

*>Date rollover is the explicit last step of the stream - only a day
*>whose every step completed moves the business date forward.
    MOVE "DATEROLL" TO WS-NS-NAME.
