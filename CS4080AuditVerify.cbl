*>CS4080AuditVerify
*>Companion to CS4080ExampleProgram.
*>Audit-integrity verification. Every AUDIT.LOG line carries a chain
*>value folded from the line before it (rule in CS4080AC), each run's
*>lines end in a seal line with their count, final chain value and
*>COMPUTE total, and the same three figures are registered on the
*>run's RUNCTL.DAT line. This job rebuilds the chain from the top of
*>the log and proves, for every run selected:
*>  - each line's chain value is the one its predecessors fold to -
*>    the first line that is not is reported by its line number and
*>    key, since an edit there (or a line inserted or dropped just
*>    before it) is what broke it;
*>  - the seal agrees with the rebuilt lines;
*>  - the seal agrees with the registration on RUNCTL.DAT, so a log
*>    edited and re-chained end to end still fails;
*>  - the COMPUTE results on the log agree with RESULT.DAT line by
*>    line, so a changed figure cannot hide in either file. This is
*>    done for the run whose outputs are on hand - the last run
*>    sealed on the log.
*>Selection comes from the run-parameter file:
*>  VERIFY_RUN                   - one run number
*>  VERIFY_FROM / VERIFY_TO      - run dates (YYYYMMDD), inclusive
*>  VERIFY_GEN_DATE              - a business date (YYYYMMDD) whose
*>                                 retained generations of AUDIT.LOG
*>                                 and RESULT.DAT are proved instead
*>                                 of the live files (see
*>                                 CS4080GenRetain); on its own it
*>                                 selects that date's runs
*>All filters given must match; none given verifies the latest run
*>registered. A selected run whose log is no longer on hand, or that
*>was registered before runs were sealed, is listed as not verified.
*>Writes AUDITVFY.RPT. RETURN-CODE 8 when any selected run fails,
*>4 when nothing failed but a selected run could not be verified (or
*>none was selected, or the log ends in unsealed lines), else 0.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080AuditVerify.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL AUDIT-LOG ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

        SELECT OPTIONAL RESULT-FILE ASSIGN TO WS-RESULT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESULT-STATUS.

        SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO "data/RUNCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-CTL-STATUS.

        SELECT OPTIONAL VERIFY-RPT ASSIGN TO "data/AUDITVFY.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  AUDIT-LOG.
    01  AUDIT-RECORD                 PIC X(150).

    FD  RESULT-FILE.
    01  RESULT-RECORD                PIC X(133).

    FD  RUN-CTL-FILE.
    01  RUN-CTL-RECORD               PIC X(210).

    FD  VERIFY-RPT.
    01  VERIFY-RECORD                PIC X(132).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    WORKING-STORAGE SECTION.
    01  WS-AUDIT-STATUS PIC XX.
        88  WS-AUDIT-OK             VALUE "00".
        88  WS-AUDIT-NOT-FOUND      VALUE "05" "35".
    01  WS-RESULT-STATUS PIC XX.
        88  WS-RESULT-OK            VALUE "00".
        88  WS-RESULT-NOT-FOUND     VALUE "05" "35".
    01  WS-RUN-CTL-STATUS PIC XX.
        88  WS-RUN-CTL-OK           VALUE "00".
        88  WS-RUN-CTL-NOT-FOUND    VALUE "05" "35".
    01  WS-RPT-STATUS PIC XX.
        88  WS-RPT-OK               VALUE "00".
    01  WS-RUN-PARMS-STATUS PIC XX.
        88  WS-RUN-PARMS-OK         VALUE "00".
        88  WS-RUN-PARMS-NOT-FOUND  VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC XX.

    01  WS-AUDIT-PATH PIC X(30) VALUE "data/AUDIT.LOG".
    01  WS-RESULT-PATH PIC X(30) VALUE "data/RESULT.DAT".

    01  WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
        88  WS-AUDIT-EOF            VALUE "Y".
    01  WS-RESULT-EOF-SWITCH PIC X VALUE "N".
        88  WS-RESULT-EOF           VALUE "Y".
    01  WS-RUN-CTL-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-CTL-EOF          VALUE "Y".

*>Selection criteria, resolved from the run-parameter file at
*>start-up.
    01  WS-RUN-FILTER PIC 9(6) VALUE ZERO.
    01  WS-FROM-DATE PIC 9(8) VALUE ZERO.
    01  WS-TO-DATE PIC 9(8) VALUE 99999999.
    01  WS-SCOPE-SWITCH PIC X VALUE "N".
        88  WS-SCOPE-GIVEN          VALUE "Y".
    01  WS-GEN-DATE PIC 9(8) VALUE ZERO.

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    COPY CS4080PM.

*>The runs selected from RUNCTL.DAT and what became of each. State
*>" " not yet found on a log, "V" verified, "F" failed.
    01  WS-RUN-TABLE.
        05  WS-VR-COUNT PIC 9(3) VALUE ZERO.
        05  WS-VR-ENTRY OCCURS 500 TIMES INDEXED BY VR-IDX.
            10  WS-VR-RUN-NUMBER     PIC 9(6).
            10  WS-VR-RUN-DATE       PIC 9(8).
            10  WS-VR-SEALED         PIC X.
            10  WS-VR-LINES          PIC 9(8).
            10  WS-VR-CHAIN          PIC 9(9).
            10  WS-VR-COM            PIC S9(35)V9(3).
            10  WS-VR-STATE          PIC X.
            10  WS-VR-LOG-LINE       PIC 9(8).
            10  WS-VR-KEY            PIC X(6).
            10  WS-VR-REASON         PIC X(40).
            10  WS-VR-XCHECK         PIC X.
            10  WS-VR-XCHECK-NOTE    PIC X(80).
    01  WS-RUN-FOUND-SWITCH PIC X VALUE "N".
        88  WS-RUN-FOUND            VALUE "Y".

*>Audit line, seal line and chain work area - WS-CHAIN-VALUE is the
*>chain rebuilt from the top of the log, WS-CHAIN-LINES and
*>WS-CHAIN-COM the lines and COMPUTE total since the last seal.
    COPY CS4080AL.
    COPY CS4080AC.

*>Where in the log the current seal span starts, and the first line
*>in it whose chain did not rebuild (zero while none).
    01  WS-LOG-LINE PIC 9(8) VALUE ZERO.
    01  WS-SPAN-START PIC 9(8) VALUE 1.
    01  WS-SPAN-BREAK-LINE PIC 9(8) VALUE ZERO.
    01  WS-SPAN-BREAK-KEY PIC X(6) VALUE SPACES.
    01  WS-SEALS-READ PIC 9(6) VALUE ZERO.
    01  WS-BREAKS-FOUND PIC 9(6) VALUE ZERO.
    01  WS-UNSEALED-LINES PIC 9(8) VALUE ZERO.
    01  WS-LOG-LINES-READ PIC 9(8) VALUE ZERO.

*>The last seal on the log - its run's outputs are the ones on hand,
*>so it is the run whose COMPUTE lines are tied to RESULT.DAT.
    01  WS-LAST-SEAL-RUN PIC 9(6) VALUE ZERO.
    01  WS-LAST-SPAN-START PIC 9(8) VALUE ZERO.
    01  WS-LAST-SPAN-END PIC 9(8) VALUE ZERO.

*>Cross-check counters and the first disagreement found.
    01  WS-XC-COMPARED PIC 9(8) VALUE ZERO.
    01  WS-XC-ADJUSTED PIC 9(8) VALUE ZERO.
    01  WS-XC-MISMATCH-SWITCH PIC X VALUE "N".
        88  WS-XC-MISMATCHED        VALUE "Y".
    01  WS-XC-NOTE PIC X(80) VALUE SPACES.
    01  WS-XC-LOG-COM PIC S9(35)V9(3).
    01  WS-XC-RESULT-COM PIC S9(35)V9(3).
    01  WS-XC-RESULT-SWITCH PIC X VALUE "N".
        88  WS-XC-RESULT-READY      VALUE "Y".

    COPY CS4080RL.
    COPY CS4080RC.

    01  WS-RUNS-VERIFIED PIC 9(3) VALUE ZERO.
    01  WS-RUNS-FAILED PIC 9(3) VALUE ZERO.
    01  WS-RUNS-NOT-VERIFIED PIC 9(3) VALUE ZERO.

    01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-PROVE-LOG.
    PERFORM 3000-CROSS-CHECK-RESULTS.
    PERFORM 5000-WRITE-VERIFY-REPORT.
    PERFORM 9000-TERMINATE.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1100-RESOLVE-CRITERIA.
    PERFORM 1200-LOAD-RUN-CONTROL.
    OPEN OUTPUT VERIFY-RPT.
    IF NOT (WS-RPT-OK OR WS-RPT-STATUS = "05")
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "VERIFY-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>Criteria come from RUNPARMS.DAT, validated and refused on anything
*>unrecognized - same contract as the engine's 1050-READ-RUN-PARMS.
1100-RESOLVE-CRITERIA.
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
    PERFORM 1110-READ-PARM-LINE UNTIL WS-RUN-PARMS-EOF.
    CLOSE RUN-PARMS-FILE.
*>A retained day is proved from its own generations - the live log
*>and result file are a later day's.
    IF WS-GEN-DATE NOT = ZERO
        MOVE SPACES TO WS-AUDIT-PATH
        STRING "data/AUDIT.LOG.G" WS-GEN-DATE
            DELIMITED BY SIZE INTO WS-AUDIT-PATH
        MOVE SPACES TO WS-RESULT-PATH
        STRING "data/RESULT.DAT.G" WS-GEN-DATE
            DELIMITED BY SIZE INTO WS-RESULT-PATH
        IF NOT WS-SCOPE-GIVEN
            MOVE WS-GEN-DATE TO WS-FROM-DATE WS-TO-DATE
            MOVE "Y" TO WS-SCOPE-SWITCH
        END-IF
    END-IF.

1110-READ-PARM-LINE.
    READ RUN-PARMS-FILE INTO WS-PARM-LINE
        AT END
            SET WS-RUN-PARMS-EOF TO TRUE
        NOT AT END
            PERFORM 1120-APPLY-PARM
    END-READ.

1120-APPLY-PARM.
    IF WS-PM-KEYWORD = SPACES OR WS-PM-KEYWORD (1:1) = "*"
        CONTINUE
    ELSE
        IF NOT WS-PM-KNOWN-KEYWORD
            PERFORM 9800-REFUSE-RUN-PARM
        END-IF
        EVALUATE WS-PM-KEYWORD
            WHEN "VERIFY_RUN"
                IF WS-PM-VALUE (1:6) IS NUMERIC
                    AND WS-PM-VALUE (7:1) = SPACE
                    MOVE WS-PM-VALUE (1:6) TO WS-RUN-FILTER
                    MOVE "Y" TO WS-SCOPE-SWITCH
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "VERIFY_FROM"
                IF WS-PM-VALUE (1:8) IS NUMERIC
                    AND WS-PM-VALUE (5:2) >= "01"
                    AND WS-PM-VALUE (5:2) <= "12"
                    AND WS-PM-VALUE (7:2) >= "01"
                    AND WS-PM-VALUE (7:2) <= "31"
                    MOVE WS-PM-VALUE (1:8) TO WS-FROM-DATE
                    MOVE "Y" TO WS-SCOPE-SWITCH
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "VERIFY_TO"
                IF WS-PM-VALUE (1:8) IS NUMERIC
                    AND WS-PM-VALUE (5:2) >= "01"
                    AND WS-PM-VALUE (5:2) <= "12"
                    AND WS-PM-VALUE (7:2) >= "01"
                    AND WS-PM-VALUE (7:2) <= "31"
                    MOVE WS-PM-VALUE (1:8) TO WS-TO-DATE
                    MOVE "Y" TO WS-SCOPE-SWITCH
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "VERIFY_GEN_DATE"
                IF WS-PM-VALUE (1:8) IS NUMERIC
                    AND WS-PM-VALUE (5:2) >= "01"
                    AND WS-PM-VALUE (5:2) <= "12"
                    AND WS-PM-VALUE (7:2) >= "01"
                    AND WS-PM-VALUE (7:2) <= "31"
                    MOVE WS-PM-VALUE (1:8) TO WS-GEN-DATE
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>With no criteria only the latest run is kept - each higher run
*>number read replaces the one entry.
1200-LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RUN-CTL-NOT-FOUND
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "Run-control master data/RUNCTL.DAT is missing - "
            "there is no registered seal to verify against."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-RUN-CTL-OK
        MOVE WS-RUN-CTL-STATUS TO WS-FATAL-STATUS
        MOVE "RUN-CTL OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 1210-READ-RUN-CTL UNTIL WS-RUN-CTL-EOF.
    CLOSE RUN-CTL-FILE.

1210-READ-RUN-CTL.
    READ RUN-CTL-FILE INTO WS-RUNCTL-LINE
        AT END
            SET WS-RUN-CTL-EOF TO TRUE
        NOT AT END
            IF WS-SCOPE-GIVEN
                IF (WS-RUN-FILTER = ZERO
                    OR WS-RC-RUN-NUMBER = WS-RUN-FILTER)
                    AND WS-RC-RUN-DATE >= WS-FROM-DATE
                    AND WS-RC-RUN-DATE <= WS-TO-DATE
                    PERFORM 1220-ADD-RUN-ENTRY
                END-IF
            ELSE
                IF WS-VR-COUNT = ZERO
                    PERFORM 1220-ADD-RUN-ENTRY
                ELSE
                    SET VR-IDX TO 1
                    IF WS-RC-RUN-NUMBER > WS-VR-RUN-NUMBER (VR-IDX)
                        MOVE ZERO TO WS-VR-COUNT
                        PERFORM 1220-ADD-RUN-ENTRY
                    END-IF
                END-IF
            END-IF
    END-READ.

1220-ADD-RUN-ENTRY.
    IF WS-VR-COUNT < 500
        ADD 1 TO WS-VR-COUNT
        SET VR-IDX TO WS-VR-COUNT
        MOVE WS-RC-RUN-NUMBER TO WS-VR-RUN-NUMBER (VR-IDX)
        MOVE WS-RC-RUN-DATE TO WS-VR-RUN-DATE (VR-IDX)
        IF WS-RC-AUDIT-LINES IS NUMERIC
            AND WS-RC-AUDIT-CHAIN IS NUMERIC
            MOVE "Y" TO WS-VR-SEALED (VR-IDX)
            MOVE WS-RC-AUDIT-LINES TO WS-VR-LINES (VR-IDX)
            MOVE WS-RC-AUDIT-CHAIN TO WS-VR-CHAIN (VR-IDX)
            MOVE WS-RC-AUDIT-COM TO WS-VR-COM (VR-IDX)
        ELSE
            MOVE "N" TO WS-VR-SEALED (VR-IDX)
            MOVE ZERO TO WS-VR-LINES (VR-IDX)
            MOVE ZERO TO WS-VR-CHAIN (VR-IDX)
            MOVE ZERO TO WS-VR-COM (VR-IDX)
        END-IF
        MOVE SPACE TO WS-VR-STATE (VR-IDX)
        MOVE ZERO TO WS-VR-LOG-LINE (VR-IDX)
        MOVE SPACES TO WS-VR-KEY (VR-IDX)
        MOVE SPACES TO WS-VR-REASON (VR-IDX)
        MOVE SPACE TO WS-VR-XCHECK (VR-IDX)
        MOVE SPACES TO WS-VR-XCHECK-NOTE (VR-IDX)
    ELSE
        DISPLAY "WARNING: more than 500 runs selected - narrow "
            "VERIFY_FROM / VERIFY_TO; later runs not verified"
    END-IF.

*>One pass over the whole log rebuilds the chain from its first line
*>- a seal can only be proved from the top, whichever run it closes.
*>After a line that does not rebuild, the chain carries on from the
*>value that line holds, so a later run on the same log is still
*>proved on its own lines rather than failed for an earlier break.
2000-PROVE-LOG.
    OPEN INPUT AUDIT-LOG.
    IF NOT (WS-AUDIT-OK OR WS-AUDIT-NOT-FOUND)
        MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
        MOVE "AUDIT-LOG OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    MOVE ZERO TO WS-CHAIN-VALUE WS-CHAIN-LINES WS-CHAIN-COM.
    MOVE ZERO TO WS-LOG-LINE WS-SPAN-BREAK-LINE.
    MOVE 1 TO WS-SPAN-START.
    PERFORM 2100-PROVE-LOG-LINE UNTIL WS-AUDIT-EOF.
    CLOSE AUDIT-LOG.
    MOVE WS-LOG-LINE TO WS-LOG-LINES-READ.
    MOVE WS-CHAIN-LINES TO WS-UNSEALED-LINES.

2100-PROVE-LOG-LINE.
    READ AUDIT-LOG INTO WS-AUDIT-LINE
        AT END
            SET WS-AUDIT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-LOG-LINE
            IF WS-AL-SEAL-LINE
                PERFORM 2300-PROVE-SEAL
            ELSE
                PERFORM 2200-PROVE-AUDIT-LINE
            END-IF
    END-READ.

2200-PROVE-AUDIT-LINE.
    MOVE WS-CHAIN-VALUE TO WS-CHAIN-WORK.
    PERFORM 2250-FOLD-AUDIT-BODY.
    IF WS-CHAIN-WORK NOT = WS-AL-CHAIN
        ADD 1 TO WS-BREAKS-FOUND
        IF WS-SPAN-BREAK-LINE = ZERO
            MOVE WS-LOG-LINE TO WS-SPAN-BREAK-LINE
            MOVE WS-AL-KEY TO WS-SPAN-BREAK-KEY
        END-IF
        MOVE WS-AL-CHAIN TO WS-CHAIN-VALUE
    ELSE
        MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE
    END-IF.
    ADD 1 TO WS-CHAIN-LINES.
    IF WS-AL-STMT = "COMPUTE"
        MOVE WS-AL-RESULT-VAL TO WS-CHAIN-COM-WORK
        ADD WS-CHAIN-COM-WORK TO WS-CHAIN-COM
    END-IF.

*>The chain rule from CS4080AC - WS-CHAIN-WORK in, WS-CHAIN-WORK out.
2250-FOLD-AUDIT-BODY.
    PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
            UNTIL WS-CHAIN-POS > LENGTH OF WS-AL-BODY
        COMPUTE WS-CHAIN-WORK = FUNCTION MOD (WS-CHAIN-WORK * 257
            + FUNCTION ORD (WS-AL-BODY (WS-CHAIN-POS:1)) - 1,
            999999937)
    END-PERFORM.

*>A seal closes the lines since the one before it. Its run is judged
*>only if selected; the span is reset either way.
2300-PROVE-SEAL.
    MOVE WS-AUDIT-LINE TO WS-AUDIT-SEAL.
    ADD 1 TO WS-SEALS-READ.
    PERFORM 2400-FIND-RUN.
    IF WS-RUN-FOUND
        PERFORM 2310-JUDGE-SEAL
    ELSE
        IF WS-SCOPE-GIVEN
            AND (WS-RUN-FILTER = ZERO
                OR WS-AS-RUN-NUMBER = WS-RUN-FILTER)
            AND WS-AS-RUN-DATE >= WS-FROM-DATE
            AND WS-AS-RUN-DATE <= WS-TO-DATE
            PERFORM 2350-UNREGISTERED-SEAL
        END-IF
    END-IF.
    MOVE WS-AS-RUN-NUMBER TO WS-LAST-SEAL-RUN.
    MOVE WS-SPAN-START TO WS-LAST-SPAN-START.
    COMPUTE WS-LAST-SPAN-END = WS-LOG-LINE - 1.
    COMPUTE WS-SPAN-START = WS-LOG-LINE + 1.
    MOVE ZERO TO WS-SPAN-BREAK-LINE.
    MOVE SPACES TO WS-SPAN-BREAK-KEY.
    MOVE ZERO TO WS-CHAIN-LINES WS-CHAIN-COM.

*>First failure wins - a broken line explains a seal that disagrees,
*>and a seal that disagrees with its lines explains one that
*>disagrees with the master.
2310-JUDGE-SEAL.
    EVALUATE TRUE
        WHEN WS-SPAN-BREAK-LINE NOT = ZERO
            MOVE "F" TO WS-VR-STATE (VR-IDX)
            MOVE WS-SPAN-BREAK-LINE TO WS-VR-LOG-LINE (VR-IDX)
            MOVE WS-SPAN-BREAK-KEY TO WS-VR-KEY (VR-IDX)
            MOVE "LINE DOES NOT CHAIN FROM THE ONE BEFORE"
                TO WS-VR-REASON (VR-IDX)
        WHEN WS-AS-LINES NOT = WS-CHAIN-LINES
            OR WS-AS-CHAIN NOT = WS-CHAIN-VALUE
            OR WS-AS-TOTAL-COM NOT = WS-CHAIN-COM
            MOVE "F" TO WS-VR-STATE (VR-IDX)
            MOVE WS-LOG-LINE TO WS-VR-LOG-LINE (VR-IDX)
            MOVE "SEAL DOES NOT MATCH THE LINES IT CLOSES"
                TO WS-VR-REASON (VR-IDX)
        WHEN WS-VR-SEALED (VR-IDX) NOT = "Y"
            MOVE "F" TO WS-VR-STATE (VR-IDX)
            MOVE WS-LOG-LINE TO WS-VR-LOG-LINE (VR-IDX)
            MOVE "RUN REGISTERED WITH NO SEAL FIGURES"
                TO WS-VR-REASON (VR-IDX)
        WHEN WS-AS-LINES NOT = WS-VR-LINES (VR-IDX)
            OR WS-AS-CHAIN NOT = WS-VR-CHAIN (VR-IDX)
            OR WS-AS-TOTAL-COM NOT = WS-VR-COM (VR-IDX)
            MOVE "F" TO WS-VR-STATE (VR-IDX)
            MOVE WS-LOG-LINE TO WS-VR-LOG-LINE (VR-IDX)
            MOVE "SEAL DOES NOT MATCH RUNCTL.DAT"
                TO WS-VR-REASON (VR-IDX)
        WHEN OTHER
            MOVE "V" TO WS-VR-STATE (VR-IDX)
            MOVE WS-LOG-LINE TO WS-VR-LOG-LINE (VR-IDX)
    END-EVALUATE.

*>A seal for a run the master never registered - the run died between
*>sealing and registering, or the seal was put there by hand. Either
*>way nothing vouches for the lines it closes.
2350-UNREGISTERED-SEAL.
    IF WS-VR-COUNT < 500
        ADD 1 TO WS-VR-COUNT
        SET VR-IDX TO WS-VR-COUNT
        MOVE WS-AS-RUN-NUMBER TO WS-VR-RUN-NUMBER (VR-IDX)
        MOVE WS-AS-RUN-DATE TO WS-VR-RUN-DATE (VR-IDX)
        MOVE "N" TO WS-VR-SEALED (VR-IDX)
        MOVE ZERO TO WS-VR-LINES (VR-IDX)
        MOVE ZERO TO WS-VR-CHAIN (VR-IDX)
        MOVE ZERO TO WS-VR-COM (VR-IDX)
        MOVE "F" TO WS-VR-STATE (VR-IDX)
        MOVE WS-LOG-LINE TO WS-VR-LOG-LINE (VR-IDX)
        MOVE SPACES TO WS-VR-KEY (VR-IDX)
        MOVE "SEAL FOR A RUN NOT ON RUNCTL.DAT"
            TO WS-VR-REASON (VR-IDX)
        MOVE SPACE TO WS-VR-XCHECK (VR-IDX)
        MOVE SPACES TO WS-VR-XCHECK-NOTE (VR-IDX)
    END-IF.

2400-FIND-RUN.
    MOVE "N" TO WS-RUN-FOUND-SWITCH.
    PERFORM VARYING VR-IDX FROM 1 BY 1
            UNTIL VR-IDX > WS-VR-COUNT OR WS-RUN-FOUND
        IF WS-VR-RUN-NUMBER (VR-IDX) = WS-AS-RUN-NUMBER
            MOVE "Y" TO WS-RUN-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-RUN-FOUND
        SET VR-IDX DOWN BY 1
    END-IF.

*>RESULT.DAT holds the outputs of the last run sealed on the log, so
*>that run's COMPUTE lines are walked against it in step: the engine
*>writes a transaction's audit lines and its result line in the same
*>order, restarts and partition merges included. A reversal's result
*>line ("R") has no COMPUTE behind it and is stepped over; a
*>reverse-and-replace line ("A") carries the replacement less the
*>original, so it is matched by key but its figure is not compared.
3000-CROSS-CHECK-RESULTS.
    IF WS-LAST-SEAL-RUN NOT = ZERO
        MOVE WS-LAST-SEAL-RUN TO WS-AS-RUN-NUMBER
        PERFORM 2400-FIND-RUN
        IF WS-RUN-FOUND
            PERFORM 3100-WALK-RESULTS
        END-IF
    END-IF.

3100-WALK-RESULTS.
    OPEN INPUT RESULT-FILE.
    IF NOT (WS-RESULT-OK OR WS-RESULT-NOT-FOUND)
        MOVE WS-RESULT-STATUS TO WS-FATAL-STATUS
        MOVE "RESULT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-RESULT-NOT-FOUND
        CLOSE RESULT-FILE
        MOVE "N" TO WS-VR-XCHECK (VR-IDX)
        MOVE "RESULT.DAT NOT ON HAND - NOT CROSS-CHECKED"
            TO WS-VR-XCHECK-NOTE (VR-IDX)
    ELSE
        OPEN INPUT AUDIT-LOG
        IF NOT WS-AUDIT-OK
            MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
            MOVE "AUDIT-LOG REOPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        MOVE "N" TO WS-AUDIT-EOF-SWITCH
        MOVE "N" TO WS-RESULT-EOF-SWITCH
        MOVE ZERO TO WS-LOG-LINE
        PERFORM 3200-CHECK-AUDIT-LINE
            UNTIL WS-AUDIT-EOF OR WS-XC-MISMATCHED
            OR WS-LOG-LINE >= WS-LAST-SPAN-END
        IF NOT WS-XC-MISMATCHED
            PERFORM 3300-READ-RESULT-LINE
            IF WS-XC-RESULT-READY
                MOVE "Y" TO WS-XC-MISMATCH-SWITCH
                MOVE SPACES TO WS-XC-NOTE
                STRING "RESULT.DAT KEY " WS-RL-KEY
                    " HAS NO COMPUTE ON THE LOG"
                    DELIMITED BY SIZE INTO WS-XC-NOTE
            END-IF
        END-IF
        CLOSE AUDIT-LOG
        CLOSE RESULT-FILE
        IF WS-XC-MISMATCHED
            MOVE "D" TO WS-VR-XCHECK (VR-IDX)
            MOVE WS-XC-NOTE TO WS-VR-XCHECK-NOTE (VR-IDX)
            IF WS-VR-STATE (VR-IDX) = "V"
                MOVE "F" TO WS-VR-STATE (VR-IDX)
                MOVE WS-LOG-LINE TO WS-VR-LOG-LINE (VR-IDX)
                MOVE WS-AL-KEY TO WS-VR-KEY (VR-IDX)
                MOVE "COMPUTE RESULT DOES NOT MATCH RESULT.DAT"
                    TO WS-VR-REASON (VR-IDX)
            END-IF
        ELSE
            MOVE "M" TO WS-VR-XCHECK (VR-IDX)
            MOVE SPACES TO WS-VR-XCHECK-NOTE (VR-IDX)
            STRING "RESULT.DAT AGREES - " WS-XC-COMPARED
                " COMPARED, " WS-XC-ADJUSTED " ADJUSTMENTS MATCHED BY KEY"
                DELIMITED BY SIZE INTO WS-VR-XCHECK-NOTE (VR-IDX)
        END-IF
    END-IF.

3200-CHECK-AUDIT-LINE.
    READ AUDIT-LOG INTO WS-AUDIT-LINE
        AT END
            SET WS-AUDIT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-LOG-LINE
            IF WS-LOG-LINE >= WS-LAST-SPAN-START
                AND NOT WS-AL-SEAL-LINE
                AND WS-AL-STMT = "COMPUTE"
                PERFORM 3210-MATCH-RESULT
            END-IF
    END-READ.

3210-MATCH-RESULT.
    PERFORM 3300-READ-RESULT-LINE.
    MOVE SPACES TO WS-XC-NOTE.
    EVALUATE TRUE
        WHEN NOT WS-XC-RESULT-READY
            MOVE "Y" TO WS-XC-MISMATCH-SWITCH
            STRING "LOG KEY " WS-AL-KEY
                " HAS NO RESULT.DAT LINE"
                DELIMITED BY SIZE INTO WS-XC-NOTE
        WHEN WS-RL-KEY NOT = WS-AL-KEY
            MOVE "Y" TO WS-XC-MISMATCH-SWITCH
            STRING "LOG KEY " WS-AL-KEY " MEETS RESULT.DAT KEY "
                WS-RL-KEY
                DELIMITED BY SIZE INTO WS-XC-NOTE
        WHEN WS-RL-ENTRY-TYPE = "A"
            ADD 1 TO WS-XC-ADJUSTED
        WHEN OTHER
            MOVE WS-AL-RESULT-VAL TO WS-XC-LOG-COM
            MOVE WS-RL-COM TO WS-XC-RESULT-COM
            IF WS-XC-LOG-COM NOT = WS-XC-RESULT-COM
                MOVE "Y" TO WS-XC-MISMATCH-SWITCH
                STRING "KEY " WS-AL-KEY
                    " WS-COM ON LOG DIFFERS FROM RESULT.DAT"
                    DELIMITED BY SIZE INTO WS-XC-NOTE
            ELSE
                ADD 1 TO WS-XC-COMPARED
            END-IF
    END-EVALUATE.

*>Next result line that has a COMPUTE behind it.
3300-READ-RESULT-LINE.
    MOVE "N" TO WS-XC-RESULT-SWITCH.
    PERFORM 3310-READ-ONE-RESULT
        UNTIL WS-RESULT-EOF OR WS-XC-RESULT-READY.

3310-READ-ONE-RESULT.
    READ RESULT-FILE INTO WS-RESULT-LINE
        AT END
            SET WS-RESULT-EOF TO TRUE
        NOT AT END
            IF WS-RL-ENTRY-TYPE NOT = "R"
                MOVE "Y" TO WS-XC-RESULT-SWITCH
            END-IF
    END-READ.

5000-WRITE-VERIFY-REPORT.
    MOVE "CS4080AuditVerify - AUDIT LOG INTEGRITY VERIFICATION"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-SCOPE-GIVEN
        STRING "SELECTED RUN " WS-RUN-FILTER
            "   DATES " WS-FROM-DATE " THRU " WS-TO-DATE
            "   LOG " WS-AUDIT-PATH
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "SELECTED LATEST REGISTERED RUN"
            "   LOG " WS-AUDIT-PATH
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    PERFORM 5100-WRITE-RUN-LINE
        VARYING VR-IDX FROM 1 BY 1 UNTIL VR-IDX > WS-VR-COUNT.

    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "LOG LINES / SEALS  : " WS-LOG-LINES-READ " / " WS-SEALS-READ
        "   LINES NOT CHAINING " WS-BREAKS-FOUND
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    IF WS-UNSEALED-LINES > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "UNSEALED LINES     : " WS-UNSEALED-LINES
            " AFTER THE LAST SEAL - NO RUN VOUCHES FOR THEM"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "RUNS VERIFIED      : " WS-RUNS-VERIFIED
        "   FAILED " WS-RUNS-FAILED
        "   NOT VERIFIED " WS-RUNS-NOT-VERIFIED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== AUDIT LOG VERIFICATION =====".
    DISPLAY "Runs selected      : " WS-VR-COUNT.
    DISPLAY "Runs verified      : " WS-RUNS-VERIFIED.
    DISPLAY "Runs failed        : " WS-RUNS-FAILED.
    DISPLAY "Runs not verified  : " WS-RUNS-NOT-VERIFIED.

    EVALUATE TRUE
        WHEN WS-RUNS-FAILED > ZERO
            MOVE 8 TO RETURN-CODE
        WHEN WS-RUNS-NOT-VERIFIED > ZERO
            OR WS-VR-COUNT = ZERO
            OR WS-UNSEALED-LINES > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE ZERO TO RETURN-CODE
    END-EVALUATE.

5100-WRITE-RUN-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    EVALUATE TRUE
        WHEN WS-VR-STATE (VR-IDX) = "V"
            ADD 1 TO WS-RUNS-VERIFIED
            STRING "RUN " WS-VR-RUN-NUMBER (VR-IDX)
                "  " WS-VR-RUN-DATE (VR-IDX)
                "  VERIFIED    " WS-VR-LINES (VR-IDX)
                " LINES SEALED AT LOG LINE " WS-VR-LOG-LINE (VR-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-VR-STATE (VR-IDX) = "F"
            ADD 1 TO WS-RUNS-FAILED
            STRING "RUN " WS-VR-RUN-NUMBER (VR-IDX)
                "  " WS-VR-RUN-DATE (VR-IDX)
                "  *FAILED*    LOG LINE " WS-VR-LOG-LINE (VR-IDX)
                " KEY " WS-VR-KEY (VR-IDX)
                "  " WS-VR-REASON (VR-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-VR-SEALED (VR-IDX) NOT = "Y"
            ADD 1 TO WS-RUNS-NOT-VERIFIED
            STRING "RUN " WS-VR-RUN-NUMBER (VR-IDX)
                "  " WS-VR-RUN-DATE (VR-IDX)
                "  NOT VERIFIED - REGISTERED BEFORE RUNS WERE SEALED"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN OTHER
            ADD 1 TO WS-RUNS-NOT-VERIFIED
            STRING "RUN " WS-VR-RUN-NUMBER (VR-IDX)
                "  " WS-VR-RUN-DATE (VR-IDX)
                "  NOT VERIFIED - ITS SEAL IS NOT ON THE LOG ON HAND"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-EVALUATE.
    PERFORM 5010-WRITE-REPORT-LINE.
    IF WS-VR-XCHECK (VR-IDX) NOT = SPACE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "                    CROSS-CHECK  "
            WS-VR-XCHECK-NOTE (VR-IDX)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.
    IF WS-VR-STATE (VR-IDX) = "F"
        DISPLAY "Run " WS-VR-RUN-NUMBER (VR-IDX) " FAILED at log line "
            WS-VR-LOG-LINE (VR-IDX) " - " WS-VR-REASON (VR-IDX)
    END-IF.

5010-WRITE-REPORT-LINE.
    WRITE VERIFY-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-RPT-OK
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "VERIFY-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

9000-TERMINATE.
    CLOSE VERIFY-RPT.

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
