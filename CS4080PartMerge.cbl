*>own) without rerunning the slices that completed.
*>PART_COUNT (2-4, default 2) comes from the run-parameter file,
*>the same file the split read - so it always matches the split.
*>Each slice's AUDIT.Pn is proved against its own chain and seal as
*>it is read - a line that fails, or a slice with no seal, fails the
*>merge - and the lines are re-chained into AUDIT.LOG, which gets the
*>day's one seal when the merged run is registered.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080PartMerge.
    01  RESULT-RECORD                PIC X(133).

    FD  AUDIT-LOG.
    01  AUDIT-RECORD                 PIC X(150).

    FD  REJECT-FILE.
    01  REJECT-RECORD                PIC X(110).
    01  BUSDATE-RECORD               PIC X(8).

    FD  RUN-CTL-FILE.
    01  RUN-CTL-RECORD               PIC X(210).

    WORKING-STORAGE SECTION.
    01  WS-MERGE-IN-STATUS PIC XX.
    01  WS-CTL-REJECT-SUM PIC 9(6) VALUE ZERO.
    01  WS-CTL-EXCEPTION-SUM PIC 9(6) VALUE ZERO.
    01  WS-CTL-COM-SUM PIC S9(35)V9(3) VALUE ZERO.
    01  WS-CTL-REVERSAL-SUM PIC 9(6) VALUE ZERO.
    01  WS-CTL-REVERSAL-COM-SUM PIC S9(35)V9(3) VALUE ZERO.
    01  WS-CTL-FOUND-TOTAL PIC X VALUE "N".

*>Independent re-derivation from the merged data itself.
    01  WS-GLPOST-LINES PIC 9(6) VALUE ZERO.
    01  WS-EXCEPTION-LINES PIC 9(6) VALUE ZERO.
    01  WS-COM-REDERIVED PIC S9(35)V9(3) VALUE ZERO.
    01  WS-REVERSAL-LINES PIC 9(6) VALUE ZERO.

*>Reference-data version lines ("REF ...") from the partition control
*>reports. Every slice loads the same branch master, mapping file and
*>period lock, so the first slice's lines are carried onto the combined
*>report; a later slice stating a different version means maintenance
*>was saved (or a period closed) while the slices were starting, and
*>the combined report says so.
    01  WS-REF-TABLE.
        05  WS-REF-COUNT PIC 9 VALUE ZERO.
        05  WS-REF-LINE PIC X(80) OCCURS 3 TIMES INDEXED BY RF-IDX.
    01  WS-REF-SEEN PIC 9 VALUE ZERO.
    01  WS-REF-MISMATCH-SWITCH PIC X VALUE "N".
        88  WS-REF-MISMATCH         VALUE "Y".

*>Per-branch subtotals aggregated from the BRANCH SUBTOTALS lines on
*>the partition control reports, so the office-level balancing view
*>Result line as the partition engines wrote it.
    COPY CS4080RL.

*>Audit line and seal as the partition engines wrote them, and the
*>chain work area - WS-CHAIN-VALUE carries the merged AUDIT.LOG chain.
    COPY CS4080AL.
    COPY CS4080AC.

*>The chain of the slice being read, rebuilt line by line and proved
*>against each line's own chain value and the slice's seal.
    01  WS-SLICE-CHAIN PIC 9(9) VALUE ZERO.
    01  WS-SLICE-LINES PIC 9(8) VALUE ZERO.
    01  WS-SLICE-COM PIC S9(35)V9(3) VALUE ZERO.
    01  WS-SLICE-SEAL-SWITCH PIC X VALUE "N".
        88  WS-SLICE-SEALED         VALUE "Y".
    01  WS-SLICE-BREAK-SWITCH PIC X VALUE "N".
        88  WS-SLICE-BROKEN         VALUE "Y".

*>Run-control line in the layout the batch job and CS4080RunSummary
*>share.
    COPY CS4080RC.
    MOVE SPACES TO WS-MERGE-IN-PATH.
    STRING "data/AUDIT.P" WS-PART-NUM
        DELIMITED BY SIZE INTO WS-MERGE-IN-PATH.
    MOVE ZERO TO WS-SLICE-CHAIN WS-SLICE-LINES WS-SLICE-COM.
    MOVE "N" TO WS-SLICE-SEAL-SWITCH.
    MOVE "N" TO WS-SLICE-BREAK-SWITCH.
    PERFORM 2100-COPY-ONE-FILE.
    IF NOT WS-SLICE-SEALED AND NOT WS-MERGE-IN-NOT-FOUND
        DISPLAY "***** UNSEALED PARTITION AUDIT LOG: "
            WS-MERGE-IN-PATH
        MOVE "Y" TO WS-MERGE-FAIL-SWITCH
    END-IF.

    MOVE "J" TO WS-COPY-TARGET.
    MOVE SPACES TO WS-MERGE-IN-PATH.
            MOVE MERGE-IN-RECORD (1:133) TO WS-RESULT-LINE
            MOVE WS-RL-COM TO WS-COM-WORK
            ADD WS-COM-WORK TO WS-COM-REDERIVED
            IF WS-RL-ENTRY-TYPE = "R" OR WS-RL-ENTRY-TYPE = "A"
                ADD 1 TO WS-REVERSAL-LINES
            END-IF
            WRITE RESULT-RECORD FROM MERGE-IN-RECORD (1:133)
            IF NOT WS-RESULT-OK
                MOVE WS-RESULT-STATUS TO WS-FATAL-STATUS
                PERFORM 9900-FATAL-FILE-ERROR
            END-IF
        WHEN WS-COPY-TO-AUDIT
            MOVE MERGE-IN-RECORD (1:LENGTH OF WS-AUDIT-LINE)
                TO WS-AUDIT-LINE
            IF WS-AL-SEAL-LINE
                PERFORM 2420-PROVE-SLICE-SEAL
            ELSE
                PERFORM 2400-PROVE-SLICE-LINE
                PERFORM 2410-WRITE-MERGED-AUDIT
            END-IF
        WHEN WS-COPY-TO-REJECT
            ADD 1 TO WS-REJECT-LINES
            END-IF
    END-EVALUATE.

*>The slice's chain is rebuilt from its own lines - a line edited,
*>dropped or inserted since the engine wrote it no longer carries the
*>value its predecessors fold to. Only the first break in a slice is
*>reported; every later line follows from it.
2400-PROVE-SLICE-LINE.
    MOVE WS-SLICE-CHAIN TO WS-CHAIN-WORK.
    PERFORM 2450-FOLD-AUDIT-BODY.
    MOVE WS-CHAIN-WORK TO WS-SLICE-CHAIN.
    ADD 1 TO WS-SLICE-LINES.
    IF WS-AL-STMT = "COMPUTE"
        MOVE WS-AL-RESULT-VAL TO WS-CHAIN-COM-WORK
        ADD WS-CHAIN-COM-WORK TO WS-SLICE-COM
    END-IF.
    MOVE "N" TO WS-SLICE-SEAL-SWITCH.
    IF WS-AL-CHAIN NOT = WS-SLICE-CHAIN AND NOT WS-SLICE-BROKEN
        DISPLAY "***** AUDIT CHAIN BROKEN: " WS-MERGE-IN-PATH
            " LINE " WS-SLICE-LINES " KEY " WS-AL-KEY
        MOVE "Y" TO WS-SLICE-BREAK-SWITCH
        MOVE "Y" TO WS-MERGE-FAIL-SWITCH
    END-IF.

*>Re-chained into the day's log - the merged AUDIT.LOG is one chain
*>from its first line, whichever slice a line came from.
2410-WRITE-MERGED-AUDIT.
    MOVE WS-CHAIN-VALUE TO WS-CHAIN-WORK.
    PERFORM 2450-FOLD-AUDIT-BODY.
    MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE.
    MOVE WS-CHAIN-VALUE TO WS-AL-CHAIN.
    ADD 1 TO WS-AUDIT-LINES.
    ADD 1 TO WS-CHAIN-LINES.
    IF WS-AL-STMT = "COMPUTE"
        MOVE WS-AL-RESULT-VAL TO WS-CHAIN-COM-WORK
        ADD WS-CHAIN-COM-WORK TO WS-CHAIN-COM
    END-IF.
    WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
    IF NOT WS-AUDIT-OK
        MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
        MOVE "AUDIT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>The slice's seal must agree with the lines rebuilt above it. The
*>seal line itself is not carried - the merged log is sealed once,
*>for the whole day, in 6000.
2420-PROVE-SLICE-SEAL.
    MOVE WS-AUDIT-LINE TO WS-AUDIT-SEAL.
    IF WS-AS-LINES NOT = WS-SLICE-LINES
        OR WS-AS-CHAIN NOT = WS-SLICE-CHAIN
        OR WS-AS-TOTAL-COM NOT = WS-SLICE-COM
        DISPLAY "***** AUDIT SEAL DOES NOT AGREE: " WS-MERGE-IN-PATH
            " SEAL " WS-AS-LINES " LINES CHAIN " WS-AS-CHAIN
            " - REBUILT " WS-SLICE-LINES " LINES CHAIN " WS-SLICE-CHAIN
        MOVE "Y" TO WS-MERGE-FAIL-SWITCH
    END-IF.
    MOVE "Y" TO WS-SLICE-SEAL-SWITCH.
    MOVE ZERO TO WS-SLICE-LINES WS-SLICE-COM.

*>The chain rule from CS4080AC - WS-CHAIN-WORK in, WS-CHAIN-WORK out.
2450-FOLD-AUDIT-BODY.
    PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
            UNTIL WS-CHAIN-POS > LENGTH OF WS-AL-BODY
        COMPUTE WS-CHAIN-WORK = FUNCTION MOD (WS-CHAIN-WORK * 257
            + FUNCTION ORD (WS-AL-BODY (WS-CHAIN-POS:1)) - 1,
            999999937)
    END-PERFORM.

*>The partition's own control report is the engine's sworn statement
*>of what it did - its counts are summed here and later proved
*>against the merged data itself.
3000-PARSE-PARTITION-CONTROL.
    MOVE "N" TO WS-MERGE-EOF-SWITCH.
    MOVE "N" TO WS-CTL-FOUND-TOTAL.
    MOVE ZERO TO WS-REF-SEEN.
    MOVE SPACES TO WS-MERGE-IN-PATH.
    STRING "data/CONTROL.P" WS-PART-NUM
        DELIMITED BY SIZE INTO WS-MERGE-IN-PATH.
                    MOVE WS-EDIT-AMOUNT TO WS-COM-WORK
                    ADD WS-COM-WORK TO WS-CTL-COM-SUM
                    MOVE "Y" TO WS-CTL-FOUND-TOTAL
                WHEN "REVERSALS POSTED   : "
                    MOVE MERGE-IN-RECORD (22:6) TO WS-CTL-FIGURE
                    ADD WS-CTL-FIGURE TO WS-CTL-REVERSAL-SUM
                WHEN "REVERSAL TOTAL COM : "
                    MOVE MERGE-IN-RECORD (22:40) TO WS-EDIT-AMOUNT
                    MOVE WS-EDIT-AMOUNT TO WS-COM-WORK
                    ADD WS-COM-WORK TO WS-CTL-REVERSAL-COM-SUM
*>Branch detail lines have no fixed caption - they are recognised by
*>the PROC/REJ column captions the engine's 5100-WRITE-BRANCH-LINE
*>strings into them.
                        AND MERGE-IN-RECORD (19:6) = "  REJ "
                        PERFORM 3200-TALLY-BRANCH-LINE
                    END-IF
                    IF MERGE-IN-RECORD (1:4) = "REF "
                        PERFORM 3300-CARRY-REF-LINE
                    END-IF
            END-EVALUATE
    END-READ.

3300-CARRY-REF-LINE.
    ADD 1 TO WS-REF-SEEN.
    IF WS-REF-SEEN <= 3
        IF WS-PART-NUM = 1
            MOVE MERGE-IN-RECORD TO WS-REF-LINE (WS-REF-SEEN)
            MOVE WS-REF-SEEN TO WS-REF-COUNT
        ELSE
            IF MERGE-IN-RECORD (1:80) NOT = WS-REF-LINE (WS-REF-SEEN)
                MOVE "Y" TO WS-REF-MISMATCH-SWITCH
                DISPLAY "WARNING: " WS-MERGE-IN-PATH
                    " ran with a different reference version:"
                DISPLAY "  " MERGE-IN-RECORD (1:80)
            END-IF
        END-IF
    END-IF.

*>Find-or-add the combined slot for the branch code on a partition's
*>subtotal line and roll that slice's figures into it. A branch's
*>transactions can land in several key-range slices, so the same code
        DISPLAY "***** WS-COM TOTAL DOES NOT PROVE"
        MOVE "Y" TO WS-MERGE-FAIL-SWITCH
    END-IF.
    IF WS-CTL-REVERSAL-SUM NOT = WS-REVERSAL-LINES
        DISPLAY "***** REVERSAL COUNT DOES NOT PROVE: CONTROL "
            WS-CTL-REVERSAL-SUM " MERGED " WS-REVERSAL-LINES
        MOVE "Y" TO WS-MERGE-FAIL-SWITCH
    END-IF.

    OPEN OUTPUT CONTROL-RPT.
    IF NOT (WS-CONTROL-OK OR WS-CONTROL-STATUS = "05")
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > WS-REF-COUNT
        MOVE WS-REF-LINE (RF-IDX) TO WS-CONTROL-LINE
        PERFORM 5010-WRITE-CONTROL-LINE
    END-PERFORM.
    IF WS-REF-MISMATCH
        MOVE "REF VERSIONS DIFFER ACROSS PARTITIONS - SEE CONTROL.Pn"
            TO WS-CONTROL-LINE
        PERFORM 5010-WRITE-CONTROL-LINE
    END-IF.

    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "RECORDS READ       : " WS-CTL-READ-SUM
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "REVERSALS POSTED   : " WS-CTL-REVERSAL-SUM
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE WS-CTL-REVERSAL-COM-SUM TO WS-EDIT-AMOUNT.
    MOVE SPACES TO WS-CONTROL-LINE.
    STRING "REVERSAL TOTAL COM : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.

    MOVE "BRANCH SUBTOTALS:" TO WS-CONTROL-LINE.
    PERFORM 5010-WRITE-CONTROL-LINE.
    PERFORM 5100-WRITE-BRANCH-LINE
    DISPLAY "Exceptions logged  : " WS-CTL-EXCEPTION-SUM.
    MOVE WS-CTL-COM-SUM TO WS-EDIT-AMOUNT.
    DISPLAY "Total of WS-COM    : " WS-EDIT-AMOUNT.
    DISPLAY "Reversals posted   : " WS-CTL-REVERSAL-SUM.
    MOVE WS-CTL-REVERSAL-COM-SUM TO WS-EDIT-AMOUNT.
    DISPLAY "Reversal total COM : " WS-EDIT-AMOUNT.
    IF WS-MERGE-FAILED
        DISPLAY "Merge              : FAIL - DO NOT RELEASE OUTPUTS"
    ELSE
    MOVE WS-CTL-REJECT-SUM TO WS-RC-REJECT-COUNT.
    MOVE WS-CTL-EXCEPTION-SUM TO WS-RC-EXCEPTION-COUNT.
    MOVE WS-CTL-COM-SUM TO WS-RC-TOTAL-COM.
    PERFORM 6200-WRITE-AUDIT-SEAL.
    MOVE WS-CHAIN-LINES TO WS-RC-AUDIT-LINES.
    MOVE WS-CHAIN-VALUE TO WS-RC-AUDIT-CHAIN.
    MOVE WS-CHAIN-COM TO WS-RC-AUDIT-COM.
    OPEN EXTEND RUN-CTL-FILE.
    IF NOT (WS-RUN-CTL-OK OR WS-RUN-CTL-NOT-FOUND)
        MOVE WS-RUN-CTL-STATUS TO WS-FATAL-STATUS
            END-IF
    END-READ.

*>The day's seal on the merged log, under the run number just taken -
*>same layout and meaning as the engine's 8150-WRITE-AUDIT-SEAL.
6200-WRITE-AUDIT-SEAL.
    MOVE FUNCTION CURRENT-DATE TO WS-AS-TIMESTAMP.
    MOVE WS-RUN-NUMBER TO WS-AS-RUN-NUMBER.
    MOVE WS-RUN-DATE TO WS-AS-RUN-DATE.
    MOVE WS-CHAIN-LINES TO WS-AS-LINES.
    MOVE WS-CHAIN-COM TO WS-AS-TOTAL-COM.
    MOVE WS-CHAIN-VALUE TO WS-AS-CHAIN.
    WRITE AUDIT-RECORD FROM WS-AUDIT-SEAL.
    IF NOT WS-AUDIT-OK
        MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
        MOVE "AUDIT SEAL" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

9000-TERMINATE.
    CLOSE RESULT-FILE.
    CLOSE AUDIT-LOG.
