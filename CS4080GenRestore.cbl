*>CS4080GenRestore
*>Companion to CS4080GenRetain - brings a named day back.
*>Reads the generation catalog GENCAT.DAT for the business date in
*>RESTORE_DATE and copies that day's generations back over the live
*>files in data/, so a GL re-send of last Tuesday's GLPOST.DAT, a
*>reprint of its control report, or any job that reads the day's
*>files by their usual names can be run against that day again.
*>RESTORE_TYPE narrows the set to one file type (RESULT, GLPOST,
*>CONTROL, EXCEPTION, REJECT, AUDIT, INPUT or REPORTS); ALL, the
*>default, brings back everything catalogued for the date.
*>Every generation in the set is proved against its catalog line -
*>record count and control total re-read off the generation - before
*>any live file is touched; one that does not prove refuses the whole
*>restore (RETURN-CODE 8), so the live set is never a mix of a day
*>and something else. Each file is restored through a staging copy
*>and a rename.
*>The restore overwrites the live files, so it is refused while the
*>outputs of the latest run registered on RUNCTL.DAT have no
*>generations on the catalog yet - restoring then would destroy the
*>only copy of that day. Once the RETAIN step has run, the day on
*>hand can itself be restored back the same way.
*>A read-only comparison needs no restore: CS4080ResultCompare and
*>CS4080AuditVerify can be pointed straight at a generation.
*>Writes RESTORE.RPT.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080GenRestore.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>The generation being proved - pointed at run time.
        SELECT OPTIONAL GEN-FILE ASSIGN TO WS-GEN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-STATUS.

        SELECT OPTIONAL GENCAT-FILE ASSIGN TO "data/GENCAT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GENCAT-STATUS.

        SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO "data/RUNCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-CTL-STATUS.

        SELECT OPTIONAL RESTORE-RPT ASSIGN TO "data/RESTORE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

*>Run-parameter file - a missing file refuses the run; see the
*>batch engine's 1050-READ-RUN-PARMS for why.
        SELECT OPTIONAL RUN-PARMS-FILE ASSIGN TO "data/RUNPARMS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-PARMS-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  GEN-FILE.
    01  GEN-RECORD                   PIC X(256).

    FD  GENCAT-FILE.
    01  GENCAT-RECORD                PIC X(170).

    FD  RUN-CTL-FILE.
    01  RUN-CTL-RECORD               PIC X(210).

    FD  RESTORE-RPT.
    01  RESTORE-RECORD               PIC X(132).

    FD  RUN-PARMS-FILE.
    01  RUN-PARMS-RECORD             PIC X(80).

    WORKING-STORAGE SECTION.
    01  WS-GEN-STATUS PIC XX.
        88  WS-GEN-OK               VALUE "00".
        88  WS-GEN-NOT-FOUND        VALUE "05" "35".
    01  WS-GENCAT-STATUS PIC XX.
        88  WS-GENCAT-OK            VALUE "00".
        88  WS-GENCAT-NOT-FOUND     VALUE "05" "35".
    01  WS-RUN-CTL-STATUS PIC XX.
        88  WS-RUN-CTL-OK           VALUE "00".
        88  WS-RUN-CTL-NOT-FOUND    VALUE "05" "35".
    01  WS-RPT-STATUS PIC XX.
        88  WS-RPT-OK               VALUE "00".
    01  WS-RUN-PARMS-STATUS PIC XX.
        88  WS-RUN-PARMS-OK         VALUE "00".
        88  WS-RUN-PARMS-NOT-FOUND  VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
*>CBL_COPY_FILE / CBL_RENAME_FILE return code.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC X(9).

    01  WS-GEN-PATH PIC X(40).
    01  WS-LIVE-PATH PIC X(40).
    01  WS-STAGE-PATH PIC X(40).
    01  WS-COPY-RC PIC 9(9) VALUE ZERO.
    01  WS-RENAME-RC PIC 9(9) VALUE ZERO.

    01  WS-GEN-EOF-SWITCH PIC X VALUE "N".
        88  WS-GEN-EOF              VALUE "Y".
    01  WS-GENCAT-EOF-SWITCH PIC X VALUE "N".
        88  WS-GENCAT-EOF           VALUE "Y".
    01  WS-RUN-CTL-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-CTL-EOF          VALUE "Y".

*>What to bring back, resolved from the run-parameter file.
    01  WS-RESTORE-DATE PIC 9(8) VALUE ZERO.
    01  WS-RESTORE-TYPE PIC X(10) VALUE "ALL".

*>Run-parameter file support - line layout and master keyword list.
    01  WS-RUN-PARMS-EOF-SWITCH PIC X VALUE "N".
        88  WS-RUN-PARMS-EOF        VALUE "Y".
    COPY CS4080PM.

*>The latest run registered, and whether its outputs - the live files
*>about to be overwritten - are on the catalog.
    01  WS-LATEST-RUN PIC 9(6) VALUE ZERO.
    01  WS-LATEST-RUN-DATE PIC 9(8) VALUE ZERO.
    01  WS-LIVE-RETAINED-SWITCH PIC X VALUE "N".
        88  WS-LIVE-RETAINED        VALUE "Y".

*>The generation set for the day. WS-RS-PROOF is "P" proved, "M"
*>generation missing, "D" figures differ from the catalog.
    01  WS-RESTORE-TABLE.
        05  WS-RS-COUNT PIC 9(3) VALUE ZERO.
        05  WS-RS-ENTRY OCCURS 100 TIMES INDEXED BY RS-IDX.
            10  WS-RS-LINE           PIC X(166).
            10  WS-RS-PROOF          PIC X.
            10  WS-RS-RECORDS        PIC 9(8).
            10  WS-RS-TOTAL          PIC S9(35)V9(3).

    COPY CS4080GC.
    COPY CS4080RC.

*>Record layouts the control totals are taken through - the same
*>rules CS4080GenRetain catalogued them by.
    COPY CS4080RL.
    COPY CS4080GL.
    COPY CS4080AL.
    COPY CS4080TR.

*>Read-back figures for the generation in hand.
    01  WS-TALLY-TYPE PIC X(10).
    01  WS-TALLY-RECORDS PIC 9(8) VALUE ZERO.
    01  WS-TALLY-TOTAL PIC S9(35)V9(3) VALUE ZERO.
    01  WS-TALLY-AMOUNT PIC S9(35)V9(3) VALUE ZERO.

    01  WS-FILES-PROVED PIC 9(3) VALUE ZERO.
    01  WS-FILES-FAILED PIC 9(3) VALUE ZERO.
    01  WS-FILES-RESTORED PIC 9(3) VALUE ZERO.

    01  WS-EDIT-TOTAL PIC -9(35).9(3).
    01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-PROVE-GENERATIONS.
    IF WS-FILES-FAILED = ZERO
        PERFORM 3000-RESTORE-GENERATIONS
    END-IF.
    PERFORM 5000-WRITE-RESTORE-REPORT.
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1050-READ-RUN-PARMS.
    IF WS-RESTORE-DATE = ZERO
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "RESTORE_DATE must be set in data/RUNPARMS.DAT - "
            "a restore overwrites the live files and has no safe "
            "default day."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1200-FIND-LATEST-RUN.
    PERFORM 1300-LOAD-GENERATION-SET.
    DISPLAY "===== GENERATION RESTORE =====".
    DISPLAY "Restoring day      : " WS-RESTORE-DATE.
    DISPLAY "File type          : " WS-RESTORE-TYPE.
    DISPLAY "Generations in set : " WS-RS-COUNT.

    IF WS-RS-COUNT = ZERO
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "No generations of type " WS-RESTORE-TYPE
            " are catalogued for " WS-RESTORE-DATE
            " on data/GENCAT.DAT."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-LATEST-RUN NOT = ZERO AND NOT WS-LIVE-RETAINED
        DISPLAY "***** RUN REFUSED *****"
        DISPLAY "The files on hand are run " WS-LATEST-RUN
            " for " WS-LATEST-RUN-DATE
            " and have no generations on the catalog yet."
        DISPLAY "Run CS4080GenRetain for that day first - "
            "restoring now would destroy its only copy."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

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
            WHEN "RESTORE_DATE"
                IF WS-PM-VALUE (1:8) IS NUMERIC
                    AND WS-PM-VALUE (5:2) >= "01"
                    AND WS-PM-VALUE (5:2) <= "12"
                    AND WS-PM-VALUE (7:2) >= "01"
                    AND WS-PM-VALUE (7:2) <= "31"
                    MOVE WS-PM-VALUE (1:8) TO WS-RESTORE-DATE
                ELSE
                    PERFORM 9800-REFUSE-RUN-PARM
                END-IF
            WHEN "RESTORE_TYPE"
                EVALUATE WS-PM-VALUE
                    WHEN "ALL"
                    WHEN "RESULT"
                    WHEN "GLPOST"
                    WHEN "CONTROL"
                    WHEN "EXCEPTION"
                    WHEN "REJECT"
                    WHEN "AUDIT"
                    WHEN "INPUT"
                    WHEN "REPORTS"
                        MOVE WS-PM-VALUE TO WS-RESTORE-TYPE
                    WHEN OTHER
                        PERFORM 9800-REFUSE-RUN-PARM
                END-EVALUATE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

1200-FIND-LATEST-RUN.
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

1210-READ-RUN-CTL.
    READ RUN-CTL-FILE INTO WS-RUNCTL-LINE
        AT END
            SET WS-RUN-CTL-EOF TO TRUE
        NOT AT END
            IF WS-RC-RUN-NUMBER > WS-LATEST-RUN
                MOVE WS-RC-RUN-NUMBER TO WS-LATEST-RUN
                MOVE WS-RC-RUN-DATE TO WS-LATEST-RUN-DATE
            END-IF
    END-READ.

1300-LOAD-GENERATION-SET.
    OPEN INPUT GENCAT-FILE.
    IF NOT (WS-GENCAT-OK OR WS-GENCAT-NOT-FOUND)
        MOVE WS-GENCAT-STATUS TO WS-FATAL-STATUS
        MOVE "GENCAT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    IF WS-GENCAT-OK
        PERFORM 1310-READ-CATALOG-LINE UNTIL WS-GENCAT-EOF
    END-IF.
    CLOSE GENCAT-FILE.

1310-READ-CATALOG-LINE.
    READ GENCAT-FILE INTO WS-GENCAT-LINE
        AT END
            SET WS-GENCAT-EOF TO TRUE
        NOT AT END
            IF WS-GC-RUN-NUMBER = WS-LATEST-RUN
                SET WS-LIVE-RETAINED TO TRUE
            END-IF
            IF WS-GC-BUS-DATE = WS-RESTORE-DATE
                AND (WS-RESTORE-TYPE = "ALL"
                    OR WS-GC-FILE-TYPE = WS-RESTORE-TYPE)
                PERFORM 1320-ADD-RESTORE-ENTRY
            END-IF
    END-READ.

1320-ADD-RESTORE-ENTRY.
    IF WS-RS-COUNT >= 100
        DISPLAY "***** MORE THAN 100 GENERATIONS FOR ONE DAY - "
            "RESTORE ONE RESTORE_TYPE AT A TIME"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-RS-COUNT.
    SET RS-IDX TO WS-RS-COUNT.
    MOVE WS-GENCAT-LINE TO WS-RS-LINE (RS-IDX).
    MOVE SPACE TO WS-RS-PROOF (RS-IDX).
    MOVE ZERO TO WS-RS-RECORDS (RS-IDX).
    MOVE ZERO TO WS-RS-TOTAL (RS-IDX).

*>Every generation is proved before the first live file is touched.
2000-PROVE-GENERATIONS.
    PERFORM 2100-PROVE-ONE-GENERATION
        VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > WS-RS-COUNT.

2100-PROVE-ONE-GENERATION.
    MOVE WS-RS-LINE (RS-IDX) TO WS-GENCAT-LINE.
    MOVE WS-GC-GEN-PATH TO WS-GEN-PATH.
    OPEN INPUT GEN-FILE.
    IF NOT (WS-GEN-OK OR WS-GEN-NOT-FOUND)
        MOVE WS-GEN-STATUS TO WS-FATAL-STATUS
        MOVE "GENERATION OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    CLOSE GEN-FILE.
    IF WS-GEN-NOT-FOUND
        MOVE "M" TO WS-RS-PROOF (RS-IDX)
        ADD 1 TO WS-FILES-FAILED
    ELSE
        MOVE WS-GC-FILE-TYPE TO WS-TALLY-TYPE
        PERFORM 2200-TALLY-GENERATION
        MOVE WS-TALLY-RECORDS TO WS-RS-RECORDS (RS-IDX)
        MOVE WS-TALLY-TOTAL TO WS-RS-TOTAL (RS-IDX)
        IF WS-TALLY-RECORDS = WS-GC-RECORDS
            AND WS-TALLY-TOTAL = WS-GC-CONTROL-TOTAL
            MOVE "P" TO WS-RS-PROOF (RS-IDX)
            ADD 1 TO WS-FILES-PROVED
        ELSE
            MOVE "D" TO WS-RS-PROOF (RS-IDX)
            ADD 1 TO WS-FILES-FAILED
        END-IF
    END-IF.

*>Record count and control total of the file at WS-GEN-PATH, by
*>WS-TALLY-TYPE - the rules are listed in CS4080GC.
2200-TALLY-GENERATION.
    MOVE ZERO TO WS-TALLY-RECORDS WS-TALLY-TOTAL.
    MOVE "N" TO WS-GEN-EOF-SWITCH.
    OPEN INPUT GEN-FILE.
    IF NOT WS-GEN-OK
        MOVE WS-GEN-STATUS TO WS-FATAL-STATUS
        MOVE "GENERATION OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 2210-TALLY-GENERATION-LINE UNTIL WS-GEN-EOF.
    CLOSE GEN-FILE.

2210-TALLY-GENERATION-LINE.
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

3000-RESTORE-GENERATIONS.
    PERFORM 3100-RESTORE-ONE-GENERATION
        VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > WS-RS-COUNT.

*>Copied to data/<file>.NEW and renamed over the live file - a crash
*>mid-copy leaves the live file as it was, and the restore is simply
*>run again.
3100-RESTORE-ONE-GENERATION.
    MOVE WS-RS-LINE (RS-IDX) TO WS-GENCAT-LINE.
    MOVE WS-GC-GEN-PATH TO WS-GEN-PATH.
    MOVE SPACES TO WS-LIVE-PATH.
    STRING "data/" WS-GC-FILE-NAME
        DELIMITED BY SPACE INTO WS-LIVE-PATH.
    MOVE SPACES TO WS-STAGE-PATH.
    STRING "data/" WS-GC-FILE-NAME
        DELIMITED BY SPACE
        ".NEW"
        DELIMITED BY SIZE INTO WS-STAGE-PATH.
    CALL "CBL_COPY_FILE" USING WS-GEN-PATH WS-STAGE-PATH
        RETURNING WS-COPY-RC.
    IF WS-COPY-RC NOT = ZERO
        MOVE WS-COPY-RC TO WS-FATAL-STATUS
        MOVE "GENERATION COPY" TO WS-FATAL-FILE
        DISPLAY "Copying " WS-GEN-PATH " to " WS-STAGE-PATH
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-STAGE-PATH WS-LIVE-PATH
        RETURNING WS-RENAME-RC.
    IF WS-RENAME-RC NOT = ZERO
        MOVE WS-RENAME-RC TO WS-FATAL-STATUS
        MOVE "RESTORE RENAME" TO WS-FATAL-FILE
        DISPLAY "Renaming " WS-STAGE-PATH " to " WS-LIVE-PATH
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    ADD 1 TO WS-FILES-RESTORED.
    DISPLAY "Restored           : " WS-LIVE-PATH.

5000-WRITE-RESTORE-REPORT.
    OPEN OUTPUT RESTORE-RPT.
    IF NOT (WS-RPT-OK OR WS-RPT-STATUS = "05")
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "RESTORE-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    MOVE "CS4080GenRestore - GENERATION RESTORE" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "RESTORE DATE " WS-RESTORE-DATE
        "   TYPE " WS-RESTORE-TYPE
        "   FILES ON HAND WERE RUN " WS-LATEST-RUN
        " FOR " WS-LATEST-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    PERFORM 5100-WRITE-GENERATION-LINE
        VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > WS-RS-COUNT.

    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "GENERATIONS PROVED : " WS-FILES-PROVED
        "   FAILED " WS-FILES-FAILED
        "   RESTORED " WS-FILES-RESTORED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    IF WS-FILES-FAILED > ZERO
        MOVE "***** SET DID NOT PROVE - NOTHING RESTORED"
            TO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    END-IF.
    CLOSE RESTORE-RPT.

    DISPLAY "Generations proved : " WS-FILES-PROVED.
    DISPLAY "Generations failed : " WS-FILES-FAILED.
    DISPLAY "Files restored     : " WS-FILES-RESTORED.
    IF WS-FILES-FAILED > ZERO
        DISPLAY "***** SET DID NOT PROVE - NOTHING RESTORED"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.

5010-WRITE-REPORT-LINE.
    WRITE RESTORE-RECORD FROM WS-REPORT-LINE.
    IF NOT WS-RPT-OK
        MOVE WS-RPT-STATUS TO WS-FATAL-STATUS
        MOVE "RESTORE-RPT WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

5100-WRITE-GENERATION-LINE.
    MOVE WS-RS-LINE (RS-IDX) TO WS-GENCAT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-GC-FILE-NAME "  " WS-GC-GEN-PATH
        "  RUN " WS-GC-RUN-NUMBER
        "  RECORDS " WS-GC-RECORDS
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    EVALUATE WS-RS-PROOF (RS-IDX)
        WHEN "P"
            IF WS-FILES-FAILED = ZERO
                MOVE "RESTORED" TO WS-REPORT-LINE (105:8)
            ELSE
                MOVE "PROVED" TO WS-REPORT-LINE (105:6)
            END-IF
        WHEN "M"
            MOVE "*GENERATION MISSING*" TO WS-REPORT-LINE (105:20)
        WHEN OTHER
            MOVE "*DOES NOT PROVE*" TO WS-REPORT-LINE (105:16)
    END-EVALUATE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-GC-CONTROL-TOTAL TO WS-EDIT-TOTAL.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "      CATALOG TOTAL " WS-EDIT-TOTAL
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    IF WS-RS-PROOF (RS-IDX) = "D"
        MOVE WS-RS-TOTAL (RS-IDX) TO WS-EDIT-TOTAL
        MOVE SPACES TO WS-REPORT-LINE
        STRING "      ON GENERATION " WS-EDIT-TOTAL
            "  RECORDS " WS-RS-RECORDS (RS-IDX)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
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
