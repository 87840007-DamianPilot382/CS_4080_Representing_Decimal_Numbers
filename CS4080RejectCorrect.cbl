*>in RESUBCYC.DAT, and the session report shows rejects carried in,
*>corrected, and still outstanding so the balancing clerk can tie the
*>reject population run to run.
*>A reason-20 reject (dated in a period already closed) has nothing
*>to re-key: the operator either accepts it as a prior-period
*>adjustment - it is resubmitted unchanged and registered on PPADJ.DAT
*>so the batch edit lets it past the period lock - or leaves it on the
*>carry for the branch.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080RejectCorrect.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

*>Prior-period adjustment register - an approval line is appended for
*>each reason-20 item actually written to RESUB.DAT.
        SELECT OPTIONAL PPADJ-FILE ASSIGN TO "data/PPADJ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PPADJ-STATUS.

        SELECT OPTIONAL CORRECT-RPT ASSIGN TO "data/CORRECT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CORRECT-STATUS.
*>Same width rule as the batch job's RESUB-RECORD - must stay as long
*>as TRANS-RECORD in CS4080TR.
    FD  RESUB-FILE.
    01  RESUB-RECORD                 PIC X(46).

    FD  CARRY-IN-FILE.
    01  CARRY-IN-RECORD              PIC X(110).
    01  SORT-RECORD.
        05  RS-TRANS-IMAGE.
            10  RS-TRANS-KEY         PIC 9(6).
            10  FILLER               PIC X(40).
        05  RS-REJECT-IMAGE          PIC X(110).

    FD  RESUB-CYCLE-FILE.
    FD  CALENDAR-FILE.
    COPY CS4080CL.

    FD  PPADJ-FILE.
    01  PPADJ-RECORD                 PIC X(65).

    FD  CORRECT-RPT.
    01  CORRECT-RECORD               PIC X(80).

        88  WS-CALENDAR-OK          VALUE "00".
    01  WS-CORRECT-STATUS PIC XX.
        88  WS-CORRECT-OK           VALUE "00".
    01  WS-PPADJ-STATUS PIC XX.
        88  WS-PPADJ-OK             VALUE "00".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
    01  WS-NEW-AMOUNT PIC S9(5)V9(2).
    01  WS-NEW-DATE PIC 9(8).
    01  WS-NEW-BRANCH PIC X(3).
    01  WS-NEW-TYPE PIC X.
        88  WS-NEW-TYPE-VALID       VALUE SPACE "O" "R" "A".
    01  WS-PPA-ANSWER PIC X VALUE SPACE.
        88  WS-PPA-YES              VALUE "Y" "y".
        88  WS-PPA-ANSWER-VALID     VALUE "Y" "y" "N" "n".

    01  WS-RESUB-CYCLE PIC 9(3) VALUE ZERO.

    01  WS-PRIOR-IN PIC 9(6) VALUE ZERO.
    01  WS-CORRECTED PIC 9(6) VALUE ZERO.
    01  WS-OUTSTANDING PIC 9(6) VALUE ZERO.
    01  WS-PPA-APPROVED PIC 9(6) VALUE ZERO.

    01  WS-REPORT-LINE PIC X(80).

*>transaction unpacked into CS4080TR layout for correction.
    COPY CS4080RJ.
    COPY CS4080TR.
    COPY CS4080PA.

*>Raw image of each reject line as read. The carry can still hold
*>records written before the rejection date was added to CS4080RJ -
        MOVE "CORRECT-RPT OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    OPEN EXTEND PPADJ-FILE.
    IF NOT (WS-PPADJ-OK OR WS-PPADJ-STATUS = "05")
        MOVE WS-PPADJ-STATUS TO WS-FATAL-STATUS
        MOVE "PPADJ OPEN EXTEND" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    PERFORM 1200-LOAD-BRANCH-MASTER.
    PERFORM 1300-LOAD-CALENDAR.
                    END-IF
                END-IF
            END-PERFORM
*>A reversal that could not find its original is re-keyed with the
*>original's TR-TRANS-DATE; a replacement may not carry its own
*>date there (reason 18) or it would land on the original's key.
*>Reasons 15 and 17 are not keying errors - the original is already
*>out, or belongs to another office - and are carried for the branch.
        WHEN "14"
        WHEN "18"
            PERFORM UNTIL WS-FIX-ACCEPTED
                DISPLAY "New TR-ORIG-DATE (YYYYMMDD): "
                    WITH NO ADVANCING
                ACCEPT WS-NEW-DATE
                IF WS-NEW-DATE (5:2) < "01"
                    OR WS-NEW-DATE (5:2) > "12"
                    OR WS-NEW-DATE (7:2) < "01"
                    OR WS-NEW-DATE (7:2) > "31"
                    DISPLAY "*** NOT A VALID YYYYMMDD DATE"
                ELSE
                    IF TR-REVERSE-REPLACE
                        AND WS-NEW-DATE = TR-TRANS-DATE
                        DISPLAY "*** A REPLACEMENT MUST NOT CARRY "
                            "ITS OWN DATE AS THE ORIGINAL'S"
                    ELSE
                        MOVE WS-NEW-DATE TO TR-ORIG-DATE
                        MOVE "Y" TO WS-FIX-OK-SWITCH
                    END-IF
                END-IF
            END-PERFORM
        WHEN "16"
            PERFORM UNTIL WS-FIX-ACCEPTED
                DISPLAY "New TR-TRANS-TYPE (blank/O, R or A): "
                    WITH NO ADVANCING
                ACCEPT WS-NEW-TYPE
                IF WS-NEW-TYPE-VALID
                    MOVE WS-NEW-TYPE TO TR-TRANS-TYPE
                    MOVE "Y" TO WS-FIX-OK-SWITCH
                ELSE
                    DISPLAY "*** TR-TRANS-TYPE MUST BE BLANK, O, R OR A"
                END-IF
            END-PERFORM
*>Reason 19 is an amount the outlier screen held and review
*>rejected - both operands are re-keyed as the branch confirms them.
        WHEN "19"
            PERFORM UNTIL WS-FIX-ACCEPTED
                DISPLAY "New TR-NUM3 (S9(5)V9(2), not negative): "
                    WITH NO ADVANCING
                ACCEPT WS-NEW-AMOUNT
                IF WS-NEW-AMOUNT >= ZERO
                    MOVE WS-NEW-AMOUNT TO TR-NUM3
                    MOVE "Y" TO WS-FIX-OK-SWITCH
                ELSE
                    DISPLAY "*** TR-NUM3 MUST NOT BE NEGATIVE"
                END-IF
            END-PERFORM
            MOVE "N" TO WS-FIX-OK-SWITCH
            PERFORM UNTIL WS-FIX-ACCEPTED
                DISPLAY "New TR-NUM4 (S9(5)V9(2), not negative): "
                    WITH NO ADVANCING
                ACCEPT WS-NEW-AMOUNT
                IF WS-NEW-AMOUNT >= ZERO
                    MOVE WS-NEW-AMOUNT TO TR-NUM4
                    MOVE "Y" TO WS-FIX-OK-SWITCH
                ELSE
                    DISPLAY "*** TR-NUM4 MUST NOT BE NEGATIVE"
                END-IF
            END-PERFORM
*>Reason 20 is a transaction dated in a month already closed. The
*>record is right as it stands; the only question is whether it goes
*>into the current period as a prior-period adjustment.
        WHEN "20"
            DISPLAY "*** TR-TRANS-DATE " TR-TRANS-DATE
                " FALLS IN A CLOSED PERIOD"
            MOVE SPACE TO WS-PPA-ANSWER
            PERFORM UNTIL WS-PPA-ANSWER-VALID
                DISPLAY "Post as a prior-period adjustment (Y/N): "
                    WITH NO ADVANCING
                ACCEPT WS-PPA-ANSWER
                IF NOT WS-PPA-ANSWER-VALID
                    DISPLAY "*** INVALID - ENTER Y OR N"
                END-IF
            END-PERFORM
            IF WS-PPA-YES
                MOVE "Y" TO WS-FIX-OK-SWITCH
            ELSE
                DISPLAY "*** NOT APPROVED - CARRIED FORWARD"
            END-IF
        WHEN OTHER
            DISPLAY "*** UNKNOWN REASON CODE " WS-RJ-REASON-CODE
                " - CARRIED FORWARD UNCORRECTED"
        END-IF
        MOVE RS-TRANS-KEY TO WS-RESUB-PREV-KEY
        MOVE "Y" TO WS-ANY-WRITTEN-SWITCH
        MOVE RS-REJECT-IMAGE TO WS-REJECT-LINE
        IF WS-RJ-REASON-CODE = "20"
            PERFORM 3300-REGISTER-ADJUSTMENT
        END-IF
    END-IF.
    PERFORM 3100-RETURN-CORRECTED.

*>Registered only once the record is on RESUB.DAT, so an approval
*>never stands for an item that did not go back to the batch.
3300-REGISTER-ADJUSTMENT.
    MOVE RS-TRANS-IMAGE TO TRANS-RECORD.
    MOVE SPACES TO WS-PPADJ-LINE.
    MOVE TR-TRANS-DATE TO WS-PA-TRANS-DATE.
    MOVE TR-TRANS-KEY TO WS-PA-TRANS-KEY.
    MOVE TR-BRANCH TO WS-PA-BRANCH.
    SET WS-PA-APPROVED TO TRUE.
    MOVE FUNCTION CURRENT-DATE TO WS-PA-APPROVED-TS.
    MOVE ZERO TO WS-PA-POSTED-DATE.
    MOVE ZERO TO WS-PA-BOOKED-PERIOD.
    WRITE PPADJ-RECORD FROM WS-PPADJ-LINE.
    IF NOT WS-PPADJ-OK
        MOVE WS-PPADJ-STATUS TO WS-FATAL-STATUS
        MOVE "PPADJ WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    ADD 1 TO WS-PPA-APPROVED.

5000-WRITE-CORRECTION-REPORT.
    MOVE "CS4080RejectCorrect - CORRECTION SESSION REPORT"
        TO WS-REPORT-LINE.
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "PRIOR-PERIOD ADJ   : " WS-PPA-APPROVED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY " ".
    DISPLAY "===== CORRECTION SESSION REPORT =====".
    DISPLAY "Resubmission cycle : " WS-RESUB-CYCLE.
    DISPLAY "From prior sessions: " WS-PRIOR-IN.
    DISPLAY "Rejects corrected  : " WS-CORRECTED.
    DISPLAY "Still outstanding  : " WS-OUTSTANDING.
    DISPLAY "Prior-period adj   : " WS-PPA-APPROVED.

5010-WRITE-REPORT-LINE.
    WRITE CORRECT-RECORD FROM WS-REPORT-LINE.
    CLOSE RESUB-FILE.
    CLOSE CARRY-STAGE-FILE.
    CLOSE CORRECT-RPT.
    CLOSE PPADJ-FILE.

*>Only now, with the session complete and the stage closed, does the
*>refreshed carry file replace the prior one - a crash anywhere above
