*>balancing clerk can tie the front end to the control report.
*>The batch job itself refuses an out-of-sequence input rather than
*>trust its luck, so running it without this step fails fast.
*>Every extract is also checked whole before any of it goes forward.
*>Each one carries a header and a trailer record (CS4080XH): the file
*>is refused if either is missing or out of place, if the trailer's
*>record count or TR-NUM3/TR-NUM4 hash totals disagree with what was
*>actually read (a half-transmitted file), if the header's date is
*>not the business date on BUSDATE.DAT (yesterday's file sent again),
*>if its file sequence number does not follow the last one accepted
*>from that branch on BRSEQ.DAT (CS4080XC), or if it carries a
*>transaction from another branch. A refused file contributes nothing
*>to the day - it is renamed aside to <file>.Q<business date> for the
*>branch to investigate and resend - and the day goes on with the
*>files that passed. The report shows each file's decision and the
*>reason. RETURN-CODE 4 for duplicates or a refused file; 8 when no
*>file at all was accepted, which holds the stream.

IDENTIFICATION DIVISION.
PROGRAM-ID. CS4080SeqCheck.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>One file definition serves all three extracts in turn - each is
*>read twice, once to check it and once to release it to the sort -
*>so the path is set before every OPEN.
        SELECT OPTIONAL EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-STATUS.

        SELECT SORT-WORK ASSIGN TO "data/SORTWORK.TMP".

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQCHECK-STATUS.

*>Last file sequence accepted per branch - read at start, rebuilt
*>through a staging file and renamed at clean end of job.
        SELECT OPTIONAL BRSEQ-FILE ASSIGN TO "data/BRSEQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRSEQ-STATUS.

        SELECT BRSEQ-STAGE-FILE ASSIGN TO "data/BRSEQ.DAT.NEW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRSEQ-STAGE-STATUS.

*>Processing-date control file - an extract must be cut for the
*>business date, never whatever day the wall clock says.
        SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "data/BUSDATE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSDATE-STATUS.

DATA DIVISION.
    FILE SECTION.
*>Same width rule as the batch job's secondary inputs - the branch
*>extracts are in CS4080TR layout between their header and trailer.
    FD  EXTRACT-FILE.
    01  EXTRACT-RECORD               PIC X(46).

    SD  SORT-WORK.
    01  SORT-RECORD.
        05  SR-TRANS-KEY             PIC 9(6).
        05  FILLER                   PIC X(40).

    FD  TRANSEQ-FILE.
    01  TRANSEQ-RECORD               PIC X(46).

    FD  SEQREJ-FILE.
    01  SEQREJ-RECORD                PIC X(69).

    FD  SEQCHECK-RPT.
    01  SEQCHECK-RECORD              PIC X(80).

    FD  BRSEQ-FILE.
    01  BRSEQ-RECORD                 PIC X(29).

    FD  BRSEQ-STAGE-FILE.
    01  BRSEQ-STAGE-RECORD           PIC X(29).

    FD  BUSDATE-FILE.
    01  BUSDATE-RECORD               PIC X(8).

    WORKING-STORAGE SECTION.
    01  WS-EXTRACT-STATUS PIC XX.
        88  WS-EXTRACT-OK           VALUE "00".
        88  WS-EXTRACT-NOT-FOUND    VALUE "05" "35".
    01  WS-TRANSEQ-STATUS PIC XX.
        88  WS-TRANSEQ-OK           VALUE "00".
    01  WS-SEQREJ-STATUS PIC XX.
        88  WS-SEQREJ-OK            VALUE "00".
    01  WS-SEQCHECK-STATUS PIC XX.
        88  WS-SEQCHECK-OK          VALUE "00".
    01  WS-BRSEQ-STATUS PIC XX.
        88  WS-BRSEQ-OK             VALUE "00".
        88  WS-BRSEQ-NOT-FOUND      VALUE "05" "35".
    01  WS-BRSEQ-STAGE-STATUS PIC XX.
        88  WS-BRSEQ-STAGE-OK       VALUE "00".
    01  WS-BUSDATE-STATUS PIC XX.
        88  WS-BUSDATE-OK           VALUE "00".
        88  WS-BUSDATE-NOT-FOUND    VALUE "05" "35".

*>Set before PERFORM 9900-FATAL-FILE-ERROR so the abend message says
*>which file/operation actually failed. Wide enough to also hold the
*>CBL_RENAME_FILE return code reported by 9000-TERMINATE.
    01  WS-FATAL-FILE PIC X(20).
    01  WS-FATAL-STATUS PIC X(9).

    01  WS-EXTRACT-EOF-SWITCH PIC X VALUE "N".
        88  WS-EXTRACT-EOF          VALUE "Y".
    01  WS-SORT-EOF-SWITCH PIC X VALUE "N".
        88  WS-SORT-EOF             VALUE "Y".
    01  WS-BRSEQ-EOF-SWITCH PIC X VALUE "N".
        88  WS-BRSEQ-EOF            VALUE "Y".

    01  WS-EXTRACT-PATH PIC X(30).
    01  WS-BRSEQ-STAGE-PATH PIC X(30) VALUE "data/BRSEQ.DAT.NEW".
    01  WS-BRSEQ-PATH PIC X(30) VALUE "data/BRSEQ.DAT".
    01  WS-RENAME-RC PIC 9(9) VALUE ZERO.

    01  WS-RUN-DATE PIC 9(8).

*>The three extracts, in the order they are read - which is also the
*>order that decides which duplicate wins. Filled by 1000-INITIALIZE;
*>each entry then collects what 1500-CHECK-EXTRACT found.
    01  WS-EXTRACT-TABLE.
        05  WS-XF-ENTRY OCCURS 3 TIMES INDEXED BY XF-IDX.
            10  WS-XF-PATH           PIC X(30).
            10  WS-XF-NAME           PIC X(10).
            10  WS-XF-QUAR-PATH      PIC X(30).
            10  WS-XF-DECISION       PIC X.
                88  WS-XF-ACCEPTED          VALUE "A".
                88  WS-XF-REFUSED           VALUE "R".
                88  WS-XF-ABSENT            VALUE "N".
            10  WS-XF-REASON         PIC X(50).
            10  WS-XF-BRANCH         PIC X(3).
            10  WS-XF-BUS-DATE       PIC 9(8).
            10  WS-XF-FILE-SEQ       PIC 9(6).
            10  WS-XF-READ           PIC 9(6).
            10  WS-XF-NUM3-HASH      PIC S9(11)V9(2).
            10  WS-XF-NUM4-HASH      PIC S9(11)V9(2).
            10  WS-XF-IN-COUNT       PIC 9(6).

*>Where the file being checked has got to: "H" nothing read yet, "D"
*>past the header, "T" past the trailer.
    01  WS-XV-STATE PIC X.
        88  WS-XV-AWAITING-HEADER   VALUE "H".
        88  WS-XV-IN-DETAIL         VALUE "D".
        88  WS-XV-PAST-TRAILER      VALUE "T".
    01  WS-XV-TRL-COUNT PIC 9(6).
    01  WS-XV-TRL-NUM3 PIC S9(11)V9(2).
    01  WS-XV-TRL-NUM4 PIC S9(11)V9(2).
    01  WS-XV-FAULT PIC X(50).
    01  WS-XV-EXPECT-SEQ PIC 9(6).
    01  WS-EDIT-SEQ PIC 9(6).

*>Branch sequence control in memory. WS-BS-CUR-SEQ is the sequence the
*>next file must follow and moves as files are accepted; the other two
*>are held as on BRSEQ.DAT until the branch has a file accepted today.
    01  WS-BRSEQ-TABLE.
        05  WS-BS-COUNT PIC 9(3) VALUE ZERO.
        05  WS-BS-ENTRY OCCURS 50 TIMES INDEXED BY BS-IDX.
            10  WS-BS-BRANCH         PIC X(3).
            10  WS-BS-CUR-SEQ        PIC 9(6).
            10  WS-BS-LAST-DATE      PIC 9(8).
            10  WS-BS-DAY-START      PIC 9(6).
    01  WS-BS-FOUND-SWITCH PIC X VALUE "N".
        88  WS-BS-FOUND             VALUE "Y".

    01  WS-IN-TOTAL PIC 9(6) VALUE ZERO.
    01  WS-OUT-COUNT PIC 9(6) VALUE ZERO.
    01  WS-DUP-COUNT PIC 9(6) VALUE ZERO.
    01  WS-ACCEPTED-COUNT PIC 9(6) VALUE ZERO.
    01  WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.

*>Key of the last record written to the sequenced file - a returned
*>record with the same key is a duplicate and goes to SEQREJ.DAT.
        05  FILLER               PIC X(2) VALUE SPACES.
        05  WS-SQ-REASON         PIC X(13).
        05  FILLER               PIC X(2) VALUE SPACES.
        05  WS-SQ-IMAGE          PIC X(46).

    01  WS-DECISION-TEXT PIC X(8).
    01  WS-REPORT-LINE PIC X(80).

    COPY CS4080TR.
    COPY CS4080XH.
    COPY CS4080XC.

PROCEDURE DIVISION.

0000-MAIN-CONTROL.
    PERFORM 1000-INITIALIZE.
    PERFORM 1500-CHECK-EXTRACT
        VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > 3.
    SORT SORT-WORK
        ON ASCENDING KEY SR-TRANS-KEY
        WITH DUPLICATES IN ORDER
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1020-READ-BUSINESS-DATE.
    PERFORM 1100-LOAD-BRANCH-SEQUENCE.
    INITIALIZE WS-EXTRACT-TABLE.
    MOVE "data/TRANS.DAT" TO WS-XF-PATH (1).
    MOVE "TRANS.DAT" TO WS-XF-NAME (1).
    MOVE "data/TRANS2.DAT" TO WS-XF-PATH (2).
    MOVE "TRANS2.DAT" TO WS-XF-NAME (2).
    MOVE "data/TRANS3.DAT" TO WS-XF-PATH (3).
    MOVE "TRANS3.DAT" TO WS-XF-NAME (3).
    PERFORM VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > 3
        STRING WS-XF-PATH (XF-IDX) DELIMITED BY SPACE
            ".Q" WS-RUN-DATE DELIMITED BY SIZE
            INTO WS-XF-QUAR-PATH (XF-IDX)
    END-PERFORM.
    OPEN OUTPUT TRANSEQ-FILE.
    IF NOT (WS-TRANSEQ-OK OR WS-TRANSEQ-STATUS = "05")
        MOVE WS-TRANSEQ-STATUS TO WS-FATAL-STATUS
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

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

*>A branch last accepted on an earlier day starts today from its last
*>sequence; one already accepted today - this is a rerun - starts
*>again from where the day began.
1100-LOAD-BRANCH-SEQUENCE.
    OPEN INPUT BRSEQ-FILE.
    IF WS-BRSEQ-NOT-FOUND
        SET WS-BRSEQ-EOF TO TRUE
    ELSE
        IF NOT WS-BRSEQ-OK
            MOVE WS-BRSEQ-STATUS TO WS-FATAL-STATUS
            MOVE "BRSEQ OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
    END-IF.
    PERFORM 1110-LOAD-BRANCH-SEQ-LINE UNTIL WS-BRSEQ-EOF.
    CLOSE BRSEQ-FILE.

1110-LOAD-BRANCH-SEQ-LINE.
    READ BRSEQ-FILE INTO WS-XSEQ-LINE
        AT END
            SET WS-BRSEQ-EOF TO TRUE
        NOT AT END
            IF WS-BS-COUNT >= 50
                DISPLAY "***** MORE THAN 50 BRANCHES ON BRSEQ.DAT "
                    "- SEQUENCE TABLE CANNOT HOLD THEM ALL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-BS-COUNT
            SET BS-IDX TO WS-BS-COUNT
            MOVE WS-XC-BRANCH TO WS-BS-BRANCH (BS-IDX)
            MOVE WS-XC-LAST-DATE TO WS-BS-LAST-DATE (BS-IDX)
            MOVE WS-XC-DAY-START-SEQ TO WS-BS-DAY-START (BS-IDX)
            IF WS-XC-LAST-DATE = WS-RUN-DATE
                MOVE WS-XC-DAY-START-SEQ TO WS-BS-CUR-SEQ (BS-IDX)
            ELSE
                MOVE WS-XC-LAST-SEQ TO WS-BS-CUR-SEQ (BS-IDX)
            END-IF
    END-READ.

*>----------------------------------------------------------------
*>Whole-file acceptance - read each extract through once, check it
*>----------------------------------------------------------------
1500-CHECK-EXTRACT.
    MOVE WS-XF-PATH (XF-IDX) TO WS-EXTRACT-PATH.
    MOVE SPACES TO WS-XF-REASON (XF-IDX).
    SET WS-XV-AWAITING-HEADER TO TRUE.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-NOT-FOUND
        SET WS-XF-ABSENT (XF-IDX) TO TRUE
        MOVE "NO FILE RECEIVED" TO WS-XF-REASON (XF-IDX)
        CLOSE EXTRACT-FILE
    ELSE
        IF NOT WS-EXTRACT-OK
            MOVE WS-EXTRACT-STATUS TO WS-FATAL-STATUS
            MOVE "EXTRACT CHECK OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        MOVE "N" TO WS-EXTRACT-EOF-SWITCH
        PERFORM 1550-CHECK-EXTRACT-RECORD UNTIL WS-EXTRACT-EOF
        CLOSE EXTRACT-FILE
        PERFORM 1600-CHECK-CONTROLS
        IF WS-XF-REASON (XF-IDX) = SPACES
            SET WS-XF-ACCEPTED (XF-IDX) TO TRUE
            ADD 1 TO WS-ACCEPTED-COUNT
            PERFORM 1700-ADVANCE-SEQUENCE
        ELSE
            SET WS-XF-REFUSED (XF-IDX) TO TRUE
            ADD 1 TO WS-REFUSED-COUNT
        END-IF
    END-IF.

*>Only the first fault is kept as the reason - the rest of the file is
*>still read so the report shows what it held.
1550-CHECK-EXTRACT-RECORD.
    READ EXTRACT-FILE
        AT END
            SET WS-EXTRACT-EOF TO TRUE
        NOT AT END
            MOVE EXTRACT-RECORD TO WS-EXTRACT-HEADER
            MOVE EXTRACT-RECORD TO WS-EXTRACT-TRAILER
            MOVE EXTRACT-RECORD TO TRANS-RECORD
            EVALUATE TRUE
                WHEN WS-XV-AWAITING-HEADER
                    IF WS-XH-IS-HEADER
                        SET WS-XV-IN-DETAIL TO TRUE
                        IF WS-XH-BUS-DATE IS NOT NUMERIC
                            OR WS-XH-FILE-SEQ IS NOT NUMERIC
                            MOVE "HEADER DATE/SEQUENCE NOT NUMERIC"
                                TO WS-XV-FAULT
                            PERFORM 1590-NOTE-FAULT
                        END-IF
                        MOVE WS-XH-BRANCH TO WS-XF-BRANCH (XF-IDX)
                        MOVE WS-XH-BUS-DATE TO WS-XF-BUS-DATE (XF-IDX)
                        MOVE WS-XH-FILE-SEQ TO WS-XF-FILE-SEQ (XF-IDX)
                    ELSE
                        MOVE "NO HEADER RECORD" TO WS-XV-FAULT
                        PERFORM 1590-NOTE-FAULT
                        SET WS-XV-IN-DETAIL TO TRUE
                        PERFORM 1560-COUNT-DETAIL
                    END-IF
                WHEN WS-XV-PAST-TRAILER
                    MOVE "RECORDS AFTER THE TRAILER" TO WS-XV-FAULT
                    PERFORM 1590-NOTE-FAULT
                WHEN WS-XH-IS-HEADER
                    MOVE "SECOND HEADER RECORD" TO WS-XV-FAULT
                    PERFORM 1590-NOTE-FAULT
                WHEN WS-XT-IS-TRAILER
                    SET WS-XV-PAST-TRAILER TO TRUE
                    IF WS-XT-RECORD-COUNT IS NOT NUMERIC
                        OR WS-XT-NUM3-HASH IS NOT NUMERIC
                        OR WS-XT-NUM4-HASH IS NOT NUMERIC
                        MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-XV-FAULT
                        PERFORM 1590-NOTE-FAULT
                    END-IF
                    MOVE WS-XT-RECORD-COUNT TO WS-XV-TRL-COUNT
                    MOVE WS-XT-NUM3-HASH TO WS-XV-TRL-NUM3
                    MOVE WS-XT-NUM4-HASH TO WS-XV-TRL-NUM4
                WHEN OTHER
                    PERFORM 1560-COUNT-DETAIL
            END-EVALUATE
    END-READ.

1560-COUNT-DETAIL.
    ADD 1 TO WS-XF-READ (XF-IDX).
    IF TR-NUM3 IS NUMERIC
        ADD TR-NUM3 TO WS-XF-NUM3-HASH (XF-IDX)
    END-IF.
    IF TR-NUM4 IS NUMERIC
        ADD TR-NUM4 TO WS-XF-NUM4-HASH (XF-IDX)
    END-IF.
    IF WS-XV-IN-DETAIL AND WS-XF-BRANCH (XF-IDX) NOT = SPACES
        AND TR-BRANCH NOT = WS-XF-BRANCH (XF-IDX)
        MOVE SPACES TO WS-XV-FAULT
        STRING "RECORD " TR-TRANS-KEY " FROM BRANCH " TR-BRANCH
            DELIMITED BY SIZE INTO WS-XV-FAULT
        PERFORM 1590-NOTE-FAULT
    END-IF.

1590-NOTE-FAULT.
    IF WS-XF-REASON (XF-IDX) = SPACES
        MOVE WS-XV-FAULT TO WS-XF-REASON (XF-IDX)
    END-IF.

*>The file has been read through; the trailer, date and sequence are
*>now checked in that order, the first failure being the reason.
1600-CHECK-CONTROLS.
    MOVE SPACES TO WS-REPORT-LINE.
    EVALUATE TRUE
        WHEN WS-XF-REASON (XF-IDX) NOT = SPACES
            CONTINUE
        WHEN WS-XV-AWAITING-HEADER
            MOVE "EMPTY FILE - NO HEADER RECORD" TO WS-REPORT-LINE
        WHEN NOT WS-XV-PAST-TRAILER
            MOVE "NO TRAILER - FILE INCOMPLETE" TO WS-REPORT-LINE
        WHEN WS-XF-BRANCH (XF-IDX) = SPACES
            MOVE "HEADER CARRIES NO BRANCH" TO WS-REPORT-LINE
        WHEN WS-XV-TRL-COUNT NOT = WS-XF-READ (XF-IDX)
            STRING "TRAILER COUNT " WS-XV-TRL-COUNT
                " - READ " WS-XF-READ (XF-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-XV-TRL-NUM3 NOT = WS-XF-NUM3-HASH (XF-IDX)
            MOVE "TRAILER TR-NUM3 HASH DOES NOT AGREE" TO WS-REPORT-LINE
        WHEN WS-XV-TRL-NUM4 NOT = WS-XF-NUM4-HASH (XF-IDX)
            MOVE "TRAILER TR-NUM4 HASH DOES NOT AGREE" TO WS-REPORT-LINE
        WHEN WS-XF-BUS-DATE (XF-IDX) NOT = WS-RUN-DATE
            STRING "DATED " WS-XF-BUS-DATE (XF-IDX)
                " - BUSINESS DATE IS " WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN OTHER
            PERFORM 1650-CHECK-SEQUENCE
    END-EVALUATE.
    IF WS-REPORT-LINE NOT = SPACES
        MOVE WS-REPORT-LINE TO WS-XF-REASON (XF-IDX)
    END-IF.

*>The next file from a branch is one up from the last accepted. A
*>branch new to BRSEQ.DAT, or one with nothing accepted before today,
*>has nothing to follow.
1650-CHECK-SEQUENCE.
    PERFORM 1660-FIND-BRANCH.
    IF WS-BS-FOUND AND WS-BS-CUR-SEQ (BS-IDX) > ZERO
        COMPUTE WS-XV-EXPECT-SEQ = WS-BS-CUR-SEQ (BS-IDX) + 1
        IF WS-XF-FILE-SEQ (XF-IDX) NOT = WS-XV-EXPECT-SEQ
            MOVE WS-XV-EXPECT-SEQ TO WS-EDIT-SEQ
            IF WS-XF-FILE-SEQ (XF-IDX) <= WS-BS-CUR-SEQ (BS-IDX)
                STRING "SEQUENCE " WS-XF-FILE-SEQ (XF-IDX)
                    " REPEATS - EXPECTED " WS-EDIT-SEQ
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "SEQUENCE " WS-XF-FILE-SEQ (XF-IDX)
                    " SKIPS - EXPECTED " WS-EDIT-SEQ
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF
        END-IF
    END-IF.

1660-FIND-BRANCH.
    MOVE "N" TO WS-BS-FOUND-SWITCH.
    PERFORM VARYING BS-IDX FROM 1 BY 1
            UNTIL BS-IDX > WS-BS-COUNT OR WS-BS-FOUND
        IF WS-BS-BRANCH (BS-IDX) = WS-XF-BRANCH (XF-IDX)
            MOVE "Y" TO WS-BS-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF WS-BS-FOUND
        SET BS-IDX DOWN BY 1
    END-IF.

1700-ADVANCE-SEQUENCE.
    PERFORM 1660-FIND-BRANCH.
    IF NOT WS-BS-FOUND
        IF WS-BS-COUNT >= 50
            DISPLAY "***** MORE THAN 50 BRANCHES - SEQUENCE TABLE "
                "CANNOT HOLD THEM ALL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-BS-COUNT
        SET BS-IDX TO WS-BS-COUNT
        MOVE WS-XF-BRANCH (XF-IDX) TO WS-BS-BRANCH (BS-IDX)
        MOVE ZERO TO WS-BS-CUR-SEQ (BS-IDX)
        MOVE ZERO TO WS-BS-LAST-DATE (BS-IDX)
    END-IF.
*>The branch's first file of the business date fixes where the day
*>started; a branch with nothing accepted today keeps its line as is.
    IF WS-BS-LAST-DATE (BS-IDX) NOT = WS-RUN-DATE
        MOVE WS-BS-CUR-SEQ (BS-IDX) TO WS-BS-DAY-START (BS-IDX)
    END-IF.
    MOVE WS-XF-FILE-SEQ (XF-IDX) TO WS-BS-CUR-SEQ (BS-IDX).
    MOVE WS-RUN-DATE TO WS-BS-LAST-DATE (BS-IDX).

*>----------------------------------------------------------------
*>Release the accepted files' transactions to the sort
*>----------------------------------------------------------------
2000-RELEASE-INPUTS.
    PERFORM 2100-RELEASE-EXTRACT
        VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > 3.

2100-RELEASE-EXTRACT.
    IF WS-XF-ACCEPTED (XF-IDX)
        MOVE WS-XF-PATH (XF-IDX) TO WS-EXTRACT-PATH
        OPEN INPUT EXTRACT-FILE
        IF NOT WS-EXTRACT-OK
            MOVE WS-EXTRACT-STATUS TO WS-FATAL-STATUS
            MOVE "EXTRACT OPEN" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        MOVE "N" TO WS-EXTRACT-EOF-SWITCH
        PERFORM 2200-RELEASE-RECORD UNTIL WS-EXTRACT-EOF
        CLOSE EXTRACT-FILE
    END-IF.

*>Header and trailer have done their work - only the transactions
*>between them go forward.
2200-RELEASE-RECORD.
    READ EXTRACT-FILE
        AT END
            SET WS-EXTRACT-EOF TO TRUE
        NOT AT END
            MOVE EXTRACT-RECORD TO WS-EXTRACT-HEADER
            MOVE EXTRACT-RECORD TO WS-EXTRACT-TRAILER
            IF NOT WS-XH-IS-HEADER AND NOT WS-XT-IS-TRAILER
                ADD 1 TO WS-XF-IN-COUNT (XF-IDX)
                RELEASE SORT-RECORD FROM EXTRACT-RECORD
            END-IF
    END-READ.

*>Records come back in key order; the first of each key goes to the
    MOVE "CS4080SeqCheck - INPUT SEQUENCING REPORT"
        TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "BUSINESS DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    PERFORM 5100-REPORT-EXTRACT
        VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > 3.

    COMPUTE WS-IN-TOTAL =
        WS-XF-IN-COUNT (1) + WS-XF-IN-COUNT (2) + WS-XF-IN-COUNT (3).

    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING "FILES ACCEPTED     : " WS-ACCEPTED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "FILES REFUSED      : " WS-REFUSED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    PERFORM 5010-WRITE-REPORT-LINE.

    DISPLAY "===== INPUT SEQUENCING REPORT =====".
    DISPLAY "Files accepted     : " WS-ACCEPTED-COUNT.
    DISPLAY "Files refused      : " WS-REFUSED-COUNT.
    DISPLAY "Total in           : " WS-IN-TOTAL.
    DISPLAY "Sequenced out      : " WS-OUT-COUNT.
    DISPLAY "Duplicates rejected: " WS-DUP-COUNT.
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

*>One block per extract: what its header said, the records read
*>between header and trailer, and the decision with its reason.
5100-REPORT-EXTRACT.
    EVALUATE TRUE
        WHEN WS-XF-ACCEPTED (XF-IDX)
            MOVE "ACCEPTED" TO WS-DECISION-TEXT
        WHEN WS-XF-REFUSED (XF-IDX)
            MOVE "REFUSED" TO WS-DECISION-TEXT
        WHEN OTHER
            MOVE "ABSENT" TO WS-DECISION-TEXT
    END-EVALUATE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-XF-ABSENT (XF-IDX)
        STRING WS-XF-NAME (XF-IDX) "  " WS-DECISION-TEXT
            " - " WS-XF-REASON (XF-IDX)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
    ELSE
        STRING WS-XF-NAME (XF-IDX) "  BR " WS-XF-BRANCH (XF-IDX)
            "  DATED " WS-XF-BUS-DATE (XF-IDX)
            "  SEQ " WS-XF-FILE-SEQ (XF-IDX)
            "  READ " WS-XF-READ (XF-IDX)
            "  " WS-DECISION-TEXT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 5010-WRITE-REPORT-LINE
        IF WS-XF-REFUSED (XF-IDX)
            MOVE SPACES TO WS-REPORT-LINE
            STRING "            REASON: " WS-XF-REASON (XF-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 5010-WRITE-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "            QUARANTINED AS "
                WS-XF-QUAR-PATH (XF-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 5010-WRITE-REPORT-LINE
        END-IF
    END-IF.

*>The branch sequence control and the quarantine renames happen only
*>now, once the sequenced file is complete - a failure above leaves
*>every extract where it arrived and BRSEQ.DAT as it was, so the
*>step simply runs again.
9000-TERMINATE.
    CLOSE TRANSEQ-FILE.
    CLOSE SEQREJ-FILE.
    CLOSE SEQCHECK-RPT.

    OPEN OUTPUT BRSEQ-STAGE-FILE.
    IF NOT (WS-BRSEQ-STAGE-OK OR WS-BRSEQ-STAGE-STATUS = "05")
        MOVE WS-BRSEQ-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "BRSEQ-STAGE OPEN" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.
    PERFORM 9100-WRITE-BRANCH-SEQ-LINE
        VARYING BS-IDX FROM 1 BY 1 UNTIL BS-IDX > WS-BS-COUNT.
    CLOSE BRSEQ-STAGE-FILE.
    CALL "CBL_RENAME_FILE" USING WS-BRSEQ-STAGE-PATH WS-BRSEQ-PATH
        RETURNING WS-RENAME-RC.
    IF WS-RENAME-RC NOT = ZERO
        MOVE WS-RENAME-RC TO WS-FATAL-STATUS
        MOVE "BRSEQ RENAME" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

    PERFORM 9200-QUARANTINE-EXTRACT
        VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > 3.

    IF WS-DUP-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-ACCEPTED-COUNT = ZERO
        DISPLAY "***** NO BRANCH EXTRACT ACCEPTED - NOTHING TO "
            "PROCESS *****"
        MOVE 8 TO RETURN-CODE
    END-IF.

9100-WRITE-BRANCH-SEQ-LINE.
    MOVE SPACES TO WS-XSEQ-LINE.
    MOVE WS-BS-BRANCH (BS-IDX) TO WS-XC-BRANCH.
    MOVE WS-BS-CUR-SEQ (BS-IDX) TO WS-XC-LAST-SEQ.
    MOVE WS-BS-LAST-DATE (BS-IDX) TO WS-XC-LAST-DATE.
    MOVE WS-BS-DAY-START (BS-IDX) TO WS-XC-DAY-START-SEQ.
    WRITE BRSEQ-STAGE-RECORD FROM WS-XSEQ-LINE.
    IF NOT WS-BRSEQ-STAGE-OK
        MOVE WS-BRSEQ-STAGE-STATUS TO WS-FATAL-STATUS
        MOVE "BRSEQ-STAGE WRITE" TO WS-FATAL-FILE
        PERFORM 9900-FATAL-FILE-ERROR
    END-IF.

9200-QUARANTINE-EXTRACT.
    IF WS-XF-REFUSED (XF-IDX)
        CALL "CBL_RENAME_FILE" USING WS-XF-PATH (XF-IDX)
            WS-XF-QUAR-PATH (XF-IDX)
            RETURNING WS-RENAME-RC
        IF WS-RENAME-RC NOT = ZERO
            MOVE WS-RENAME-RC TO WS-FATAL-STATUS
            MOVE "QUARANTINE RENAME" TO WS-FATAL-FILE
            PERFORM 9900-FATAL-FILE-ERROR
        END-IF
        DISPLAY "Refused " WS-XF-NAME (XF-IDX) " - "
            WS-XF-REASON (XF-IDX)
    END-IF.

9900-FATAL-FILE-ERROR.
    DISPLAY "***** FATAL FILE ERROR *****".
