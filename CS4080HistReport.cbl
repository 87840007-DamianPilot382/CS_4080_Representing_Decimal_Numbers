    COPY CS4080PM.

    01  WS-RECORDS-READ PIC 9(6) VALUE ZERO.
*>Originals since taken back by a reversal - left on the master for
*>the record but no longer part of any total.
    01  WS-RECORDS-REVERSED PIC 9(6) VALUE ZERO.

*>One accumulator set per reporting bucket - the day itself, the
*>month to date, and the period to date. Sums are wider than the
    END-IF.

2000-ACCUMULATE-RECORD.
    IF HX-REVERSED
        ADD 1 TO WS-RECORDS-REVERSED
    ELSE
        PERFORM 2010-ADD-TO-BUCKETS
    END-IF.
    PERFORM 2100-READ-HISTORY.

2010-ADD-TO-BUCKETS.
    IF HX-DATE = WS-AS-OF-DATE
        ADD 1 TO WS-DAY-COUNT
        ADD HX-NUM12 TO WS-DAY-NUM12
        ADD HX-DIV TO WS-PTD-DIV
        ADD HX-COM TO WS-PTD-COM
    END-IF.

2100-READ-HISTORY.
    READ RESULT-HIST-FILE NEXT RECORD
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING "REVERSED ORIGINALS EXCLUDED FROM ALL TOTALS "
        WS-RECORDS-REVERSED
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.

    MOVE "DAY TOTALS" TO WS-REPORT-LINE.
    PERFORM 5010-WRITE-REPORT-LINE.
    MOVE WS-DAY-TOTALS TO WS-BUCKET.
    DISPLAY "Day records        : " WS-DAY-COUNT.
    DISPLAY "MTD records        : " WS-MTD-COUNT.
    DISPLAY "PTD records        : " WS-PTD-COUNT.
    DISPLAY "Reversed excluded  : " WS-RECORDS-REVERSED.
    MOVE WS-PTD-COM TO WS-EDIT-COM.
    DISPLAY "PTD WS-COM total   : " WS-EDIT-COM.

