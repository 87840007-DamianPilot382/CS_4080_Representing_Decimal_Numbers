DATA DIVISION.
    FILE SECTION.
    FD  RUN-CTL-FILE.
    01  RUN-CTL-RECORD               PIC X(210).

    FD  SUMMARY-RPT.
    01  SUMMARY-RECORD               PIC X(100).
