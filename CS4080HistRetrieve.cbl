DATA DIVISION.
    FILE SECTION.
    FD  ARCHIVE-FILE.
    01  ARCHIVE-RECORD               PIC X(143).

    FD  RETRIEVE-RPT.
    01  RETRIEVE-RECORD              PIC X(133).
