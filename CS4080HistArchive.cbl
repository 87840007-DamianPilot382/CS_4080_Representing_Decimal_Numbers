    COPY CS4080HX.

    FD  ARCHIVE-FILE.
    01  ARCHIVE-RECORD               PIC X(143).

    FD  MANIFEST-FILE.
    01  MANIFEST-RECORD              PIC X(100).
