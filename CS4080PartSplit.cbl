    COPY CS4080TR.

    FD  SLICE-FILE.
    01  SLICE-RECORD                 PIC X(46).

    FD  SPLIT-RPT.
    01  SPLIT-RECORD                 PIC X(80).
