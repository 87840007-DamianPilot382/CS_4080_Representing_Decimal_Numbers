    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RJ-REASON-TEXT    PIC X(30).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RJ-TRANS-IMAGE    PIC X(46).
