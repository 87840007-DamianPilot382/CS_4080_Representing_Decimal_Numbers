*>the amount is the stale/zeroed value, and the downstream GL intake
*>job should exclude flagged postings rather than book them.
    05  WS-GL-FLAG           PIC X VALUE SPACE.
    05  FILLER               PIC X(2) VALUE SPACES.
*>" " an ordinary posting, "R" an offset written by a reversal, "A"
*>a posting of the replacement carried on a reverse-and-replace.
    05  WS-GL-ENTRY-TYPE     PIC X VALUE SPACE.
    05  FILLER               PIC X(2) VALUE SPACES.
*>TR-TRANS-DATE of the transaction that posted the line - the month it
*>falls in is the period CS4080GLBalUpdate books it to (a reversal's
*>offsets carry the reversal's own date, not the original's). Lines
*>written before the field existed carry SPACES here.
    05  WS-GL-TRANS-DATE     PIC 9(8).
