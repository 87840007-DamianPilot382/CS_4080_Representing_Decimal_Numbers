    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RC-TOTAL-COM      PIC S9(35)V9(3)
                             SIGN IS TRAILING SEPARATE.
*> Audit seal registration - the line count, chain value and COMPUTE
*> total of the seal the run wrote on AUDIT.LOG (see CS4080AL). A line
*> registered before runs were sealed leaves these SPACES.
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RC-AUDIT-LINES    PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RC-AUDIT-CHAIN    PIC 9(9).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RC-AUDIT-COM      PIC S9(35)V9(3)
                             SIGN IS TRAILING SEPARATE.
