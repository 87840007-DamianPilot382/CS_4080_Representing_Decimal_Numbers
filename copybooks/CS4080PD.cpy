*> CS4080PD
*> Accounting period control line - one line per closed period in
*> PERIODCTL.DAT, appended by CS4080PeriodClose. Periods close in
*> order, so the highest WS-PD-PERIOD on the file is the lock: the
*> batch edit rejects a TR-TRANS-DATE in that month or any earlier one
*> (reason 20), and CS4080GLBalUpdate books any posting that still
*> arrives for one as a prior-period adjustment in the current period.
*> The business date, timestamp, record count and closing total are
*> the evidence of what was closed and when.
01  WS-PERIOD-CTL-LINE.
    05  WS-PD-PERIOD         PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PD-CLOSED-ON      PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PD-CLOSED-TS      PIC X(21).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PD-RECORDS        PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PD-CLOSING-TOTAL  PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
