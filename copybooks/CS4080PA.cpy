*> CS4080PA
*> Prior-period adjustment register line - PPADJ.DAT. A transaction
*> dated in a closed period rejects with reason 20; when the operator
*> accepts it in CS4080RejectCorrect as a prior-period adjustment it is
*> resubmitted unchanged and registered here as "A" (approved), which
*> lets it past the batch edit's closed-period screen. CS4080GLBalUpdate
*> books its postings into the current period's adjustment column and
*> marks the line "P" (posted) with the business date and the period it
*> was booked to. A "P" line only lets its transaction through again on
*> its own posting date (a rerun of that day), so the same late item
*> cannot be adjusted in twice.
01  WS-PPADJ-LINE.
    05  WS-PA-TRANS-DATE     PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PA-TRANS-KEY      PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PA-BRANCH         PIC X(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PA-STATUS         PIC X.
        88  WS-PA-APPROVED              VALUE "A".
        88  WS-PA-POSTED                VALUE "P".
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PA-APPROVED-TS    PIC X(21).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PA-POSTED-DATE    PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PA-BOOKED-PERIOD  PIC 9(6).
