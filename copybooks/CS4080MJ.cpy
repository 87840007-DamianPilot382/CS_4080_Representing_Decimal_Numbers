*> CS4080MJ
*> Reference-data maintenance journal line - appended to MAINTJNL.DAT
*> by CS4080BranchMaint and CS4080AcctMaint when a session is saved,
*> two lines per change: the record as it stood before ("B") and as
*> it stands after ("A"). An add has no before-image and carries
*> spaces there; a retire or deactivate keeps the entry on the master,
*> so its after-image shows the new status. Both lines of a change
*> share one journal number, and the numbers run in one series across
*> both files so the last number on the journal for a file is that
*> file's version - the batch engine prints it on the control report
*> and CS4080RefChange lists the day's changes from here.
*> WS-MJ-BUS-DATE is the business date on BUSDATE.DAT when the change
*> was saved - the first business day whose run reads the change.
*> The timestamp is a FUNCTION CURRENT-DATE image, the same convention
*> the audit log and run-control master use.
01  WS-MAINT-JNL-LINE.
    05  WS-MJ-JNL-NUMBER     PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MJ-BUS-DATE       PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MJ-TIMESTAMP      PIC X(21).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MJ-OPERATOR       PIC X(8).
    05  FILLER               PIC X(2) VALUE SPACES.
*> "BRANCH" = BRANCH.DAT (CS4080BR layout image), "ACCTMAP" =
*> GLACCTMAP.DAT (CS4080AM layout image).
    05  WS-MJ-FILE           PIC X(8).
        88  WS-MJ-BRANCH-FILE           VALUE "BRANCH".
        88  WS-MJ-ACCTMAP-FILE          VALUE "ACCTMAP".
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MJ-ACTION         PIC X(10).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MJ-IMAGE-TYPE     PIC X.
        88  WS-MJ-BEFORE-IMAGE          VALUE "B".
        88  WS-MJ-AFTER-IMAGE           VALUE "A".
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MJ-IMAGE          PIC X(45).
