*> CS4080SU
*> Suspense ledger line - one line per "E"-flagged GL posting, kept in
*> SUSPENSE.DAT by CS4080Suspense from the day the posting was flagged
*> until something clears it. The intake is told not to book flagged
*> postings, so without this file the amount simply left the ledger.
*> Same column convention as the posting line (CS4080GL) so an item
*> reads straight across from the GLPOST.DAT line that raised it.
*> The same layout carries a write-off request in SUSPWO.DAT, written
*> by CS4080SuspWriteOff with WS-SU-STATUS "W", the operator and the
*> reason filled in, and applied by the next CS4080Suspense run.
01  WS-SUSPENSE-LINE.
    05  WS-SU-KEY            PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-SU-BRANCH         PIC X(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-SU-FIELD          PIC X(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-SU-ACCOUNT        PIC X(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-SU-AMOUNT         PIC -9(35).9(3).
    05  FILLER               PIC X(2) VALUE SPACES.
*> Business date of the run that flagged the posting - the item ages
*> from here.
    05  WS-SU-ENTRY-DATE     PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
*> " " open; "C" cleared by a corrected resubmission (the branch's
*> reverse-and-replace went through clean); "R" cleared by a plain
*> reversal of the original; "W" written off by an operator.
    05  WS-SU-STATUS         PIC X VALUE SPACE.
        88  WS-SU-OPEN                  VALUE SPACE.
        88  WS-SU-CLEARED-RESUB         VALUE "C".
        88  WS-SU-CLEARED-REVERSAL      VALUE "R".
        88  WS-SU-WRITTEN-OFF           VALUE "W".
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-SU-CLEAR-DATE     PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-SU-OPERATOR       PIC X(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-SU-REASON         PIC X(30).
