*> CS4080OR
*> Outlier review line - one line per transaction held off the day's
*> run by CS4080OutlierScreen, kept in REVIEW.DAT until an operator
*> decides it. CS4080OutlierReview does not rewrite REVIEW.DAT: like
*> a suspense write-off, the decision is queued on REVDEC.DAT in this
*> same layout ("R" release or "X" reject, with the operator and the
*> reason) and the next screen run applies it, so the review file is
*> only ever rewritten by the one job that also adds to it.
*> WS-OR-STATUS on REVIEW.DAT:
*>   " " held, awaiting review;
*>   "R" release approved but not yet back in a run - the day's file
*>       already carried the same key, so it waits for the next day;
*>   "P" released - put back on the day's sequenced file, unscored;
*>   "J" rejected - written to the reject carry under reason 19 for
*>       the branch to correct through CS4080RejectCorrect.
*> "P" and "J" lines stay for the rest of the business day they were
*> applied on, so a rerun of the screen knows the work is done, and
*> are dropped by the next day's run. On REVIEW.DAT WS-OR-DECIDE-DATE
*> is therefore the business date the decision was applied, not the
*> day the operator keyed it.
*> WS-OR-FIELD names the operand that scored out ("TR-NUM3",
*> "TR-NUM4", or "BOTH") and WS-OR-SCORE the larger of the two
*> scores - how many standard deviations from the branch mean.
*> WS-OR-TRANS-IMAGE is the record exactly as it arrived (CS4080TR).
*> Record is 141 bytes.
01  WS-REVIEW-LINE.
    05  WS-OR-KEY            PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-BRANCH         PIC X(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-HELD-DATE      PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-FIELD          PIC X(7).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-SCORE          PIC 9(3).9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-STATUS         PIC X VALUE SPACE.
        88  WS-OR-HELD                  VALUE SPACE.
        88  WS-OR-RELEASE               VALUE "R".
        88  WS-OR-REJECT                VALUE "X".
        88  WS-OR-RELEASED              VALUE "P".
        88  WS-OR-REJECTED              VALUE "J".
        88  WS-OR-APPLIED               VALUE "P" "J".
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-DECIDE-DATE    PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-OPERATOR       PIC X(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-REASON         PIC X(30).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-OR-TRANS-IMAGE    PIC X(46).
