*> CS4080NM
*> Branch norm line - one line per branch office in BRNORM.DAT, the
*> store the outlier screen scores each day's amounts against. The
*> results history master cannot serve: it keeps HX-NUM34, not the
*> TR-NUM3 and TR-NUM4 operands the branch actually sent, so the norms
*> keep their own running sums keyed by TR-BRANCH, maintained by
*> CS4080NormUpdate from each day's processed transactions and read
*> by CS4080OutlierScreen and CS4080OutlierReview.
*> The sums and sums of squares are the master figures; the means and
*> standard deviations are worked from them on every update and kept
*> on the line so the screen and a reader of the file need no
*> arithmetic. Daily volume counts only days the branch sent work.
*> WS-NM-LAST-DATE is the business date last folded in - a rerun of
*> the same day is recognised and not counted twice.
*> Unsigned, implied-decimal fields: only processed transactions are
*> folded in, and the batch edit rejects a negative TR-NUM3/TR-NUM4
*> (reasons 05/06). Record is 212 bytes.
01  WS-NORM-LINE.
    05  WS-NM-BRANCH         PIC X(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-LAST-DATE      PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-ITEM-COUNT     PIC 9(9).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM3-SUM       PIC 9(14)V9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM3-SUMSQ     PIC 9(20)V9(4).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM4-SUM       PIC 9(14)V9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM4-SUMSQ     PIC 9(20)V9(4).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-DAY-COUNT      PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-VOL-SUM        PIC 9(12).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-VOL-SUMSQ      PIC 9(18).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM3-MEAN      PIC 9(5)V9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM3-SD        PIC 9(5)V9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM4-MEAN      PIC 9(5)V9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-NUM4-SD        PIC 9(5)V9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-VOL-MEAN       PIC 9(7)V9(2).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-NM-VOL-SD         PIC 9(7)V9(2).
