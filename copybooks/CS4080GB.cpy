*> CS4080GB
*> GL account balance master record - one record per GL account,
*> branch and accounting period (YYYYMM) in GLBAL.DAT, INDEXED on
*> GB-KEY so every period of one account and branch sits together in
*> period order. Posted from each day's GLPOST.DAT by
*> CS4080GLBalUpdate once CS4080GLRecon has passed the file, closed
*> and carried forward by CS4080PeriodClose, and reported by
*> CS4080TrialBal.
*> Debits and credits are kept as counts and positive totals, the way
*> a trial balance shows them; the closing balance is always
*> GB-OPENING + GB-DR-TOTAL - GB-CR-TOTAL + GB-PPA-NET. GB-PPA-NET is
*> the net of prior-period adjustments booked in this period - late
*> postings dated in a period already closed, which go here instead of
*> changing the month that was reported.
*> The GB-DAY- fields hold what the run for business date
*> GB-LAST-POST-DATE added, so a rerun of that date backs its own
*> postings out before posting the day again instead of doubling them.
*> Amounts carry SIGN IS TRAILING SEPARATE, as on the history master.
01  GL-BAL-RECORD.
    05  GB-KEY.
        10  GB-ACCOUNT          PIC X(6).
        10  GB-BRANCH           PIC X(3).
        10  GB-PERIOD           PIC 9(6).
    05  GB-STATUS               PIC X.
        88  GB-PERIOD-OPEN                  VALUE SPACE.
        88  GB-PERIOD-CLOSED                VALUE "C".
    05  GB-OPENING              PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  GB-DR-COUNT             PIC 9(6).
    05  GB-DR-TOTAL             PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  GB-CR-COUNT             PIC 9(6).
    05  GB-CR-TOTAL             PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  GB-PPA-COUNT            PIC 9(6).
    05  GB-PPA-NET              PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  GB-CLOSING              PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  GB-LAST-POST-DATE       PIC 9(8).
    05  GB-DAY-DR-COUNT         PIC 9(6).
    05  GB-DAY-DR-TOTAL         PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  GB-DAY-CR-COUNT         PIC 9(6).
    05  GB-DAY-CR-TOTAL         PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  GB-DAY-PPA-COUNT        PIC 9(6).
    05  GB-DAY-PPA-NET          PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
