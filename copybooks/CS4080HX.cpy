*> keyed read, not an archaeology dig through dated folder copies.
*> Amounts carry SIGN IS TRAILING SEPARATE, matching the transaction
*> file convention, so the master stays printable.
*> HX-BRANCH, HX-SE-FLAG and HX-ACCOUNT keep what the original run
*> actually posted - the office, which fields went out "E"-flagged,
*> and the GL account each field posted to (SPACES where the posting
*> was suppressed for want of a mapping) - so a later reversal offsets
*> exactly those postings even after the mapping file has moved on.
*> HX-SE-FLAG and HX-ACCOUNT run in the order the engine posts the
*> fields: WS-NUM12, WS-NUM34, WS-SUB1, WS-MULT, WS-DIV, WS-COM.
*> Records written before these fields existed carry SPACES in them.
*> HX-STATUS marks a record reversed instead of deleting it; the date
*> is the business date of the run that reversed (or, for an "A"
*> record, wrote) it.
01  HIST-RECORD.
    05  HX-KEY.
        10  HX-DATE         PIC 9(8).
    05  HX-MULT             PIC S9(5)V9(3)  SIGN IS TRAILING SEPARATE.
    05  HX-DIV              PIC S9(5)V9(3)  SIGN IS TRAILING SEPARATE.
    05  HX-COM              PIC S9(35)V9(3) SIGN IS TRAILING SEPARATE.
    05  HX-BRANCH           PIC X(3).
    05  HX-SE-FLAGS.
        10  HX-SE-FLAG      PIC X           OCCURS 6 TIMES.
    05  HX-ACCOUNTS.
        10  HX-ACCOUNT      PIC X(6)        OCCURS 6 TIMES.
    05  HX-STATUS           PIC X.
        88  HX-ACTIVE                       VALUE SPACE.
        88  HX-REVERSED                     VALUE "R".
        88  HX-REPLACEMENT                  VALUE "A".
    05  HX-STATUS-DATE      PIC 9(8).
