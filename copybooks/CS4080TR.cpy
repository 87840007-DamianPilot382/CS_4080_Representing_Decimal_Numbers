*> TR-TRANS-DATE is the transaction/batch date (YYYYMMDD) - it keys
*> the results history master alongside TR-TRANS-KEY so period-to-date
*> figures can be reported instead of hoarding dated RESULT.DAT copies.
*> TR-TRANS-TYPE says what the record does to the books. Blank (or
*> "O") is an ordinary transaction. "R" reverses an earlier one: the
*> original is found on the results history master under
*> TR-ORIG-DATE plus TR-TRANS-KEY, its GL postings are offset to the
*> same accounts, and its history record is marked reversed - the
*> operands on a pure reversal are not used. "A" reverses the
*> original the same way and then processes the record's own operands
*> as the replacement. TR-ORIG-DATE is only read on "R"/"A" records;
*> extracts that predate the type code carry neither field and read
*> as ordinary transactions.
01  TRANS-RECORD.
    05  TR-TRANS-KEY        PIC 9(6).
    05  TR-TRANS-DATE       PIC 9(8).
    05  TR-NUM2             PIC S9         SIGN IS TRAILING SEPARATE.
    05  TR-NUM3             PIC S9(5)V9(2) SIGN IS TRAILING SEPARATE.
    05  TR-NUM4             PIC S9(5)V9(2) SIGN IS TRAILING SEPARATE.
    05  TR-TRANS-TYPE       PIC X.
        88  TR-ORIGINAL-ENTRY       VALUE SPACE "O".
        88  TR-REVERSAL             VALUE "R".
        88  TR-REVERSE-REPLACE      VALUE "A".
        88  TR-REVERSING-ENTRY      VALUE "R" "A".
        88  TR-TYPE-VALID           VALUE SPACE "O" "R" "A".
    05  TR-ORIG-DATE        PIC 9(8).
