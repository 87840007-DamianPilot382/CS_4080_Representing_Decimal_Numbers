*> CS4080XH
*> Branch extract control records - every branch extract (TRANS.DAT,
*> TRANS2.DAT, TRANS3.DAT) opens with one header record and closes
*> with one trailer record around its CS4080TR transaction records,
*> all 46 bytes. A transaction record always starts with its numeric
*> TR-TRANS-KEY, so "HDR"/"TRL" in columns 1-3 can never be mistaken
*> for one.
*> The header says who sent the file and for which day: the sending
*> branch, the business date the extract was cut for, and the file
*> sequence number - one up from the branch's last file, so a file
*> sent twice or one lost in between shows as a gap or a repeat.
*> The trailer says what the branch sent: the count of transaction
*> records between header and trailer and the hash totals of TR-NUM3
*> and TR-NUM4 across them (signed; an amount that is not numeric
*> adds nothing), so a file cut short in transmission cannot balance.
*> CS4080SeqCheck checks both before a single record goes forward.
01  WS-EXTRACT-HEADER.
    05  WS-XH-REC-TYPE       PIC X(3).
        88  WS-XH-IS-HEADER             VALUE "HDR".
    05  WS-XH-BRANCH         PIC X(3).
    05  WS-XH-BUS-DATE       PIC 9(8).
    05  WS-XH-FILE-SEQ       PIC 9(6).
    05  FILLER               PIC X(26).
01  WS-EXTRACT-TRAILER.
    05  WS-XT-REC-TYPE       PIC X(3).
        88  WS-XT-IS-TRAILER            VALUE "TRL".
    05  WS-XT-RECORD-COUNT   PIC 9(6).
    05  WS-XT-NUM3-HASH      PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
    05  WS-XT-NUM4-HASH      PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
    05  FILLER               PIC X(9).
