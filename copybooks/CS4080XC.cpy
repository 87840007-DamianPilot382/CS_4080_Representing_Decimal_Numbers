*> CS4080XC
*> Branch extract sequence line - one line per sending branch in
*> BRSEQ.DAT, the control CS4080SeqCheck checks each extract's header
*> file sequence number against and advances when it accepts a file.
*> WS-XC-LAST-SEQ / WS-XC-LAST-DATE are the last file accepted and the
*> business date it was accepted on. WS-XC-DAY-START-SEQ is where the
*> branch stood before that business date's files: a rerun of the
*> same day checks again from there, so the day's files - already
*> accepted once - are accepted again rather than refused as repeats.
*> Zero there means no file was accepted before that day. A branch
*> with no line yet has its first file accepted at whatever sequence
*> it carries, and the line starts from it.
01  WS-XSEQ-LINE.
    05  WS-XC-BRANCH         PIC X(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-XC-LAST-SEQ       PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-XC-LAST-DATE      PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-XC-DAY-START-SEQ  PIC 9(6).
