*> Audit log line layout shared by CS4080ExampleProgram (which writes
*> one line per arithmetic operation from 8100-WRITE-AUDIT-RECORD)
*> and CS4080AuditTrace (which extracts formatted traces from it).
*> Every line carries WS-AL-CHAIN, the running chain value folded from
*> the line before it and this line's WS-AL-BODY (see CS4080AC for
*> the rule), and each run closes its lines with a seal line, so an
*> edited, inserted or deleted line no longer matches the seal the
*> run registered on RUNCTL.DAT. CS4080AuditVerify proves both.
01  WS-AUDIT-LINE.
    05  WS-AL-BODY.
        10  WS-AL-KEY            PIC 9(6).
*>"*SEAL*" here marks a seal line - read it through WS-AUDIT-SEAL.
        10  WS-AL-LINE-TYPE REDEFINES WS-AL-KEY PIC X(6).
            88  WS-AL-SEAL-LINE      VALUE "*SEAL*".
        10  FILLER               PIC X(2) VALUE SPACES.
        10  WS-AL-TIMESTAMP      PIC X(21).
        10  FILLER               PIC X(2) VALUE SPACES.
        10  WS-AL-STMT           PIC X(9).
        10  FILLER               PIC X(2) VALUE SPACES.
        10  WS-AL-OPERAND1       PIC -9(6).9(3).
        10  FILLER               PIC X(2) VALUE SPACES.
        10  WS-AL-OPERAND2       PIC -9(6).9(3).
        10  FILLER               PIC X(2) VALUE SPACES.
*>Only the COMPUTE entry (WS-NUM1+WS-NUM2)*WS-NUM12 has a third
*>operand - every other statement leaves this ZERO.
        10  WS-AL-OPERAND3       PIC -9(6).9(3).
        10  FILLER               PIC X(2) VALUE SPACES.
        10  WS-AL-RESULT-FIELD   PIC X(8).
        10  FILLER               PIC X(2) VALUE SPACES.
        10  WS-AL-RESULT-VAL     PIC -9(35).9(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-AL-CHAIN          PIC 9(9).

*> Seal line - written after a run's last audit line, in the same
*> record width, with the chain value in the same columns. The seal
*> itself is not folded into the chain: the next run's first line
*> chains straight on from the sealed value. WS-AS-LINES counts the
*> audit lines the seal covers (every line since the previous seal,
*> or since the top of the file), and WS-AS-TOTAL-COM is the total
*> of their COMPUTE results - the same three figures go on the run's
*> RUNCTL.DAT line.
01  WS-AUDIT-SEAL.
    05  WS-AS-TAG            PIC X(6) VALUE "*SEAL*".
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-AS-TIMESTAMP      PIC X(21).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-AS-RUN-NUMBER     PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-AS-RUN-DATE       PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-AS-LINES          PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-AS-TOTAL-COM      PIC S9(35)V9(3)
                             SIGN IS TRAILING SEPARATE.
    05  FILLER               PIC X(35) VALUE SPACES.
    05  WS-AS-CHAIN          PIC 9(9).
