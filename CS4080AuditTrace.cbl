DATA DIVISION.
    FILE SECTION.
    FD  AUDIT-LOG.
    01  AUDIT-RECORD                 PIC X(150).

    FD  EXCEPTION-RPT.
    01  EXCEPTION-RECORD             PIC X(80).
            END-IF
    END-READ.

*>Seal lines close each run's lines on the log - they are proved by
*>CS4080AuditVerify and never part of a trace.
2000-TRACE-AUDIT-LINE.
    IF NOT WS-AL-SEAL-LINE
        AND WS-AL-KEY >= WS-KEY-LOW AND WS-AL-KEY <= WS-KEY-HIGH
        AND (WS-STMT-FILTER = SPACES
            OR WS-AL-STMT = WS-STMT-FILTER)
        AND WS-AL-TIMESTAMP >= WS-TS-LOW
