*> CS4080AC
*> Audit chain work area, shared by every program that writes or
*> proves AUDIT.LOG: CS4080ExampleProgram, CS4080PartMerge and
*> CS4080AuditVerify. All three fold a line the same way -
*>     WS-CHAIN-WORK starts at the chain value of the line before
*>     (zero for the first line of a file), then for each of the
*>     131 bytes of WS-AL-BODY in turn
*>         WS-CHAIN-WORK = MOD (WS-CHAIN-WORK * 257 + byte value,
*>                              999999937)
*>     and the result is this line's WS-AL-CHAIN.
*> 999999937 is prime and below 10**9, so the value fits the 9-digit
*> chain column and 257 times it fits WS-CHAIN-WORK. The rule must
*> not change without re-sealing every log still held, or every old
*> log fails verification.
01  WS-AUDIT-CHAIN-AREA.
    05  WS-CHAIN-VALUE       PIC 9(9) VALUE ZERO.
    05  WS-CHAIN-WORK        PIC 9(12) VALUE ZERO.
    05  WS-CHAIN-POS         PIC 9(3) VALUE ZERO.
    05  WS-CHAIN-LINES       PIC 9(8) VALUE ZERO.
    05  WS-CHAIN-COM         PIC S9(35)V9(3) VALUE ZERO.
    05  WS-CHAIN-COM-WORK    PIC S9(35)V9(3) VALUE ZERO.
