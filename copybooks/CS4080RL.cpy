*> RESULT.DAT from 2200-WRITE-RESULT), CS4080PartMerge (which folds
*> partition results back into one file and re-proves the totals),
*> and CS4080ResultCompare (which ties two result files together).
*> WS-RL-ENTRY-TYPE follows TR-TRANS-TYPE: a reversal's line carries
*> the original's figures negated ("R"); a reverse-and-replace line
*> carries the replacement less the original ("A"), so RESULT.DAT
*> still sums to the control report and the GL feed either way.
01  WS-RESULT-LINE.
    05  WS-RL-KEY            PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RL-DIV            PIC -9(5).9(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RL-COM            PIC -9(35).9(3).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RL-ENTRY-TYPE     PIC X VALUE SPACE.
