*> CS4080GC
*> Generation catalog line - one line per dated generation held in
*> GENCAT.DAT. CS4080GenRetain (the RETAIN step of the daily stream)
*> copies each day's outputs to data/<file>.G<business date> and
*> lists them here; CS4080GenRestore reads the catalog to bring a
*> named day's set back. A generation that rolls off under its
*> file type's RETAIN_ limit is deleted and its line dropped, so the
*> catalog lists exactly the generations still on disk.
*> WS-GC-RECORDS and WS-GC-CONTROL-TOTAL are read back off the
*> generation itself when it is taken, and proved again before a
*> restore. The control total depends on the file type -
*>   RESULT     WS-RL-COM total          GLPOST  WS-GL-AMOUNT total
*>   AUDIT      COMPUTE result total     INPUT   TR-NUM3 + TR-NUM4
*>   any other type is counted only and carries zero.
01  WS-GENCAT-LINE.
    05  WS-GC-BUS-DATE       PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-GC-FILE-TYPE      PIC X(10).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-GC-FILE-NAME      PIC X(20).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-GC-GEN-PATH       PIC X(40).
    05  FILLER               PIC X(2) VALUE SPACES.
*>The run registered on RUNCTL.DAT for the business date whose
*>outputs these are - the highest run number for the date.
    05  WS-GC-RUN-NUMBER     PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-GC-RECORDS        PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-GC-CONTROL-TOTAL  PIC S9(35)V9(3)
                             SIGN IS TRAILING SEPARATE.
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-GC-RETAINED-TS    PIC X(21).
