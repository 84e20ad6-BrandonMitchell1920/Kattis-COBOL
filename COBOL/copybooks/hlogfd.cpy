      *> Shared FD for the legal-hold log, written by ARCVERIF when it
      *> skips a purge.  Key holds can only be tested against the disk
      *> copy at purge time, so this log - not the master - is what says
      *> a generation on tape carries a held driver or other key.
    FD HOLD-LOG-FILE.
        01 HOLD-LOG-REC.
            05 HLOG-RUN-ID            PIC X(16).
            05 FILLER                 PIC X VALUE SPACE.
            05 HLOG-MATTER            PIC X(12).
            05 FILLER                 PIC X VALUE SPACE.
            05 HLOG-DATASET           PIC X(26).
            05 FILLER                 PIC X VALUE SPACE.
            05 HLOG-GENERATION-DATE   PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 HLOG-KEY-TYPE          PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 HLOG-KEY-VALUE         PIC X(12).
            05 FILLER                 PIC X VALUE SPACE.
            05 HLOG-KEY-HITS          PIC 9(7).
