      *> Shared FD for the ad hoc delivery queue: one row written by
      *> the suite driver for each request that ran cleanly, naming
      *> the output dataset and the requester's destination, for
      *> report distribution to copy after the window.
    FD ADHOC-DIST-FILE.
        01 ADHOC-DIST-REC.
            05 ADHD-REQUEST-ID          PIC X(10).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHD-PROGRAM             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHD-OUTPUT-DSN          PIC X(26).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHD-DELIVER-TO          PIC X(32).
