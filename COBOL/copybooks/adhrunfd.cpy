      *> Shared FD for the night's ad hoc schedule, rebuilt by the
      *> validator before the suite driver starts.  Rows are in the
      *> order the driver is to call them, and the console cards each
      *> program reads are in the same order on the ad hoc SYSIN deck
      *> concatenated behind the plan's own.  OUTPUT-DSN is the dataset
      *> behind the program's report DD, handed to distribution.
    FD ADHOC-RUN-FILE.
        01 ADHOC-RUN-REC.
            05 ADHN-REQUEST-ID          PIC X(10).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHN-PROGRAM             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHN-NEEDED-BY           PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHN-OUTPUT-DSN          PIC X(26).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHN-DELIVER-TO          PIC X(32).
