      *> Shared FD for the rerun comparison history.  Both releases are
      *> recorded: the one in force on the original business date and
      *> the one that produced the rerun.  Layout-void comparisons are
      *> kept with RETURN-CODE 8 and zero counts.
    FD RERUN-HISTORY-FILE.
        01 RERUN-HISTORY-REC.
            05 RRH-PROGRAM-NAME       PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-ORIGINAL-DATE      PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-COMPARE-DATE       PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-ORIGINAL-VERSION   PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-RERUN-VERSION      PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-CHANGED-COUNT      PIC 9(7).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-ADDED-COUNT        PIC 9(7).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-REMOVED-COUNT      PIC 9(7).
            05 FILLER                 PIC X VALUE SPACE.
            05 RRH-RETURN-CODE        PIC 9(3).
