      *> Shared FD for the per-recipient broadcast delivery file: one
      *> row for each recipient each broadcast line went to, carrying
      *> the recipient's delivery window.  It accumulates across
      *> business dates alongside TIMELOOPOUT, trimmed to the same
      *> retention window, so acknowledgments can be matched to the
      *> person who sent them.
    FD DELIVERY-FILE.
        01 DELIVERY-REC.
            05 DLV-RUN-DATE             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 DLV-SEQ                  PIC 9(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 DLV-RECIPIENT            PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 DLV-CATEGORY             PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 DLV-WINDOW-FROM          PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 DLV-WINDOW-TO            PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 DLV-TEXT                 PIC X(30).
