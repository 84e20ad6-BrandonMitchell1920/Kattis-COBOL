      *> Shared FD for the broadcast recipient master: one row per
      *> person StuckInATimeLoop broadcasts reach, with the hours they
      *> prefer messages delivered between and up to five message
      *> categories they subscribe to.  A message with no category
      *> goes to every recipient; an opted-out recipient gets nothing.
    FD RECIPIENT-FILE.
        01 RECIPIENT-REC.
            05 RCPT-ID                  PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 RCPT-NAME                PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 RCPT-OPT-OUT             PIC X.
                88 RCPT-OPTED-OUT       VALUE "Y".
            05 FILLER                   PIC X VALUE SPACE.
            05 RCPT-WINDOW-FROM         PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 RCPT-WINDOW-TO           PIC X(4).
            05 RCPT-SUBSCRIPTION OCCURS 5 TIMES.
                10 FILLER               PIC X.
                10 RCPT-CATEGORY        PIC X(4).
