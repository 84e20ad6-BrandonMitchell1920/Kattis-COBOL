      *> Shared FD for the driver demerit-points ledger.  DriverPoints
      *> posts a V row for each speeding violation; a dismissed dispute
      *> posts an R row carrying the same business date and points, so
      *> the reversal ages off the ledger with the row it cancels.
      *> PTS-ENTRY-SEQ keeps two violations on one trip in one night
      *> apart: the violation report record number on a V row, the
      *> invoice sequence on an R row.  Rows converted from before the
      *> entry type existed read as postings.
    FD POINTS-LEDGER-FILE.
        01 POINTS-LEDGER-REC.
            05 PTS-KEY.
                10 PTS-DRIVER-ID        PIC X(6).
                10 PTS-BUSINESS-DATE    PIC X(8).
                10 PTS-ENTRY-TYPE       PIC X.
                    88 PTS-REVERSAL VALUE "R".
                10 PTS-TRIP-NUMBER      PIC X(4).
                10 PTS-ENTRY-SEQ        PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTS-POINTS               PIC 99.
