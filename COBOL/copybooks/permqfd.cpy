      *> Shared FD for the moose permit quota master: one line per
      *> season, species code (the JudgingMoose class code, E or O) and
      *> management zone.  The wildlife office keys the quota; the
      *> lottery draw adds the permits it issues and stamps the date
      *> of the draw, and each harvest reported against a permit adds
      *> to the harvested count.
    FD PERMIT-QUOTA-FILE.
        01 PERMIT-QUOTA-REC.
            05 PQ-KEY.
                10 PQ-SEASON            PIC X(4).
                10 FILLER               PIC X.
                10 PQ-SPECIES           PIC X.
                10 FILLER               PIC X.
                10 PQ-ZONE              PIC X(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 PQ-QUOTA                 PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 PQ-ISSUED                PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 PQ-HARVESTED             PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 PQ-DRAW-DATE             PIC X(8).
