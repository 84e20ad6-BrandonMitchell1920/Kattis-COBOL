      *> Shared FD for the ZoneDispatch zone master: the quadrant and
      *> straight-line distance band a zone covers, and the hours the
      *> field has to complete an order dispatched into it.  A zone
      *> may own several bands; the SLA is taken from the first band
      *> that carries one.
    FD ZONE-MASTER-FILE.
        01 ZONE-MASTER-REC.
            05 ZONE-QUADRANT            PIC 9.
            05 FILLER                   PIC X VALUE SPACE.
            05 ZONE-DIST-LOW            PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 ZONE-DIST-HIGH           PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 ZONE-CODE                PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 ZONE-SLA-HOURS           PIC 9(4).
