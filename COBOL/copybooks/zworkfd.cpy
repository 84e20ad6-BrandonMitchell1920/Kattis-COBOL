      *> Shared FD for the ZoneDispatch work orders: one order per
      *> dispatched coordinate, numbered by business date and a daily
      *> sequence, with the zone, the point, its quadrant and its
      *> straight-line distance from the origin.
    FD WORK-ORDER-FILE.
        01 WORK-ORDER-REC.
            05 WORK-NUMBER.
                10 WORK-NUMBER-DATE     PIC X(8).
                10 WORK-NUMBER-SEQ      PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 WORK-ZONE-CODE           PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 WORK-X                   PIC -(4)9.
            05 FILLER                   PIC X VALUE SPACE.
            05 WORK-Y                   PIC -(4)9.
            05 FILLER                   PIC X VALUE SPACE.
            05 WORK-QUADRANT            PIC 9.
            05 FILLER                   PIC X VALUE SPACE.
            05 WORK-DISTANCE            PIC 9(5).
