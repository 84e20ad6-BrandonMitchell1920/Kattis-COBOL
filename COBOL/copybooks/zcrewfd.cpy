      *> Shared FD for the ZoneDispatch crew master: the zone a crew
      *> works, the point it sets out from each morning on the same
      *> grid as the coordinate feed, and the most stops it can make
      *> in a day.
    FD CREW-MASTER-FILE.
        01 CREW-MASTER-REC.
            05 CREW-ID                  PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 CREW-NAME                PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 CREW-ZONE-CODE           PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 CREW-START-X             PIC S9(5) SIGN LEADING SEPARATE.
            05 FILLER                   PIC X VALUE SPACE.
            05 CREW-START-Y             PIC S9(5) SIGN LEADING SEPARATE.
            05 FILLER                   PIC X VALUE SPACE.
            05 CREW-CAPACITY            PIC 99.
