      *> Shared FILE-CONTROL entry for the ZoneDispatch zone master,
      *> one line per quadrant and distance band.
        SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ZONE-STATUS.
