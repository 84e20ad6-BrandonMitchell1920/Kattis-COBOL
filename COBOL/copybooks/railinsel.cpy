      *> Shared FILE-CONTROL entry for the nightly RailRoad consist
      *> feed.
        SELECT CAR-FILE ASSIGN TO "RAILIN"
            ORGANIZATION IS LINE SEQUENTIAL.
