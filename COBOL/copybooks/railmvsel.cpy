      *> Shared FILE-CONTROL entry for the RailRoad car movement
      *> ledger, appended to every night.
        SELECT CAR-MOVEMENT-FILE ASSIGN TO "RAILMOVE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MOVEMENT-STATUS.
