      *> Shared FILE-CONTROL entry for the interchange car-owner
      *> master.
        SELECT CAR-OWNER-FILE ASSIGN TO "CAROWNER"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OWNER-STATUS.
