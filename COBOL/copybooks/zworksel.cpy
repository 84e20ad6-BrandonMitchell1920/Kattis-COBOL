      *> Shared FILE-CONTROL entry for the ZoneDispatch work orders,
      *> a fresh generation each night.
        SELECT WORK-ORDER-FILE ASSIGN TO "ZONEWORK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
