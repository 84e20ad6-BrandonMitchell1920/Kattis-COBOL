      *> Shared FILE-CONTROL entry for the per-recipient broadcast
      *> delivery file.
        SELECT DELIVERY-FILE ASSIGN TO "TIMEDLVR"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DELIVERY-STATUS.
