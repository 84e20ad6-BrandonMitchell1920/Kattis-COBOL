      *> Shared FILE-CONTROL entry for the driver master, keyed by
      *> driver ID.
        SELECT DRIVER-MASTER-FILE ASSIGN TO "DRIVRMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DRVM-DRIVER-ID
            FILE STATUS IS WS-DRIVER-MST-STATUS.
