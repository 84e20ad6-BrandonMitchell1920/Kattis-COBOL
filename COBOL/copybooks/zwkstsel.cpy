      *> Shared FILE-CONTROL entry for the ZoneDispatch work-order
      *> status master, keyed by work order number.
        SELECT WORK-STATUS-FILE ASSIGN TO "ZONEWKST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WKST-NUMBER
            FILE STATUS IS WS-WKST-STATUS.
