      *> Shared FILE-CONTROL entry for the car location master, keyed
      *> by car mark.
        SELECT CAR-LOCATION-FILE ASSIGN TO "CARLOC"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CARL-CAR-MARK
            FILE STATUS IS WS-CARLOC-STATUS.
