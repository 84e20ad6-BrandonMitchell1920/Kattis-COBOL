      *> Shared FILE-CONTROL entry for the incident master, keyed by
      *> incident number.
        SELECT INCIDENT-FILE ASSIGN TO "INCMAST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS INC-NUMBER
            FILE STATUS IS WS-INCIDENT-STATUS.
