      *> Shared FILE-CONTROL entry for the broadcast recipient master.
        SELECT RECIPIENT-FILE ASSIGN TO "TIMERCPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECIPIENT-STATUS.
