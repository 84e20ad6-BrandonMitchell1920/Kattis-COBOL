      *> Shared FILE-CONTROL entry for the retirement advisor master.
        SELECT ADVISOR-MASTER-FILE ASSIGN TO "ADVMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADVISOR-STATUS.
