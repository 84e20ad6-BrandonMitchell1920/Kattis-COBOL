      *> Shared FILE-CONTROL entry for the ad hoc request intake file.
        SELECT ADHOC-REQUEST-FILE ASSIGN TO "ADHOCREQ"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADHOC-REQUEST-STATUS.
