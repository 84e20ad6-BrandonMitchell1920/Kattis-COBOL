      *> Shared FILE-CONTROL entry for the ad hoc request status log.
        SELECT ADHOC-LOG-FILE ASSIGN TO "ADHOCLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADHOC-LOG-STATUS.
