      *> Shared FILE-CONTROL entry for the ad hoc delivery queue.
        SELECT ADHOC-DIST-FILE ASSIGN TO "ADHOCDST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADHOC-DIST-STATUS.
