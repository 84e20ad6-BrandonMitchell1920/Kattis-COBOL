      *> Shared FILE-CONTROL entry for the night's ad hoc schedule.
        SELECT ADHOC-RUN-FILE ASSIGN TO "ADHOCRUN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADHOC-RUN-STATUS.
