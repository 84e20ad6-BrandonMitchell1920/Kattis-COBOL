      *> Shared FILE-CONTROL entry for the incident aging report.
        SELECT AGING-REPORT-FILE ASSIGN TO "INCAGRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AGING-STATUS.
