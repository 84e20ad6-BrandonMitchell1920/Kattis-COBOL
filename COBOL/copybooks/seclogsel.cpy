      *> Shared FILE-CONTROL entry for the security log.
        SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SECURITY-LOG-STATUS.
