      *> Shared FILE-CONTROL entry for the operator entitlement master.
        SELECT ENTITLEMENT-FILE ASSIGN TO "ENTLMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ENTITLEMENT-STATUS.
