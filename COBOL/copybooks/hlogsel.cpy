      *> Shared FILE-CONTROL entry for the legal-hold log: one record
      *> per hold found to cover a generation when it came up for purge.
        SELECT HOLD-LOG-FILE ASSIGN TO "HOLDLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLD-LOG-STATUS.
