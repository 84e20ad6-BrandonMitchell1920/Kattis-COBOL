      *> Shared FILE-CONTROL entry for the work-order completion feed
      *> returned from the field each night.
        SELECT COMPLETION-FILE ASSIGN TO "ZONECOMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMPLETION-STATUS.
