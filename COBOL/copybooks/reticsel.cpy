      *> Shared FILE-CONTROL entry for the retirement client
      *> contributions feed.
        SELECT CONTRIBUTION-FILE ASSIGN TO "RETICONT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTRIB-STATUS.
