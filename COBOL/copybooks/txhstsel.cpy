      *> Shared FILE-CONTROL entry for the triple-text message outcome
      *> history.
        SELECT TEXT-HISTORY-FILE ASSIGN TO "TEXTHIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEXT-HISTORY-STATUS.
