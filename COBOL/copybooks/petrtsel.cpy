      *> Shared FILE-CONTROL entry for the Pet player rating master.
      *> Nine players at most, so each program loads it into a table
      *> by person number and writes it back whole.
        SELECT RATING-FILE ASSIGN TO "PETRATE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATING-STATUS.
