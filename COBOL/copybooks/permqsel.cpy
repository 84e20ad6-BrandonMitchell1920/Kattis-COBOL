      *> Shared FILE-CONTROL entry for the moose permit quota master.
      *> The file is small enough that each program loads it into a
      *> table and writes it back whole.
        SELECT PERMIT-QUOTA-FILE ASSIGN TO "PERMQUOT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-QUOTA-STATUS.
