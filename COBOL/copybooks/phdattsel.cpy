      *> Shared FILE-CONTROL entry for the HelpAPhD graded attempt
      *> history.  HelpAPhDCandidateOut appends to it every night.
        SELECT ATTEMPT-FILE ASSIGN TO "PHDATTMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ATTEMPT-STATUS.
