      *> Shared FILE-CONTROL entry for the program release register:
      *> one record per load module installed, so a change in a step's
      *> numbers can be held against the release that was in place.
        SELECT RELEASE-REGISTER-FILE ASSIGN TO "RELREG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELREG-STATUS.
