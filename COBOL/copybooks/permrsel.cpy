      *> Shared FILE-CONTROL entry for the register of issued moose
      *> permits, loaded into a table and written back whole.
        SELECT PERMIT-REGISTER-FILE ASSIGN TO "PERMREG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
