      *> Shared FILE-CONTROL entry for the HelpAPhD problem bank.
        SELECT PROBLEM-BANK-FILE ASSIGN TO "PHDBANK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANK-STATUS.
