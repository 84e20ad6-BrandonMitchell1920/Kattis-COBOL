      *> Shared FILE-CONTROL entry for the legal-hold master: the
      *> datasets, date ranges and business keys Legal has asked us to
      *> preserve, each under a matter number.
        SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEGAL-HOLD-STATUS.
