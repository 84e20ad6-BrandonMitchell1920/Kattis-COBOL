      *> Shared FILE-CONTROL entry for the QALY treatment cost file,
      *> one line per cohort kept by the health-economics group.
        SELECT COST-FILE ASSIGN TO "QALYCOST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COST-STATUS.
