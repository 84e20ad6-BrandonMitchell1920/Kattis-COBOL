      *> Shared FILE-CONTROL entry for the driver demerit-points ledger
      *> master.  The key leads with the driver so one driver's rows
      *> read together; the business date, entry type, trip and entry
      *> sequence make each posting unique.
        SELECT POINTS-LEDGER-FILE ASSIGN TO "DRVPTLEDG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PTS-KEY
            FILE STATUS IS WS-POINTS-STATUS.
