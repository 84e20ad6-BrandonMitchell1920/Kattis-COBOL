      *> Shared FILE-CONTROL entry for the violation dispute master,
      *> keyed by the disputed invoice and the trip it billed.
        SELECT DISPUTE-FILE ASSIGN TO "DISPMAST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DSP-KEY
            FILE STATUS IS WS-DISPUTE-STATUS.
