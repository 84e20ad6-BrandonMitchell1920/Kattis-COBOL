      *> Shared FILE-CONTROL entry for the fine receivables ledger
      *> master, keyed by driver.  Every fine step reads and rewrites
      *> the one driver row it is posting to.
        SELECT RECEIVABLE-FILE ASSIGN TO "FINELEDG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LEDG-DRIVER-ID
            FILE STATUS IS WS-LEDGER-STATUS.
