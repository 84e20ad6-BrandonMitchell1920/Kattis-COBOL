      *> Shared FILE-CONTROL entry for the purchase-order master.  The
      *> file is small enough that each program loads it into a table
      *> and writes it back whole.
        SELECT PO-MASTER-FILE ASSIGN TO "POMASTER"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PO-STATUS.
