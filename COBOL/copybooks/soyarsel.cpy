      *> Shared FILE-CONTROL entry for the Soylent client receivables
      *> (open-item) file, keyed by client invoice number.  The
      *> alternate key on the client lets a statement or collection
      *> run walk one client's invoices in the order they were cut.
        SELECT CLIENT-RECEIVABLE-FILE ASSIGN TO "SOYCLAR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAR-INVOICE-NUMBER
            ALTERNATE RECORD KEY IS CAR-CLIENT-ID WITH DUPLICATES
            FILE STATUS IS WS-CLIENT-AR-STATUS.
