      *> Shared FILE-CONTROL entry for the fine open-item master, keyed
      *> by invoice number.  The alternate key on the driver lets the
      *> plan, settlement and aging runs walk one driver's invoices in
      *> the order they were cut without reading the whole file.
        SELECT INVOICE-FILE ASSIGN TO "FINEINV"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS INV-NUMBER
            ALTERNATE RECORD KEY IS INV-DRIVER-ID WITH DUPLICATES
            FILE STATUS IS WS-INVOICE-STATUS.
