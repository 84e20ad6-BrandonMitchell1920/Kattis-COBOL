      *> Shared FILE-CONTROL entry for the bus concession fare table,
      *> kept alongside the TARIFF master and changed only through
      *> TariffApproval promotion.
        SELECT CONCESSION-FILE ASSIGN TO "CONCESSN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONCESSION-STATUS.
