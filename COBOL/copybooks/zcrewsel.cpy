      *> Shared FILE-CONTROL entry for the ZoneDispatch crew master,
      *> one line per technician crew.
        SELECT CREW-MASTER-FILE ASSIGN TO "ZONECREW"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CREW-STATUS.
