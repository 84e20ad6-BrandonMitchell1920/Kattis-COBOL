      *> Shared FILE-CONTROL entry for the party name-and-address
      *> master, one record per party keyed by party type and the ID
      *> the documents carry (driver, client case, submitter, client).
        SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PTY-KEY
            FILE STATUS IS WS-PARTY-STATUS.
