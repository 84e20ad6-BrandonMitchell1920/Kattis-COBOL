      *> Shared FILE-CONTROL entry for the fleet vehicle master, one
      *> record per vehicle keyed by the vehicle ID the tickets carry.
        SELECT FLEET-MASTER-FILE ASSIGN TO "FLEETMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FLT-VEHICLE-ID
            FILE STATUS IS WS-FLEET-STATUS.
