      *> Shared FILE-CONTROL entry for the LeftBeehind attendee master,
      *> one line per bee the organizers have put on the roster.
        SELECT ATTENDEE-MASTER-FILE ASSIGN TO "BEEATTND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ATTENDEE-STATUS.
