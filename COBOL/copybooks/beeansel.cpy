      *> Shared FILE-CONTROL entry for the LeftBeehind attendance file,
      *> keyed by the convention event and the attendee.
        SELECT ATTENDANCE-FILE ASSIGN TO "BEEATTEN"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ATTN-KEY
            FILE STATUS IS WS-ATTENDANCE-STATUS.
