      *> Shared FILE-CONTROL entry for the NumberFun response master,
      *> keyed by the response reference quoted back to the submitter.
        SELECT RESPONSE-FILE ASSIGN TO "NUMFRESP"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RESP-REF
            FILE STATUS IS WS-RESPONSE-STATUS.
