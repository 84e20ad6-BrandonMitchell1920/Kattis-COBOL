      *> Shared FILE-CONTROL entry for the fine payment-plan master,
      *> keyed by driver.  FinePayments applies plan payments to it and
      *> the nightly plan-status step sets plans up and defaults them.
        SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PLAN-DRIVER-ID
            FILE STATUS IS WS-PLAN-STATUS.
