      *> Shared FD for the fine receivables ledger: one balance row per
      *> driver.  LEDG-COLLECT-STATUS says how the balance is being
      *> collected - normal dunning, or held under an installment plan
      *> on the payment-plan master.  LEDG-CREDIT-BALANCE holds money
      *> the driver paid beyond what was owed; it waits there, dated
      *> by the latest overpayment, until the refund run pays it out.
    FD RECEIVABLE-FILE.
        01 RECEIVABLE-REC.
            05 LEDG-DRIVER-ID           PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 LEDG-OPEN-BALANCE        PIC 9(7)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 LEDG-COLLECT-STATUS      PIC X.
                88 LEDG-NORMAL-COLLECTION VALUE "N" " ".
                88 LEDG-ON-PLAN VALUE "P".
            05 FILLER                   PIC X VALUE SPACE.
            05 LEDG-CREDIT-BALANCE      PIC 9(7)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 LEDG-CREDIT-DATE         PIC X(8).
