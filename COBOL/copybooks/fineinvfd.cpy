      *> Shared FD for the fine open-item (invoice) master.  One record
      *> per invoice FineBilling cuts; the payment, plan, aging and
      *> dispute steps all carry the same layout so a new column is
      *> added once.  INV-PAID-AMOUNT holds money applied short of the
      *> full invoice (plan allocations) and INV-LATE-FEE the fees the
      *> aging run has accrued, so the open amount is always
      *> INV-AMOUNT plus INV-LATE-FEE less INV-PAID-AMOUNT.
      *> INV-DUNNING-LEVEL is the last notice sent: 1 at 30 days, 2 at
      *> 60, 3 at 90 when the invoice is referred for collection.
      *> INV-DISPUTE-HOLD keeps an invoice under an open dispute out of
      *> dunning; a dismissed dispute cancels the invoice (status C).
    FD INVOICE-FILE.
        01 INVOICE-REC.
            05 INV-NUMBER.
                10 INV-NUMBER-DATE      PIC X(8).
                10 INV-NUMBER-SEQ       PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-DRIVER-ID            PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-TRIP-NUMBER          PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-MILES-OVER           PIC 99.
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-AMOUNT               PIC 9(5)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-STATUS               PIC X.
                88 INVOICE-OPEN VALUE "O".
                88 INVOICE-PAID VALUE "P".
                88 INVOICE-CANCELLED VALUE "C".
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-PLAN-FLAG            PIC X.
                88 INVOICE-ON-PLAN VALUE "Y".
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-PAID-AMOUNT          PIC 9(5)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-DUNNING-LEVEL        PIC 9.
                88 INVOICE-REFERRED VALUE 3.
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-LATE-FEE             PIC 9(5)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 INV-DISPUTE-HOLD         PIC X.
                88 INVOICE-DISPUTED VALUE "Y".
