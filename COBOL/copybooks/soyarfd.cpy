      *> Shared FD for the Soylent client receivables file.  One record
      *> per client invoice SoylentInvoice cuts from the picking list;
      *> the invoice amount is the packet charge plus delivery plus
      *> tax, and the open amount is CAR-INVOICE-AMOUNT less
      *> CAR-PAID-AMOUNT.  The due date is the invoice date plus the
      *> payment terms on the client's price contract.
    FD CLIENT-RECEIVABLE-FILE.
        01 CLIENT-RECEIVABLE-REC.
            05 CAR-INVOICE-NUMBER.
                10 CAR-NUMBER-DATE      PIC X(8).
                10 CAR-NUMBER-SEQ       PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-CLIENT-ID            PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-INVOICE-DATE         PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-DUE-DATE             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-CASES                PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-PACKETS              PIC 9(7).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-PACKET-AMOUNT        PIC 9(9)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-DELIVERY-AMOUNT      PIC 9(7)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-TAX-AMOUNT           PIC 9(7)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-INVOICE-AMOUNT       PIC 9(9)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-PAID-AMOUNT          PIC 9(9)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-STATUS               PIC X.
                88 CLIENT-INVOICE-OPEN VALUE "O".
                88 CLIENT-INVOICE-PAID VALUE "P".
                88 CLIENT-INVOICE-CANCELLED VALUE "C".
