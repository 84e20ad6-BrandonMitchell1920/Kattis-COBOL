      *> Shared FD for the purchase-order master.  PurchaseOrders cuts
      *> the order at the vendor master's unit price and adds each
      *> receipt to PO-RECEIVED-QTY; VendorInvoiceMatch adds each
      *> released invoice line to PO-INVOICED-QTY, so a quantity can
      *> only be paid for once.  Each receipt stamps the business
      *> date it was posted and is counted, partial receipts (those
      *> leaving the order short) separately, for the vendor
      *> scorecard.  Orders cut before the price, quantity and receipt
      *> columns were added carry spaces there.
    FD PO-MASTER-FILE.
        01 PO-MASTER-REC.
            05 PO-NUMBER.
                10 PO-NUMBER-DATE       PIC X(8).
                10 PO-NUMBER-SEQ        PIC 9(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-VENDOR-CODE           PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-ITEM                  PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-QUANTITY              PIC 9(7).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-DUE-DATE              PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-STATUS                PIC X.
                88 PO-OPEN VALUE "O".
                88 PO-RECEIVED VALUE "R".
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-UNIT-PRICE            PIC 9(5)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-RECEIVED-QTY          PIC 9(7).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-INVOICED-QTY          PIC 9(7).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-RECEIVED-DATE         PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-RECEIPT-COUNT         PIC 9(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 PO-PARTIAL-COUNT         PIC 9(3).
