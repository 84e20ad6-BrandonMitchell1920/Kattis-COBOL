IDENTIFICATION DIVISION.
    PROGRAM-ID. VendorInvoiceMatch.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VENDOR-INVOICE-FILE ASSIGN TO "VNDINVIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INVOICE-STATUS.
        SELECT AP-EXTRACT-FILE ASSIGN TO "APEXTRCT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT HOLD-REPORT-FILE ASSIGN TO "VNDHOLD"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VOUCHER-FILE ASSIGN TO "APVOUCH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY posel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> One line per purchase order billed.  The lines of one
      *> invoice are keyed together, vendor and invoice number alike.
    FD VENDOR-INVOICE-FILE.
        01 VENDOR-INVOICE-REC.
            05 VINV-VENDOR-CODE PIC X(4).
            05 FILLER PIC X.
            05 VINV-INVOICE-NO PIC X(10).
            05 FILLER PIC X.
            05 VINV-INVOICE-DATE PIC X(8).
            05 FILLER PIC X.
            05 VINV-PO-NUMBER PIC X(11).
            05 FILLER PIC X.
            05 VINV-QUANTITY PIC 9(7).
            05 FILLER PIC X.
            05 VINV-UNIT-PRICE PIC 9(5)V99.

      *> Accounts-payable extract: the invoice lines cleared for
      *> payment, at the vendor's invoiced price.
    FD AP-EXTRACT-FILE.
        01 AP-EXTRACT-REC.
            05 APX-VENDOR-CODE PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 APX-INVOICE-NO PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 APX-INVOICE-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 APX-PO-NUMBER PIC X(11).
            05 FILLER PIC X VALUE SPACE.
            05 APX-QUANTITY PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 APX-AMOUNT PIC 9(9)V99.

    FD HOLD-REPORT-FILE.
        01 HOLD-REPORT-REC PIC X(132).

    COPY pofd.

    COPY glvchfd.

    WORKING-STORAGE SECTION.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-PO-STATUS PIC XX.
        01 WS-INVOICE-EOF PIC X VALUE "N".
            88 INVOICE-EOF VALUE "Y".
        01 WS-PO-EOF PIC X VALUE "N".
            88 PO-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-LOAD-OVERFLOW PIC X VALUE "N".
            88 LOAD-OVERFLOWED VALUE "Y".
        01 WS-PO-FOUND PIC X.
            88 PO-FOUND VALUE "Y".
        01 WS-INVOICE-HELD PIC X.
            88 INVOICE-HELD VALUE "Y".
      *> Quantity and price tolerances are percentages of the order
      *> (APMTQTYP / APMTPRCP); an invoice short of the order is
      *> a part invoice and passes.
        01 QTY-TOLERANCE-PCT PIC 9(3)V99 VALUE ZEROS.
        01 PRICE-TOLERANCE-PCT PIC 9(3)V99 VALUE 2.
        01 WS-PURCHASE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-PAYABLE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-COST-CENTER PIC X(4) VALUE SPACES.
        01 WS-PO-TABLE.
            05 WS-PO-ENTRY OCCURS 200 TIMES.
                10 WS-POT-NUMBER PIC X(11).
                10 WS-POT-VENDOR PIC X(4).
                10 WS-POT-ITEM PIC X(8).
                10 WS-POT-QTY PIC 9(7).
                10 WS-POT-DUE PIC X(8).
                10 WS-POT-STATUS PIC X.
                10 WS-POT-PRICE PIC 9(5)V99.
                10 WS-POT-RECEIVED PIC 9(7).
                10 WS-POT-INVOICED PIC 9(7).
                10 WS-POT-RCV-DATE PIC X(8).
                10 WS-POT-RCV-COUNT PIC 9(3).
                10 WS-POT-PARTIALS PIC 9(3).
                10 WS-POT-PENDING PIC 9(7).
        01 WS-PO-COUNT PIC 9(3) VALUE ZEROS.
        01 PO-IDX PIC 9(3).
      *> The lines of the invoice in hand; the whole invoice is
      *> released or held together.
        01 WS-LINE-TABLE.
            05 WS-LINE-ENTRY OCCURS 50 TIMES.
                10 WS-LN-PO-NUMBER PIC X(11).
                10 WS-LN-PO-IDX PIC 9(3).
                10 WS-LN-QUANTITY PIC 9(7).
                10 WS-LN-PRICE PIC 9(5)V99.
                10 WS-LN-AMOUNT PIC 9(9)V99.
                10 WS-LN-REASON PIC X(20).
        01 WS-LINE-COUNT PIC 99 VALUE ZEROS.
        01 LINE-IDX PIC 99.
        01 WS-CURRENT-VENDOR PIC X(4) VALUE SPACES.
        01 WS-CURRENT-INVOICE PIC X(10) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(8).
        01 WS-QTY-LIMIT PIC 9(8)V99.
        01 WS-PRICE-DIFF PIC 9(5)V99.
        01 WS-PRICE-LIMIT PIC 9(5)V9(4).
        01 WS-INVOICES-READ PIC 9(5) VALUE ZEROS.
        01 WS-LINES-READ PIC 9(5) VALUE ZEROS.
        01 WS-RELEASED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-RELEASED-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DISPLAY-TOTAL PIC Z(8)9.99.
        01 WS-HOLD-LINE.
            05 WSH-VENDOR PIC X(4).
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-INVOICE PIC X(10).
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-PO-NUMBER PIC X(11).
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-INV-QTY PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-PO-QTY PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-RCV-QTY PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-PRV-QTY PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-INV-PRICE PIC Z(4)9.99.
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-PO-PRICE PIC Z(4)9.99.
            05 FILLER PIC XX VALUE SPACE.
            05 WSH-REASON PIC X(20).
        COPY printws.
        COPY rundate.
        COPY rejwcall.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " MATCHING VENDOR INVOICES"
    PERFORM 1000-READ-PARAMETERS
    IF WS-PURCHASE-ACCOUNT IS EQUAL TO SPACES OR
            WS-PAYABLE-ACCOUNT IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: PAYABLES GL ACCOUNTS NOT IN PARMCTL"
            " (APMTCPUR/APMTCPAY) - NOTHING RELEASED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1100-LOAD-PO-MASTER
      *> The run ends by writing the order master back from the
      *> table with the invoiced quantities, so a load that overflowed
      *> the table would destroy every order past the cap.
    IF LOAD-OVERFLOWED
        DISPLAY "EXCEPTION: MORE ORDERS ON FILE THAN THE TABLE"
            " HOLDS - NOTHING MATCHED, ORDER MASTER LEFT UNTOUCHED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN INPUT VENDOR-INVOICE-FILE
    IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: VENDOR INVOICE FILE NOT AVAILABLE - "
            "STATUS " WS-INVOICE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE "VENDOR INVOICE MATCH HOLDS" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "VEND  INVOICE     PO NUMBER      INV QTY   PO QTY  "
        " RCV QTY  PRV INV  INV PRICE   PO PRICE  REASON"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT AP-EXTRACT-FILE, HOLD-REPORT-FILE
    READ VENDOR-INVOICE-FILE
        AT END SET INVOICE-EOF TO TRUE
    END-READ
    PERFORM UNTIL INVOICE-EOF
        ADD 1 TO WS-LINES-READ
        PERFORM 2000-TAKE-INVOICE-LINE
        READ VENDOR-INVOICE-FILE
            AT END SET INVOICE-EOF TO TRUE
        END-READ
    END-PERFORM
    PERFORM 3000-DECIDE-INVOICE
    CLOSE VENDOR-INVOICE-FILE, AP-EXTRACT-FILE
    IF WS-HELD-COUNT IS EQUAL TO ZERO
        MOVE "NO INVOICES HELD" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    CLOSE HOLD-REPORT-FILE
    PERFORM 8000-REWRITE-PO-MASTER
    PERFORM 8500-RELEASE-VOUCHER
    MOVE WS-RELEASED-TOTAL TO WS-DISPLAY-TOTAL
    DISPLAY "INVOICES READ " WS-INVOICES-READ
        " RELEASED " WS-RELEASED-COUNT
        " HELD " WS-HELD-COUNT
        " REJECTED LINES " WS-REJECT-COUNT
    DISPLAY "RELEASED TO PAYABLES " WS-DISPLAY-TOTAL
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-HELD-COUNT IS GREATER THAN ZERO OR
            WS-REJECT-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="VNDMATCH"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "APMTQTYP"
                COMPUTE QTY-TOLERANCE-PCT = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "APMTPRCP"
                COMPUTE PRICE-TOLERANCE-PCT =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "APMTCPUR"
                MOVE PARM-VALUE(1:8) TO WS-PURCHASE-ACCOUNT
            WHEN "APMTCPAY"
                MOVE PARM-VALUE(1:8) TO WS-PAYABLE-ACCOUNT
            WHEN "APMTCCTR"
                MOVE PARM-VALUE(1:4) TO WS-COST-CENTER
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-PO-MASTER.
    OPEN INPUT PO-MASTER-FILE
    IF WS-PO-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PO MASTER NOT AVAILABLE - STATUS "
            WS-PO-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ PO-MASTER-FILE
        AT END SET PO-EOF TO TRUE
    END-READ
    PERFORM UNTIL PO-EOF
        IF WS-PO-COUNT IS LESS THAN 200
            ADD 1 TO WS-PO-COUNT
            MOVE PO-NUMBER TO WS-POT-NUMBER(WS-PO-COUNT)
            MOVE PO-VENDOR-CODE TO WS-POT-VENDOR(WS-PO-COUNT)
            MOVE PO-ITEM TO WS-POT-ITEM(WS-PO-COUNT)
            MOVE PO-QUANTITY TO WS-POT-QTY(WS-PO-COUNT)
            MOVE PO-DUE-DATE TO WS-POT-DUE(WS-PO-COUNT)
            MOVE PO-STATUS TO WS-POT-STATUS(WS-PO-COUNT)
            MOVE ZEROS TO WS-POT-PENDING(WS-PO-COUNT)
            PERFORM 1150-LOAD-PO-AMOUNTS
        ELSE
            SET LOAD-OVERFLOWED TO TRUE
            DISPLAY "EXCEPTION: MORE THAN 200 ORDERS ON FILE - "
                PO-NUMBER " NOT LOADED"
        END-IF
        READ PO-MASTER-FILE
            AT END SET PO-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PO-MASTER-FILE.

      *> Orders cut before the price and quantity columns were added
      *> load with zeros there, and so hold until purchasing keys
      *> the price in.
1150-LOAD-PO-AMOUNTS.
    IF PO-UNIT-PRICE IS NUMERIC
        MOVE PO-UNIT-PRICE TO WS-POT-PRICE(WS-PO-COUNT)
    ELSE
        MOVE ZEROS TO WS-POT-PRICE(WS-PO-COUNT)
    END-IF
    IF PO-RECEIVED-QTY IS NUMERIC
        MOVE PO-RECEIVED-QTY TO WS-POT-RECEIVED(WS-PO-COUNT)
    ELSE
        MOVE ZEROS TO WS-POT-RECEIVED(WS-PO-COUNT)
    END-IF
    IF PO-INVOICED-QTY IS NUMERIC
        MOVE PO-INVOICED-QTY TO WS-POT-INVOICED(WS-PO-COUNT)
    ELSE
        MOVE ZEROS TO WS-POT-INVOICED(WS-PO-COUNT)
    END-IF
    MOVE PO-RECEIVED-DATE TO WS-POT-RCV-DATE(WS-PO-COUNT)
    IF PO-RECEIPT-COUNT IS NUMERIC
        MOVE PO-RECEIPT-COUNT TO WS-POT-RCV-COUNT(WS-PO-COUNT)
    ELSE
        MOVE ZEROS TO WS-POT-RCV-COUNT(WS-PO-COUNT)
    END-IF
    IF PO-PARTIAL-COUNT IS NUMERIC
        MOVE PO-PARTIAL-COUNT TO WS-POT-PARTIALS(WS-PO-COUNT)
    ELSE
        MOVE ZEROS TO WS-POT-PARTIALS(WS-PO-COUNT)
    END-IF.

      *> A change of vendor or invoice number closes the invoice in
      *> hand.  A line that cannot be read is rejected on its own and
      *> holds the rest of its invoice.
2000-TAKE-INVOICE-LINE.
    IF VINV-VENDOR-CODE IS NOT EQUAL TO WS-CURRENT-VENDOR OR
            VINV-INVOICE-NO IS NOT EQUAL TO WS-CURRENT-INVOICE
        PERFORM 3000-DECIDE-INVOICE
        MOVE VINV-VENDOR-CODE TO WS-CURRENT-VENDOR
        MOVE VINV-INVOICE-NO TO WS-CURRENT-INVOICE
        MOVE VINV-INVOICE-DATE TO WS-CURRENT-DATE
        MOVE ZEROS TO WS-LINE-COUNT
        MOVE "N" TO WS-INVOICE-HELD
        ADD 1 TO WS-INVOICES-READ
    END-IF
    IF VINV-QUANTITY IS NOT NUMERIC OR
            VINV-UNIT-PRICE IS NOT NUMERIC OR
            VINV-INVOICE-DATE IS NOT NUMERIC OR
            VINV-INVOICE-NO IS EQUAL TO SPACES
        ADD 1 TO WS-REJECT-COUNT
        MOVE "W" TO REJW-ACTION
        MOVE "VNDMATCH" TO REJW-PROGRAM
        MOVE VENDOR-INVOICE-REC TO REJW-INPUT-LINE
        MOVE "BADF" TO REJW-REASON
        CALL "REJWRITE" USING REJW-PARMS
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-LINE-COUNT IS EQUAL TO 50
        DISPLAY "EXCEPTION: INVOICE " WS-CURRENT-INVOICE
            " HAS MORE THAN 50 LINES - HELD"
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LINE-COUNT
    MOVE VINV-PO-NUMBER TO WS-LN-PO-NUMBER(WS-LINE-COUNT)
    MOVE VINV-QUANTITY TO WS-LN-QUANTITY(WS-LINE-COUNT)
    MOVE VINV-UNIT-PRICE TO WS-LN-PRICE(WS-LINE-COUNT)
    COMPUTE WS-LN-AMOUNT(WS-LINE-COUNT) ROUNDED =
        VINV-QUANTITY * VINV-UNIT-PRICE
    MOVE SPACES TO WS-LN-REASON(WS-LINE-COUNT)
    MOVE ZEROS TO WS-LN-PO-IDX(WS-LINE-COUNT)
    PERFORM 2100-MATCH-ONE-LINE.

      *> Three ways: the line's quantity, with what has already been
      *> invoiced against the order, may not exceed the quantity
      *> ordered or the quantity received, and its price must be
      *> within tolerance of the order price.
2100-MATCH-ONE-LINE.
    MOVE "N" TO WS-PO-FOUND
    PERFORM VARYING PO-IDX FROM 1 BY 1
            UNTIL PO-IDX IS GREATER THAN WS-PO-COUNT
        IF WS-POT-NUMBER(PO-IDX) IS EQUAL TO VINV-PO-NUMBER
            SET PO-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT PO-FOUND
        MOVE "PO NOT ON FILE" TO WS-LN-REASON(WS-LINE-COUNT)
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE PO-IDX TO WS-LN-PO-IDX(WS-LINE-COUNT)
    IF WS-POT-VENDOR(PO-IDX) IS NOT EQUAL TO VINV-VENDOR-CODE
        MOVE "VENDOR NOT ON PO" TO WS-LN-REASON(WS-LINE-COUNT)
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-QTY-LIMIT = WS-POT-QTY(PO-IDX) *
        (100 + QTY-TOLERANCE-PCT) / 100
    IF VINV-QUANTITY + WS-POT-INVOICED(PO-IDX) +
            WS-POT-PENDING(PO-IDX) IS GREATER THAN WS-QTY-LIMIT
        MOVE "QTY OVER ORDERED" TO WS-LN-REASON(WS-LINE-COUNT)
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-POT-RECEIVED(PO-IDX) IS EQUAL TO ZERO
        MOVE "NOT RECEIVED" TO WS-LN-REASON(WS-LINE-COUNT)
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-QTY-LIMIT = WS-POT-RECEIVED(PO-IDX) *
        (100 + QTY-TOLERANCE-PCT) / 100
    IF VINV-QUANTITY + WS-POT-INVOICED(PO-IDX) +
            WS-POT-PENDING(PO-IDX) IS GREATER THAN WS-QTY-LIMIT
        MOVE "QTY OVER RECEIVED" TO WS-LN-REASON(WS-LINE-COUNT)
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-POT-PRICE(PO-IDX) IS EQUAL TO ZERO
        MOVE "NO PRICE ON PO" TO WS-LN-REASON(WS-LINE-COUNT)
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF VINV-UNIT-PRICE IS GREATER THAN WS-POT-PRICE(PO-IDX)
        COMPUTE WS-PRICE-DIFF =
            VINV-UNIT-PRICE - WS-POT-PRICE(PO-IDX)
    ELSE
        COMPUTE WS-PRICE-DIFF =
            WS-POT-PRICE(PO-IDX) - VINV-UNIT-PRICE
    END-IF
    COMPUTE WS-PRICE-LIMIT =
        WS-POT-PRICE(PO-IDX) * PRICE-TOLERANCE-PCT / 100
    IF WS-PRICE-DIFF IS GREATER THAN WS-PRICE-LIMIT
        MOVE "PRICE OVER TOLERANCE" TO WS-LN-REASON(WS-LINE-COUNT)
        SET INVOICE-HELD TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD VINV-QUANTITY TO WS-POT-PENDING(PO-IDX).

      *> A matched invoice goes line by line to the payables extract
      *> and its quantities onto the orders as invoiced.  A held one
      *> is listed whole for purchasing, each line with the figures
      *> it was matched against, and pays nothing.
3000-DECIDE-INVOICE.
    IF WS-CURRENT-INVOICE IS EQUAL TO SPACES AND
            WS-CURRENT-VENDOR IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    IF INVOICE-HELD
        ADD 1 TO WS-HELD-COUNT
        PERFORM VARYING LINE-IDX FROM 1 BY 1
                UNTIL LINE-IDX IS GREATER THAN WS-LINE-COUNT
            PERFORM 3200-PRINT-HELD-LINE
        END-PERFORM
        IF WS-LINE-COUNT IS EQUAL TO ZERO
            MOVE ZEROS TO LINE-IDX
            PERFORM 3200-PRINT-HELD-LINE
        END-IF
    ELSE
        ADD 1 TO WS-RELEASED-COUNT
        PERFORM VARYING LINE-IDX FROM 1 BY 1
                UNTIL LINE-IDX IS GREATER THAN WS-LINE-COUNT
            PERFORM 3100-RELEASE-LINE
        END-PERFORM
    END-IF
    PERFORM VARYING PO-IDX FROM 1 BY 1
            UNTIL PO-IDX IS GREATER THAN WS-PO-COUNT
        MOVE ZEROS TO WS-POT-PENDING(PO-IDX)
    END-PERFORM
    MOVE SPACES TO WS-CURRENT-VENDOR, WS-CURRENT-INVOICE.

3100-RELEASE-LINE.
    MOVE WS-LN-PO-IDX(LINE-IDX) TO PO-IDX
    ADD WS-LN-QUANTITY(LINE-IDX) TO WS-POT-INVOICED(PO-IDX)
    MOVE SPACES TO AP-EXTRACT-REC
    MOVE WS-CURRENT-VENDOR TO APX-VENDOR-CODE
    MOVE WS-CURRENT-INVOICE TO APX-INVOICE-NO
    MOVE WS-CURRENT-DATE TO APX-INVOICE-DATE
    MOVE WS-LN-PO-NUMBER(LINE-IDX) TO APX-PO-NUMBER
    MOVE WS-LN-QUANTITY(LINE-IDX) TO APX-QUANTITY
    MOVE WS-LN-AMOUNT(LINE-IDX) TO APX-AMOUNT
    WRITE AP-EXTRACT-REC
    ADD WS-LN-AMOUNT(LINE-IDX) TO WS-RELEASED-TOTAL.

      *> Line zero stands for an invoice whose only lines were
      *> rejected as unreadable.
3200-PRINT-HELD-LINE.
    MOVE SPACES TO WS-HOLD-LINE
    MOVE WS-CURRENT-VENDOR TO WSH-VENDOR
    MOVE WS-CURRENT-INVOICE TO WSH-INVOICE
    IF LINE-IDX IS EQUAL TO ZERO
        MOVE "LINES REJECTED" TO WSH-REASON
    ELSE
        MOVE WS-LN-PO-NUMBER(LINE-IDX) TO WSH-PO-NUMBER
        MOVE WS-LN-QUANTITY(LINE-IDX) TO WSH-INV-QTY
        MOVE WS-LN-PRICE(LINE-IDX) TO WSH-INV-PRICE
        MOVE WS-LN-PO-IDX(LINE-IDX) TO PO-IDX
        IF PO-IDX IS GREATER THAN ZERO
            MOVE WS-POT-QTY(PO-IDX) TO WSH-PO-QTY
            MOVE WS-POT-RECEIVED(PO-IDX) TO WSH-RCV-QTY
            MOVE WS-POT-INVOICED(PO-IDX) TO WSH-PRV-QTY
            MOVE WS-POT-PRICE(PO-IDX) TO WSH-PO-PRICE
        END-IF
        IF WS-LN-REASON(LINE-IDX) IS EQUAL TO SPACES
            MOVE "MATCHED - HELD" TO WSH-REASON
        ELSE
            MOVE WS-LN-REASON(LINE-IDX) TO WSH-REASON
        END-IF
    END-IF
    MOVE WS-HOLD-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

8000-REWRITE-PO-MASTER.
    OPEN OUTPUT PO-MASTER-FILE
    PERFORM VARYING PO-IDX FROM 1 BY 1
            UNTIL PO-IDX IS GREATER THAN WS-PO-COUNT
        MOVE SPACES TO PO-MASTER-REC
        MOVE WS-POT-NUMBER(PO-IDX) TO PO-NUMBER
        MOVE WS-POT-VENDOR(PO-IDX) TO PO-VENDOR-CODE
        MOVE WS-POT-ITEM(PO-IDX) TO PO-ITEM
        MOVE WS-POT-QTY(PO-IDX) TO PO-QUANTITY
        MOVE WS-POT-DUE(PO-IDX) TO PO-DUE-DATE
        MOVE WS-POT-STATUS(PO-IDX) TO PO-STATUS
        MOVE WS-POT-PRICE(PO-IDX) TO PO-UNIT-PRICE
        MOVE WS-POT-RECEIVED(PO-IDX) TO PO-RECEIVED-QTY
        MOVE WS-POT-INVOICED(PO-IDX) TO PO-INVOICED-QTY
        MOVE WS-POT-RCV-DATE(PO-IDX) TO PO-RECEIVED-DATE
        MOVE WS-POT-RCV-COUNT(PO-IDX) TO PO-RECEIPT-COUNT
        MOVE WS-POT-PARTIALS(PO-IDX) TO PO-PARTIAL-COUNT
        WRITE PO-MASTER-REC
    END-PERFORM
    CLOSE PO-MASTER-FILE.

      *> The released invoices go to accounting as one balanced pair:
      *> purchases debited and the vendor liability credited to
      *> payables.  Nothing is written on a night that releases none.
8500-RELEASE-VOUCHER.
    OPEN OUTPUT VOUCHER-FILE
    IF WS-RELEASED-TOTAL IS GREATER THAN ZERO
        MOVE SPACES TO VOUCHER-REC
        MOVE WS-RUN-ID TO VCH-RUN-ID
        MOVE 1 TO VCH-SEQ
        MOVE WS-PURCHASE-ACCOUNT TO VCH-ACCOUNT
        MOVE WS-COST-CENTER TO VCH-COST-CENTER
        MOVE "D" TO VCH-DR-CR
        MOVE WS-RELEASED-TOTAL TO VCH-AMOUNT
        WRITE VOUCHER-REC
        MOVE 2 TO VCH-SEQ
        MOVE WS-PAYABLE-ACCOUNT TO VCH-ACCOUNT
        MOVE "C" TO VCH-DR-CR
        WRITE VOUCHER-REC
        DISPLAY "PAYABLES VOUCHER RELEASED - 2 LINES"
    END-IF
    CLOSE VOUCHER-FILE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==HOLD-REPORT-REC==.
