        SELECT DUE-REPORT-FILE ASSIGN TO "CANDLDUE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DUE-STATUS.
        COPY posel.
        SELECT PO-SCAN-FILE ASSIGN TO "POMASTER"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCAN-STATUS.
        SELECT STOCK-FILE ASSIGN TO "SOYSTOCK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOCK-STATUS.
        SELECT INGREDIENT-REORDER-FILE ASSIGN TO "INGREORD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ING-REORDER-STATUS.
        SELECT INGREDIENT-STOCK-FILE ASSIGN TO "INGSTOCK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ING-STOCK-STATUS.
        COPY busdatesel.
        COPY steplogsel.

            05 VEND-LEAD-DAYS PIC 9(3).
            05 FILLER PIC X.
            05 VEND-MIN-QTY PIC 9(5).
            05 FILLER PIC X.
            05 VEND-UNIT-PRICE PIC 9(5)V99.

    FD REORDER-REPORT-FILE.
        01 REORDER-REPORT-REC PIC X(80).
    FD DUE-REPORT-FILE.
        01 DUE-REPORT-REC PIC X(80).

    COPY pofd.

    FD PO-SCAN-FILE.
        01 PO-SCAN-REC.
            05 SCAN-NUMBER.
                10 SCAN-NUMBER-DATE PIC X(8).
                10 SCAN-NUMBER-SEQ PIC 9(3).
            05 FILLER PIC X(74).

    FD RECEIPT-FILE.
        01 RECEIPT-REC.
            05 FILLER PIC X.
            05 STOCK-ON-ORDER PIC 9(7).

    FD INGREDIENT-REORDER-FILE.
        01 INGREDIENT-REORDER-REC PIC X(100).

    FD INGREDIENT-STOCK-FILE.
        01 INGREDIENT-STOCK-REC.
            05 ING-ITEM PIC X(8).
            05 FILLER PIC X.
            05 ING-ON-HAND PIC 9(9).
            05 FILLER PIC X.
            05 ING-ON-ORDER PIC 9(9).
            05 FILLER PIC X.
            05 ING-REORDER-POINT PIC 9(9).
            05 FILLER PIC X.
            05 ING-LAST-DRAWN PIC X(8).

    WORKING-STORAGE SECTION.
        01 WS-VENDOR-STATUS PIC XX.
        01 WS-REORDER-STATUS PIC XX.
        01 WS-SCAN-STATUS PIC XX.
        01 WS-RECEIPT-STATUS PIC XX.
        01 WS-STOCK-STATUS PIC XX.
        01 WS-ING-REORDER-STATUS PIC XX.
        01 WS-ING-STOCK-STATUS PIC XX.
        01 WS-VENDOR-EOF PIC X VALUE "N".
            88 VENDOR-EOF VALUE "Y".
        01 WS-REORDER-EOF PIC X VALUE "N".
            88 SCAN-EOF VALUE "Y".
        01 WS-RECEIPT-EOF PIC X VALUE "N".
            88 RECEIPT-EOF VALUE "Y".
        01 WS-ING-REORDER-EOF PIC X VALUE "N".
            88 ING-REORDER-EOF VALUE "Y".
        01 WS-ING-STOCK-EOF PIC X.
            88 ING-STOCK-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 GENERATE-MODE VALUE "GENERATE".
            88 RECEIVE-MODE VALUE "RECEIVE".
                10 WS-VND-ITEM PIC X(8).
                10 WS-VND-LEAD PIC 9(3).
                10 WS-VND-MIN PIC 9(5).
                10 WS-VND-PRICE PIC 9(5)V99.
        01 WS-VENDOR-COUNT PIC 99 VALUE ZEROS.
        01 VENDOR-IDX PIC 99.
        01 WS-VENDOR-FOUND PIC X.
                10 WS-POT-QTY PIC 9(7).
                10 WS-POT-DUE PIC X(8).
                10 WS-POT-STATUS PIC X.
                10 WS-POT-PRICE PIC 9(5)V99.
                10 WS-POT-RECEIVED PIC 9(7).
                10 WS-POT-INVOICED PIC 9(7).
                10 WS-POT-RCV-DATE PIC X(8).
                10 WS-POT-RCV-COUNT PIC 9(3).
                10 WS-POT-PARTIALS PIC 9(3).
        01 WS-PO-COUNT PIC 9(3) VALUE ZEROS.
        01 PO-IDX PIC 9(3).
        01 WS-PO-FOUND PIC X.
        01 WS-REORDER-WANTED PIC X VALUE "N".
            88 SOYLENT-REORDER-WANTED VALUE "Y".
        01 WS-CANDLES-DUE PIC 9(5) VALUE ZEROS.
        01 WS-ING-WANTED-TABLE.
            05 WS-ING-WANTED OCCURS 20 TIMES.
                10 WS-INGW-ITEM PIC X(8).
                10 WS-INGW-QTY PIC 9(7).
        01 WS-ING-WANTED-COUNT PIC 99 VALUE ZEROS.
        01 ING-IDX PIC 99.
        01 WS-ORDER-QTY PIC 9(7).
        01 WS-SHORTFALL PIC S9(8).
        01 WS-TODAY-INT PIC 9(8).
            MOVE VEND-ITEM TO WS-VND-ITEM(WS-VENDOR-COUNT)
            MOVE VEND-LEAD-DAYS TO WS-VND-LEAD(WS-VENDOR-COUNT)
            MOVE VEND-MIN-QTY TO WS-VND-MIN(WS-VENDOR-COUNT)
            IF VEND-UNIT-PRICE IS NUMERIC
                MOVE VEND-UNIT-PRICE TO WS-VND-PRICE(WS-VENDOR-COUNT)
            ELSE
                MOVE ZEROS TO WS-VND-PRICE(WS-VENDOR-COUNT)
            END-IF
        END-IF
        READ VENDOR-MASTER-FILE
            AT END SET VENDOR-EOF TO TRUE
    PERFORM 2100-FIND-NEXT-PO-SEQ
    PERFORM 2200-READ-SOYLENT-REORDER
    PERFORM 2300-READ-CANDLE-DUE
    PERFORM 2400-READ-INGREDIENT-REORDER
    OPEN EXTEND PO-MASTER-FILE
    IF WS-PO-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PO-MASTER-FILE
        MOVE "CANDLE  " TO WS-WANTED-ITEM
        PERFORM 3000-CUT-ONE-ORDER
    END-IF
    PERFORM VARYING ING-IDX FROM 1 BY 1
            UNTIL ING-IDX IS GREATER THAN WS-ING-WANTED-COUNT
        MOVE WS-INGW-QTY(ING-IDX) TO WS-ORDER-QTY
        MOVE WS-INGW-ITEM(ING-IDX) TO WS-WANTED-ITEM
        PERFORM 3000-CUT-ONE-ORDER
        IF VENDOR-FOUND
            PERFORM 3200-POST-INGREDIENT-ON-ORDER
        END-IF
    END-PERFORM
    CLOSE PO-MASTER-FILE.

2100-FIND-NEXT-PO-SEQ.
    END-PERFORM
    CLOSE DUE-REPORT-FILE.

      *> The dough ingredient reorder report has one REORDER: line per
      *> ingredient, item in columns 10-17 and the grams short after
      *> SHORT; each is ordered like the Soylent reorder.
2400-READ-INGREDIENT-REORDER.
    OPEN INPUT INGREDIENT-REORDER-FILE
    IF WS-ING-REORDER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: INGREDIENT REORDER REPORT NOT ON FILE"
        EXIT PARAGRAPH
    END-IF
    READ INGREDIENT-REORDER-FILE
        AT END SET ING-REORDER-EOF TO TRUE
    END-READ
    PERFORM UNTIL ING-REORDER-EOF
        IF INGREDIENT-REORDER-REC(1:9) IS EQUAL TO "REORDER: "
            MOVE SPACES TO WS-SPLIT-HEAD, WS-SPLIT-TAIL
            UNSTRING INGREDIENT-REORDER-REC DELIMITED BY " SHORT "
                INTO WS-SPLIT-HEAD, WS-SPLIT-TAIL
            IF FUNCTION TEST-NUMVAL(WS-SPLIT-TAIL) IS EQUAL TO ZERO
                IF WS-ING-WANTED-COUNT IS LESS THAN 20
                    ADD 1 TO WS-ING-WANTED-COUNT
                    MOVE INGREDIENT-REORDER-REC(10:8)
                        TO WS-INGW-ITEM(WS-ING-WANTED-COUNT)
                    COMPUTE WS-INGW-QTY(WS-ING-WANTED-COUNT) =
                        FUNCTION NUMVAL(WS-SPLIT-TAIL)
                ELSE
                    DISPLAY "EXCEPTION: MORE THAN 20 INGREDIENT "
                        "REORDERS - " INGREDIENT-REORDER-REC(10:8)
                        " NOT ORDERED"
                END-IF
            END-IF
        END-IF
        READ INGREDIENT-REORDER-FILE
            AT END SET ING-REORDER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE INGREDIENT-REORDER-FILE.

3000-CUT-ONE-ORDER.
    MOVE "N" TO WS-VENDOR-FOUND
    PERFORM VARYING VENDOR-IDX FROM 1 BY 1
    MOVE WS-ORDER-QTY TO PO-QUANTITY
    MOVE WS-DUE-DATE TO PO-DUE-DATE
    SET PO-OPEN TO TRUE
    MOVE WS-VND-PRICE(VENDOR-IDX) TO PO-UNIT-PRICE
    MOVE ZEROS TO PO-RECEIVED-QTY, PO-INVOICED-QTY
    MOVE SPACES TO PO-RECEIVED-DATE
    MOVE ZEROS TO PO-RECEIPT-COUNT, PO-PARTIAL-COUNT
    WRITE PO-MASTER-REC
    ADD 1 TO WS-ORDERS-CUT
    DISPLAY "ORDER " PO-NUMBER " VENDOR " PO-VENDOR-CODE
    END-READ
    CLOSE STOCK-FILE.

3200-POST-INGREDIENT-ON-ORDER.
    MOVE "N" TO WS-ING-STOCK-EOF
    OPEN I-O INGREDIENT-STOCK-FILE
    IF WS-ING-STOCK-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: INGREDIENT STOCK NOT AVAILABLE - STATUS "
            WS-ING-STOCK-STATUS " - ON-ORDER NOT POSTED"
        EXIT PARAGRAPH
    END-IF
    READ INGREDIENT-STOCK-FILE
        AT END SET ING-STOCK-EOF TO TRUE
    END-READ
    PERFORM UNTIL ING-STOCK-EOF
        IF ING-ITEM IS EQUAL TO WS-WANTED-ITEM
            ADD WS-ORDER-QTY TO ING-ON-ORDER
            REWRITE INGREDIENT-STOCK-REC
            DISPLAY "INGSTOCK " ING-ITEM " ON-ORDER RAISED BY "
                WS-ORDER-QTY
            EXIT PERFORM
        END-IF
        READ INGREDIENT-STOCK-FILE
            AT END SET ING-STOCK-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE INGREDIENT-STOCK-FILE.

5000-POST-RECEIPTS.
    PERFORM 5100-LOAD-PO-MASTER
      *> Receipt posting ends by rewriting the order master from the
                EXIT PERFORM
            END-IF
        END-PERFORM
      *> A delivery short of the order is a partial receipt: the order
      *> stays open for the balance and the shortfall is counted
      *> against the vendor.
        IF PO-FOUND
            ADD RCV-QUANTITY TO WS-POT-RECEIVED(PO-IDX)
            MOVE WS-RUN-DATE TO WS-POT-RCV-DATE(PO-IDX)
            ADD 1 TO WS-POT-RCV-COUNT(PO-IDX)
            ADD 1 TO WS-RECEIVED-COUNT
            IF WS-POT-RECEIVED(PO-IDX) IS LESS THAN WS-POT-QTY(PO-IDX)
                ADD 1 TO WS-POT-PARTIALS(PO-IDX)
                DISPLAY "ORDER " RCV-PO-NUMBER " PARTIAL RECEIPT QTY "
                    RCV-QUANTITY " - ORDER LEFT OPEN"
            ELSE
                MOVE "R" TO WS-POT-STATUS(PO-IDX)
                DISPLAY "ORDER " RCV-PO-NUMBER " RECEIVED QTY "
                    RCV-QUANTITY
            END-IF
        ELSE
            ADD 1 TO WS-UNMATCHED-COUNT
            DISPLAY "EXCEPTION: NO OPEN ORDER " RCV-PO-NUMBER
            MOVE PO-QUANTITY TO WS-POT-QTY(WS-PO-COUNT)
            MOVE PO-DUE-DATE TO WS-POT-DUE(WS-PO-COUNT)
            MOVE PO-STATUS TO WS-POT-STATUS(WS-PO-COUNT)
            PERFORM 5150-LOAD-PO-AMOUNTS
        ELSE
            SET LOAD-OVERFLOWED TO TRUE
            DISPLAY "EXCEPTION: MORE THAN 200 ORDERS ON FILE - "
    END-PERFORM
    CLOSE PO-MASTER-FILE.

      *> Orders cut before the price and quantity columns were added
      *> load with zeros there.
5150-LOAD-PO-AMOUNTS.
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

8000-REWRITE-PO-MASTER.
    OPEN OUTPUT PO-MASTER-FILE
    PERFORM VARYING PO-IDX FROM 1 BY 1
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
