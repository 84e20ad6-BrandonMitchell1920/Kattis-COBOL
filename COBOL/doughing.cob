IDENTIFICATION DIVISION.
    PROGRAM-ID. DoughIngredients.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PLAN-FILE ASSIGN TO "DOUGHPLN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLAN-STATUS.
        SELECT BOM-FILE ASSIGN TO "DOUGHBOM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BOM-STATUS.
        SELECT INGREDIENT-STOCK-FILE ASSIGN TO "INGSTOCK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOCK-STATUS.
        SELECT INGREDIENT-RECEIPT-FILE ASSIGN TO "INGRECV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECEIPT-STATUS.
        SELECT REQUIREMENT-FILE ASSIGN TO "INGREQ"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT REORDER-REPORT-FILE ASSIGN TO "INGREORD"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

      *> DoughPlan's RECIPE lines carry each band's planned grams in
      *> fixed columns; the batch and total lines around them are
      *> passed over.
    FD PLAN-FILE.
        01 PLAN-REC PIC X(80).
        01 PLAN-RECIPE-LINE.
            05 PLN-TAG PIC X(7).
            05 PLN-SIZE-LOW PIC 999.
            05 FILLER PIC X.
            05 PLN-SIZE-HIGH PIC 999.
            05 FILLER PIC X.
            05 PLN-RATIO-LOW PIC 999.
            05 FILLER PIC X.
            05 PLN-RATIO-HIGH PIC 999.
            05 FILLER PIC X(7).
            05 PLN-GRAMS PIC 9(9).
            05 FILLER PIC X(42).

      *> Bill of materials: for each recipe band (the DOUGHRCP key),
      *> the grams of each ingredient that go into a kilogram of dough.
    FD BOM-FILE.
        01 BOM-REC.
            05 BOM-SIZE-LOW PIC 999.
            05 FILLER PIC X.
            05 BOM-SIZE-HIGH PIC 999.
            05 FILLER PIC X.
            05 BOM-RATIO-LOW PIC 999.
            05 FILLER PIC X.
            05 BOM-RATIO-HIGH PIC 999.
            05 FILLER PIC X.
            05 BOM-ITEM PIC X(8).
            05 FILLER PIC X.
            05 BOM-GRAMS-PER-KG PIC 9(4)V9.

      *> One balance per ingredient, in grams.  PurchaseOrders raises
      *> ING-ON-ORDER when it cuts an ingredient order; receipts here
      *> bring it back down.
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

    FD INGREDIENT-RECEIPT-FILE.
        01 INGREDIENT-RECEIPT-REC.
            05 IRC-ITEM PIC X(8).
            05 FILLER PIC X.
            05 IRC-GRAMS PIC 9(9).

    FD REQUIREMENT-FILE.
        01 REQUIREMENT-REC PIC X(80).

    FD REORDER-REPORT-FILE.
        01 REORDER-REPORT-REC PIC X(100).

    WORKING-STORAGE SECTION.
        01 WS-PLAN-STATUS PIC XX.
        01 WS-BOM-STATUS PIC XX.
        01 WS-STOCK-STATUS PIC XX.
        01 WS-RECEIPT-STATUS PIC XX.
        01 WS-PLAN-EOF PIC X VALUE "N".
            88 PLAN-EOF VALUE "Y".
        01 WS-BOM-EOF PIC X VALUE "N".
            88 BOM-EOF VALUE "Y".
        01 WS-STOCK-EOF PIC X VALUE "N".
            88 STOCK-EOF VALUE "Y".
        01 WS-RECEIPT-EOF PIC X VALUE "N".
            88 RECEIPT-EOF VALUE "Y".
        01 WS-LOAD-OVERFLOW PIC X VALUE "N".
            88 LOAD-OVERFLOWED VALUE "Y".
        01 WS-ALREADY-DRAWN PIC X VALUE "N".
            88 ALREADY-DRAWN VALUE "Y".
        01 WS-BAND-FOUND PIC X.
            88 BAND-FOUND VALUE "Y".
        01 WS-ITEM-FOUND PIC X.
            88 ITEM-FOUND VALUE "Y".
        01 WS-BOM-TABLE.
            05 WS-BOM-ENTRY OCCURS 100 TIMES.
                10 WS-BOM-SIZE-LOW PIC 999.
                10 WS-BOM-SIZE-HIGH PIC 999.
                10 WS-BOM-RATIO-LOW PIC 999.
                10 WS-BOM-RATIO-HIGH PIC 999.
                10 WS-BOM-ITEM PIC X(8).
                10 WS-BOM-PER-KG PIC 9(4)V9.
        01 WS-BOM-COUNT PIC 999 VALUE ZEROS.
        01 BOM-IDX PIC 999.
        01 WS-STOCK-TABLE.
            05 WS-STOCK-ENTRY OCCURS 30 TIMES.
                10 WS-STK-ITEM PIC X(8).
                10 WS-STK-ON-HAND PIC S9(10).
                10 WS-STK-ON-ORDER PIC 9(9).
                10 WS-STK-POINT PIC 9(9).
                10 WS-STK-LAST-DRAWN PIC X(8).
                10 WS-STK-REQUIRED PIC 9(9).
                10 WS-STK-RECEIVED PIC 9(9).
        01 WS-STOCK-COUNT PIC 99 VALUE ZEROS.
        01 STOCK-IDX PIC 99.
        01 WS-WANTED-ITEM PIC X(8).
        01 WS-NEED-GRAMS PIC 9(9).
        01 WS-SHORTFALL PIC S9(10).
        01 WS-BANDS-EXPLODED PIC 9(3) VALUE ZEROS.
        01 WS-NO-BOM-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-NO-STOCK-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-RECEIPT-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-REJECT-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-REORDER-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-SHORT-STOCK-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-DISPLAY-ON-HAND PIC -(9)9.
        01 WS-DISPLAY-GRAMS PIC Z(8)9.
        01 WS-DISPLAY-ON-ORDER PIC Z(8)9.
        01 WS-DISPLAY-POINT PIC Z(8)9.
        01 WS-DISPLAY-SHORT PIC 9(9).
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
    DISPLAY "RUN " WS-RUN-ID " DOUGH INGREDIENT EXPLOSION"
    PERFORM 1000-LOAD-BOM
    PERFORM 1100-LOAD-STOCK
      *> The stock file is written back whole from the table, so an
      *> overflowed load would lose every ingredient past the cap.
    IF LOAD-OVERFLOWED
        DISPLAY "EXCEPTION: MORE INGREDIENTS ON FILE THAN THE TABLE"
            " HOLDS - NOTHING DRAWN, STOCK LEFT UNTOUCHED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 2000-POST-RECEIPTS
    OPEN INPUT PLAN-FILE
    IF WS-PLAN-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: DOUGH PLAN NOT AVAILABLE - STATUS "
            WS-PLAN-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ PLAN-FILE
        AT END SET PLAN-EOF TO TRUE
    END-READ
    PERFORM UNTIL PLAN-EOF
        IF PLN-TAG IS EQUAL TO "RECIPE "
            PERFORM 3000-EXPLODE-ONE-BAND
        END-IF
        READ PLAN-FILE
            AT END SET PLAN-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PLAN-FILE
    PERFORM 4000-DRAW-DOWN-STOCK
    PERFORM 5000-WRITE-REQUIREMENTS
    PERFORM 6000-WRITE-REORDER-REPORT
    PERFORM 8000-REWRITE-STOCK
    DISPLAY "BANDS EXPLODED " WS-BANDS-EXPLODED
        " NO BOM " WS-NO-BOM-COUNT
        " NO STOCK LINE " WS-NO-STOCK-COUNT
        " RECEIPTS " WS-RECEIPT-COUNT
        " REORDERS " WS-REORDER-COUNT
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-NO-BOM-COUNT IS GREATER THAN ZERO OR
            WS-NO-STOCK-COUNT IS GREATER THAN ZERO OR
            WS-SHORT-STOCK-COUNT IS GREATER THAN ZERO OR
            WS-REJECT-COUNT IS GREATER THAN ZERO OR
            ALREADY-DRAWN
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="DOUGHING"==.

    COPY busdateget.

1000-LOAD-BOM.
    OPEN INPUT BOM-FILE
    IF WS-BOM-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: INGREDIENT BOM MASTER NOT AVAILABLE - "
            "STATUS " WS-BOM-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ BOM-FILE
        AT END SET BOM-EOF TO TRUE
    END-READ
    PERFORM UNTIL BOM-EOF
        IF BOM-GRAMS-PER-KG IS NOT NUMERIC OR
                BOM-SIZE-LOW IS NOT NUMERIC OR
                BOM-SIZE-HIGH IS NOT NUMERIC OR
                BOM-RATIO-LOW IS NOT NUMERIC OR
                BOM-RATIO-HIGH IS NOT NUMERIC
            MOVE "W" TO REJW-ACTION
            MOVE "DOUGHING" TO REJW-PROGRAM
            MOVE BOM-REC TO REJW-INPUT-LINE
            MOVE "BADF" TO REJW-REASON
            CALL "REJWRITE" USING REJW-PARMS
            ADD 1 TO WS-REJECT-COUNT
        ELSE
            IF WS-BOM-COUNT IS LESS THAN 100
                ADD 1 TO WS-BOM-COUNT
                MOVE BOM-SIZE-LOW TO WS-BOM-SIZE-LOW(WS-BOM-COUNT)
                MOVE BOM-SIZE-HIGH TO WS-BOM-SIZE-HIGH(WS-BOM-COUNT)
                MOVE BOM-RATIO-LOW TO WS-BOM-RATIO-LOW(WS-BOM-COUNT)
                MOVE BOM-RATIO-HIGH TO WS-BOM-RATIO-HIGH(WS-BOM-COUNT)
                MOVE BOM-ITEM TO WS-BOM-ITEM(WS-BOM-COUNT)
                MOVE BOM-GRAMS-PER-KG TO WS-BOM-PER-KG(WS-BOM-COUNT)
            ELSE
                DISPLAY "EXCEPTION: MORE THAN 100 BOM LINES - "
                    BOM-ITEM " NOT LOADED"
            END-IF
        END-IF
        READ BOM-FILE
            AT END SET BOM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE BOM-FILE.

      *> A stock line already drawn down on this business date means
      *> tonight's plan has been exploded once; it is reported again
      *> but not taken out of stock a second time.
1100-LOAD-STOCK.
    OPEN INPUT INGREDIENT-STOCK-FILE
    IF WS-STOCK-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: INGREDIENT STOCK NOT AVAILABLE - STATUS "
            WS-STOCK-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ INGREDIENT-STOCK-FILE
        AT END SET STOCK-EOF TO TRUE
    END-READ
    PERFORM UNTIL STOCK-EOF
        IF WS-STOCK-COUNT IS LESS THAN 30
            ADD 1 TO WS-STOCK-COUNT
            MOVE ING-ITEM TO WS-STK-ITEM(WS-STOCK-COUNT)
            MOVE ING-ON-HAND TO WS-STK-ON-HAND(WS-STOCK-COUNT)
            MOVE ING-ON-ORDER TO WS-STK-ON-ORDER(WS-STOCK-COUNT)
            MOVE ING-REORDER-POINT TO WS-STK-POINT(WS-STOCK-COUNT)
            MOVE ING-LAST-DRAWN TO WS-STK-LAST-DRAWN(WS-STOCK-COUNT)
            MOVE ZEROS TO WS-STK-REQUIRED(WS-STOCK-COUNT)
            MOVE ZEROS TO WS-STK-RECEIVED(WS-STOCK-COUNT)
            IF ING-LAST-DRAWN IS EQUAL TO WS-RUN-DATE
                SET ALREADY-DRAWN TO TRUE
            END-IF
        ELSE
            SET LOAD-OVERFLOWED TO TRUE
            DISPLAY "EXCEPTION: MORE THAN 30 INGREDIENTS ON FILE - "
                ING-ITEM " NOT LOADED"
        END-IF
        READ INGREDIENT-STOCK-FILE
            AT END SET STOCK-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE INGREDIENT-STOCK-FILE
    IF ALREADY-DRAWN
        DISPLAY "NOTE: INGREDIENTS ALREADY DRAWN FOR " WS-RUN-DATE
            " - REQUIREMENTS REPORTED, STOCK NOT DRAWN AGAIN"
    END-IF.

      *> Deliveries keyed tonight land before the draw-down, and come
      *> off the quantity on order.  No receipt file is a quiet night;
      *> a rerun has already posted them.
2000-POST-RECEIPTS.
    IF ALREADY-DRAWN
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT INGREDIENT-RECEIPT-FILE
    IF WS-RECEIPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO INGREDIENT RECEIPTS ON FILE"
        EXIT PARAGRAPH
    END-IF
    READ INGREDIENT-RECEIPT-FILE
        AT END SET RECEIPT-EOF TO TRUE
    END-READ
    PERFORM UNTIL RECEIPT-EOF
        MOVE IRC-ITEM TO WS-WANTED-ITEM
        PERFORM 7000-FIND-STOCK-ITEM
        IF IRC-GRAMS IS NOT NUMERIC OR NOT ITEM-FOUND
            MOVE "W" TO REJW-ACTION
            MOVE "DOUGHING" TO REJW-PROGRAM
            MOVE INGREDIENT-RECEIPT-REC TO REJW-INPUT-LINE
            IF IRC-GRAMS IS NOT NUMERIC
                MOVE "BADF" TO REJW-REASON
            ELSE
                MOVE "BADR" TO REJW-REASON
            END-IF
            CALL "REJWRITE" USING REJW-PARMS
            ADD 1 TO WS-REJECT-COUNT
        ELSE
            ADD 1 TO WS-RECEIPT-COUNT
            ADD IRC-GRAMS TO WS-STK-ON-HAND(STOCK-IDX)
            ADD IRC-GRAMS TO WS-STK-RECEIVED(STOCK-IDX)
            IF IRC-GRAMS IS GREATER THAN WS-STK-ON-ORDER(STOCK-IDX)
                MOVE ZEROS TO WS-STK-ON-ORDER(STOCK-IDX)
            ELSE
                SUBTRACT IRC-GRAMS FROM WS-STK-ON-ORDER(STOCK-IDX)
            END-IF
        END-IF
        READ INGREDIENT-RECEIPT-FILE
            AT END SET RECEIPT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE INGREDIENT-RECEIPT-FILE.

      *> Every BOM line for the band contributes its grams per kilo
      *> of the band's planned dough, rounded to the gram.
3000-EXPLODE-ONE-BAND.
    IF PLN-GRAMS IS NOT NUMERIC
        DISPLAY "EXCEPTION: UNREADABLE RECIPE LINE " PLAN-REC
        ADD 1 TO WS-NO-BOM-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-BAND-FOUND
    PERFORM VARYING BOM-IDX FROM 1 BY 1
            UNTIL BOM-IDX IS GREATER THAN WS-BOM-COUNT
        IF WS-BOM-SIZE-LOW(BOM-IDX) IS EQUAL TO PLN-SIZE-LOW AND
                WS-BOM-SIZE-HIGH(BOM-IDX) IS EQUAL TO PLN-SIZE-HIGH AND
                WS-BOM-RATIO-LOW(BOM-IDX) IS EQUAL TO PLN-RATIO-LOW AND
                WS-BOM-RATIO-HIGH(BOM-IDX) IS EQUAL TO PLN-RATIO-HIGH
            SET BAND-FOUND TO TRUE
            PERFORM 3100-EXPLODE-ONE-INGREDIENT
        END-IF
    END-PERFORM
    IF BAND-FOUND
        ADD 1 TO WS-BANDS-EXPLODED
    ELSE
        ADD 1 TO WS-NO-BOM-COUNT
        DISPLAY "EXCEPTION: NO BOM FOR RECIPE BAND "
            PLN-SIZE-LOW "-" PLN-SIZE-HIGH " CRUST "
            PLN-RATIO-LOW "-" PLN-RATIO-HIGH
            " - INGREDIENTS NOT DRAWN"
    END-IF.

3100-EXPLODE-ONE-INGREDIENT.
    COMPUTE WS-NEED-GRAMS ROUNDED =
        PLN-GRAMS * WS-BOM-PER-KG(BOM-IDX) / 1000
    MOVE WS-BOM-ITEM(BOM-IDX) TO WS-WANTED-ITEM
    PERFORM 7000-FIND-STOCK-ITEM
    IF NOT ITEM-FOUND
        ADD 1 TO WS-NO-STOCK-COUNT
        DISPLAY "EXCEPTION: NO STOCK LINE FOR " WS-WANTED-ITEM
            " - " WS-NEED-GRAMS " GRAMS NOT DRAWN"
        EXIT PARAGRAPH
    END-IF
    ADD WS-NEED-GRAMS TO WS-STK-REQUIRED(STOCK-IDX).

4000-DRAW-DOWN-STOCK.
    IF ALREADY-DRAWN
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX IS GREATER THAN WS-STOCK-COUNT
        IF WS-STK-REQUIRED(STOCK-IDX) IS GREATER THAN ZERO
            SUBTRACT WS-STK-REQUIRED(STOCK-IDX)
                FROM WS-STK-ON-HAND(STOCK-IDX)
            MOVE WS-RUN-DATE TO WS-STK-LAST-DRAWN(STOCK-IDX)
            IF WS-STK-ON-HAND(STOCK-IDX) IS LESS THAN ZERO
                ADD 1 TO WS-SHORT-STOCK-COUNT
                DISPLAY "EXCEPTION: " WS-STK-ITEM(STOCK-IDX)
                    " REQUIREMENT EXCEEDS STOCK ON HAND"
            END-IF
        END-IF
    END-PERFORM.

5000-WRITE-REQUIREMENTS.
    OPEN OUTPUT REQUIREMENT-FILE
    MOVE SPACES TO REQUIREMENT-REC
    STRING "DOUGH INGREDIENT REQUIREMENTS FOR " WS-RUN-DATE
        DELIMITED BY SIZE INTO REQUIREMENT-REC
    WRITE REQUIREMENT-REC
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX IS GREATER THAN WS-STOCK-COUNT
        IF WS-STK-REQUIRED(STOCK-IDX) IS GREATER THAN ZERO OR
                WS-STK-RECEIVED(STOCK-IDX) IS GREATER THAN ZERO
            MOVE WS-STK-REQUIRED(STOCK-IDX) TO WS-DISPLAY-GRAMS
            MOVE WS-STK-ON-HAND(STOCK-IDX) TO WS-DISPLAY-ON-HAND
            MOVE SPACES TO REQUIREMENT-REC
            STRING WS-STK-ITEM(STOCK-IDX)
                " NEEDED " WS-DISPLAY-GRAMS
                " GRAMS  ON HAND AFTER " WS-DISPLAY-ON-HAND
                DELIMITED BY SIZE INTO REQUIREMENT-REC
            WRITE REQUIREMENT-REC
        END-IF
    END-PERFORM
    CLOSE REQUIREMENT-FILE.

      *> Laid out the way the Soylent reorder report is read back:
      *> one REORDER: line per ingredient whose on-hand plus on-order
      *> has fallen below its reorder point, the item in fixed columns
      *> and the grams to order after SHORT.
6000-WRITE-REORDER-REPORT.
    OPEN OUTPUT REORDER-REPORT-FILE
    MOVE SPACES TO REORDER-REPORT-REC
    STRING "INGREDIENT REORDER REPORT FOR " WS-RUN-DATE
        DELIMITED BY SIZE INTO REORDER-REPORT-REC
    WRITE REORDER-REPORT-REC
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX IS GREATER THAN WS-STOCK-COUNT
        COMPUTE WS-SHORTFALL = WS-STK-POINT(STOCK-IDX)
            - WS-STK-ON-HAND(STOCK-IDX) - WS-STK-ON-ORDER(STOCK-IDX)
        IF WS-SHORTFALL IS GREATER THAN ZERO
            ADD 1 TO WS-REORDER-COUNT
            MOVE WS-STK-ON-HAND(STOCK-IDX) TO WS-DISPLAY-ON-HAND
            MOVE WS-STK-ON-ORDER(STOCK-IDX) TO WS-DISPLAY-ON-ORDER
            MOVE WS-STK-POINT(STOCK-IDX) TO WS-DISPLAY-POINT
            MOVE WS-SHORTFALL TO WS-DISPLAY-SHORT
            MOVE SPACES TO REORDER-REPORT-REC
            STRING "REORDER: " WS-STK-ITEM(STOCK-IDX)
                " ON HAND " WS-DISPLAY-ON-HAND
                " ON ORDER " WS-DISPLAY-ON-ORDER
                " POINT " WS-DISPLAY-POINT
                " SHORT " WS-DISPLAY-SHORT
                DELIMITED BY SIZE INTO REORDER-REPORT-REC
            WRITE REORDER-REPORT-REC
            DISPLAY "REORDER: " WS-STK-ITEM(STOCK-IDX)
                " BELOW REORDER POINT BY " WS-DISPLAY-SHORT " GRAMS"
        END-IF
    END-PERFORM
    CLOSE REORDER-REPORT-FILE.

7000-FIND-STOCK-ITEM.
    MOVE "N" TO WS-ITEM-FOUND
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX IS GREATER THAN WS-STOCK-COUNT
        IF WS-STK-ITEM(STOCK-IDX) IS EQUAL TO WS-WANTED-ITEM
            SET ITEM-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

8000-REWRITE-STOCK.
    OPEN OUTPUT INGREDIENT-STOCK-FILE
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX IS GREATER THAN WS-STOCK-COUNT
        MOVE SPACES TO INGREDIENT-STOCK-REC
        MOVE WS-STK-ITEM(STOCK-IDX) TO ING-ITEM
        IF WS-STK-ON-HAND(STOCK-IDX) IS LESS THAN ZERO
            MOVE ZEROS TO ING-ON-HAND
        ELSE
            MOVE WS-STK-ON-HAND(STOCK-IDX) TO ING-ON-HAND
        END-IF
        MOVE WS-STK-ON-ORDER(STOCK-IDX) TO ING-ON-ORDER
        MOVE WS-STK-POINT(STOCK-IDX) TO ING-REORDER-POINT
        MOVE WS-STK-LAST-DRAWN(STOCK-IDX) TO ING-LAST-DRAWN
        WRITE INGREDIENT-STOCK-REC
    END-PERFORM
    CLOSE INGREDIENT-STOCK-FILE.
