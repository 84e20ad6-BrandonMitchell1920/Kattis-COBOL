IDENTIFICATION DIVISION.
    PROGRAM-ID. VendorScorecard.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VENDOR-STATUS.
        SELECT SCORECARD-FILE ASSIGN TO "VNDSCORE"
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

    FD VENDOR-MASTER-FILE.
        01 VENDOR-MASTER-REC.
            05 VEND-CODE PIC X(4).
            05 FILLER PIC X.
            05 VEND-ITEM PIC X(8).
            05 FILLER PIC X.
            05 VEND-LEAD-DAYS PIC 9(3).
            05 FILLER PIC X.
            05 VEND-MIN-QTY PIC 9(5).
            05 FILLER PIC X.
            05 VEND-UNIT-PRICE PIC 9(5)V99.

    FD SCORECARD-FILE.
        01 SCORECARD-REC PIC X(132).

    COPY pofd.

    WORKING-STORAGE SECTION.
        01 WS-VENDOR-STATUS PIC XX.
        01 WS-PO-STATUS PIC XX.
        01 WS-VENDOR-EOF PIC X VALUE "N".
            88 VENDOR-EOF VALUE "Y".
        01 WS-PO-EOF PIC X VALUE "N".
            88 PO-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> The period is a month (YYYYMM) or, for the contract review, a
      *> whole year (YYYY); an order is scored in the period it fell
      *> due.
        01 WS-REPORT-PERIOD PIC X(6).
        01 WS-PERIOD-LENGTH PIC 9.
        01 ON-TIME-TARGET-PCT PIC 9(3)V99 VALUE 95.
        01 FILL-TARGET-PCT PIC 9(3)V99 VALUE 98.
        01 WS-LEAD-TABLE.
            05 WS-LEAD-ENTRY OCCURS 20 TIMES.
                10 WS-LDT-VENDOR PIC X(4).
                10 WS-LDT-ITEM PIC X(8).
                10 WS-LDT-DAYS PIC 9(3).
        01 WS-LEAD-COUNT PIC 99 VALUE ZEROS.
        01 LEAD-IDX PIC 99.
        01 WS-SCORE-TABLE.
            05 WS-SCORE-ENTRY OCCURS 50 TIMES.
                10 WS-SC-VENDOR PIC X(4).
                10 WS-SC-ORDERS PIC 9(5).
                10 WS-SC-DATED PIC 9(5).
                10 WS-SC-ON-TIME PIC 9(5).
                10 WS-SC-DELIVERED PIC 9(5).
                10 WS-SC-ORDERED PIC 9(9).
                10 WS-SC-FILLED PIC 9(9).
                10 WS-SC-LEAD-DAYS PIC 9(7).
                10 WS-SC-PROMISED-DAYS PIC 9(7).
                10 WS-SC-PARTIALS PIC 9(5).
        01 WS-SCORE-COUNT PIC 99 VALUE ZEROS.
        01 SCORE-IDX PIC 99.
        01 WS-SCORE-FOUND PIC X.
            88 SCORE-FOUND VALUE "Y".
        01 WS-LEGACY-RECEIPT PIC X.
            88 LEGACY-RECEIPT VALUE "Y".
        01 WS-ORDER-INT PIC 9(8).
        01 WS-RECEIVED-INT PIC 9(8).
        01 WS-PROMISED-DAYS PIC 9(3).
        01 WS-ON-TIME-PCT PIC 9(3)V99.
        01 WS-FILL-PCT PIC 9(3)V99.
        01 WS-AVG-LEAD PIC 9(3)V9.
        01 WS-AVG-PROMISED PIC 9(3)V9.
        01 WS-FLAGGED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-ORDERS-SCORED PIC 9(5) VALUE ZEROS.
        01 WS-ORDERS-SKIPPED PIC 9(5) VALUE ZEROS.
        01 WS-ORDERS-NOT-DUE PIC 9(5) VALUE ZEROS.
        01 WS-SCORE-LINE.
            05 WSS-VENDOR PIC X(4).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-ORDERS PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-ON-TIME-PCT PIC ZZ9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-FILL-PCT PIC ZZ9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-AVG-LEAD PIC ZZ9.9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-AVG-PROMISED PIC ZZ9.9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-PARTIALS PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-UNDATED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-FLAG PIC X(30).
        01 WS-FLAG-POINTER PIC 99.
        01 WS-DISPLAY-ON-TIME PIC ZZ9.99.
        01 WS-DISPLAY-FILL PIC ZZ9.99.
        COPY printws.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    ACCEPT WS-REPORT-PERIOD
    IF WS-REPORT-PERIOD IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD
    END-IF
    IF WS-REPORT-PERIOD(5:2) IS EQUAL TO SPACES
        MOVE 4 TO WS-PERIOD-LENGTH
    ELSE
        MOVE 6 TO WS-PERIOD-LENGTH
    END-IF
    DISPLAY "RUN " WS-RUN-ID " VENDOR SCORECARD FOR " WS-REPORT-PERIOD
    PERFORM 1000-READ-PARAMETERS
    PERFORM 1100-LOAD-LEAD-DAYS
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
        PERFORM 2000-SCORE-ONE-ORDER
        READ PO-MASTER-FILE
            AT END SET PO-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PO-MASTER-FILE
    PERFORM 3000-WRITE-SCORECARD
    DISPLAY "ORDERS SCORED " WS-ORDERS-SCORED
        " OUTSIDE PERIOD " WS-ORDERS-SKIPPED
        " NOT YET DUE " WS-ORDERS-NOT-DUE
        " VENDORS FLAGGED " WS-FLAGGED-COUNT
    IF WS-FLAGGED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="VNDSCORE"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "VSCONTIM"
                COMPUTE ON-TIME-TARGET-PCT =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "VSCFILLP"
                COMPUTE FILL-TARGET-PCT = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> The promised lead time is the vendor master's, for the
      *> vendor and item the order was cut for.
1100-LOAD-LEAD-DAYS.
    OPEN INPUT VENDOR-MASTER-FILE
    IF WS-VENDOR-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: VENDOR MASTER NOT AVAILABLE - STATUS "
            WS-VENDOR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ VENDOR-MASTER-FILE
        AT END SET VENDOR-EOF TO TRUE
    END-READ
    PERFORM UNTIL VENDOR-EOF
        IF WS-LEAD-COUNT IS LESS THAN 20
            ADD 1 TO WS-LEAD-COUNT
            MOVE VEND-CODE TO WS-LDT-VENDOR(WS-LEAD-COUNT)
            MOVE VEND-ITEM TO WS-LDT-ITEM(WS-LEAD-COUNT)
            MOVE VEND-LEAD-DAYS TO WS-LDT-DAYS(WS-LEAD-COUNT)
        END-IF
        READ VENDOR-MASTER-FILE
            AT END SET VENDOR-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE VENDOR-MASTER-FILE.

      *> An order is on time when its last receipt was posted on or
      *> before its due date with the full quantity in; anything still
      *> short or still out is not.  The fill rate counts received
      *> quantity up to the quantity ordered, so an over-delivery on
      *> one order does not hide a short one.  Orders received before
      *> receipts were dated count toward fill but not toward timing;
      *> one from before received quantities were kept at all is taken
      *> as filled in full and undated.  An order still short that is
      *> not yet due is left out.
2000-SCORE-ONE-ORDER.
    IF PO-DUE-DATE(1:WS-PERIOD-LENGTH) IS NOT EQUAL TO
            WS-REPORT-PERIOD(1:WS-PERIOD-LENGTH)
        ADD 1 TO WS-ORDERS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF PO-QUANTITY IS NOT NUMERIC
        ADD 1 TO WS-ORDERS-SKIPPED
        DISPLAY "EXCEPTION: ORDER " PO-NUMBER
            " HAS NO USABLE QUANTITY - NOT SCORED"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-LEGACY-RECEIPT
    IF PO-RECEIVED-QTY IS NOT NUMERIC
        SET LEGACY-RECEIPT TO TRUE
        MOVE PO-QUANTITY TO PO-RECEIVED-QTY
    END-IF
    IF PO-PARTIAL-COUNT IS NOT NUMERIC
        MOVE ZEROS TO PO-PARTIAL-COUNT
    END-IF
    IF PO-RECEIVED-QTY IS LESS THAN PO-QUANTITY AND
            PO-DUE-DATE IS NOT LESS THAN WS-RUN-DATE
        ADD 1 TO WS-ORDERS-NOT-DUE
        EXIT PARAGRAPH
    END-IF
    PERFORM 2100-FIND-VENDOR-SCORE
    IF NOT SCORE-FOUND
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ORDERS-SCORED
    ADD 1 TO WS-SC-ORDERS(SCORE-IDX)
    ADD PO-QUANTITY TO WS-SC-ORDERED(SCORE-IDX)
    IF PO-RECEIVED-QTY IS GREATER THAN PO-QUANTITY
        ADD PO-QUANTITY TO WS-SC-FILLED(SCORE-IDX)
    ELSE
        ADD PO-RECEIVED-QTY TO WS-SC-FILLED(SCORE-IDX)
    END-IF
    ADD PO-PARTIAL-COUNT TO WS-SC-PARTIALS(SCORE-IDX)
    IF LEGACY-RECEIPT
        EXIT PARAGRAPH
    END-IF
    IF PO-RECEIVED-QTY IS GREATER THAN ZERO AND
            PO-RECEIVED-DATE IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SC-DATED(SCORE-IDX)
    IF PO-RECEIVED-QTY IS LESS THAN PO-QUANTITY
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SC-DELIVERED(SCORE-IDX)
    IF PO-RECEIVED-DATE IS NOT GREATER THAN PO-DUE-DATE
        ADD 1 TO WS-SC-ON-TIME(SCORE-IDX)
    END-IF
    COMPUTE WS-ORDER-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(PO-NUMBER-DATE))
    COMPUTE WS-RECEIVED-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(PO-RECEIVED-DATE))
    IF WS-RECEIVED-INT IS GREATER THAN WS-ORDER-INT
        COMPUTE WS-SC-LEAD-DAYS(SCORE-IDX) =
            WS-SC-LEAD-DAYS(SCORE-IDX) + WS-RECEIVED-INT - WS-ORDER-INT
    END-IF
    MOVE ZEROS TO WS-PROMISED-DAYS
    PERFORM VARYING LEAD-IDX FROM 1 BY 1
            UNTIL LEAD-IDX IS GREATER THAN WS-LEAD-COUNT
        IF WS-LDT-VENDOR(LEAD-IDX) IS EQUAL TO PO-VENDOR-CODE AND
                WS-LDT-ITEM(LEAD-IDX) IS EQUAL TO PO-ITEM
            MOVE WS-LDT-DAYS(LEAD-IDX) TO WS-PROMISED-DAYS
            EXIT PERFORM
        END-IF
    END-PERFORM
    ADD WS-PROMISED-DAYS TO WS-SC-PROMISED-DAYS(SCORE-IDX).

2100-FIND-VENDOR-SCORE.
    MOVE "N" TO WS-SCORE-FOUND
    PERFORM VARYING SCORE-IDX FROM 1 BY 1
            UNTIL SCORE-IDX IS GREATER THAN WS-SCORE-COUNT
        IF WS-SC-VENDOR(SCORE-IDX) IS EQUAL TO PO-VENDOR-CODE
            SET SCORE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF SCORE-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-SCORE-COUNT IS EQUAL TO 50
        ADD 1 TO WS-ORDERS-SKIPPED
        DISPLAY "EXCEPTION: MORE THAN 50 VENDORS - ORDER " PO-NUMBER
            " NOT SCORED"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SCORE-COUNT
    MOVE WS-SCORE-COUNT TO SCORE-IDX
    INITIALIZE WS-SCORE-ENTRY(SCORE-IDX)
    MOVE PO-VENDOR-CODE TO WS-SC-VENDOR(SCORE-IDX)
    SET SCORE-FOUND TO TRUE.

      *> Lead times are averaged over the orders delivered in full
      *> with a dated receipt; an order received the day it was cut
      *> counts as a zero-day lead.  A vendor is flagged when on-time or
      *> fill falls below the PARMCTL targets, or when it takes longer
      *> on average than it promised.
3000-WRITE-SCORECARD.
    OPEN OUTPUT SCORECARD-FILE
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "VENDOR SCORECARD " WS-REPORT-PERIOD
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "VEND   ORDERS   ON-TIME%    FILL%   AVG LEAD  PROMISED"
        "   PARTIALS   UNDATED   FLAG"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    PERFORM VARYING SCORE-IDX FROM 1 BY 1
            UNTIL SCORE-IDX IS GREATER THAN WS-SCORE-COUNT
        PERFORM 3100-SCORE-ONE-VENDOR
    END-PERFORM
    IF WS-SCORE-COUNT IS EQUAL TO ZERO
        MOVE "NO ORDERS DUE IN PERIOD" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    MOVE ON-TIME-TARGET-PCT TO WS-DISPLAY-ON-TIME
    MOVE FILL-TARGET-PCT TO WS-DISPLAY-FILL
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TARGETS ON-TIME% " WS-DISPLAY-ON-TIME
        " FILL% " WS-DISPLAY-FILL
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE SCORECARD-FILE.

3100-SCORE-ONE-VENDOR.
    MOVE ZEROS TO WS-ON-TIME-PCT, WS-FILL-PCT, WS-AVG-LEAD,
        WS-AVG-PROMISED
    COMPUTE WS-FILL-PCT ROUNDED = WS-SC-FILLED(SCORE-IDX) * 100
        / WS-SC-ORDERED(SCORE-IDX)
        ON SIZE ERROR MOVE ZEROS TO WS-FILL-PCT
    END-COMPUTE
    IF WS-SC-DATED(SCORE-IDX) IS GREATER THAN ZERO
        COMPUTE WS-ON-TIME-PCT ROUNDED = WS-SC-ON-TIME(SCORE-IDX)
            * 100 / WS-SC-DATED(SCORE-IDX)
    END-IF
    IF WS-SC-DELIVERED(SCORE-IDX) IS GREATER THAN ZERO
        PERFORM 3200-AVERAGE-LEAD-TIMES
    END-IF
    MOVE SPACES TO WS-SCORE-LINE
    MOVE WS-SC-VENDOR(SCORE-IDX) TO WSS-VENDOR
    MOVE WS-SC-ORDERS(SCORE-IDX) TO WSS-ORDERS
    MOVE WS-ON-TIME-PCT TO WSS-ON-TIME-PCT
    MOVE WS-FILL-PCT TO WSS-FILL-PCT
    MOVE WS-AVG-LEAD TO WSS-AVG-LEAD
    MOVE WS-AVG-PROMISED TO WSS-AVG-PROMISED
    MOVE WS-SC-PARTIALS(SCORE-IDX) TO WSS-PARTIALS
    COMPUTE WSS-UNDATED = WS-SC-ORDERS(SCORE-IDX)
        - WS-SC-DATED(SCORE-IDX)
    MOVE SPACES TO WSS-FLAG
    MOVE 1 TO WS-FLAG-POINTER
    IF WS-SC-DATED(SCORE-IDX) IS GREATER THAN ZERO AND
            WS-ON-TIME-PCT IS LESS THAN ON-TIME-TARGET-PCT
        STRING "LATE " DELIMITED BY SIZE
            INTO WSS-FLAG WITH POINTER WS-FLAG-POINTER
    END-IF
    IF WS-FILL-PCT IS LESS THAN FILL-TARGET-PCT
        STRING "SHORT " DELIMITED BY SIZE
            INTO WSS-FLAG WITH POINTER WS-FLAG-POINTER
    END-IF
    IF WS-AVG-LEAD IS GREATER THAN WS-AVG-PROMISED
        STRING "SLOW " DELIMITED BY SIZE
            INTO WSS-FLAG WITH POINTER WS-FLAG-POINTER
    END-IF
    IF WS-FLAG-POINTER IS GREATER THAN 1
        STRING "- BELOW TARGET" DELIMITED BY SIZE
            INTO WSS-FLAG WITH POINTER WS-FLAG-POINTER
        ADD 1 TO WS-FLAGGED-COUNT
    END-IF
    MOVE WS-SCORE-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3200-AVERAGE-LEAD-TIMES.
    COMPUTE WS-AVG-LEAD ROUNDED = WS-SC-LEAD-DAYS(SCORE-IDX)
        / WS-SC-DELIVERED(SCORE-IDX)
    COMPUTE WS-AVG-PROMISED ROUNDED = WS-SC-PROMISED-DAYS(SCORE-IDX)
        / WS-SC-DELIVERED(SCORE-IDX).

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SCORECARD-REC==.
