        SELECT FINE-SCHEDULE-FILE ASSIGN TO "FINESCHED"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        COPY fineinvsel.
        COPY fineldgsel.
        COPY busdatesel.
        COPY steplogsel.

            05 FILLER PIC X.
            05 SCHED-FINE-AMOUNT PIC 9(5)V99.

    COPY fineinvfd.

    COPY fineldgfd.

    WORKING-STORAGE SECTION.
        01 WS-VIOLATION-STATUS PIC XX.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-VIOLATION-EOF PIC X VALUE "N".
            88 VIOLATION-EOF VALUE "Y".
            88 SCHEDULE-EOF VALUE "Y".
        01 WS-SCAN-EOF PIC X.
            88 SCAN-EOF VALUE "Y".
        01 WS-SCHEDULE-TABLE.
            05 WS-SCHEDULE-ENTRY OCCURS 20 TIMES.
                10 WS-SCHED-LOW PIC 99.
        01 SCHED-IDX PIC 99.
        01 WS-BAND-FOUND PIC X.
            88 BAND-FOUND VALUE "Y".
        01 WS-WORK-DRIVER PIC X(6).
        01 WS-MILES-OVER PIC 99.
        01 WS-NEXT-INV-SEQ PIC 9(4) VALUE 1.
        01 WS-INVOICE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNPRICED-COUNT PIC 9(5) VALUE ZEROS.
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " BILLING SPEEDING FINES"
    PERFORM 1000-LOAD-FINE-SCHEDULE
    OPEN INPUT VIOLATION-REPORT-FILE
    IF WS-VIOLATION-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: VIOLATION REPORT NOT AVAILABLE - STATUS "
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN I-O INVOICE-FILE
    IF WS-INVOICE-STATUS IS EQUAL TO "35"
        OPEN OUTPUT INVOICE-FILE
        CLOSE INVOICE-FILE
        OPEN I-O INVOICE-FILE
    END-IF
    PERFORM 1100-OPEN-RECEIVABLES
    PERFORM 1200-FIND-NEXT-INVOICE-SEQ
    READ VIOLATION-REPORT-FILE
        AT END SET VIOLATION-EOF TO TRUE
    END-READ
            AT END SET VIOLATION-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE VIOLATION-REPORT-FILE, INVOICE-FILE, RECEIVABLE-FILE
    MOVE WS-BILLED-TOTAL TO WS-DISPLAY-BILLED
    DISPLAY "INVOICES CUT " WS-INVOICE-COUNT
        " BILLED " WS-DISPLAY-BILLED
    END-PERFORM
    CLOSE FINE-SCHEDULE-FILE.

1100-OPEN-RECEIVABLES.
    OPEN I-O RECEIVABLE-FILE
    IF WS-LEDGER-STATUS IS EQUAL TO "35"
        DISPLAY "NOTE: RECEIVABLES LEDGER NOT ON FILE"
            " - BALANCES START AT ZERO"
        OPEN OUTPUT RECEIVABLE-FILE
        CLOSE RECEIVABLE-FILE
        OPEN I-O RECEIVABLE-FILE
    END-IF.

      *> Invoice numbers are the business date plus a daily sequence,
      *> so the open-item master carries its own numbering: the next
      *> sequence is one past the highest already cut tonight, found
      *> by starting at tonight's first number and reading forward.
1200-FIND-NEXT-INVOICE-SEQ.
    MOVE "N" TO WS-SCAN-EOF
    MOVE WS-RUN-DATE TO INV-NUMBER-DATE
    MOVE ZEROS TO INV-NUMBER-SEQ
    START INVOICE-FILE KEY IS NOT LESS THAN INV-NUMBER
        INVALID KEY SET SCAN-EOF TO TRUE
    END-START
    PERFORM UNTIL SCAN-EOF
        READ INVOICE-FILE NEXT RECORD
            AT END SET SCAN-EOF TO TRUE
        END-READ
        IF NOT SCAN-EOF
            IF INV-NUMBER-DATE IS EQUAL TO WS-RUN-DATE
                COMPUTE WS-NEXT-INV-SEQ = INV-NUMBER-SEQ + 1
            ELSE
                SET SCAN-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM.

2000-PRICE-ONE-VIOLATION.
    COMPUTE WS-MILES-OVER =
    MOVE WS-MILES-OVER TO INV-MILES-OVER
    MOVE WS-SCHED-AMOUNT(SCHED-IDX) TO INV-AMOUNT
    SET INVOICE-OPEN TO TRUE
    MOVE "N" TO INV-PLAN-FLAG
    MOVE ZEROS TO INV-PAID-AMOUNT, INV-DUNNING-LEVEL, INV-LATE-FEE
    MOVE "N" TO INV-DISPUTE-HOLD
    WRITE INVOICE-REC
        INVALID KEY
            DISPLAY "EXCEPTION: INVOICE " INV-NUMBER
                " ALREADY ON FILE - STATUS " WS-INVOICE-STATUS
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
    END-WRITE
    ADD 1 TO WS-INVOICE-COUNT
    ADD WS-SCHED-AMOUNT(SCHED-IDX) TO WS-BILLED-TOTAL
    PERFORM 2100-POST-TO-LEDGER.

      *> A driver billed for the first time gets a new ledger row.
2100-POST-TO-LEDGER.
    MOVE WS-WORK-DRIVER TO LEDG-DRIVER-ID
    READ RECEIVABLE-FILE
        INVALID KEY
            MOVE WS-WORK-DRIVER TO LEDG-DRIVER-ID
            MOVE WS-SCHED-AMOUNT(SCHED-IDX) TO LEDG-OPEN-BALANCE
            MOVE "N" TO LEDG-COLLECT-STATUS
            MOVE ZEROS TO LEDG-CREDIT-BALANCE
            MOVE SPACES TO LEDG-CREDIT-DATE
            WRITE RECEIVABLE-REC
        NOT INVALID KEY
            ADD WS-SCHED-AMOUNT(SCHED-IDX) TO LEDG-OPEN-BALANCE
            REWRITE RECEIVABLE-REC
    END-READ.
