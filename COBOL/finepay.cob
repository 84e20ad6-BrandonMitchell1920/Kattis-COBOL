        SELECT PAYMENT-FILE ASSIGN TO "FINEPAYIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYMENT-STATUS.
        COPY fineinvsel.
        COPY fineldgsel.
        SELECT POSTING-REPORT-FILE ASSIGN TO "FINEPAYR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY plansel.
        COPY busdatesel.
        COPY steplogsel.

            05 FILLER PIC X.
            05 PAY-AMOUNT PIC 9(5)V99.

    COPY fineinvfd.

    COPY fineldgfd.

    COPY planfd.

    FD POSTING-REPORT-FILE.
        01 POSTING-REPORT-REC PIC X(80).
        01 WS-PAYMENT-STATUS PIC XX.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-PLAN-STATUS PIC XX.
        01 WS-PAYMENT-EOF PIC X VALUE "N".
            88 PAYMENT-EOF VALUE "Y".
        01 WS-INVOICE-EOF PIC X VALUE "N".
            88 INVOICE-EOF VALUE "Y".
        01 WS-INVOICE-FOUND PIC X.
            88 INVOICE-FOUND VALUE "Y".
        01 WS-WORK-DRIVER PIC X(6).
        01 WS-OPEN-AMOUNT PIC 9(5)V99.
        01 WS-APPLY-AMOUNT PIC 9(7)V99.
        01 WS-PLAN-REMAINING PIC 9(7)V99.
        01 WS-PLAN-OVERAGE PIC 9(7)V99.
        01 WS-CREDIT-AMOUNT PIC 9(7)V99.
        01 WS-CREDIT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-CREDITED-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DISPLAY-CREDIT PIC Z(6)9.99.
        01 WS-DISPLAY-CREDITED PIC Z(8)9.99.
        01 WS-DISPUTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DISPUTED-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DISPLAY-DISPUTED PIC Z(8)9.99.
        01 WS-PLAN-FOUND PIC X.
            88 PLAN-FOUND VALUE "Y".
        01 WS-PLAN-PAID-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-PLAN-DONE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DISPLAY-PLAN-PAID PIC Z(6)9.99.
        01 WS-DISPLAY-PLAN-TOTAL PIC Z(6)9.99.
        01 WS-PAID-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-SHORT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DISPLAY-POSTED PIC Z(8)9.99.
        COPY rundate.
        COPY rejwcall.
        COPY jrnwcall.
        COPY busdatews.
        COPY steplogws.

    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " POSTING FINE PAYMENTS"
    PERFORM 1000-OPEN-INVOICES
    PERFORM 1100-OPEN-RECEIVABLES
    OPEN INPUT PAYMENT-FILE
    IF WS-PAYMENT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PAYMENT FILE NOT AVAILABLE - STATUS "
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN I-O PAYMENT-PLAN-FILE
    IF WS-PLAN-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PAYMENT-PLAN-FILE
        CLOSE PAYMENT-PLAN-FILE
        OPEN I-O PAYMENT-PLAN-FILE
    END-IF
    OPEN OUTPUT POSTING-REPORT-FILE
    MOVE "FINE PAYMENT POSTING" TO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC
            AT END SET PAYMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PAYMENT-FILE, PAYMENT-PLAN-FILE, INVOICE-FILE,
        RECEIVABLE-FILE
    MOVE WS-POSTED-TOTAL TO WS-DISPLAY-POSTED
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "PAID " WS-PAID-COUNT
        " POSTED " WS-DISPLAY-POSTED
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "PLAN PAYMENTS " WS-PLAN-PAID-COUNT
        " PLANS COMPLETED " WS-PLAN-DONE-COUNT
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC
    MOVE WS-CREDITED-TOTAL TO WS-DISPLAY-CREDITED
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "OVERPAID " WS-CREDIT-COUNT
        " HELD AS CREDIT " WS-DISPLAY-CREDITED
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC
    MOVE WS-DISPUTED-TOTAL TO WS-DISPLAY-DISPUTED
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "UNDER DISPUTE " WS-DISPUTED-COUNT
        " HELD AS CREDIT " WS-DISPLAY-DISPUTED
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC
    CLOSE POSTING-REPORT-FILE
    DISPLAY "PAID " WS-PAID-COUNT
        " SHORT " WS-SHORT-COUNT
        " UNMATCHED " WS-UNMATCHED-COUNT
        " POSTED " WS-DISPLAY-POSTED
    DISPLAY "PLAN PAYMENTS " WS-PLAN-PAID-COUNT
        " PLANS COMPLETED " WS-PLAN-DONE-COUNT
    DISPLAY "OVERPAID " WS-CREDIT-COUNT
        " HELD AS CREDIT " WS-DISPLAY-CREDITED
    DISPLAY "UNDER DISPUTE " WS-DISPUTED-COUNT
        " HELD AS CREDIT " WS-DISPLAY-DISPUTED
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-UNMATCHED-COUNT IS GREATER THAN ZERO OR
            WS-SHORT-COUNT IS GREATER THAN ZERO OR
            WS-DISPUTED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE

    COPY busdateget.

1000-OPEN-INVOICES.
    OPEN I-O INVOICE-FILE
    IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: INVOICE FILE NOT AVAILABLE - STATUS "
            WS-INVOICE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF.

1100-OPEN-RECEIVABLES.
    OPEN I-O RECEIVABLE-FILE
    IF WS-LEDGER-STATUS IS EQUAL TO "35"
        DISPLAY "NOTE: RECEIVABLES LEDGER NOT ON FILE"
            " - BALANCES START AT ZERO"
        OPEN OUTPUT RECEIVABLE-FILE
        CLOSE RECEIVABLE-FILE
        OPEN I-O RECEIVABLE-FILE
    END-IF.

      *> A payment quoting PLAN plus the driver ID, or quoting an
      *> invoice that has been taken onto an installment plan, is a
      *> plan installment: it goes against the plan schedule rather
      *> than settling one invoice.
2000-POST-ONE-PAYMENT.
    IF PAY-INVOICE-NO(1:4) IS EQUAL TO "PLAN"
        MOVE PAY-INVOICE-NO(5:6) TO WS-WORK-DRIVER
        PERFORM 2600-APPLY-TO-PLAN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-INVOICE-FOUND
    MOVE PAY-INVOICE-NO TO INV-NUMBER
    READ INVOICE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF INVOICE-OPEN
                SET INVOICE-FOUND TO TRUE
            END-IF
    END-READ
    IF NOT INVOICE-FOUND
        ADD 1 TO WS-UNMATCHED-COUNT
        DISPLAY "EXCEPTION: NO OPEN INVOICE " PAY-INVOICE-NO
        WRITE POSTING-REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE INV-DRIVER-ID TO WS-WORK-DRIVER
    IF INVOICE-DISPUTED
        PERFORM 2570-HOLD-DISPUTED-PAYMENT
        EXIT PARAGRAPH
    END-IF
    IF INVOICE-ON-PLAN
        PERFORM 2600-APPLY-TO-PLAN
        EXIT PARAGRAPH
    END-IF
    MOVE PAY-AMOUNT TO WS-DISPLAY-AMOUNT
    COMPUTE WS-OPEN-AMOUNT = INV-AMOUNT + INV-LATE-FEE
        - INV-PAID-AMOUNT
    IF PAY-AMOUNT IS LESS THAN WS-OPEN-AMOUNT
        ADD 1 TO WS-SHORT-COUNT
        MOVE SPACES TO POSTING-REPORT-REC
        STRING "SHORT     " PAY-INVOICE-NO
        WRITE POSTING-REPORT-REC
        EXIT PARAGRAPH
    END-IF
    SET INVOICE-PAID TO TRUE
    COMPUTE INV-PAID-AMOUNT = INV-AMOUNT + INV-LATE-FEE
    REWRITE INVOICE-REC
    ADD 1 TO WS-PAID-COUNT
    ADD WS-OPEN-AMOUNT TO WS-POSTED-TOTAL
    MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
    PERFORM 2500-RELIEVE-BALANCE
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "PAID      " PAY-INVOICE-NO
        " DRIVER " WS-WORK-DRIVER
        " AMOUNT " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC
    IF PAY-AMOUNT IS GREATER THAN WS-OPEN-AMOUNT
        COMPUTE WS-CREDIT-AMOUNT = PAY-AMOUNT - WS-OPEN-AMOUNT
        PERFORM 2550-HOLD-CREDIT
    END-IF.

2500-RELIEVE-BALANCE.
    MOVE WS-WORK-DRIVER TO LEDG-DRIVER-ID
    READ RECEIVABLE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF WS-APPLY-AMOUNT IS GREATER THAN LEDG-OPEN-BALANCE
                MOVE ZEROS TO LEDG-OPEN-BALANCE
            ELSE
                SUBTRACT WS-APPLY-AMOUNT FROM LEDG-OPEN-BALANCE
            END-IF
            REWRITE RECEIVABLE-REC
    END-READ.

      *> Whatever a driver pays beyond what is owed is held on the
      *> ledger as a credit for the refund run, dated tonight so the
      *> whole credit waits out the refund period from the latest
      *> overpayment.
2550-HOLD-CREDIT.
    ADD 1 TO WS-CREDIT-COUNT
    ADD WS-CREDIT-AMOUNT TO WS-CREDITED-TOTAL
    MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-CREDIT
    PERFORM 2560-CREDIT-LEDGER
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "OVERPAID  " PAY-INVOICE-NO
        " DRIVER " WS-WORK-DRIVER
        " CREDIT " WS-DISPLAY-CREDIT
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC.

2560-CREDIT-LEDGER.
    MOVE WS-WORK-DRIVER TO LEDG-DRIVER-ID
    READ RECEIVABLE-FILE
        INVALID KEY
            MOVE WS-WORK-DRIVER TO LEDG-DRIVER-ID
            MOVE ZEROS TO LEDG-OPEN-BALANCE
            MOVE "N" TO LEDG-COLLECT-STATUS
            MOVE WS-CREDIT-AMOUNT TO LEDG-CREDIT-BALANCE
            MOVE WS-RUN-DATE TO LEDG-CREDIT-DATE
            WRITE RECEIVABLE-REC
        NOT INVALID KEY
            ADD WS-CREDIT-AMOUNT TO LEDG-CREDIT-BALANCE
            MOVE WS-RUN-DATE TO LEDG-CREDIT-DATE
            REWRITE RECEIVABLE-REC
    END-READ.

      *> Money paid against an invoice under dispute is not applied
      *> while the dispute is open: the whole payment goes to the
      *> driver's credit balance.  If the dispute is dismissed the
      *> refund run pays it back; if it is upheld the invoice is
      *> still in the open balance, so the credit is held there for
      *> the cashier to apply.
2570-HOLD-DISPUTED-PAYMENT.
    ADD 1 TO WS-DISPUTED-COUNT
    ADD PAY-AMOUNT TO WS-DISPUTED-TOTAL
    MOVE PAY-AMOUNT TO WS-CREDIT-AMOUNT, WS-DISPLAY-CREDIT
    PERFORM 2560-CREDIT-LEDGER
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "DISPUTED  " PAY-INVOICE-NO
        " DRIVER " WS-WORK-DRIVER
        " CREDIT " WS-DISPLAY-CREDIT
        " - INVOICE UNDER DISPUTE"
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC.

      *> Plan installments fill the schedule in due-date order, so
      *> the plan only has to carry the running amount paid; the
      *> nightly plan-status step works out which installments that
      *> covers.  The invoices under the plan stay open until the
      *> plan is paid off, then all settle together.  A payment past
      *> the plan balance is applied only up to the balance and the
      *> rest is held as a credit.
2600-APPLY-TO-PLAN.
    MOVE PAY-AMOUNT TO WS-DISPLAY-AMOUNT
    MOVE WS-WORK-DRIVER TO PLAN-DRIVER-ID
    MOVE "N" TO WS-PLAN-FOUND
    READ PAYMENT-PLAN-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF PLAN-ACTIVE
                SET PLAN-FOUND TO TRUE
            END-IF
    END-READ
    IF NOT PLAN-FOUND
        ADD 1 TO WS-UNMATCHED-COUNT
        DISPLAY "EXCEPTION: NO ACTIVE PAYMENT PLAN FOR DRIVER "
            WS-WORK-DRIVER " - PAYMENT NOT POSTED"
        MOVE "W" TO REJW-ACTION
        MOVE "FINEPAY " TO REJW-PROGRAM
        MOVE PAYMENT-REC TO REJW-INPUT-LINE
        MOVE "NOIV" TO REJW-REASON
        CALL "REJWRITE" USING REJW-PARMS
        MOVE SPACES TO POSTING-REPORT-REC
        STRING "UNMATCHED " PAY-INVOICE-NO " NO ACTIVE PLAN"
            DELIMITED BY SIZE INTO POSTING-REPORT-REC
        WRITE POSTING-REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE PAYMENT-PLAN-REC TO JRNW-BEFORE
    COMPUTE WS-PLAN-REMAINING =
        PLAN-TOTAL-AMOUNT - PLAN-PAID-AMOUNT
    MOVE ZEROS TO WS-PLAN-OVERAGE
    IF PAY-AMOUNT IS GREATER THAN WS-PLAN-REMAINING
        MOVE WS-PLAN-REMAINING TO WS-APPLY-AMOUNT
        COMPUTE WS-PLAN-OVERAGE = PAY-AMOUNT - WS-PLAN-REMAINING
    ELSE
        MOVE PAY-AMOUNT TO WS-APPLY-AMOUNT
    END-IF
    ADD WS-APPLY-AMOUNT TO PLAN-PAID-AMOUNT
    MOVE WS-RUN-DATE TO PLAN-LAST-PAY-DATE
    ADD 1 TO WS-PLAN-PAID-COUNT
    ADD WS-APPLY-AMOUNT TO WS-POSTED-TOTAL
    PERFORM 2500-RELIEVE-BALANCE
    IF PLAN-PAID-AMOUNT IS NOT LESS THAN PLAN-TOTAL-AMOUNT
        SET PLAN-COMPLETED TO TRUE
        MOVE WS-RUN-DATE TO PLAN-CLOSED-DATE
        ADD 1 TO WS-PLAN-DONE-COUNT
        PERFORM 2700-SETTLE-PLAN-INVOICES
    END-IF
    REWRITE PAYMENT-PLAN-REC
    MOVE "C" TO JRNW-VERB
    MOVE PAYMENT-PLAN-REC TO JRNW-AFTER
    PERFORM 2800-JOURNAL-PLAN-UPDATE
    MOVE PLAN-PAID-AMOUNT TO WS-DISPLAY-PLAN-PAID
    MOVE PLAN-TOTAL-AMOUNT TO WS-DISPLAY-PLAN-TOTAL
    MOVE SPACES TO POSTING-REPORT-REC
    STRING "PLAN      " PAY-INVOICE-NO
        " DRIVER " WS-WORK-DRIVER
        " AMOUNT " WS-DISPLAY-AMOUNT
        " PAID " WS-DISPLAY-PLAN-PAID
        " OF " WS-DISPLAY-PLAN-TOTAL
        DELIMITED BY SIZE INTO POSTING-REPORT-REC
    WRITE POSTING-REPORT-REC
    IF PLAN-COMPLETED
        MOVE SPACES TO POSTING-REPORT-REC
        STRING "COMPLETED PLAN FOR DRIVER " WS-WORK-DRIVER
            " - PLAN INVOICES SETTLED"
            DELIMITED BY SIZE INTO POSTING-REPORT-REC
        WRITE POSTING-REPORT-REC
    END-IF
    IF WS-PLAN-OVERAGE IS GREATER THAN ZERO
        MOVE WS-PLAN-OVERAGE TO WS-CREDIT-AMOUNT
        PERFORM 2550-HOLD-CREDIT
    END-IF.

      *> A paid-off plan settles every invoice it carried and hands
      *> the driver back to normal collection.  The driver's invoices
      *> are read through the driver key.
2700-SETTLE-PLAN-INVOICES.
    MOVE "N" TO WS-INVOICE-EOF
    MOVE WS-WORK-DRIVER TO INV-DRIVER-ID
    START INVOICE-FILE KEY IS EQUAL TO INV-DRIVER-ID
        INVALID KEY SET INVOICE-EOF TO TRUE
    END-START
    PERFORM UNTIL INVOICE-EOF
        READ INVOICE-FILE NEXT RECORD
            AT END SET INVOICE-EOF TO TRUE
        END-READ
        IF NOT INVOICE-EOF
            IF INV-DRIVER-ID IS NOT EQUAL TO WS-WORK-DRIVER
                SET INVOICE-EOF TO TRUE
            ELSE
                IF INVOICE-OPEN AND INVOICE-ON-PLAN
                    SET INVOICE-PAID TO TRUE
                    COMPUTE INV-PAID-AMOUNT = INV-AMOUNT + INV-LATE-FEE
                    MOVE "N" TO INV-PLAN-FLAG
                    REWRITE INVOICE-REC
                END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-WORK-DRIVER TO LEDG-DRIVER-ID
    READ RECEIVABLE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "N" TO LEDG-COLLECT-STATUS
            REWRITE RECEIVABLE-REC
    END-READ.

2800-JOURNAL-PLAN-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "PAYPLAN   " TO JRNW-MASTER
    MOVE "FINEPAY " TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE PLAN-DRIVER-ID TO JRNW-KEY
    CALL "JRNWRITE" USING JRNW-PARMS.
