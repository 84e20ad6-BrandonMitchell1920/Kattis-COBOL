IDENTIFICATION DIVISION.
    PROGRAM-ID. FinePlans.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PLAN-REQUEST-FILE ASSIGN TO "PLANREQ"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUEST-STATUS.
        COPY fineinvsel.
        COPY fineldgsel.
        SELECT PLAN-REPORT-FILE ASSIGN TO "PLANSTATR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY plansel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> Plan set-up requests keyed in by the cashier: the driver, how
      *> many installments, the first due date and the days between
      *> installments.  The plan takes on everything the driver has
      *> open and not already under a plan, except invoices held
      *> under an open dispute.
    FD PLAN-REQUEST-FILE.
        01 PLAN-REQUEST-REC.
            05 PLNQ-DRIVER-ID PIC X(6).
            05 FILLER PIC X.
            05 PLNQ-INSTALL-COUNT PIC 99.
            05 FILLER PIC X.
            05 PLNQ-FIRST-DUE-DATE PIC X(8).
            05 FILLER PIC X.
            05 PLNQ-INTERVAL-DAYS PIC 999.

    COPY fineinvfd.

    COPY fineldgfd.

    COPY planfd.

    FD PLAN-REPORT-FILE.
        01 PLAN-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-REQUEST-STATUS PIC XX.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-PLAN-STATUS PIC XX.
        01 WS-REQUEST-EOF PIC X VALUE "N".
            88 REQUEST-EOF VALUE "Y".
        01 WS-INVOICE-EOF PIC X VALUE "N".
            88 INVOICE-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-PLAN-EOF PIC X VALUE "N".
            88 PLAN-EOF VALUE "Y".
        01 PLAN-DEFAULT-MISSED PIC 99 VALUE 2.
        01 PLAN-GRACE-DAYS PIC 999 VALUE 5.
        01 WS-BROWSE-DRIVER PIC X(6).
        01 WS-NEW-COLLECT PIC X.
        01 WS-REQUEST-OK PIC X.
            88 REQUEST-OK VALUE "Y".
        01 WS-PLAN-ON-FILE PIC X.
            88 PLAN-ON-FILE VALUE "Y".
        01 WS-PLAN-BALANCE PIC 9(7)V99.
        01 WS-OPEN-AMOUNT PIC 9(5)V99.
        01 WS-ALLOCATE-AMOUNT PIC 9(7)V99.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-FIRST-DUE-INT PIC 9(8).
        01 WS-DUE-INT PIC 9(8).
        01 WS-NEXT-DUE-DATE PIC 9(8).
        01 INST-IDX PIC 99.
        01 WS-INSTALLS-DUE PIC 99.
        01 WS-INSTALLS-COVERED PIC 99.
        01 WS-INSTALLS-MISSED PIC 99.
        01 WS-CUMULATIVE-DUE PIC 9(7)V99.
        01 WS-AMOUNT-DUE PIC 9(7)V99.
        01 WS-PLAN-STANDING PIC X(9).
        01 WS-REQUEST-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-SETUP-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REQUEST-REJECT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-CURRENT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-BEHIND-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DEFAULT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-COMPLETED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DISPLAY-TOTAL PIC Z(6)9.99.
        01 WS-DISPLAY-PAID PIC Z(6)9.99.
        01 WS-DISPLAY-DUE PIC Z(6)9.99.
        01 WS-DISPLAY-NEXT PIC X(8).
        COPY printws.
        COPY rundate.
        COPY rejwcall.
        COPY jrnwcall.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " FINE PAYMENT PLAN STATUS"
    PERFORM 1000-LOAD-PARAMETERS
    PERFORM 1100-OPEN-INVOICES
    PERFORM 1200-OPEN-RECEIVABLES
    OPEN I-O PAYMENT-PLAN-FILE
    IF WS-PLAN-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PAYMENT-PLAN-FILE
        CLOSE PAYMENT-PLAN-FILE
        OPEN I-O PAYMENT-PLAN-FILE
    END-IF
    MOVE "FINE PAYMENT PLAN STATUS" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "DRIVER STANDING      PLAN TOTAL   PAID TO DATE"
        "    DUE TO DATE  INST MISSED  NEXT DUE"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT PLAN-REPORT-FILE
    PERFORM 2000-SET-UP-PLANS
    PERFORM 3000-EVALUATE-PLANS
    PERFORM 4000-PRINT-TOTALS
    CLOSE PAYMENT-PLAN-FILE, PLAN-REPORT-FILE, INVOICE-FILE,
        RECEIVABLE-FILE
    DISPLAY "PLANS SET UP " WS-SETUP-COUNT
        " CURRENT " WS-CURRENT-COUNT
        " BEHIND " WS-BEHIND-COUNT
        " DEFAULTED " WS-DEFAULT-COUNT
        " COMPLETED " WS-COMPLETED-COUNT
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-DEFAULT-COUNT IS GREATER THAN ZERO OR
            WS-REQUEST-REJECT-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FINEPLAN"==.

    COPY busdateget.

      *> FINPLDFL is how many installments a plan may fall behind
      *> before it defaults; FINPLGRC is the days of grace after a due
      *> date before an unpaid installment counts as missed.
1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        IF PARM-PROGRAM-NAME IS EQUAL TO "FINPLDFL"
            COMPUTE PLAN-DEFAULT-MISSED = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        IF PARM-PROGRAM-NAME IS EQUAL TO "FINPLGRC"
            COMPUTE PLAN-GRACE-DAYS = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
    IF PLAN-DEFAULT-MISSED IS EQUAL TO ZERO
        MOVE 1 TO PLAN-DEFAULT-MISSED
    END-IF.

1100-OPEN-INVOICES.
    OPEN I-O INVOICE-FILE
    IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: INVOICE FILE NOT AVAILABLE - STATUS "
            WS-INVOICE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF.

1200-OPEN-RECEIVABLES.
    OPEN I-O RECEIVABLE-FILE
    IF WS-LEDGER-STATUS IS EQUAL TO "35"
        DISPLAY "NOTE: RECEIVABLES LEDGER NOT ON FILE"
            " - BALANCES START AT ZERO"
        OPEN OUTPUT RECEIVABLE-FILE
        CLOSE RECEIVABLE-FILE
        OPEN I-O RECEIVABLE-FILE
    END-IF.

      *> No request file on a given night is normal - it only carries
      *> plans the cashier agreed that day.
2000-SET-UP-PLANS.
    OPEN INPUT PLAN-REQUEST-FILE
    IF WS-REQUEST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO PLAN SET-UP REQUESTS TONIGHT"
        EXIT PARAGRAPH
    END-IF
    READ PLAN-REQUEST-FILE
        AT END SET REQUEST-EOF TO TRUE
    END-READ
    PERFORM UNTIL REQUEST-EOF
        ADD 1 TO WS-REQUEST-COUNT
        PERFORM 2100-SET-UP-ONE-PLAN
        READ PLAN-REQUEST-FILE
            AT END SET REQUEST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PLAN-REQUEST-FILE.

      *> A driver holds one plan at a time.  A finished plan (paid
      *> off or defaulted) is replaced in place by the new one.
2100-SET-UP-ONE-PLAN.
    MOVE "Y" TO WS-REQUEST-OK
    IF PLNQ-INSTALL-COUNT IS NOT NUMERIC OR
            PLNQ-INSTALL-COUNT IS EQUAL TO ZERO OR
            PLNQ-INTERVAL-DAYS IS NOT NUMERIC OR
            PLNQ-INTERVAL-DAYS IS EQUAL TO ZERO OR
            PLNQ-FIRST-DUE-DATE IS NOT NUMERIC
        MOVE "N" TO WS-REQUEST-OK
    ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(PLNQ-FIRST-DUE-DATE))
                IS NOT EQUAL TO ZERO
            MOVE "N" TO WS-REQUEST-OK
        END-IF
    END-IF
    IF NOT REQUEST-OK
        DISPLAY "EXCEPTION: MALFORMED PLAN REQUEST "
            PLAN-REQUEST-REC " - PLAN NOT SET UP"
        MOVE "BADF" TO REJW-REASON
        PERFORM 2200-REJECT-PLAN-REQUEST
        EXIT PARAGRAPH
    END-IF
    MOVE PLNQ-DRIVER-ID TO PLAN-DRIVER-ID
    MOVE "N" TO WS-PLAN-ON-FILE
    READ PAYMENT-PLAN-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY SET PLAN-ON-FILE TO TRUE
    END-READ
    IF PLAN-ON-FILE AND PLAN-ACTIVE
        DISPLAY "EXCEPTION: DRIVER " PLNQ-DRIVER-ID
            " ALREADY ON AN ACTIVE PLAN - REQUEST REJECTED"
        MOVE "DUPC" TO REJW-REASON
        PERFORM 2200-REJECT-PLAN-REQUEST
        EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO WS-PLAN-BALANCE
    MOVE PLNQ-DRIVER-ID TO WS-BROWSE-DRIVER
    PERFORM 6000-START-DRIVER-INVOICES
    PERFORM UNTIL INVOICE-EOF
        PERFORM 6100-READ-DRIVER-INVOICE
        IF NOT INVOICE-EOF AND INVOICE-OPEN AND
                NOT INVOICE-ON-PLAN AND NOT INVOICE-DISPUTED
            COMPUTE WS-PLAN-BALANCE = WS-PLAN-BALANCE
                + INV-AMOUNT + INV-LATE-FEE - INV-PAID-AMOUNT
        END-IF
    END-PERFORM
    IF WS-PLAN-BALANCE IS EQUAL TO ZERO
        DISPLAY "EXCEPTION: DRIVER " PLNQ-DRIVER-ID
            " HAS NO OPEN FINES - PLAN NOT SET UP"
        MOVE "NOIV" TO REJW-REASON
        PERFORM 2200-REJECT-PLAN-REQUEST
        EXIT PARAGRAPH
    END-IF
    IF PLAN-ON-FILE
        MOVE PAYMENT-PLAN-REC TO JRNW-BEFORE
        MOVE "C" TO JRNW-VERB
    ELSE
        MOVE SPACES TO JRNW-BEFORE
        MOVE "A" TO JRNW-VERB
    END-IF
    PERFORM 6000-START-DRIVER-INVOICES
    PERFORM UNTIL INVOICE-EOF
        PERFORM 6100-READ-DRIVER-INVOICE
        IF NOT INVOICE-EOF AND INVOICE-OPEN AND
                NOT INVOICE-DISPUTED AND NOT INVOICE-ON-PLAN
            SET INVOICE-ON-PLAN TO TRUE
            REWRITE INVOICE-REC
        END-IF
    END-PERFORM
    MOVE "P" TO WS-NEW-COLLECT
    PERFORM 6200-SET-COLLECT-STATUS
    MOVE PLNQ-DRIVER-ID TO PLAN-DRIVER-ID
    SET PLAN-ACTIVE TO TRUE
    MOVE WS-RUN-DATE TO PLAN-START-DATE
    MOVE WS-PLAN-BALANCE TO PLAN-TOTAL-AMOUNT
    MOVE ZEROS TO PLAN-PAID-AMOUNT
    MOVE PLNQ-INSTALL-COUNT TO PLAN-INSTALL-COUNT
    COMPUTE PLAN-INSTALL-AMOUNT = WS-PLAN-BALANCE / PLNQ-INSTALL-COUNT
    MOVE PLNQ-FIRST-DUE-DATE TO PLAN-FIRST-DUE-DATE
    MOVE PLNQ-INTERVAL-DAYS TO PLAN-INTERVAL-DAYS
    MOVE SPACES TO PLAN-LAST-PAY-DATE, PLAN-CLOSED-DATE
    IF PLAN-ON-FILE
        REWRITE PAYMENT-PLAN-REC
    ELSE
        WRITE PAYMENT-PLAN-REC
    END-IF
    MOVE PAYMENT-PLAN-REC TO JRNW-AFTER
    PERFORM 7000-JOURNAL-PLAN-UPDATE
    ADD 1 TO WS-SETUP-COUNT
    MOVE WS-PLAN-BALANCE TO WS-DISPLAY-TOTAL
    MOVE SPACES TO WS-PRINT-LINE
    STRING PLNQ-DRIVER-ID " SET UP    " WS-DISPLAY-TOTAL
        " OVER " PLNQ-INSTALL-COUNT " INSTALLMENTS EVERY "
        PLNQ-INTERVAL-DAYS " DAYS FROM " PLNQ-FIRST-DUE-DATE
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

2200-REJECT-PLAN-REQUEST.
    ADD 1 TO WS-REQUEST-REJECT-COUNT
    MOVE "W" TO REJW-ACTION
    MOVE "FINEPLAN" TO REJW-PROGRAM
    MOVE PLAN-REQUEST-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS
    MOVE SPACES TO WS-PRINT-LINE
    STRING PLNQ-DRIVER-ID " REJECTED  REQUEST " PLAN-REQUEST-REC
        " REASON " REJW-REASON
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3000-EVALUATE-PLANS.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    MOVE LOW-VALUES TO PLAN-DRIVER-ID
    START PAYMENT-PLAN-FILE KEY IS GREATER THAN PLAN-DRIVER-ID
        INVALID KEY SET PLAN-EOF TO TRUE
    END-START
    PERFORM UNTIL PLAN-EOF
        READ PAYMENT-PLAN-FILE NEXT RECORD
            AT END SET PLAN-EOF TO TRUE
        END-READ
        IF NOT PLAN-EOF
            EVALUATE TRUE
                WHEN PLAN-ACTIVE
                    PERFORM 3100-EVALUATE-ONE-PLAN
                WHEN PLAN-COMPLETED AND
                        PLAN-CLOSED-DATE IS EQUAL TO WS-RUN-DATE
                    ADD 1 TO WS-COMPLETED-COUNT
                    MOVE "COMPLETED" TO WS-PLAN-STANDING
                    MOVE PLAN-TOTAL-AMOUNT TO WS-AMOUNT-DUE
                    MOVE ZEROS TO WS-INSTALLS-MISSED
                    MOVE SPACES TO WS-DISPLAY-NEXT
                    PERFORM 3300-PRINT-PLAN-LINE
            END-EVALUATE
        END-IF
    END-PERFORM.

      *> Installments whose due date plus the grace days has passed
      *> are owed; payments cover installments in due-date order, so
      *> any owed installment the amount paid does not reach is a
      *> missed one.  One missed installment puts a plan behind;
      *> FINPLDFL of them defaults it.
3100-EVALUATE-ONE-PLAN.
    COMPUTE WS-FIRST-DUE-INT = FUNCTION INTEGER-OF-DATE(
        PLAN-FIRST-DUE-DATE)
    MOVE ZEROS TO WS-INSTALLS-DUE, WS-INSTALLS-COVERED
    PERFORM VARYING INST-IDX FROM 1 BY 1
            UNTIL INST-IDX IS GREATER THAN PLAN-INSTALL-COUNT
        COMPUTE WS-DUE-INT = WS-FIRST-DUE-INT
            + PLAN-INTERVAL-DAYS * (INST-IDX - 1)
        IF WS-DUE-INT + PLAN-GRACE-DAYS IS LESS THAN WS-TODAY-INT
            ADD 1 TO WS-INSTALLS-DUE
        END-IF
        IF INST-IDX IS EQUAL TO PLAN-INSTALL-COUNT
            MOVE PLAN-TOTAL-AMOUNT TO WS-CUMULATIVE-DUE
        ELSE
            COMPUTE WS-CUMULATIVE-DUE =
                PLAN-INSTALL-AMOUNT * INST-IDX
        END-IF
        IF WS-CUMULATIVE-DUE IS NOT GREATER THAN PLAN-PAID-AMOUNT
            ADD 1 TO WS-INSTALLS-COVERED
        END-IF
    END-PERFORM
    IF WS-INSTALLS-DUE IS EQUAL TO PLAN-INSTALL-COUNT
        MOVE PLAN-TOTAL-AMOUNT TO WS-AMOUNT-DUE
    ELSE
        COMPUTE WS-AMOUNT-DUE = PLAN-INSTALL-AMOUNT * WS-INSTALLS-DUE
    END-IF
    IF WS-INSTALLS-DUE IS GREATER THAN WS-INSTALLS-COVERED
        COMPUTE WS-INSTALLS-MISSED =
            WS-INSTALLS-DUE - WS-INSTALLS-COVERED
    ELSE
        MOVE ZEROS TO WS-INSTALLS-MISSED
    END-IF
    MOVE SPACES TO WS-DISPLAY-NEXT
    IF WS-INSTALLS-COVERED IS LESS THAN PLAN-INSTALL-COUNT
        COMPUTE WS-NEXT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
            WS-FIRST-DUE-INT
            + PLAN-INTERVAL-DAYS * WS-INSTALLS-COVERED)
        MOVE WS-NEXT-DUE-DATE TO WS-DISPLAY-NEXT
    END-IF
    EVALUATE TRUE
        WHEN WS-INSTALLS-MISSED IS EQUAL TO ZERO
            ADD 1 TO WS-CURRENT-COUNT
            MOVE "CURRENT" TO WS-PLAN-STANDING
        WHEN WS-INSTALLS-MISSED IS LESS THAN PLAN-DEFAULT-MISSED
            ADD 1 TO WS-BEHIND-COUNT
            MOVE "BEHIND" TO WS-PLAN-STANDING
        WHEN OTHER
            ADD 1 TO WS-DEFAULT-COUNT
            MOVE "DEFAULTED" TO WS-PLAN-STANDING
            PERFORM 3200-DEFAULT-PLAN
    END-EVALUATE
    PERFORM 3300-PRINT-PLAN-LINE.

      *> A defaulted plan hands the driver back to normal collection.
      *> What was paid under the plan has already come off the ledger
      *> balance; here it is spread over the plan's invoices oldest
      *> first, so fully covered invoices close and the rest go back
      *> to dunning carrying only what is still open on them.
3200-DEFAULT-PLAN.
    MOVE PAYMENT-PLAN-REC TO JRNW-BEFORE
    MOVE PLAN-PAID-AMOUNT TO WS-ALLOCATE-AMOUNT
    MOVE PLAN-DRIVER-ID TO WS-BROWSE-DRIVER
    PERFORM 6000-START-DRIVER-INVOICES
    PERFORM UNTIL INVOICE-EOF
        PERFORM 6100-READ-DRIVER-INVOICE
        IF NOT INVOICE-EOF AND INVOICE-OPEN AND INVOICE-ON-PLAN
            COMPUTE WS-OPEN-AMOUNT = INV-AMOUNT + INV-LATE-FEE
                - INV-PAID-AMOUNT
            IF WS-ALLOCATE-AMOUNT IS NOT LESS THAN WS-OPEN-AMOUNT
                SET INVOICE-PAID TO TRUE
                COMPUTE INV-PAID-AMOUNT = INV-AMOUNT + INV-LATE-FEE
                SUBTRACT WS-OPEN-AMOUNT FROM WS-ALLOCATE-AMOUNT
            ELSE
                ADD WS-ALLOCATE-AMOUNT TO INV-PAID-AMOUNT
                MOVE ZEROS TO WS-ALLOCATE-AMOUNT
            END-IF
            MOVE "N" TO INV-PLAN-FLAG
            REWRITE INVOICE-REC
        END-IF
    END-PERFORM
    MOVE "N" TO WS-NEW-COLLECT
    PERFORM 6200-SET-COLLECT-STATUS
    SET PLAN-DEFAULTED TO TRUE
    MOVE WS-RUN-DATE TO PLAN-CLOSED-DATE
    REWRITE PAYMENT-PLAN-REC
    MOVE "C" TO JRNW-VERB
    MOVE PAYMENT-PLAN-REC TO JRNW-AFTER
    PERFORM 7000-JOURNAL-PLAN-UPDATE
    DISPLAY "NOTE: PLAN FOR DRIVER " PLAN-DRIVER-ID
        " DEFAULTED - BALANCE RETURNED TO NORMAL COLLECTION".

3300-PRINT-PLAN-LINE.
    MOVE PLAN-TOTAL-AMOUNT TO WS-DISPLAY-TOTAL
    MOVE PLAN-PAID-AMOUNT TO WS-DISPLAY-PAID
    MOVE WS-AMOUNT-DUE TO WS-DISPLAY-DUE
    MOVE SPACES TO WS-PRINT-LINE
    STRING PLAN-DRIVER-ID " " WS-PLAN-STANDING
        "  " WS-DISPLAY-TOTAL
        "     " WS-DISPLAY-PAID
        "     " WS-DISPLAY-DUE
        "    " PLAN-INSTALL-COUNT
        "     " WS-INSTALLS-MISSED
        "  " WS-DISPLAY-NEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4000-PRINT-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "REQUESTS " WS-REQUEST-COUNT
        " SET UP " WS-SETUP-COUNT
        " REJECTED " WS-REQUEST-REJECT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "CURRENT " WS-CURRENT-COUNT
        " BEHIND " WS-BEHIND-COUNT
        " DEFAULTED " WS-DEFAULT-COUNT
        " COMPLETED " WS-COMPLETED-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> A driver's invoices are read through the driver key; they
      *> come back in the order they were cut, so the oldest is first.
6000-START-DRIVER-INVOICES.
    MOVE "N" TO WS-INVOICE-EOF
    MOVE WS-BROWSE-DRIVER TO INV-DRIVER-ID
    START INVOICE-FILE KEY IS EQUAL TO INV-DRIVER-ID
        INVALID KEY SET INVOICE-EOF TO TRUE
    END-START.

6100-READ-DRIVER-INVOICE.
    READ INVOICE-FILE NEXT RECORD
        AT END SET INVOICE-EOF TO TRUE
    END-READ
    IF NOT INVOICE-EOF AND
            INV-DRIVER-ID IS NOT EQUAL TO WS-BROWSE-DRIVER
        SET INVOICE-EOF TO TRUE
    END-IF.

6200-SET-COLLECT-STATUS.
    MOVE WS-BROWSE-DRIVER TO LEDG-DRIVER-ID
    READ RECEIVABLE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE WS-NEW-COLLECT TO LEDG-COLLECT-STATUS
            REWRITE RECEIVABLE-REC
    END-READ.

7000-JOURNAL-PLAN-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "PAYPLAN   " TO JRNW-MASTER
    MOVE "FINEPLAN" TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE PLAN-DRIVER-ID TO JRNW-KEY
    CALL "JRNWRITE" USING JRNW-PARMS.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==PLAN-REPORT-REC==.
