IDENTIFICATION DIVISION.
    PROGRAM-ID. FineRefunds.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY fineldgsel.
        SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VOUCHER-FILE ASSIGN TO "RFDVOUCH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    COPY fineldgfd.

    FD CHECK-REGISTER-FILE.
        01 CHECK-REGISTER-REC PIC X(132).

      *> Issue file for the bank's positive-pay service: the bank
      *> pays only checks that match an issue record on account,
      *> number and amount.
    FD POSITIVE-PAY-FILE.
        01 POSITIVE-PAY-REC.
            05 PP-ACTION PIC X.
                88 PP-ISSUE VALUE "I".
            05 FILLER PIC X VALUE SPACE.
            05 PP-ACCOUNT PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 PP-CHECK-NO PIC 9(10).
            05 FILLER PIC X VALUE SPACE.
            05 PP-ISSUE-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 PP-AMOUNT PIC 9(8)V99.
            05 FILLER PIC X VALUE SPACE.
            05 PP-PAYEE PIC X(20).

    COPY glvchfd.

    WORKING-STORAGE SECTION.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-LEDGER-EOF PIC X VALUE "N".
            88 LEDGER-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> A credit is refunded once it has sat FINRFDAY days since the
      *> latest overpayment, and only if it is at least FINRFMIN.
        01 FINE-REFUND-DAYS PIC 9(3) VALUE 30.
        01 FINE-REFUND-MINIMUM PIC 9(5)V99 VALUE 1.00.
        01 WS-CASH-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-RECEIVABLE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-COST-CENTER PIC X(4) VALUE SPACES.
        01 WS-BANK-ACCOUNT PIC X(10) VALUE SPACES.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-CREDIT-AGE PIC S9(5).
        01 WS-CHECK-NUMBER.
            05 WS-CHECK-DATE PIC X(6).
            05 WS-CHECK-SEQ PIC 9(4) VALUE ZEROS.
        01 WS-CHECK-NUMBER-NUM REDEFINES WS-CHECK-NUMBER PIC 9(10).
        01 WS-REFUND-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-BAD-DATE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REFUND-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DISPLAY-TOTAL PIC Z(8)9.99.
        01 WS-REGISTER-LINE.
            05 WSR-CHECK-NO PIC X(10).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-DRIVER PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-CREDIT-DATE PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-AGE PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-AMOUNT PIC Z(6)9.99.
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-STATUS PIC X(30).
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
    DISPLAY "RUN " WS-RUN-ID " FINE OVERPAYMENT REFUNDS"
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    MOVE WS-RUN-DATE(3:6) TO WS-CHECK-DATE
    PERFORM 1000-READ-PARAMETERS
    IF WS-CASH-ACCOUNT IS EQUAL TO SPACES OR
            WS-RECEIVABLE-ACCOUNT IS EQUAL TO SPACES OR
            WS-BANK-ACCOUNT IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: REFUND BANK/GL ACCOUNTS NOT IN PARMCTL"
            " (FINRFBNK/FINRFCSH/FINRFREC) - NO CHECKS ISSUED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE "FINE REFUND CHECK REGISTER" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "CHECK NO    DRIVER  CREDITED   DAYS      AMOUNT  STATUS"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT CHECK-REGISTER-FILE, POSITIVE-PAY-FILE
    PERFORM 1100-SCAN-RECEIVABLES
    MOVE WS-REFUND-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "CHECKS ISSUED " WS-REFUND-COUNT
        " TOTAL " WS-DISPLAY-TOTAL
        " CREDITS HELD " WS-HELD-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE CHECK-REGISTER-FILE, POSITIVE-PAY-FILE
    PERFORM 8000-RELEASE-VOUCHER
    DISPLAY "CHECKS ISSUED " WS-REFUND-COUNT
        " TOTAL " WS-DISPLAY-TOTAL
        " CREDITS HELD " WS-HELD-COUNT
    IF WS-BAD-DATE-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FINERFND"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "FINRFDAY"
                COMPUTE FINE-REFUND-DAYS = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "FINRFMIN"
                COMPUTE FINE-REFUND-MINIMUM =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "FINRFBNK"
                MOVE PARM-VALUE TO WS-BANK-ACCOUNT
            WHEN "FINRFCSH"
                MOVE PARM-VALUE(1:8) TO WS-CASH-ACCOUNT
            WHEN "FINRFREC"
                MOVE PARM-VALUE(1:8) TO WS-RECEIVABLE-ACCOUNT
            WHEN "FINRFCTR"
                MOVE PARM-VALUE(1:4) TO WS-COST-CENTER
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> Each ledger row holding a credit is considered in driver
      *> order; a refunded credit is cleared on the row as the check
      *> is issued.
1100-SCAN-RECEIVABLES.
    OPEN I-O RECEIVABLE-FILE
    IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: RECEIVABLES LEDGER NOT ON FILE"
            " - NO CREDITS TO REFUND"
        EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO LEDG-DRIVER-ID
    START RECEIVABLE-FILE KEY IS GREATER THAN LEDG-DRIVER-ID
        INVALID KEY SET LEDGER-EOF TO TRUE
    END-START
    PERFORM UNTIL LEDGER-EOF
        READ RECEIVABLE-FILE NEXT RECORD
            AT END SET LEDGER-EOF TO TRUE
        END-READ
        IF NOT LEDGER-EOF AND LEDG-CREDIT-BALANCE IS GREATER THAN ZERO
            PERFORM 2000-REFUND-ONE-CREDIT
        END-IF
    END-PERFORM
    CLOSE RECEIVABLE-FILE.

      *> A driver who still owes on other fines keeps the credit on
      *> the ledger for the cashier to apply rather than being sent a
      *> check while a balance is open.
2000-REFUND-ONE-CREDIT.
    MOVE SPACES TO WS-REGISTER-LINE
    MOVE LEDG-DRIVER-ID TO WSR-DRIVER
    MOVE LEDG-CREDIT-DATE TO WSR-CREDIT-DATE
    MOVE LEDG-CREDIT-BALANCE TO WSR-AMOUNT
    IF LEDG-CREDIT-DATE IS NOT NUMERIC
        ADD 1 TO WS-BAD-DATE-COUNT
        DISPLAY "EXCEPTION: CREDIT FOR DRIVER " LEDG-DRIVER-ID
            " HAS NO VALID CREDIT DATE - NOT REFUNDED"
        MOVE "HELD - NO CREDIT DATE" TO WSR-STATUS
        PERFORM 2900-PRINT-REGISTER-LINE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
            LEDG-CREDIT-DATE)) IS NOT EQUAL TO ZERO
        ADD 1 TO WS-BAD-DATE-COUNT
        DISPLAY "EXCEPTION: CREDIT FOR DRIVER " LEDG-DRIVER-ID
            " HAS NO VALID CREDIT DATE - NOT REFUNDED"
        MOVE "HELD - NO CREDIT DATE" TO WSR-STATUS
        PERFORM 2900-PRINT-REGISTER-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CREDIT-AGE = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
        LEDG-CREDIT-DATE))
    IF WS-CREDIT-AGE IS NEGATIVE
        ADD 1 TO WS-BAD-DATE-COUNT
        DISPLAY "EXCEPTION: CREDIT FOR DRIVER " LEDG-DRIVER-ID
            " IS DATED AFTER TODAY - NOT REFUNDED"
        MOVE "HELD - CREDIT DATE AHEAD" TO WSR-STATUS
        PERFORM 2900-PRINT-REGISTER-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CREDIT-AGE TO WSR-AGE
    IF WS-CREDIT-AGE IS LESS THAN FINE-REFUND-DAYS
        EXIT PARAGRAPH
    END-IF
    IF LEDG-CREDIT-BALANCE IS LESS THAN FINE-REFUND-MINIMUM
        ADD 1 TO WS-HELD-COUNT
        MOVE "HELD - BELOW REFUND MINIMUM" TO WSR-STATUS
        PERFORM 2900-PRINT-REGISTER-LINE
        EXIT PARAGRAPH
    END-IF
    IF LEDG-OPEN-BALANCE IS GREATER THAN ZERO
        ADD 1 TO WS-HELD-COUNT
        MOVE "HELD - OPEN BALANCE" TO WSR-STATUS
        PERFORM 2900-PRINT-REGISTER-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CHECK-SEQ
    ADD 1 TO WS-REFUND-COUNT
    ADD LEDG-CREDIT-BALANCE TO WS-REFUND-TOTAL
    MOVE WS-CHECK-NUMBER TO WSR-CHECK-NO
    MOVE "ISSUED" TO WSR-STATUS
    PERFORM 2900-PRINT-REGISTER-LINE
    MOVE SPACES TO POSITIVE-PAY-REC
    SET PP-ISSUE TO TRUE
    MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT
    MOVE WS-CHECK-NUMBER-NUM TO PP-CHECK-NO
    MOVE WS-RUN-DATE TO PP-ISSUE-DATE
    MOVE LEDG-CREDIT-BALANCE TO PP-AMOUNT
    STRING "DRIVER " LEDG-DRIVER-ID
        DELIMITED BY SIZE INTO PP-PAYEE
    WRITE POSITIVE-PAY-REC
    MOVE ZEROS TO LEDG-CREDIT-BALANCE
    MOVE SPACES TO LEDG-CREDIT-DATE
    REWRITE RECEIVABLE-REC.

2900-PRINT-REGISTER-LINE.
    MOVE WS-REGISTER-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> The refunds go to accounting as one balanced pair: the
      *> credits come off fine receivables and the checks out of
      *> cash.  Nothing is written on a night with no checks.
8000-RELEASE-VOUCHER.
    OPEN OUTPUT VOUCHER-FILE
    IF WS-REFUND-TOTAL IS GREATER THAN ZERO
        MOVE WS-RUN-ID TO VCH-RUN-ID
        MOVE 1 TO VCH-SEQ
        MOVE WS-RECEIVABLE-ACCOUNT TO VCH-ACCOUNT
        MOVE WS-COST-CENTER TO VCH-COST-CENTER
        MOVE "D" TO VCH-DR-CR
        MOVE WS-REFUND-TOTAL TO VCH-AMOUNT
        WRITE VOUCHER-REC
        MOVE 2 TO VCH-SEQ
        MOVE WS-CASH-ACCOUNT TO VCH-ACCOUNT
        MOVE "C" TO VCH-DR-CR
        WRITE VOUCHER-REC
        DISPLAY "REFUND VOUCHER RELEASED - 2 LINES"
    END-IF
    CLOSE VOUCHER-FILE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==CHECK-REGISTER-REC==.
