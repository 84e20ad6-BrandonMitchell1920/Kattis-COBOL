IDENTIFICATION DIVISION.
    PROGRAM-ID. FineLockbox.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCKBOX-STATUS.
        SELECT PAYMENT-FILE ASSIGN TO "LBXPAYOUT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SUSPENSE-FILE ASSIGN TO "LBXSUSP"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VOUCHER-FILE ASSIGN TO "LBXVOUCH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> The bank's lockbox transmission: a header per deposit batch
      *> carrying the bank's item count and dollar total, followed by
      *> one detail per check with the invoice number the driver
      *> wrote on the remittance stub.
    FD LOCKBOX-FILE.
        01 LOCKBOX-REC.
            05 LBX-REC-TYPE PIC X.
                88 LBX-BATCH-HEADER VALUE "H".
                88 LBX-CHECK-DETAIL VALUE "D".
            05 FILLER PIC X.
            05 LBX-BATCH-NO PIC X(4).
            05 FILLER PIC X.
            05 LBX-BODY PIC X(38).
        01 LOCKBOX-HEADER-REC.
            05 FILLER PIC X(7).
            05 LBH-DEPOSIT-DATE PIC X(8).
            05 FILLER PIC X.
            05 LBH-ITEM-COUNT PIC 9(4).
            05 FILLER PIC X.
            05 LBH-BATCH-TOTAL PIC 9(7)V99.
        01 LOCKBOX-DETAIL-REC.
            05 FILLER PIC X(7).
            05 LBD-CHECK-NO PIC X(10).
            05 FILLER PIC X.
            05 LBD-INVOICE-NO PIC X(12).
            05 LBD-INVOICE-PARTS REDEFINES LBD-INVOICE-NO.
                10 LBD-INVOICE-DATE PIC X(8).
                10 LBD-INVOICE-SEQ PIC X(4).
            05 FILLER PIC X.
            05 LBD-AMOUNT PIC 9(5)V99.
            05 LBD-AMOUNT-TEXT REDEFINES LBD-AMOUNT PIC X(7).

      *> Same layout FinePayments reads from FINEPAYIN.
    FD PAYMENT-FILE.
        01 PAYMENT-REC.
            05 PAY-INVOICE-NO PIC X(12).
            05 FILLER PIC X.
            05 PAY-AMOUNT PIC 9(5)V99.

    FD SUSPENSE-FILE.
        01 SUSPENSE-REC.
            05 SUS-BATCH-NO PIC X(4).
            05 FILLER PIC X.
            05 SUS-DEPOSIT-DATE PIC X(8).
            05 FILLER PIC X.
            05 SUS-CHECK-NO PIC X(10).
            05 FILLER PIC X.
            05 SUS-INVOICE-NO PIC X(12).
            05 FILLER PIC X.
            05 SUS-AMOUNT PIC X(7).
            05 FILLER PIC X.
            05 SUS-REASON PIC X(20).

    COPY glvchfd.

    WORKING-STORAGE SECTION.
        01 WS-LOCKBOX-STATUS PIC XX.
        01 WS-LOCKBOX-EOF PIC X VALUE "N".
            88 LOCKBOX-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> Cash, fine receivable and unapplied-cash suspense accounts
      *> for the deposit voucher come from PARMCTL (FINLBCSH,
      *> FINLBREC, FINLBSUS, cost center FINLBCTR).
        01 WS-CASH-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-RECEIVABLE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-SUSPENSE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-COST-CENTER PIC X(4) VALUE SPACES.
      *> The open batch is held until its header's count and total
      *> are proved; only then are its checks released to posting.
        01 WS-BATCH-OPEN PIC X VALUE "N".
            88 BATCH-OPEN VALUE "Y".
        01 WS-BATCH-NO PIC X(4).
        01 WS-BATCH-DATE PIC X(8).
        01 WS-BATCH-HEADER-COUNT PIC 9(4).
        01 WS-BATCH-HEADER-TOTAL PIC 9(7)V99.
        01 WS-BATCH-ITEM-COUNT PIC 9(4).
        01 WS-BATCH-ITEM-TOTAL PIC 9(7)V99.
        01 WS-BATCH-RELEASED PIC 9(7)V99.
        01 WS-BATCH-SUSPENDED PIC 9(7)V99.
        01 WS-BATCH-OVERFLOW PIC X.
            88 BATCH-OVERFLOWED VALUE "Y".
        01 WS-BATCH-TABLE.
            05 WS-BATCH-ENTRY OCCURS 300 TIMES.
                10 WS-BCH-CHECK-NO PIC X(10).
                10 WS-BCH-INVOICE-NO PIC X(12).
                10 WS-BCH-AMOUNT-TEXT PIC X(7).
                10 WS-BCH-AMOUNT PIC 9(5)V99.
                10 WS-BCH-READABLE PIC X.
        01 BATCH-IDX PIC 9(3).
        01 WS-ITEM-READABLE PIC X.
            88 ITEM-READABLE VALUE "Y".
        01 WS-SUSPENSE-REASON PIC X(20).
        01 WS-VOUCHER-TABLE.
            05 WS-VOUCHER-ENTRY OCCURS 150 TIMES.
                10 WS-VCH-ACCOUNT PIC X(8).
                10 WS-VCH-DR-CR PIC X.
                10 WS-VCH-AMOUNT PIC S9(11)V99.
        01 WS-VOUCHER-COUNT PIC 9(3) VALUE ZEROS.
        01 VOUCHER-IDX PIC 9(3).
        01 WS-VOUCHER-FULL PIC X VALUE "N".
            88 VOUCHER-FULL VALUE "Y".
        01 WS-TOTAL-DEBITS PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-TOTAL-CREDITS PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-BATCH-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-BALANCED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-OUT-OF-BALANCE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-RELEASED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-SUSPENSE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DEPOSIT-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-RELEASED-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DISPLAY-HEADER PIC Z(6)9.99.
        01 WS-DISPLAY-ITEMS PIC Z(6)9.99.
        01 WS-DISPLAY-DEPOSIT PIC Z(8)9.99.
        01 WS-DISPLAY-RELEASED PIC Z(8)9.99.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " LOCKBOX PAYMENT INTAKE"
    PERFORM 1000-READ-PARAMETERS
    IF WS-CASH-ACCOUNT IS EQUAL TO SPACES OR
            WS-RECEIVABLE-ACCOUNT IS EQUAL TO SPACES OR
            WS-SUSPENSE-ACCOUNT IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: LOCKBOX GL ACCOUNTS NOT IN PARMCTL"
            " (FINLBCSH/FINLBREC/FINLBSUS) - NOTHING RELEASED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
      *> The payment and suspense files are always opened so that a
      *> night with no transmission hands FinePayments an empty file
      *> rather than yesterday's.
    OPEN OUTPUT PAYMENT-FILE, SUSPENSE-FILE
    OPEN INPUT LOCKBOX-FILE
    IF WS-LOCKBOX-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO LOCKBOX TRANSMISSION TONIGHT"
        SET LOCKBOX-EOF TO TRUE
    ELSE
        READ LOCKBOX-FILE
            AT END SET LOCKBOX-EOF TO TRUE
        END-READ
    END-IF
    PERFORM UNTIL LOCKBOX-EOF
        EVALUATE TRUE
            WHEN LBX-BATCH-HEADER
                PERFORM 2000-CLOSE-BATCH
                PERFORM 2100-OPEN-BATCH
            WHEN LBX-CHECK-DETAIL AND BATCH-OPEN AND
                    LBX-BATCH-NO IS EQUAL TO WS-BATCH-NO
                PERFORM 2200-HOLD-ONE-CHECK
            WHEN LBX-CHECK-DETAIL
                MOVE "NOT IN OPEN BATCH" TO WS-SUSPENSE-REASON
                PERFORM 2900-SUSPEND-RAW-RECORD
            WHEN OTHER
                MOVE "UNREADABLE RECORD" TO WS-SUSPENSE-REASON
                PERFORM 2900-SUSPEND-RAW-RECORD
        END-EVALUATE
        READ LOCKBOX-FILE
            AT END SET LOCKBOX-EOF TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2000-CLOSE-BATCH
    IF WS-LOCKBOX-STATUS IS EQUAL TO "00"
        CLOSE LOCKBOX-FILE
    END-IF
    CLOSE PAYMENT-FILE, SUSPENSE-FILE
    PERFORM 8000-RELEASE-VOUCHER
    MOVE WS-DEPOSIT-TOTAL TO WS-DISPLAY-DEPOSIT
    MOVE WS-RELEASED-TOTAL TO WS-DISPLAY-RELEASED
    DISPLAY "BATCHES " WS-BATCH-COUNT
        " BALANCED " WS-BALANCED-COUNT
        " OUT OF BALANCE " WS-OUT-OF-BALANCE-COUNT
    DISPLAY "CHECKS RELEASED " WS-RELEASED-COUNT
        " SUSPENDED " WS-SUSPENSE-COUNT
        " DEPOSITED " WS-DISPLAY-DEPOSIT
        " RELEASED " WS-DISPLAY-RELEASED
    IF VOUCHER-FULL OR WS-TOTAL-DEBITS IS NOT EQUAL TO WS-TOTAL-CREDITS
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-SUSPENSE-COUNT IS GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FINELBX "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "FINLBCSH"
                MOVE PARM-VALUE(1:8) TO WS-CASH-ACCOUNT
            WHEN "FINLBREC"
                MOVE PARM-VALUE(1:8) TO WS-RECEIVABLE-ACCOUNT
            WHEN "FINLBSUS"
                MOVE PARM-VALUE(1:8) TO WS-SUSPENSE-ACCOUNT
            WHEN "FINLBCTR"
                MOVE PARM-VALUE(1:4) TO WS-COST-CENTER
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> Proves the batch just ended against its header.  A balanced
      *> batch releases every readable check to posting and suspends
      *> only the stubs nobody can match; an out-of-balance batch is
      *> suspended whole for the cashier to work against the bank's
      *> listing.  Either way the bank deposited the header total, so
      *> that is what the voucher debits to cash.
2000-CLOSE-BATCH.
    IF NOT BATCH-OPEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-BATCH-OPEN
    MOVE ZEROS TO WS-BATCH-RELEASED, WS-BATCH-SUSPENDED
    IF BATCH-OVERFLOWED OR
            WS-BATCH-ITEM-COUNT IS NOT EQUAL TO WS-BATCH-HEADER-COUNT OR
            WS-BATCH-ITEM-TOTAL IS NOT EQUAL TO WS-BATCH-HEADER-TOTAL
        ADD 1 TO WS-OUT-OF-BALANCE-COUNT
        MOVE WS-BATCH-HEADER-TOTAL TO WS-DISPLAY-HEADER
        MOVE WS-BATCH-ITEM-TOTAL TO WS-DISPLAY-ITEMS
        DISPLAY "EXCEPTION: BATCH " WS-BATCH-NO " OUT OF BALANCE -"
            " HEADER " WS-BATCH-HEADER-COUNT " ITEMS "
            WS-DISPLAY-HEADER " RECEIVED " WS-BATCH-ITEM-COUNT
            " ITEMS " WS-DISPLAY-ITEMS " - BATCH TO SUSPENSE"
        MOVE "BATCH OUT OF BALANCE" TO WS-SUSPENSE-REASON
        PERFORM VARYING BATCH-IDX FROM 1 BY 1
                UNTIL BATCH-IDX IS GREATER THAN WS-BATCH-ITEM-COUNT
                OR BATCH-IDX IS GREATER THAN 300
            PERFORM 2800-SUSPEND-HELD-CHECK
        END-PERFORM
        MOVE WS-BATCH-HEADER-TOTAL TO WS-BATCH-SUSPENDED
    ELSE
        ADD 1 TO WS-BALANCED-COUNT
        MOVE "UNREADABLE INVOICE" TO WS-SUSPENSE-REASON
        PERFORM VARYING BATCH-IDX FROM 1 BY 1
                UNTIL BATCH-IDX IS GREATER THAN WS-BATCH-ITEM-COUNT
            IF WS-BCH-READABLE(BATCH-IDX) IS EQUAL TO "Y"
                MOVE WS-BCH-INVOICE-NO(BATCH-IDX) TO PAY-INVOICE-NO
                MOVE WS-BCH-AMOUNT(BATCH-IDX) TO PAY-AMOUNT
                WRITE PAYMENT-REC
                ADD 1 TO WS-RELEASED-COUNT
                ADD WS-BCH-AMOUNT(BATCH-IDX) TO WS-BATCH-RELEASED
            ELSE
                PERFORM 2800-SUSPEND-HELD-CHECK
                ADD WS-BCH-AMOUNT(BATCH-IDX) TO WS-BATCH-SUSPENDED
            END-IF
        END-PERFORM
    END-IF
    ADD WS-BATCH-HEADER-TOTAL TO WS-DEPOSIT-TOTAL
    ADD WS-BATCH-RELEASED TO WS-RELEASED-TOTAL
    PERFORM 3000-VOUCHER-BATCH.

2100-OPEN-BATCH.
    ADD 1 TO WS-BATCH-COUNT
    SET BATCH-OPEN TO TRUE
    MOVE "N" TO WS-BATCH-OVERFLOW
    MOVE LBX-BATCH-NO TO WS-BATCH-NO
    MOVE LBH-DEPOSIT-DATE TO WS-BATCH-DATE
    MOVE ZEROS TO WS-BATCH-ITEM-COUNT, WS-BATCH-ITEM-TOTAL
    IF LBH-ITEM-COUNT IS NUMERIC AND LBH-BATCH-TOTAL IS NUMERIC
        MOVE LBH-ITEM-COUNT TO WS-BATCH-HEADER-COUNT
        MOVE LBH-BATCH-TOTAL TO WS-BATCH-HEADER-TOTAL
    ELSE
        DISPLAY "EXCEPTION: BATCH " LBX-BATCH-NO
            " HEADER TOTALS UNREADABLE"
        MOVE ZEROS TO WS-BATCH-HEADER-COUNT, WS-BATCH-HEADER-TOTAL
        SET BATCH-OVERFLOWED TO TRUE
    END-IF.

      *> A check is readable when its stub carries a valid invoice
      *> number (invoice date plus sequence) or a plan reference
      *> (PLAN and the driver ID) and a numeric amount.  An unreadable
      *> amount still counts toward the item count but adds nothing
      *> to the dollar total, so the batch will not prove.
2200-HOLD-ONE-CHECK.
    ADD 1 TO WS-BATCH-ITEM-COUNT
    IF WS-BATCH-ITEM-COUNT IS GREATER THAN 300
        IF NOT BATCH-OVERFLOWED
            DISPLAY "EXCEPTION: BATCH " WS-BATCH-NO
                " HAS MORE THAN 300 CHECKS - BATCH TO SUSPENSE"
        END-IF
        SET BATCH-OVERFLOWED TO TRUE
        MOVE "BATCH OUT OF BALANCE" TO WS-SUSPENSE-REASON
        PERFORM 2900-SUSPEND-RAW-RECORD
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ITEM-READABLE
    IF LBD-INVOICE-NO(1:4) IS EQUAL TO "PLAN" AND
            LBD-INVOICE-NO(5:6) IS NOT EQUAL TO SPACES
        SET ITEM-READABLE TO TRUE
    END-IF
    IF LBD-INVOICE-DATE IS NUMERIC AND LBD-INVOICE-SEQ IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(LBD-INVOICE-DATE)) IS EQUAL TO ZERO
            SET ITEM-READABLE TO TRUE
        END-IF
    END-IF
    MOVE LBD-CHECK-NO TO WS-BCH-CHECK-NO(WS-BATCH-ITEM-COUNT)
    MOVE LBD-INVOICE-NO TO WS-BCH-INVOICE-NO(WS-BATCH-ITEM-COUNT)
    MOVE LBD-AMOUNT-TEXT TO WS-BCH-AMOUNT-TEXT(WS-BATCH-ITEM-COUNT)
    IF LBD-AMOUNT IS NUMERIC
        MOVE LBD-AMOUNT TO WS-BCH-AMOUNT(WS-BATCH-ITEM-COUNT)
        ADD LBD-AMOUNT TO WS-BATCH-ITEM-TOTAL
    ELSE
        MOVE ZEROS TO WS-BCH-AMOUNT(WS-BATCH-ITEM-COUNT)
        MOVE "N" TO WS-ITEM-READABLE
    END-IF
    MOVE WS-ITEM-READABLE TO WS-BCH-READABLE(WS-BATCH-ITEM-COUNT).

2800-SUSPEND-HELD-CHECK.
    MOVE SPACES TO SUSPENSE-REC
    MOVE WS-BATCH-NO TO SUS-BATCH-NO
    MOVE WS-BATCH-DATE TO SUS-DEPOSIT-DATE
    MOVE WS-BCH-CHECK-NO(BATCH-IDX) TO SUS-CHECK-NO
    MOVE WS-BCH-INVOICE-NO(BATCH-IDX) TO SUS-INVOICE-NO
    MOVE WS-BCH-AMOUNT-TEXT(BATCH-IDX) TO SUS-AMOUNT
    MOVE WS-SUSPENSE-REASON TO SUS-REASON
    WRITE SUSPENSE-REC
    ADD 1 TO WS-SUSPENSE-COUNT.

2900-SUSPEND-RAW-RECORD.
    MOVE SPACES TO SUSPENSE-REC
    MOVE LBX-BATCH-NO TO SUS-BATCH-NO
    MOVE LBD-CHECK-NO TO SUS-CHECK-NO
    MOVE LBD-INVOICE-NO TO SUS-INVOICE-NO
    MOVE LBD-AMOUNT-TEXT TO SUS-AMOUNT
    MOVE WS-SUSPENSE-REASON TO SUS-REASON
    WRITE SUSPENSE-REC
    ADD 1 TO WS-SUSPENSE-COUNT.

      *> Debit cash for the bank's deposit; credit fine receivables
      *> for what was released to posting and unapplied cash for
      *> what the cashier still has to work.
3000-VOUCHER-BATCH.
    IF WS-BATCH-HEADER-TOTAL IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    IF WS-VOUCHER-COUNT IS GREATER THAN 147
        IF NOT VOUCHER-FULL
            DISPLAY "EXCEPTION: VOUCHER TABLE FULL AT BATCH "
                WS-BATCH-NO " - NOTHING RELEASED TO THE LEDGER"
        END-IF
        SET VOUCHER-FULL TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-VOUCHER-COUNT
    MOVE WS-CASH-ACCOUNT TO WS-VCH-ACCOUNT(WS-VOUCHER-COUNT)
    MOVE "D" TO WS-VCH-DR-CR(WS-VOUCHER-COUNT)
    MOVE WS-BATCH-HEADER-TOTAL TO WS-VCH-AMOUNT(WS-VOUCHER-COUNT)
    ADD WS-BATCH-HEADER-TOTAL TO WS-TOTAL-DEBITS
    IF WS-BATCH-RELEASED IS GREATER THAN ZERO
        ADD 1 TO WS-VOUCHER-COUNT
        MOVE WS-RECEIVABLE-ACCOUNT TO WS-VCH-ACCOUNT(WS-VOUCHER-COUNT)
        MOVE "C" TO WS-VCH-DR-CR(WS-VOUCHER-COUNT)
        MOVE WS-BATCH-RELEASED TO WS-VCH-AMOUNT(WS-VOUCHER-COUNT)
        ADD WS-BATCH-RELEASED TO WS-TOTAL-CREDITS
    END-IF
    IF WS-BATCH-SUSPENDED IS GREATER THAN ZERO
        ADD 1 TO WS-VOUCHER-COUNT
        MOVE WS-SUSPENSE-ACCOUNT TO WS-VCH-ACCOUNT(WS-VOUCHER-COUNT)
        MOVE "C" TO WS-VCH-DR-CR(WS-VOUCHER-COUNT)
        MOVE WS-BATCH-SUSPENDED TO WS-VCH-AMOUNT(WS-VOUCHER-COUNT)
        ADD WS-BATCH-SUSPENDED TO WS-TOTAL-CREDITS
    END-IF.

      *> As in GlVoucher, an out-of-balance voucher never reaches the
      *> file accounting loads from.
8000-RELEASE-VOUCHER.
    OPEN OUTPUT VOUCHER-FILE
    IF VOUCHER-FULL OR WS-TOTAL-DEBITS IS NOT EQUAL TO WS-TOTAL-CREDITS
        DISPLAY "EXCEPTION: DEPOSIT VOUCHER NOT RELEASED"
        CLOSE VOUCHER-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING VOUCHER-IDX FROM 1 BY 1
            UNTIL VOUCHER-IDX IS GREATER THAN WS-VOUCHER-COUNT
        MOVE WS-RUN-ID TO VCH-RUN-ID
        MOVE VOUCHER-IDX TO VCH-SEQ
        MOVE WS-VCH-ACCOUNT(VOUCHER-IDX) TO VCH-ACCOUNT
        MOVE WS-COST-CENTER TO VCH-COST-CENTER
        MOVE WS-VCH-DR-CR(VOUCHER-IDX) TO VCH-DR-CR
        MOVE WS-VCH-AMOUNT(VOUCHER-IDX) TO VCH-AMOUNT
        WRITE VOUCHER-REC
    END-PERFORM
    CLOSE VOUCHER-FILE
    DISPLAY "DEPOSIT VOUCHER RELEASED - " WS-VOUCHER-COUNT " LINES".
