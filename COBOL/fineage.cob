IDENTIFICATION DIVISION.
    PROGRAM-ID. FineAging.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY fineinvsel.
        COPY fineldgsel.
        SELECT DUNNING-NOTICE-FILE ASSIGN TO "DUNNOTE"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT COLLECTION-REFERRAL-FILE ASSIGN TO "COLLREF"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT AGING-REPORT-FILE ASSIGN TO "AGINGRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    COPY fineinvfd.

    COPY fineldgfd.

      *> One notice per driver for each dunning threshold the driver's
      *> invoices crossed tonight, for the notice print run to mail.
    FD DUNNING-NOTICE-FILE.
        01 DUNNING-NOTICE-REC.
            05 DUN-DRIVER-ID PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 DUN-NOTICE-LEVEL PIC 9.
            05 FILLER PIC X VALUE SPACE.
            05 DUN-NOTICE-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 DUN-BUCKET PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 DUN-INVOICE-COUNT PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 DUN-AMOUNT-DUE PIC 9(7)V99.
            05 FILLER PIC X VALUE SPACE.
            05 DUN-LATE-FEE PIC 9(5)V99.

      *> One row per invoice handed to the collection agency.
    FD COLLECTION-REFERRAL-FILE.
        01 COLLECTION-REFERRAL-REC.
            05 REF-INVOICE-NO PIC X(12).
            05 FILLER PIC X VALUE SPACE.
            05 REF-DRIVER-ID PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 REF-TRIP-NUMBER PIC 9(4).
            05 FILLER PIC X VALUE SPACE.
            05 REF-INVOICE-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 REF-AGE-DAYS PIC 9(4).
            05 FILLER PIC X VALUE SPACE.
            05 REF-OPEN-AMOUNT PIC 9(7)V99.
            05 FILLER PIC X VALUE SPACE.
            05 REF-REFERRAL-DATE PIC X(8).

    FD AGING-REPORT-FILE.
        01 AGING-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-INVOICE-EOF PIC X VALUE "N".
            88 INVOICE-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 FINE-LATE-FEE PIC 9(5)V99 VALUE 15.00.
        01 WS-CURRENT-DRIVER PIC X(6).
        01 WS-DRIVER-STARTED PIC X VALUE "N".
            88 DRIVER-STARTED VALUE "Y".
        01 WS-DRIVER-AGED PIC X.
            88 DRIVER-AGED VALUE "Y".
      *> Buckets 1-4 are current, 30, 60 and 90+ days; bucket 5 holds
      *> what is under an installment plan and bucket 6 what is held
      *> under an open dispute, neither of which is being dunned.
        01 WS-BUCKET-NAMES.
            05 FILLER PIC X(8) VALUE "CURRENT ".
            05 FILLER PIC X(8) VALUE "30 DAYS ".
            05 FILLER PIC X(8) VALUE "60 DAYS ".
            05 FILLER PIC X(8) VALUE "90+ DAYS".
            05 FILLER PIC X(8) VALUE "ON PLAN ".
            05 FILLER PIC X(8) VALUE "DISPUTED".
        01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
            05 WS-BUCKET-NAME PIC X(8) OCCURS 6 TIMES.
        01 WS-DRIVER-BUCKETS.
            05 WS-AGE-BUCKET PIC 9(7)V99 OCCURS 6 TIMES.
        01 WS-BUCKET-TOTALS.
            05 WS-BUCKET-TOTAL PIC 9(9)V99 OCCURS 6 TIMES.
        01 BUCKET-IDX PIC 9.
      *> The current driver's notices, one per dunning level 1-3.
        01 WS-DRIVER-NOTICES.
            05 WS-NOTICE-ENTRY OCCURS 3 TIMES.
                10 WS-NTC-COUNT PIC 9(3).
                10 WS-NTC-AMOUNT PIC 9(7)V99.
                10 WS-NTC-FEE PIC 9(5)V99.
        01 NTC-IDX PIC 9.
        01 WS-DRIVER-FEES PIC 9(7)V99.
        01 WS-NOTICE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-AGE-DAYS PIC 9(4).
        01 WS-TARGET-LEVEL PIC 9.
        01 WS-OPEN-AMOUNT PIC 9(7)V99.
        01 WS-DRIVER-OPEN PIC 9(7)V99.
        01 WS-AGED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-FEE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REFERRED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-BAD-DATE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-FEE-TOTAL PIC 9(7)V99 VALUE ZEROS.
        01 WS-DISPLAY-FEES PIC Z(6)9.99.
        01 WS-AGING-LINE.
            05 WSA-DRIVER PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSA-BUCKET PIC Z(8)9.99B OCCURS 6 TIMES.
            05 WSA-TOTAL PIC Z(8)9.99.
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
    DISPLAY "RUN " WS-RUN-ID " AGING FINE RECEIVABLES"
    PERFORM 1000-LOAD-PARAMETERS
    PERFORM 1100-OPEN-INVOICES
    PERFORM 1200-OPEN-RECEIVABLES
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    MOVE ZEROS TO WS-BUCKET-TOTALS
    MOVE "FINE RECEIVABLE AGING" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "DRIVER          CURRENT       30 DAYS       60 DAYS"
        "      90+ DAYS       ON PLAN      DISPUTED    TOTAL OPEN"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT COLLECTION-REFERRAL-FILE, DUNNING-NOTICE-FILE,
        AGING-REPORT-FILE
    PERFORM 2000-AGE-INVOICES
    PERFORM 4000-WRITE-AGING-TOTALS
    CLOSE COLLECTION-REFERRAL-FILE, DUNNING-NOTICE-FILE,
        AGING-REPORT-FILE, INVOICE-FILE, RECEIVABLE-FILE
    MOVE WS-FEE-TOTAL TO WS-DISPLAY-FEES
    DISPLAY "INVOICES AGED " WS-AGED-COUNT
        " NOTICES " WS-NOTICE-COUNT
        " LATE FEES " WS-FEE-COUNT
        " FEES ACCRUED " WS-DISPLAY-FEES
        " REFERRED " WS-REFERRED-COUNT
    IF WS-BAD-DATE-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FINEAGE "==.

    COPY busdateget.

      *> FINAGFEE is the late fee accrued each time an invoice crosses
      *> a dunning threshold.
1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        IF PARM-PROGRAM-NAME IS EQUAL TO "FINAGFEE"
            COMPUTE FINE-LATE-FEE = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

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

      *> The open-item master is read in driver order through the
      *> driver key, so each driver's notices, late fees and aging
      *> line are finished when the next driver's invoices start.
2000-AGE-INVOICES.
    MOVE LOW-VALUES TO INV-DRIVER-ID
    START INVOICE-FILE KEY IS GREATER THAN INV-DRIVER-ID
        INVALID KEY SET INVOICE-EOF TO TRUE
    END-START
    PERFORM UNTIL INVOICE-EOF
        READ INVOICE-FILE NEXT RECORD
            AT END SET INVOICE-EOF TO TRUE
        END-READ
        IF NOT INVOICE-EOF
            IF NOT DRIVER-STARTED OR
                    INV-DRIVER-ID IS NOT EQUAL TO WS-CURRENT-DRIVER
                IF DRIVER-STARTED
                    PERFORM 2500-FINISH-DRIVER
                END-IF
                PERFORM 2400-START-DRIVER
            END-IF
            IF INVOICE-OPEN
                PERFORM 2100-AGE-ONE-INVOICE
            END-IF
        END-IF
    END-PERFORM
    IF DRIVER-STARTED
        PERFORM 2500-FINISH-DRIVER
    END-IF.

      *> The invoice number carries the business date it was cut, so
      *> its age is counted from there.  Crossing 30, 60 or 90 days
      *> for the first time raises the dunning level, accrues one late
      *> fee on the invoice and the driver's ledger balance, and puts
      *> the invoice on the driver's notice for that threshold; the
      *> 90-day crossing also refers it to the collection agency.
      *> Invoices under an installment plan are reported but not
      *> dunned - the plan has its own default rules - and neither
      *> are invoices held while the driver disputes the violation.
2100-AGE-ONE-INVOICE.
    IF INV-NUMBER-DATE IS NOT NUMERIC
        ADD 1 TO WS-BAD-DATE-COUNT
        DISPLAY "EXCEPTION: INVOICE " INV-NUMBER
            " HAS NO USABLE BILLING DATE - NOT AGED"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-AGED-COUNT
    SET DRIVER-AGED TO TRUE
    COMPUTE WS-AGE-DAYS = WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(INV-NUMBER-DATE))
    EVALUATE TRUE
        WHEN INVOICE-DISPUTED
            MOVE 6 TO BUCKET-IDX
        WHEN INVOICE-ON-PLAN
            MOVE 5 TO BUCKET-IDX
        WHEN WS-AGE-DAYS IS LESS THAN 30
            MOVE 1 TO BUCKET-IDX
        WHEN WS-AGE-DAYS IS LESS THAN 60
            MOVE 2 TO BUCKET-IDX
        WHEN WS-AGE-DAYS IS LESS THAN 90
            MOVE 3 TO BUCKET-IDX
        WHEN OTHER
            MOVE 4 TO BUCKET-IDX
    END-EVALUATE
    IF BUCKET-IDX IS LESS THAN 5
        COMPUTE WS-TARGET-LEVEL = BUCKET-IDX - 1
        IF WS-TARGET-LEVEL IS GREATER THAN INV-DUNNING-LEVEL
            PERFORM 2200-ISSUE-DUNNING
        END-IF
    END-IF
    COMPUTE WS-OPEN-AMOUNT = INV-AMOUNT + INV-LATE-FEE
        - INV-PAID-AMOUNT
    ADD WS-OPEN-AMOUNT TO WS-AGE-BUCKET(BUCKET-IDX)
    ADD WS-OPEN-AMOUNT TO WS-BUCKET-TOTAL(BUCKET-IDX).

2200-ISSUE-DUNNING.
    MOVE WS-TARGET-LEVEL TO INV-DUNNING-LEVEL
    ADD FINE-LATE-FEE TO INV-LATE-FEE
    ADD FINE-LATE-FEE TO WS-FEE-TOTAL
    ADD FINE-LATE-FEE TO WS-DRIVER-FEES
    ADD 1 TO WS-FEE-COUNT
    COMPUTE WS-OPEN-AMOUNT = INV-AMOUNT + INV-LATE-FEE
        - INV-PAID-AMOUNT
    ADD 1 TO WS-NTC-COUNT(WS-TARGET-LEVEL)
    ADD WS-OPEN-AMOUNT TO WS-NTC-AMOUNT(WS-TARGET-LEVEL)
    ADD FINE-LATE-FEE TO WS-NTC-FEE(WS-TARGET-LEVEL)
    IF WS-TARGET-LEVEL IS EQUAL TO 3
        PERFORM 2300-REFER-FOR-COLLECTION
    END-IF
    REWRITE INVOICE-REC.

2300-REFER-FOR-COLLECTION.
    MOVE INV-NUMBER TO REF-INVOICE-NO
    MOVE INV-DRIVER-ID TO REF-DRIVER-ID
    MOVE INV-TRIP-NUMBER TO REF-TRIP-NUMBER
    MOVE INV-NUMBER-DATE TO REF-INVOICE-DATE
    MOVE WS-AGE-DAYS TO REF-AGE-DAYS
    MOVE WS-OPEN-AMOUNT TO REF-OPEN-AMOUNT
    MOVE WS-RUN-DATE TO REF-REFERRAL-DATE
    WRITE COLLECTION-REFERRAL-REC
    ADD 1 TO WS-REFERRED-COUNT.

2400-START-DRIVER.
    SET DRIVER-STARTED TO TRUE
    MOVE INV-DRIVER-ID TO WS-CURRENT-DRIVER
    MOVE "N" TO WS-DRIVER-AGED
    MOVE ZEROS TO WS-DRIVER-BUCKETS, WS-DRIVER-NOTICES,
        WS-DRIVER-FEES.

2500-FINISH-DRIVER.
    PERFORM 2600-WRITE-NOTICES
    PERFORM 2700-POST-LATE-FEES
    IF DRIVER-AGED
        PERFORM 2800-PRINT-DRIVER-LINE
    END-IF.

2600-WRITE-NOTICES.
    PERFORM VARYING NTC-IDX FROM 1 BY 1
            UNTIL NTC-IDX IS GREATER THAN 3
        IF WS-NTC-COUNT(NTC-IDX) IS GREATER THAN ZERO
            MOVE WS-CURRENT-DRIVER TO DUN-DRIVER-ID
            MOVE NTC-IDX TO DUN-NOTICE-LEVEL
            MOVE WS-RUN-DATE TO DUN-NOTICE-DATE
            COMPUTE BUCKET-IDX = NTC-IDX + 1
            MOVE WS-BUCKET-NAME(BUCKET-IDX) TO DUN-BUCKET
            MOVE WS-NTC-COUNT(NTC-IDX) TO DUN-INVOICE-COUNT
            MOVE WS-NTC-AMOUNT(NTC-IDX) TO DUN-AMOUNT-DUE
            MOVE WS-NTC-FEE(NTC-IDX) TO DUN-LATE-FEE
            WRITE DUNNING-NOTICE-REC
            ADD 1 TO WS-NOTICE-COUNT
        END-IF
    END-PERFORM.

2700-POST-LATE-FEES.
    IF WS-DRIVER-FEES IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURRENT-DRIVER TO LEDG-DRIVER-ID
    READ RECEIVABLE-FILE
        INVALID KEY
            DISPLAY "NOTE: DRIVER " WS-CURRENT-DRIVER
                " NOT ON THE LEDGER - LATE FEE HELD ON INVOICE ONLY"
        NOT INVALID KEY
            ADD WS-DRIVER-FEES TO LEDG-OPEN-BALANCE
            REWRITE RECEIVABLE-REC
    END-READ.

2800-PRINT-DRIVER-LINE.
    MOVE ZEROS TO WS-DRIVER-OPEN
    PERFORM VARYING BUCKET-IDX FROM 1 BY 1
            UNTIL BUCKET-IDX IS GREATER THAN 6
        MOVE WS-AGE-BUCKET(BUCKET-IDX) TO WSA-BUCKET(BUCKET-IDX)
        ADD WS-AGE-BUCKET(BUCKET-IDX) TO WS-DRIVER-OPEN
    END-PERFORM
    MOVE WS-CURRENT-DRIVER TO WSA-DRIVER
    MOVE WS-DRIVER-OPEN TO WSA-TOTAL
    MOVE WS-AGING-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4000-WRITE-AGING-TOTALS.
    MOVE ZEROS TO WS-DRIVER-OPEN
    PERFORM VARYING BUCKET-IDX FROM 1 BY 1
            UNTIL BUCKET-IDX IS GREATER THAN 6
        MOVE WS-BUCKET-TOTAL(BUCKET-IDX) TO WSA-BUCKET(BUCKET-IDX)
        ADD WS-BUCKET-TOTAL(BUCKET-IDX) TO WS-DRIVER-OPEN
    END-PERFORM
    MOVE "TOTAL" TO WSA-DRIVER
    MOVE WS-DRIVER-OPEN TO WSA-TOTAL
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-AGING-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-FEE-TOTAL TO WS-DISPLAY-FEES
    MOVE SPACES TO WS-PRINT-LINE
    STRING "NOTICES " WS-NOTICE-COUNT
        " LATE FEES " WS-FEE-COUNT
        " ACCRUED " WS-DISPLAY-FEES
        " REFERRED FOR COLLECTION " WS-REFERRED-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==AGING-REPORT-REC==.
