IDENTIFICATION DIVISION.
    PROGRAM-ID. FineDisputes.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT DISPUTE-TXN-FILE ASSIGN TO "DISPTXN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXN-STATUS.
        COPY fineinvsel.
        COPY fineldgsel.
        SELECT FINE-SCHEDULE-FILE ASSIGN TO "FINESCHED"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        COPY drvptsel.
        SELECT DISPUTE-REGISTER-FILE ASSIGN TO "DISPREG"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY dispsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

      *> The day's dispute activity: F files a dispute, U hands it to
      *> a reviewer, P upholds the fine and D dismisses it.
    FD DISPUTE-TXN-FILE.
        01 DISPUTE-TXN-REC.
            05 DTX-ACTION PIC X.
                88 DTX-FILE VALUE "F".
                88 DTX-REVIEW VALUE "U".
                88 DTX-UPHOLD VALUE "P".
                88 DTX-DISMISS VALUE "D".
            05 FILLER PIC X.
            05 DTX-INVOICE-NO PIC X(12).
            05 FILLER PIC X.
            05 DTX-TRIP-NUMBER PIC 9(4).
            05 FILLER PIC X.
            05 DTX-REVIEWER PIC X(8).
            05 FILLER PIC X.
            05 DTX-REASON PIC X(20).

    COPY fineinvfd.

    COPY fineldgfd.

    FD FINE-SCHEDULE-FILE.
        01 FINE-SCHEDULE-REC.
            05 SCHED-BAND-LOW PIC 99.
            05 FILLER PIC X.
            05 SCHED-BAND-HIGH PIC 99.
            05 FILLER PIC X.
            05 SCHED-FINE-AMOUNT PIC 9(5)V99.
            05 FILLER PIC X.
            05 SCHED-POINTS PIC 99.

    COPY drvptfd.

    COPY dispfd.

    FD DISPUTE-REGISTER-FILE.
        01 DISPUTE-REGISTER-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-TXN-STATUS PIC XX.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-POINTS-STATUS PIC XX.
        01 WS-DISPUTE-STATUS PIC XX.
        01 WS-TXN-EOF PIC X VALUE "N".
            88 TXN-EOF VALUE "Y".
        01 WS-SCHEDULE-EOF PIC X VALUE "N".
            88 SCHEDULE-EOF VALUE "Y".
        01 WS-DISPUTE-EOF PIC X VALUE "N".
            88 DISPUTE-EOF VALUE "Y".
        01 WS-INVOICE-FOUND PIC X.
            88 INVOICE-FOUND VALUE "Y".
        01 WS-SCHEDULE-TABLE.
            05 WS-SCHEDULE-ENTRY OCCURS 20 TIMES.
                10 WS-SCHED-LOW PIC 99.
                10 WS-SCHED-HIGH PIC 99.
                10 WS-SCHED-POINTS PIC 99.
        01 WS-SCHEDULE-COUNT PIC 99 VALUE ZEROS.
        01 SCHED-IDX PIC 99.
        01 WS-BAND-FOUND PIC X.
            88 BAND-FOUND VALUE "Y".
        01 WS-DISPUTE-ON-FILE PIC X.
            88 DISPUTE-ON-FILE VALUE "Y".
        01 WS-OPEN-AMOUNT PIC 9(7)V99.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-DISPUTE-AGE PIC 9(5).
        01 WS-STATUS-TEXT PIC X(12).
      *> Per-reviewer tally for the register: open disputes aged
      *> 0-30, 31-60 and over 60 days from filing, decisions each
      *> way, and the total days from filing to decision.
        01 WS-REVIEWER-TABLE.
            05 WS-REVIEWER-ENTRY OCCURS 30 TIMES.
                10 WS-RVW-NAME PIC X(8).
                10 WS-RVW-OPEN-30 PIC 9(5).
                10 WS-RVW-OPEN-60 PIC 9(5).
                10 WS-RVW-OPEN-OVER PIC 9(5).
                10 WS-RVW-UPHELD PIC 9(5).
                10 WS-RVW-DISMISSED PIC 9(5).
                10 WS-RVW-DECIDE-DAYS PIC 9(7).
        01 WS-REVIEWER-COUNT PIC 99 VALUE ZEROS.
        01 RVW-IDX PIC 99.
        01 WS-REVIEWER-FOUND PIC X.
            88 REVIEWER-FOUND VALUE "Y".
        01 WS-WORK-REVIEWER PIC X(8).
        01 WS-DECIDED-COUNT PIC 9(5).
        01 WS-AVERAGE-DAYS PIC 9(5).
        01 WS-TXN-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-FILED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REVIEW-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UPHELD-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DISMISSED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-CREDITED-TOTAL PIC 9(7)V99 VALUE ZEROS.
        01 WS-DISPLAY-CREDITED PIC Z(6)9.99.
        01 WS-REFUNDABLE-TOTAL PIC 9(7)V99 VALUE ZEROS.
        01 WS-DISPLAY-REFUNDABLE PIC Z(6)9.99.
        01 WS-REGISTER-LINE.
            05 WSR-INVOICE PIC X(12).
            05 FILLER PIC X VALUE SPACE.
            05 WSR-TRIP PIC 9(4).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-DRIVER PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-STATUS PIC X(12).
            05 FILLER PIC X VALUE SPACE.
            05 WSR-REVIEWER PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-FILED PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-DECIDED PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-AGE PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-REASON PIC X(20).
        01 WS-REVIEWER-LINE.
            05 WSV-REVIEWER PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-OPEN-30 PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-OPEN-60 PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-OPEN-OVER PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-UPHELD PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-DISMISSED PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-AVERAGE PIC Z(4)9.
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
    DISPLAY "RUN " WS-RUN-ID " VIOLATION DISPUTES"
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    PERFORM 1000-LOAD-FINE-SCHEDULE
    PERFORM 1100-OPEN-INVOICES
    PERFORM 1200-OPEN-RECEIVABLES
    OPEN I-O DISPUTE-FILE
    IF WS-DISPUTE-STATUS IS EQUAL TO "35"
        OPEN OUTPUT DISPUTE-FILE
        CLOSE DISPUTE-FILE
        OPEN I-O DISPUTE-FILE
    END-IF
    OPEN I-O POINTS-LEDGER-FILE
    IF WS-POINTS-STATUS IS EQUAL TO "35"
        OPEN OUTPUT POINTS-LEDGER-FILE
        CLOSE POINTS-LEDGER-FILE
        OPEN I-O POINTS-LEDGER-FILE
    END-IF
    PERFORM 2000-APPLY-TRANSACTIONS
    CLOSE POINTS-LEDGER-FILE, INVOICE-FILE, RECEIVABLE-FILE
    PERFORM 3000-WRITE-REGISTER
    CLOSE DISPUTE-FILE
    MOVE WS-CREDITED-TOTAL TO WS-DISPLAY-CREDITED
    MOVE WS-REFUNDABLE-TOTAL TO WS-DISPLAY-REFUNDABLE
    DISPLAY "DISPUTES FILED " WS-FILED-COUNT
        " TO REVIEW " WS-REVIEW-COUNT
        " UPHELD " WS-UPHELD-COUNT
        " DISMISSED " WS-DISMISSED-COUNT
        " CREDITED " WS-DISPLAY-CREDITED
        " TO REFUND " WS-DISPLAY-REFUNDABLE
        " REJECTED " WS-REJECTED-COUNT
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-REJECTED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FINEDISP"==.

    COPY busdateget.

1000-LOAD-FINE-SCHEDULE.
    OPEN INPUT FINE-SCHEDULE-FILE
    IF WS-SCHEDULE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: FINE SCHEDULE NOT AVAILABLE - STATUS "
            WS-SCHEDULE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ FINE-SCHEDULE-FILE
        AT END SET SCHEDULE-EOF TO TRUE
    END-READ
    PERFORM UNTIL SCHEDULE-EOF
        IF WS-SCHEDULE-COUNT IS LESS THAN 20
            ADD 1 TO WS-SCHEDULE-COUNT
            MOVE SCHED-BAND-LOW TO WS-SCHED-LOW(WS-SCHEDULE-COUNT)
            MOVE SCHED-BAND-HIGH TO WS-SCHED-HIGH(WS-SCHEDULE-COUNT)
            MOVE SCHED-POINTS TO WS-SCHED-POINTS(WS-SCHEDULE-COUNT)
        END-IF
        READ FINE-SCHEDULE-FILE
            AT END SET SCHEDULE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE FINE-SCHEDULE-FILE.

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

      *> No transaction file on a given night just means no dispute
      *> moved that day; the register still prints.
2000-APPLY-TRANSACTIONS.
    OPEN INPUT DISPUTE-TXN-FILE
    IF WS-TXN-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO DISPUTE ACTIVITY TONIGHT"
        EXIT PARAGRAPH
    END-IF
    READ DISPUTE-TXN-FILE
        AT END SET TXN-EOF TO TRUE
    END-READ
    PERFORM UNTIL TXN-EOF
        ADD 1 TO WS-TXN-COUNT
        PERFORM 2100-APPLY-ONE-TRANSACTION
        READ DISPUTE-TXN-FILE
            AT END SET TXN-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DISPUTE-TXN-FILE.

2100-APPLY-ONE-TRANSACTION.
    IF NOT (DTX-FILE OR DTX-REVIEW OR DTX-UPHOLD OR DTX-DISMISS) OR
            DTX-TRIP-NUMBER IS NOT NUMERIC
        DISPLAY "EXCEPTION: MALFORMED DISPUTE TRANSACTION "
            DISPUTE-TXN-REC
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-INVOICE-FOUND
    MOVE DTX-INVOICE-NO TO INV-NUMBER
    READ INVOICE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF INV-TRIP-NUMBER IS EQUAL TO DTX-TRIP-NUMBER
                SET INVOICE-FOUND TO TRUE
            END-IF
    END-READ
    IF NOT INVOICE-FOUND
        DISPLAY "EXCEPTION: NO INVOICE " DTX-INVOICE-NO
            " FOR TRIP " DTX-TRIP-NUMBER " - DISPUTE NOT APPLIED"
        MOVE "NOIV" TO REJW-REASON
        PERFORM 2900-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    MOVE DTX-INVOICE-NO TO DSP-INVOICE-NO
    MOVE DTX-TRIP-NUMBER TO DSP-TRIP-NUMBER
    MOVE "N" TO WS-DISPUTE-ON-FILE
    READ DISPUTE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY SET DISPUTE-ON-FILE TO TRUE
    END-READ
    EVALUATE TRUE
        WHEN DTX-FILE
            PERFORM 2200-FILE-DISPUTE
        WHEN NOT DISPUTE-ON-FILE
            DISPLAY "EXCEPTION: NO DISPUTE ON FILE FOR "
                DTX-INVOICE-NO " - TRANSACTION NOT APPLIED"
            MOVE "ORPH" TO REJW-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN NOT DISPUTE-OPEN
            DISPLAY "EXCEPTION: DISPUTE " DTX-INVOICE-NO
                " ALREADY DECIDED - TRANSACTION NOT APPLIED"
            MOVE "BADF" TO REJW-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN DTX-REVIEW
            PERFORM 2300-START-REVIEW
        WHEN OTHER
            PERFORM 2400-DECIDE-DISPUTE
    END-EVALUATE.

      *> Only an open invoice can be disputed, and only once; one
      *> already taken onto an installment plan has to come off the
      *> plan first so the plan total never carries a held invoice.
2200-FILE-DISPUTE.
    IF DISPUTE-ON-FILE
        DISPLAY "EXCEPTION: INVOICE " DTX-INVOICE-NO
            " ALREADY DISPUTED - FILING REJECTED"
        MOVE "DUPC" TO REJW-REASON
        PERFORM 2900-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    IF NOT INVOICE-OPEN OR INVOICE-ON-PLAN
        DISPLAY "EXCEPTION: INVOICE " DTX-INVOICE-NO
            " NOT OPEN OR UNDER A PAYMENT PLAN - FILING REJECTED"
        MOVE "NOIV" TO REJW-REASON
        PERFORM 2900-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    MOVE INV-DRIVER-ID TO DSP-DRIVER-ID
    SET DISPUTE-FILED TO TRUE
    MOVE WS-RUN-DATE TO DSP-FILED-DATE
    MOVE DTX-REVIEWER TO DSP-REVIEWER
    MOVE SPACES TO DSP-REVIEW-DATE, DSP-DECIDED-DATE
    MOVE DTX-REASON TO DSP-REASON
    WRITE DISPUTE-REC
    MOVE "A" TO JRNW-VERB
    MOVE SPACES TO JRNW-BEFORE
    MOVE DISPUTE-REC TO JRNW-AFTER
    PERFORM 7000-JOURNAL-DISPUTE-UPDATE
    SET INVOICE-DISPUTED TO TRUE
    REWRITE INVOICE-REC
    ADD 1 TO WS-FILED-COUNT.

2300-START-REVIEW.
    IF NOT DISPUTE-FILED OR DTX-REVIEWER IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: DISPUTE " DTX-INVOICE-NO
            " NOT AWAITING REVIEW OR NO REVIEWER NAMED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    MOVE DISPUTE-REC TO JRNW-BEFORE
    SET DISPUTE-UNDER-REVIEW TO TRUE
    MOVE DTX-REVIEWER TO DSP-REVIEWER
    MOVE WS-RUN-DATE TO DSP-REVIEW-DATE
    REWRITE DISPUTE-REC
    MOVE "C" TO JRNW-VERB
    MOVE DISPUTE-REC TO JRNW-AFTER
    PERFORM 7000-JOURNAL-DISPUTE-UPDATE
    ADD 1 TO WS-REVIEW-COUNT.

      *> Upholding releases the hold so the invoice goes back into
      *> dunning where it left off.  Dismissing cancels the invoice,
      *> takes everything still open on it off the driver's ledger,
      *> puts whatever the driver had already paid on it into the
      *> ledger credit balance, dated tonight, for the refund run,
      *> and posts a reversing row to the points ledger dated the
      *> night the violation was posted, so DriverPoints nets the
      *> points out and both rows age off together.
2400-DECIDE-DISPUTE.
    MOVE DISPUTE-REC TO JRNW-BEFORE
    IF DTX-REVIEWER IS NOT EQUAL TO SPACES
        MOVE DTX-REVIEWER TO DSP-REVIEWER
    END-IF
    IF DTX-REASON IS NOT EQUAL TO SPACES
        MOVE DTX-REASON TO DSP-REASON
    END-IF
    MOVE WS-RUN-DATE TO DSP-DECIDED-DATE
    MOVE "N" TO INV-DISPUTE-HOLD
    IF DTX-UPHOLD
        SET DISPUTE-UPHELD TO TRUE
        ADD 1 TO WS-UPHELD-COUNT
    ELSE
        SET DISPUTE-DISMISSED TO TRUE
        ADD 1 TO WS-DISMISSED-COUNT
        PERFORM 2500-CANCEL-INVOICE
        PERFORM 2600-REVERSE-POINTS
    END-IF
    REWRITE INVOICE-REC
    REWRITE DISPUTE-REC
    MOVE "C" TO JRNW-VERB
    MOVE DISPUTE-REC TO JRNW-AFTER
    PERFORM 7000-JOURNAL-DISPUTE-UPDATE.

2500-CANCEL-INVOICE.
    COMPUTE WS-OPEN-AMOUNT = INV-AMOUNT + INV-LATE-FEE
        - INV-PAID-AMOUNT
    IF NOT INVOICE-OPEN
        MOVE ZEROS TO WS-OPEN-AMOUNT
    END-IF
    SET INVOICE-CANCELLED TO TRUE
    ADD WS-OPEN-AMOUNT TO WS-CREDITED-TOTAL
    ADD INV-PAID-AMOUNT TO WS-REFUNDABLE-TOTAL
    MOVE INV-DRIVER-ID TO LEDG-DRIVER-ID
    READ RECEIVABLE-FILE
        INVALID KEY
            IF INV-PAID-AMOUNT IS GREATER THAN ZERO
                MOVE INV-DRIVER-ID TO LEDG-DRIVER-ID
                MOVE ZEROS TO LEDG-OPEN-BALANCE
                MOVE "N" TO LEDG-COLLECT-STATUS
                MOVE INV-PAID-AMOUNT TO LEDG-CREDIT-BALANCE
                MOVE WS-RUN-DATE TO LEDG-CREDIT-DATE
                WRITE RECEIVABLE-REC
            END-IF
        NOT INVALID KEY
            IF WS-OPEN-AMOUNT IS GREATER THAN LEDG-OPEN-BALANCE
                MOVE ZEROS TO LEDG-OPEN-BALANCE
            ELSE
                SUBTRACT WS-OPEN-AMOUNT FROM LEDG-OPEN-BALANCE
            END-IF
            IF INV-PAID-AMOUNT IS GREATER THAN ZERO
                ADD INV-PAID-AMOUNT TO LEDG-CREDIT-BALANCE
                MOVE WS-RUN-DATE TO LEDG-CREDIT-DATE
            END-IF
            REWRITE RECEIVABLE-REC
    END-READ.

      *> The reversal row carries the invoice's own sequence, so two
      *> invoices on one trip in one night each reverse their points.
2600-REVERSE-POINTS.
    MOVE "N" TO WS-BAND-FOUND
    PERFORM VARYING SCHED-IDX FROM 1 BY 1
            UNTIL SCHED-IDX IS GREATER THAN WS-SCHEDULE-COUNT
        IF INV-MILES-OVER IS NOT LESS THAN WS-SCHED-LOW(SCHED-IDX) AND
                INV-MILES-OVER IS NOT GREATER THAN
                WS-SCHED-HIGH(SCHED-IDX)
            SET BAND-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT BAND-FOUND
        DISPLAY "NOTE: NO POINTS BAND FOR " INV-MILES-OVER
            " OVER - NO POINTS TO REVERSE FOR " DTX-INVOICE-NO
        EXIT PARAGRAPH
    END-IF
    MOVE INV-DRIVER-ID TO PTS-DRIVER-ID
    MOVE INV-NUMBER-DATE TO PTS-BUSINESS-DATE
    MOVE WS-SCHED-POINTS(SCHED-IDX) TO PTS-POINTS
    MOVE "R" TO PTS-ENTRY-TYPE
    MOVE INV-TRIP-NUMBER TO PTS-TRIP-NUMBER
    MOVE INV-NUMBER-SEQ TO PTS-ENTRY-SEQ
    WRITE POINTS-LEDGER-REC
        INVALID KEY
            DISPLAY "NOTE: POINTS FOR " DTX-INVOICE-NO
                " ALREADY REVERSED - STATUS " WS-POINTS-STATUS
    END-WRITE.

7000-JOURNAL-DISPUTE-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "DISPMAST  " TO JRNW-MASTER
    MOVE "FINEDISP" TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE DSP-INVOICE-NO TO JRNW-KEY
    CALL "JRNWRITE" USING JRNW-PARMS.

2900-REJECT-TRANSACTION.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE "W" TO REJW-ACTION
    MOVE "FINEDISP" TO REJW-PROGRAM
    MOVE DISPUTE-TXN-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.

      *> Every dispute on the master, then the reviewer summary.  An
      *> open dispute's age runs to tonight; a decided one's stops at
      *> the decision.
3000-WRITE-REGISTER.
    MOVE "VIOLATION DISPUTE REGISTER" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "INVOICE      TRIP  DRIVER  STATUS       REVIEWER  FILED"
        "     DECIDED     DAYS  REASON"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT DISPUTE-REGISTER-FILE
    MOVE LOW-VALUES TO DSP-KEY
    START DISPUTE-FILE KEY IS GREATER THAN DSP-KEY
        INVALID KEY SET DISPUTE-EOF TO TRUE
    END-START
    PERFORM UNTIL DISPUTE-EOF
        READ DISPUTE-FILE NEXT RECORD
            AT END SET DISPUTE-EOF TO TRUE
        END-READ
        IF NOT DISPUTE-EOF
            PERFORM 3100-REGISTER-ONE-DISPUTE
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "REVIEWER  OPEN 0-30  31-60  OVER 60   UPHELD  DISMISS"
        "  AVG DAYS TO DECIDE"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM VARYING RVW-IDX FROM 1 BY 1
            UNTIL RVW-IDX IS GREATER THAN WS-REVIEWER-COUNT
        MOVE WS-RVW-NAME(RVW-IDX) TO WSV-REVIEWER
        MOVE WS-RVW-OPEN-30(RVW-IDX) TO WSV-OPEN-30
        MOVE WS-RVW-OPEN-60(RVW-IDX) TO WSV-OPEN-60
        MOVE WS-RVW-OPEN-OVER(RVW-IDX) TO WSV-OPEN-OVER
        MOVE WS-RVW-UPHELD(RVW-IDX) TO WSV-UPHELD
        MOVE WS-RVW-DISMISSED(RVW-IDX) TO WSV-DISMISSED
        COMPUTE WS-DECIDED-COUNT = WS-RVW-UPHELD(RVW-IDX)
            + WS-RVW-DISMISSED(RVW-IDX)
        IF WS-DECIDED-COUNT IS GREATER THAN ZERO
            COMPUTE WS-AVERAGE-DAYS ROUNDED =
                WS-RVW-DECIDE-DAYS(RVW-IDX) / WS-DECIDED-COUNT
        ELSE
            MOVE ZEROS TO WS-AVERAGE-DAYS
        END-IF
        MOVE WS-AVERAGE-DAYS TO WSV-AVERAGE
        MOVE WS-REVIEWER-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TONIGHT FILED " WS-FILED-COUNT
        " TO REVIEW " WS-REVIEW-COUNT
        " UPHELD " WS-UPHELD-COUNT
        " DISMISSED " WS-DISMISSED-COUNT
        " REJECTED " WS-REJECTED-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE DISPUTE-REGISTER-FILE.

3100-REGISTER-ONE-DISPUTE.
    EVALUATE TRUE
        WHEN DISPUTE-FILED MOVE "FILED" TO WS-STATUS-TEXT
        WHEN DISPUTE-UNDER-REVIEW MOVE "UNDER REVIEW" TO WS-STATUS-TEXT
        WHEN DISPUTE-UPHELD MOVE "UPHELD" TO WS-STATUS-TEXT
        WHEN DISPUTE-DISMISSED MOVE "DISMISSED" TO WS-STATUS-TEXT
        WHEN OTHER MOVE DSP-STATUS TO WS-STATUS-TEXT
    END-EVALUATE
    MOVE ZEROS TO WS-DISPUTE-AGE
    IF DSP-FILED-DATE IS NUMERIC
        IF DISPUTE-OPEN OR DSP-DECIDED-DATE IS NOT NUMERIC
            COMPUTE WS-DISPUTE-AGE = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(DSP-FILED-DATE))
        ELSE
            COMPUTE WS-DISPUTE-AGE = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(DSP-DECIDED-DATE))
                - FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(DSP-FILED-DATE))
        END-IF
    END-IF
    MOVE DSP-INVOICE-NO TO WSR-INVOICE
    MOVE DSP-TRIP-NUMBER TO WSR-TRIP
    MOVE DSP-DRIVER-ID TO WSR-DRIVER
    MOVE WS-STATUS-TEXT TO WSR-STATUS
    MOVE DSP-REVIEWER TO WSR-REVIEWER
    MOVE DSP-FILED-DATE TO WSR-FILED
    MOVE DSP-DECIDED-DATE TO WSR-DECIDED
    MOVE WS-DISPUTE-AGE TO WSR-AGE
    MOVE DSP-REASON TO WSR-REASON
    MOVE WS-REGISTER-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE DSP-REVIEWER TO WS-WORK-REVIEWER
    IF WS-WORK-REVIEWER IS EQUAL TO SPACES
        MOVE "UNASSGND" TO WS-WORK-REVIEWER
    END-IF
    PERFORM 3200-FIND-REVIEWER
    EVALUATE TRUE
        WHEN DISPUTE-OPEN AND WS-DISPUTE-AGE IS NOT GREATER THAN 30
            ADD 1 TO WS-RVW-OPEN-30(RVW-IDX)
        WHEN DISPUTE-OPEN AND WS-DISPUTE-AGE IS NOT GREATER THAN 60
            ADD 1 TO WS-RVW-OPEN-60(RVW-IDX)
        WHEN DISPUTE-OPEN
            ADD 1 TO WS-RVW-OPEN-OVER(RVW-IDX)
        WHEN DISPUTE-UPHELD
            ADD 1 TO WS-RVW-UPHELD(RVW-IDX)
            ADD WS-DISPUTE-AGE TO WS-RVW-DECIDE-DAYS(RVW-IDX)
        WHEN DISPUTE-DISMISSED
            ADD 1 TO WS-RVW-DISMISSED(RVW-IDX)
            ADD WS-DISPUTE-AGE TO WS-RVW-DECIDE-DAYS(RVW-IDX)
    END-EVALUATE.

3200-FIND-REVIEWER.
    MOVE "N" TO WS-REVIEWER-FOUND
    PERFORM VARYING RVW-IDX FROM 1 BY 1
            UNTIL RVW-IDX IS GREATER THAN WS-REVIEWER-COUNT
        IF WS-RVW-NAME(RVW-IDX) IS EQUAL TO WS-WORK-REVIEWER
            SET REVIEWER-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT REVIEWER-FOUND
        IF WS-REVIEWER-COUNT IS EQUAL TO 30
            DISPLAY "EXCEPTION: MORE THAN 30 REVIEWERS - "
                WS-WORK-REVIEWER " TALLIED UNDER " WS-RVW-NAME(30)
            MOVE 30 TO RVW-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-REVIEWER-COUNT
        MOVE WS-REVIEWER-COUNT TO RVW-IDX
        MOVE WS-WORK-REVIEWER TO WS-RVW-NAME(RVW-IDX)
        MOVE ZEROS TO WS-RVW-OPEN-30(RVW-IDX), WS-RVW-OPEN-60(RVW-IDX),
            WS-RVW-OPEN-OVER(RVW-IDX), WS-RVW-UPHELD(RVW-IDX),
            WS-RVW-DISMISSED(RVW-IDX), WS-RVW-DECIDE-DAYS(RVW-IDX)
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==DISPUTE-REGISTER-REC==.
