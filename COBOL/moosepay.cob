IDENTIFICATION DIVISION.
    PROGRAM-ID. MoosePrizeDisbursement.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CERTIFIED-FILE ASSIGN TO "MOOSFINL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CERTIFIED-STATUS.
        SELECT PRIZE-SCHEDULE-FILE ASSIGN TO "PRIZSCHD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        SELECT PAYEE-FILE ASSIGN TO "MOOSPAYE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYEE-STATUS.
        SELECT PRIZE-HISTORY-FILE ASSIGN TO "PRIZHIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
        SELECT PRIZE-REPORT-FILE ASSIGN TO "PRIZRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VOUCHER-FILE ASSIGN TO "PRIZVOUCH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD CERTIFIED-FILE.
        01 CERTIFIED-REC.
            05 FINAL-MARKER PIC X(9).
            05 FILLER PIC X VALUE SPACE.
            05 FINAL-CLASS PIC X.
            05 FILLER PIC X VALUE SPACE.
            05 FINAL-RANK PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 FINAL-TAG-ID PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 FINAL-SCORE PIC 9(3).

      *> Prize money for each class and finishing place.  A place not
      *> on the schedule is out of the money.
    FD PRIZE-SCHEDULE-FILE.
        01 PRIZE-SCHEDULE-REC.
            05 PZ-CLASS PIC X.
            05 FILLER PIC X.
            05 PZ-RANK PIC 9(3).
            05 FILLER PIC X.
            05 PZ-AMOUNT PIC 9(7)V99.

      *> Who is paid for each contest tag.  One payee may enter more
      *> than one animal; the tax ID is what year-end reporting needs.
    FD PAYEE-FILE.
        01 PAYEE-REC.
            05 PAYE-TAG-ID PIC X(8).
            05 FILLER PIC X.
            05 PAYE-PAYEE-ID PIC X(8).
            05 FILLER PIC X.
            05 PAYE-TAX-ID PIC X(9).
            05 FILLER PIC X.
            05 PAYE-NAME PIC X(30).

      *> Every prize paid, kept across contests.  The certified run ID
      *> stops a tag being paid twice from the same published results,
      *> and the calendar year drives the earnings summary.
    FD PRIZE-HISTORY-FILE.
        01 PRIZE-HISTORY-REC.
            05 PH-YEAR PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 PH-PAYEE-ID PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 PH-TAX-ID PIC X(9).
            05 FILLER PIC X VALUE SPACE.
            05 PH-NAME PIC X(30).
            05 FILLER PIC X VALUE SPACE.
            05 PH-TAG-ID PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 PH-CLASS PIC X.
            05 FILLER PIC X VALUE SPACE.
            05 PH-RANK PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 PH-AMOUNT PIC 9(7)V99.
            05 FILLER PIC X VALUE SPACE.
            05 PH-PAID-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 PH-VOUCHER-NO PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 PH-CERT-RUN-ID PIC X(16).

      *> The payment register in PAY mode, the earnings summary in
      *> YEAREND mode.
    FD PRIZE-REPORT-FILE.
        01 PRIZE-REPORT-REC PIC X(132).

    COPY glvchfd.

    WORKING-STORAGE SECTION.
        01 WS-CERTIFIED-STATUS PIC XX.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-PAYEE-STATUS PIC XX.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-CERTIFIED-EOF PIC X VALUE "N".
            88 CERTIFIED-EOF VALUE "Y".
        01 WS-SCHEDULE-EOF PIC X VALUE "N".
            88 SCHEDULE-EOF VALUE "Y".
        01 WS-PAYEE-EOF PIC X VALUE "N".
            88 PAYEE-EOF VALUE "Y".
        01 WS-HISTORY-EOF PIC X VALUE "N".
            88 HISTORY-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 PAY-MODE VALUE "PAY".
            88 YEAREND-MODE VALUE "YEAREND".
        01 WS-TAX-YEAR PIC X(4).
      *> Prizes go to accounting as expense against cash; a payee whose
      *> year's prizes reach MOOSPTHR is flagged for tax reporting.
        01 WS-EXPENSE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-CASH-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-COST-CENTER PIC X(4) VALUE SPACES.
        01 MOOSE-PRIZE-THRESHOLD PIC 9(7)V99 VALUE 600.00.
        01 WS-CERT-DATE PIC X(8).
        01 WS-CERT-RUN-ID PIC X(16).
        01 WS-SCHEDULE-TABLE.
            05 WS-SCHEDULE-ENTRY OCCURS 100 TIMES.
                10 WS-SCH-CLASS PIC X.
                10 WS-SCH-RANK PIC 9(3).
                10 WS-SCH-AMOUNT PIC 9(7)V99.
        01 WS-SCHEDULE-COUNT PIC 9(3) VALUE ZEROS.
        01 SCH-IDX PIC 9(3).
        01 WS-PAYEE-TABLE.
            05 WS-PAYEE-ENTRY OCCURS 500 TIMES.
                10 WS-PAY-TAG-ID PIC X(8).
                10 WS-PAY-PAYEE-ID PIC X(8).
                10 WS-PAY-TAX-ID PIC X(9).
                10 WS-PAY-NAME PIC X(30).
        01 WS-PAYEE-COUNT PIC 9(3) VALUE ZEROS.
        01 PAY-IDX PIC 9(3).
        01 WS-PAYEE-IDX PIC 9(3).
        01 WS-PAID-TABLE.
            05 WS-PAID-ENTRY OCCURS 500 TIMES.
                10 WS-PAID-TAG-ID PIC X(8).
                10 WS-PAID-DATE PIC X(8).
        01 WS-PAID-COUNT PIC 9(3) VALUE ZEROS.
        01 PAID-IDX PIC 9(3).
        01 WS-FOUND PIC X.
            88 ENTRY-FOUND VALUE "Y".
        01 WS-PRIZE-AMOUNT PIC 9(7)V99.
        01 WS-VOUCHER-NUMBER.
            05 WS-VOUCHER-DATE PIC X(6).
            05 WS-VOUCHER-SEQ PIC 9(4) VALUE ZEROS.
        01 WS-CERTIFIED-READ PIC 9(5) VALUE ZEROS.
        01 WS-OUT-OF-MONEY PIC 9(5) VALUE ZEROS.
        01 WS-PAID-NOW PIC 9(5) VALUE ZEROS.
        01 WS-ALREADY-PAID PIC 9(5) VALUE ZEROS.
        01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-PAID-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DISPLAY-TOTAL PIC Z(8)9.99.
        01 WS-REGISTER-LINE.
            05 WSR-VOUCHER-NO PIC X(10).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-TAG PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-CLASS PIC X.
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-RANK PIC ZZ9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-PAYEE-ID PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-NAME PIC X(24).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-AMOUNT PIC Z(6)9.99.
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-STATUS PIC X(30).
      *> Year-end summary, one line per payee in payee ID order.
        01 WS-EARNINGS-TABLE.
            05 WS-EARNINGS-ENTRY OCCURS 500 TIMES.
                10 WS-ERN-PAYEE-ID PIC X(8).
                10 WS-ERN-TAX-ID PIC X(9).
                10 WS-ERN-NAME PIC X(30).
                10 WS-ERN-PAYMENTS PIC 9(5).
                10 WS-ERN-TOTAL PIC 9(9)V99.
        01 WS-EARNINGS-COUNT PIC 9(3) VALUE ZEROS.
        01 ERN-IDX PIC 9(3).
        01 SHIFT-IDX PIC 9(3).
        01 WS-HISTORY-ROWS PIC 9(5) VALUE ZEROS.
        01 WS-REPORTABLE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-NO-TAX-ID-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-YEAR-PAYMENTS PIC 9(7) VALUE ZEROS.
        01 WS-YEAR-TOTAL PIC 9(9)V99 VALUE ZEROS.
        01 WS-EARNINGS-LINE.
            05 WSE-PAYEE-ID PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-TAX-ID PIC X(9).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-NAME PIC X(30).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-PAYMENTS PIC Z(4)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-TOTAL PIC Z(8)9.99.
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-FLAG PIC X(24).
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
    ACCEPT WS-MODE
    IF WS-MODE IS EQUAL TO SPACES
        MOVE "PAY" TO WS-MODE
    END-IF
    DISPLAY "RUN " WS-RUN-ID " MOOSE PRIZE DISBURSEMENT " WS-MODE
    PERFORM 1000-READ-PARAMETERS
    EVALUATE TRUE
        WHEN PAY-MODE
            PERFORM 2000-PAY-PRIZES
        WHEN YEAREND-MODE
            PERFORM 6000-WRITE-YEAR-END-SUMMARY
        WHEN OTHER
            DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
                " - EXPECTED PAY OR YEAREND"
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
    END-EVALUATE
    IF WS-HELD-COUNT IS GREATER THAN ZERO OR
            WS-NO-TAX-ID-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="MOOSPAY "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "MOOSPEXP"
                MOVE PARM-VALUE(1:8) TO WS-EXPENSE-ACCOUNT
            WHEN "MOOSPCSH"
                MOVE PARM-VALUE(1:8) TO WS-CASH-ACCOUNT
            WHEN "MOOSPCTR"
                MOVE PARM-VALUE(1:4) TO WS-COST-CENTER
            WHEN "MOOSPTHR"
                COMPUTE MOOSE-PRIZE-THRESHOLD =
                    FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> Prizes are paid only from published certified results: every
      *> payment starts from a CERTIFIED row, so a tag that is not in
      *> the certified file can never be paid, whatever the payee
      *> master holds.
2000-PAY-PRIZES.
    IF WS-EXPENSE-ACCOUNT IS EQUAL TO SPACES OR
            WS-CASH-ACCOUNT IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: PRIZE GL ACCOUNTS NOT IN PARMCTL"
            " (MOOSPEXP/MOOSPCSH) - NOTHING PAID"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 2100-OPEN-CERTIFIED-RESULTS
    PERFORM 2200-LOAD-SCHEDULE
    PERFORM 2300-LOAD-PAYEES
    MOVE WS-RUN-DATE(3:6) TO WS-VOUCHER-DATE
    PERFORM 2400-LOAD-PRIOR-PAYMENTS
    MOVE "MOOSE PRIZE PAYMENT REGISTER" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "VOUCHER     TAG       CL  RANK  PAYEE     NAME"
        "                          AMOUNT  STATUS"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT PRIZE-REPORT-FILE, VOUCHER-FILE
    OPEN EXTEND PRIZE-HISTORY-FILE
    IF WS-HISTORY-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PRIZE-HISTORY-FILE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    STRING "CERTIFIED RESULTS PUBLISHED " WS-CERT-DATE
        " RUN " WS-CERT-RUN-ID
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    READ CERTIFIED-FILE
        AT END SET CERTIFIED-EOF TO TRUE
    END-READ
    PERFORM UNTIL CERTIFIED-EOF
        IF FINAL-MARKER IS EQUAL TO "CERTIFIED"
            ADD 1 TO WS-CERTIFIED-READ
            PERFORM 3000-PAY-ONE-PLACE
        END-IF
        READ CERTIFIED-FILE
            AT END SET CERTIFIED-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CERTIFIED-FILE, PRIZE-HISTORY-FILE
    PERFORM 8000-RELEASE-VOUCHER
    MOVE WS-PAID-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "PRIZES PAID " WS-PAID-NOW
        " TOTAL " WS-DISPLAY-TOTAL
        " HELD " WS-HELD-COUNT
        " ALREADY PAID " WS-ALREADY-PAID
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE PRIZE-REPORT-FILE, VOUCHER-FILE
    DISPLAY "CERTIFIED PLACES " WS-CERTIFIED-READ
        " OUT OF THE MONEY " WS-OUT-OF-MONEY
        " PAID " WS-PAID-NOW
        " TOTAL " WS-DISPLAY-TOTAL
    DISPLAY "HELD " WS-HELD-COUNT
        " ALREADY PAID " WS-ALREADY-PAID.

      *> The header row is what MooseCertification writes when it
      *> publishes; results that were never published are not paid.
      *> The record holds only the leading part of the publishing run
      *> ID, which with the date is enough to tell contests apart.
2100-OPEN-CERTIFIED-RESULTS.
    OPEN INPUT CERTIFIED-FILE
    IF WS-CERTIFIED-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CERTIFIED RESULTS NOT AVAILABLE - STATUS "
            WS-CERTIFIED-STATUS " - NOTHING PAID"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CERTIFIED-FILE
        AT END MOVE SPACES TO CERTIFIED-REC
    END-READ
    IF CERTIFIED-REC(1:9) IS NOT EQUAL TO "PUBLISHED"
        DISPLAY "EXCEPTION: CERTIFIED RESULTS NOT PUBLISHED"
            " - NOTHING PAID"
        CLOSE CERTIFIED-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE CERTIFIED-REC(11:8) TO WS-CERT-DATE
    MOVE CERTIFIED-REC(20:9) TO WS-CERT-RUN-ID.

2200-LOAD-SCHEDULE.
    OPEN INPUT PRIZE-SCHEDULE-FILE
    IF WS-SCHEDULE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PRIZE SCHEDULE NOT AVAILABLE - STATUS "
            WS-SCHEDULE-STATUS " - NOTHING PAID"
        CLOSE CERTIFIED-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ PRIZE-SCHEDULE-FILE
        AT END SET SCHEDULE-EOF TO TRUE
    END-READ
    PERFORM UNTIL SCHEDULE-EOF
        IF WS-SCHEDULE-COUNT IS EQUAL TO 100
            DISPLAY "EXCEPTION: MORE THAN 100 PRIZE SCHEDULE LINES"
                " - NOTHING PAID"
            CLOSE CERTIFIED-FILE, PRIZE-SCHEDULE-FILE
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
        END-IF
        IF PZ-RANK IS NUMERIC AND PZ-AMOUNT IS NUMERIC
            ADD 1 TO WS-SCHEDULE-COUNT
            MOVE PZ-CLASS TO WS-SCH-CLASS(WS-SCHEDULE-COUNT)
            MOVE PZ-RANK TO WS-SCH-RANK(WS-SCHEDULE-COUNT)
            MOVE PZ-AMOUNT TO WS-SCH-AMOUNT(WS-SCHEDULE-COUNT)
        ELSE
            DISPLAY "EXCEPTION: PRIZE SCHEDULE LINE NOT NUMERIC - "
                PRIZE-SCHEDULE-REC " - IGNORED"
        END-IF
        READ PRIZE-SCHEDULE-FILE
            AT END SET SCHEDULE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PRIZE-SCHEDULE-FILE.

      *> Without a payee master every winning place is held, so the
      *> run still produces a register for the contest office.
2300-LOAD-PAYEES.
    OPEN INPUT PAYEE-FILE
    IF WS-PAYEE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: PAYEE MASTER NOT ON FILE - WINNERS HELD"
        EXIT PARAGRAPH
    END-IF
    READ PAYEE-FILE
        AT END SET PAYEE-EOF TO TRUE
    END-READ
    PERFORM UNTIL PAYEE-EOF
        IF WS-PAYEE-COUNT IS EQUAL TO 500
            DISPLAY "EXCEPTION: MORE THAN 500 PAYEES - "
                PAYE-TAG-ID " AND LATER NOT LOADED"
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-PAYEE-COUNT
        MOVE PAYE-TAG-ID TO WS-PAY-TAG-ID(WS-PAYEE-COUNT)
        MOVE PAYE-PAYEE-ID TO WS-PAY-PAYEE-ID(WS-PAYEE-COUNT)
        MOVE PAYE-TAX-ID TO WS-PAY-TAX-ID(WS-PAYEE-COUNT)
        MOVE PAYE-NAME TO WS-PAY-NAME(WS-PAYEE-COUNT)
        READ PAYEE-FILE
            AT END SET PAYEE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PAYEE-FILE.

      *> Tags already paid from these certified results.  A held place
      *> is paid on a later run once its payee is on file; a paid one
      *> is never paid again.  A second run on the same day carries on
      *> from the day's last voucher number.
2400-LOAD-PRIOR-PAYMENTS.
    OPEN INPUT PRIZE-HISTORY-FILE
    IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    READ PRIZE-HISTORY-FILE
        AT END SET HISTORY-EOF TO TRUE
    END-READ
    PERFORM UNTIL HISTORY-EOF
        IF PH-VOUCHER-NO(1:6) IS EQUAL TO WS-VOUCHER-DATE AND
                PH-VOUCHER-NO(7:4) IS NUMERIC AND
                PH-VOUCHER-NO(7:4) IS GREATER THAN WS-VOUCHER-SEQ
            MOVE PH-VOUCHER-NO(7:4) TO WS-VOUCHER-SEQ
        END-IF
        IF PH-CERT-RUN-ID IS EQUAL TO WS-CERT-RUN-ID
            IF WS-PAID-COUNT IS EQUAL TO 500
                DISPLAY "EXCEPTION: MORE THAN 500 PRIOR PAYMENTS FOR "
                    WS-CERT-RUN-ID " - NOTHING PAID"
                CLOSE CERTIFIED-FILE, PRIZE-HISTORY-FILE
                MOVE 8 TO RETURN-CODE
                PERFORM 9800-WRITE-STEPLOG
                GOBACK
            END-IF
            ADD 1 TO WS-PAID-COUNT
            MOVE PH-TAG-ID TO WS-PAID-TAG-ID(WS-PAID-COUNT)
            MOVE PH-PAID-DATE TO WS-PAID-DATE(WS-PAID-COUNT)
        END-IF
        READ PRIZE-HISTORY-FILE
            AT END SET HISTORY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PRIZE-HISTORY-FILE
    MOVE "N" TO WS-HISTORY-EOF.

3000-PAY-ONE-PLACE.
    MOVE ZEROS TO WS-PRIZE-AMOUNT
    PERFORM VARYING SCH-IDX FROM 1 BY 1
            UNTIL SCH-IDX IS GREATER THAN WS-SCHEDULE-COUNT
        IF WS-SCH-CLASS(SCH-IDX) IS EQUAL TO FINAL-CLASS AND
                WS-SCH-RANK(SCH-IDX) IS EQUAL TO FINAL-RANK
            MOVE WS-SCH-AMOUNT(SCH-IDX) TO WS-PRIZE-AMOUNT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-PRIZE-AMOUNT IS EQUAL TO ZERO
        ADD 1 TO WS-OUT-OF-MONEY
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-REGISTER-LINE
    MOVE FINAL-TAG-ID TO WSR-TAG
    MOVE FINAL-CLASS TO WSR-CLASS
    MOVE FINAL-RANK TO WSR-RANK
    MOVE WS-PRIZE-AMOUNT TO WSR-AMOUNT
    PERFORM VARYING PAID-IDX FROM 1 BY 1
            UNTIL PAID-IDX IS GREATER THAN WS-PAID-COUNT
        IF WS-PAID-TAG-ID(PAID-IDX) IS EQUAL TO FINAL-TAG-ID
            ADD 1 TO WS-ALREADY-PAID
            STRING "ALREADY PAID " WS-PAID-DATE(PAID-IDX)
                DELIMITED BY SIZE INTO WSR-STATUS
            PERFORM 3900-PRINT-REGISTER-LINE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE "N" TO WS-FOUND
    PERFORM VARYING PAY-IDX FROM 1 BY 1
            UNTIL PAY-IDX IS GREATER THAN WS-PAYEE-COUNT
        IF WS-PAY-TAG-ID(PAY-IDX) IS EQUAL TO FINAL-TAG-ID
            SET ENTRY-FOUND TO TRUE
            MOVE PAY-IDX TO WS-PAYEE-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT ENTRY-FOUND
        ADD 1 TO WS-HELD-COUNT
        MOVE "HELD - NO PAYEE ON FILE" TO WSR-STATUS
        PERFORM 3900-PRINT-REGISTER-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-VOUCHER-SEQ
    ADD 1 TO WS-PAID-NOW
    ADD WS-PRIZE-AMOUNT TO WS-PAID-TOTAL
    MOVE WS-VOUCHER-NUMBER TO WSR-VOUCHER-NO
    MOVE WS-PAY-PAYEE-ID(WS-PAYEE-IDX) TO WSR-PAYEE-ID
    MOVE WS-PAY-NAME(WS-PAYEE-IDX) TO WSR-NAME
    MOVE "PAID" TO WSR-STATUS
    PERFORM 3900-PRINT-REGISTER-LINE
    MOVE SPACES TO VOUCHER-REC
    MOVE WS-RUN-ID TO VCH-RUN-ID
    MOVE WS-PAID-NOW TO VCH-SEQ
    MOVE WS-EXPENSE-ACCOUNT TO VCH-ACCOUNT
    MOVE WS-COST-CENTER TO VCH-COST-CENTER
    MOVE "D" TO VCH-DR-CR
    MOVE WS-PRIZE-AMOUNT TO VCH-AMOUNT
    WRITE VOUCHER-REC
    MOVE SPACES TO PRIZE-HISTORY-REC
    MOVE WS-RUN-DATE(1:4) TO PH-YEAR
    MOVE WS-PAY-PAYEE-ID(WS-PAYEE-IDX) TO PH-PAYEE-ID
    MOVE WS-PAY-TAX-ID(WS-PAYEE-IDX) TO PH-TAX-ID
    MOVE WS-PAY-NAME(WS-PAYEE-IDX) TO PH-NAME
    MOVE FINAL-TAG-ID TO PH-TAG-ID
    MOVE FINAL-CLASS TO PH-CLASS
    MOVE FINAL-RANK TO PH-RANK
    MOVE WS-PRIZE-AMOUNT TO PH-AMOUNT
    MOVE WS-RUN-DATE TO PH-PAID-DATE
    MOVE WS-VOUCHER-NUMBER TO PH-VOUCHER-NO
    MOVE WS-CERT-RUN-ID TO PH-CERT-RUN-ID
    WRITE PRIZE-HISTORY-REC.

3900-PRINT-REGISTER-LINE.
    MOVE WS-REGISTER-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Year-end earnings per payee from the payment history, for the
      *> tax information returns.  A reportable payee with no tax ID
      *> on file is called out so it is chased before the filing.
6000-WRITE-YEAR-END-SUMMARY.
    ACCEPT WS-TAX-YEAR
    IF WS-TAX-YEAR IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR
    END-IF
    OPEN INPUT PRIZE-HISTORY-FILE
    IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO PRIZE PAYMENT HISTORY ON FILE"
    ELSE
        READ PRIZE-HISTORY-FILE
            AT END SET HISTORY-EOF TO TRUE
        END-READ
        PERFORM UNTIL HISTORY-EOF
            IF PH-YEAR IS EQUAL TO WS-TAX-YEAR
                PERFORM 6100-ACCUMULATE-PAYMENT
            END-IF
            READ PRIZE-HISTORY-FILE
                AT END SET HISTORY-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE PRIZE-HISTORY-FILE
    END-IF
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "MOOSE PRIZE EARNINGS " WS-TAX-YEAR
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "PAYEE     TAX ID     NAME                            "
        "PAYMENTS         TOTAL  TAX REPORTING"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT PRIZE-REPORT-FILE
    PERFORM VARYING ERN-IDX FROM 1 BY 1
            UNTIL ERN-IDX IS GREATER THAN WS-EARNINGS-COUNT
        PERFORM 6200-WRITE-PAYEE-LINE
    END-PERFORM
    MOVE WS-YEAR-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "PAYEES " WS-EARNINGS-COUNT
        " PAYMENTS " WS-YEAR-PAYMENTS
        " TOTAL " WS-DISPLAY-TOTAL
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE MOOSE-PRIZE-THRESHOLD TO WS-DISPLAY-TOTAL
    MOVE SPACES TO WS-PRINT-LINE
    STRING "REPORTABLE PAYEES " WS-REPORTABLE-COUNT
        " AT OR ABOVE " WS-DISPLAY-TOTAL
        " - WITHOUT TAX ID " WS-NO-TAX-ID-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE PRIZE-REPORT-FILE
    DISPLAY "PRIZE HISTORY ROWS FOR " WS-TAX-YEAR " " WS-HISTORY-ROWS
        " PAYEES " WS-EARNINGS-COUNT
        " REPORTABLE " WS-REPORTABLE-COUNT
        " WITHOUT TAX ID " WS-NO-TAX-ID-COUNT.

      *> Kept in payee ID order by inserting each new payee in place.
6100-ACCUMULATE-PAYMENT.
    ADD 1 TO WS-HISTORY-ROWS
    ADD 1 TO WS-YEAR-PAYMENTS
    ADD PH-AMOUNT TO WS-YEAR-TOTAL
    PERFORM VARYING ERN-IDX FROM 1 BY 1
            UNTIL ERN-IDX IS GREATER THAN WS-EARNINGS-COUNT
        IF WS-ERN-PAYEE-ID(ERN-IDX) IS EQUAL TO PH-PAYEE-ID
            ADD 1 TO WS-ERN-PAYMENTS(ERN-IDX)
            ADD PH-AMOUNT TO WS-ERN-TOTAL(ERN-IDX)
            EXIT PARAGRAPH
        END-IF
        IF WS-ERN-PAYEE-ID(ERN-IDX) IS GREATER THAN PH-PAYEE-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-EARNINGS-COUNT IS EQUAL TO 500
        DISPLAY "EXCEPTION: MORE THAN 500 PAYEES - " PH-PAYEE-ID
            " LEFT OFF THE SUMMARY"
        ADD 1 TO WS-NO-TAX-ID-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SHIFT-IDX FROM WS-EARNINGS-COUNT BY -1
            UNTIL SHIFT-IDX IS LESS THAN ERN-IDX
        MOVE WS-EARNINGS-ENTRY(SHIFT-IDX)
            TO WS-EARNINGS-ENTRY(SHIFT-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-EARNINGS-COUNT
    MOVE PH-PAYEE-ID TO WS-ERN-PAYEE-ID(ERN-IDX)
    MOVE PH-TAX-ID TO WS-ERN-TAX-ID(ERN-IDX)
    MOVE PH-NAME TO WS-ERN-NAME(ERN-IDX)
    MOVE 1 TO WS-ERN-PAYMENTS(ERN-IDX)
    MOVE PH-AMOUNT TO WS-ERN-TOTAL(ERN-IDX).

6200-WRITE-PAYEE-LINE.
    MOVE SPACES TO WS-EARNINGS-LINE
    MOVE WS-ERN-PAYEE-ID(ERN-IDX) TO WSE-PAYEE-ID
    MOVE WS-ERN-TAX-ID(ERN-IDX) TO WSE-TAX-ID
    MOVE WS-ERN-NAME(ERN-IDX) TO WSE-NAME
    MOVE WS-ERN-PAYMENTS(ERN-IDX) TO WSE-PAYMENTS
    MOVE WS-ERN-TOTAL(ERN-IDX) TO WSE-TOTAL
    IF WS-ERN-TOTAL(ERN-IDX) IS NOT LESS THAN MOOSE-PRIZE-THRESHOLD
        ADD 1 TO WS-REPORTABLE-COUNT
        IF WS-ERN-TAX-ID(ERN-IDX) IS EQUAL TO SPACES
            ADD 1 TO WS-NO-TAX-ID-COUNT
            MOVE "REPORTABLE - NO TAX ID" TO WSE-FLAG
        ELSE
            MOVE "REPORTABLE" TO WSE-FLAG
        END-IF
    END-IF
    MOVE WS-EARNINGS-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> One debit to prize expense per payment, each carrying its own
      *> voucher sequence, and a single credit to cash for the total,
      *> so the voucher balances.  Nothing is written when nothing was
      *> paid.
8000-RELEASE-VOUCHER.
    IF WS-PAID-TOTAL IS GREATER THAN ZERO
        MOVE SPACES TO VOUCHER-REC
        MOVE WS-RUN-ID TO VCH-RUN-ID
        COMPUTE VCH-SEQ = WS-PAID-NOW + 1
        MOVE WS-CASH-ACCOUNT TO VCH-ACCOUNT
        MOVE WS-COST-CENTER TO VCH-COST-CENTER
        MOVE "C" TO VCH-DR-CR
        MOVE WS-PAID-TOTAL TO VCH-AMOUNT
        WRITE VOUCHER-REC
        DISPLAY "PRIZE VOUCHER RELEASED - " WS-PAID-NOW
            " PAYMENTS"
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==PRIZE-REPORT-REC==.
