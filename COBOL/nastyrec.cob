IDENTIFICATION DIVISION.
    PROGRAM-ID. CampaignRealized.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CAMPAIGN-LEDGER-FILE ASSIGN TO "NASTYLEDG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
        SELECT REALIZED-FILE ASSIGN TO "NASTYRLZ"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REALIZED-STATUS.
        SELECT RECON-REPORT-FILE ASSIGN TO "NASTYRECR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    FD CAMPAIGN-LEDGER-FILE.
        01 CAMPAIGN-LEDGER-REC.
            05 LEDGER-CASE-NUM PIC X(5).
            05 FILLER PIC X.
            05 LEDGER-REVENUE-NOW PIC X(9).
            05 FILLER PIC X.
            05 LEDGER-EXPECTED PIC X(9).
            05 FILLER PIC X.
            05 LEDGER-COST PIC X(9).
            05 FILLER PIC X.
            05 LEDGER-NET-GAIN PIC X(10).
            05 FILLER PIC X.
            05 LEDGER-VERDICT PIC X(17).

      *> Realized results sent in by marketing once a campaign has
      *> closed: the revenue actually taken over the campaign window
      *> and what the campaign actually cost.
    FD REALIZED-FILE.
        01 REALIZED-REC.
            05 RLZ-CASE-NUM PIC X(5).
            05 FILLER PIC X.
            05 RLZ-REVENUE PIC X(9).
            05 FILLER PIC X.
            05 RLZ-COST PIC X(9).
            05 FILLER PIC X.
            05 RLZ-CLOSE-DATE PIC X(8).

    FD RECON-REPORT-FILE.
        01 RECON-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-REALIZED-STATUS PIC XX.
        01 WS-LEDGER-EOF PIC X VALUE "N".
            88 LEDGER-EOF VALUE "Y".
        01 WS-REALIZED-EOF PIC X VALUE "N".
            88 REALIZED-EOF VALUE "Y".
        01 WS-LEDGER-TABLE.
            05 WS-LEDGER-ENTRY OCCURS 500 TIMES.
                10 WS-LG-CASE PIC 9(5).
                10 WS-LG-REVENUE-NOW PIC S9(9).
                10 WS-LG-EXPECTED PIC S9(9).
                10 WS-LG-COST PIC 9(9).
                10 WS-LG-VERDICT PIC X(17).
                10 WS-LG-MATCHED PIC X.
        01 WS-LEDGER-COUNT PIC 9(3) VALUE ZEROS.
        01 LG-IDX PIC 9(3).
        01 WS-LEDGER-FOUND PIC X.
            88 LEDGER-FOUND VALUE "Y".
        01 WS-CASE-NUM PIC 9(5).
        01 WS-RLZ-REVENUE PIC S9(9).
        01 WS-RLZ-COST PIC S9(9).
        01 WS-RLZ-GAIN PIC S9(10).
        01 WS-RLZ-VERDICT PIC X(17).
        01 WS-FORECAST-ERROR PIC S9(10).
        01 WS-COST-VARIANCE PIC S9(10).
        01 WS-PCT-ERROR PIC S9(4)V99.
        01 WS-ABS-PCT-ERROR PIC 9(4)V99.
        01 WS-OUTCOME-FLAG PIC X(8).
        01 WS-REALIZED-READ PIC 9(5) VALUE ZEROS.
        01 WS-RECONCILED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REVERSED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-NOT-CLOSED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-AWAITING-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-NO-FORECAST-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-PCT-ERROR-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECT-REASON PIC X(4).
      *> Accuracy bands on the absolute forecast error: within 5 pct,
      *> 5 to 15, 15 to 30 and over 30.
        01 WS-BAND-COUNTS.
            05 WS-BAND-COUNT PIC 9(5) OCCURS 4 TIMES VALUE ZEROS.
        01 WS-BAND-NAMES.
            05 FILLER PIC X(20) VALUE "WITHIN 5 PCT".
            05 FILLER PIC X(20) VALUE "5 TO 15 PCT".
            05 FILLER PIC X(20) VALUE "15 TO 30 PCT".
            05 FILLER PIC X(20) VALUE "OVER 30 PCT".
        01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
            05 WS-BAND-NAME PIC X(20) OCCURS 4 TIMES.
        01 BAND-IDX PIC 9.
        01 WS-SUM-ABS-PCT PIC 9(9)V99 VALUE ZEROS.
        01 WS-MEAN-ABS-PCT PIC 9(4)V99.
        01 WS-TOTAL-EXPECTED PIC S9(12) USAGE COMP-3 VALUE ZEROS.
        01 WS-TOTAL-REALIZED PIC S9(12) USAGE COMP-3 VALUE ZEROS.
        01 WS-TOTAL-PLAN-COST PIC S9(12) USAGE COMP-3 VALUE ZEROS.
        01 WS-TOTAL-ACT-COST PIC S9(12) USAGE COMP-3 VALUE ZEROS.
        01 WS-TOTAL-ERROR PIC S9(12) USAGE COMP-3.
        01 WS-BIAS-PCT PIC S9(4)V99.
        01 WS-SUGGESTED-FACTOR PIC 9(3)V999.
        01 WS-DISPLAY-AMOUNT PIC -(11)9.
        01 WS-DISPLAY-PCT PIC -(3)9.99.
        01 WS-DISPLAY-BIAS PIC -(3)9.99.
        01 WS-DISPLAY-FACTOR PIC ZZ9.999.
        01 WS-RECON-LINE.
            05 WSR-CASE PIC 9(5).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-PLAN-VERDICT PIC X(17).
            05 FILLER PIC X VALUE SPACE.
            05 WSR-EXPECTED PIC -(8)9.
            05 FILLER PIC X VALUE SPACE.
            05 WSR-REALIZED PIC -(8)9.
            05 FILLER PIC X VALUE SPACE.
            05 WSR-PCT-ERROR PIC -(3)9.99.
            05 FILLER PIC X VALUE SPACE.
            05 WSR-PLAN-COST PIC Z(8)9.
            05 FILLER PIC X VALUE SPACE.
            05 WSR-ACT-COST PIC -(8)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-RLZ-VERDICT PIC X(17).
            05 FILLER PIC X VALUE SPACE.
            05 WSR-FLAG PIC X(8).
        COPY printws.
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
    DISPLAY "RUN " WS-RUN-ID " CAMPAIGN REALIZED RECONCILIATION"
    PERFORM 1000-LOAD-LEDGER
    OPEN INPUT REALIZED-FILE
    IF WS-REALIZED-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: REALIZED RESULTS FEED NOT AVAILABLE - "
            "STATUS " WS-REALIZED-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT RECON-REPORT-FILE
    MOVE "CAMPAIGN REALIZED AGAINST FORECAST" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "CASE   PLANNED VERDICT     EXPECTED  REALIZED  ERR PCT"
        "  PLAN COST ACTUAL COST  REALIZED VERDICT  FLAG"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    READ REALIZED-FILE
        AT END SET REALIZED-EOF TO TRUE
    END-READ
    PERFORM UNTIL REALIZED-EOF
        ADD 1 TO WS-REALIZED-READ
        PERFORM 2000-RECONCILE-ONE-CAMPAIGN
        READ REALIZED-FILE
            AT END SET REALIZED-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE REALIZED-FILE
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    PERFORM 3000-COUNT-AWAITING
    PERFORM 4000-WRITE-ACCURACY-SUMMARY
    CLOSE RECON-REPORT-FILE
    DISPLAY "REALIZED ROWS " WS-REALIZED-READ
        " RECONCILED " WS-RECONCILED-COUNT
        " REVERSED " WS-REVERSED-COUNT
        " NOT YET CLOSED " WS-NOT-CLOSED-COUNT
        " REJECTED " WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="NASTYREC"==.

    COPY busdateget.

1000-LOAD-LEDGER.
    OPEN INPUT CAMPAIGN-LEDGER-FILE
    IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CAMPAIGN LEDGER NOT AVAILABLE - STATUS "
            WS-LEDGER-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CAMPAIGN-LEDGER-FILE
        AT END SET LEDGER-EOF TO TRUE
    END-READ
    PERFORM UNTIL LEDGER-EOF
        IF LEDGER-CASE-NUM IS NUMERIC
            IF WS-LEDGER-COUNT IS EQUAL TO 500
                DISPLAY "EXCEPTION: MORE THAN 500 CAMPAIGNS ON LEDGER"
                    " - RECONCILIATION NOT RUN"
                CLOSE CAMPAIGN-LEDGER-FILE
                MOVE 8 TO RETURN-CODE
                PERFORM 9800-WRITE-STEPLOG
                GOBACK
            END-IF
            ADD 1 TO WS-LEDGER-COUNT
            MOVE LEDGER-CASE-NUM TO WS-LG-CASE(WS-LEDGER-COUNT)
            COMPUTE WS-LG-REVENUE-NOW(WS-LEDGER-COUNT) =
                FUNCTION NUMVAL(LEDGER-REVENUE-NOW)
            COMPUTE WS-LG-EXPECTED(WS-LEDGER-COUNT) =
                FUNCTION NUMVAL(LEDGER-EXPECTED)
            COMPUTE WS-LG-COST(WS-LEDGER-COUNT) =
                FUNCTION NUMVAL(LEDGER-COST)
            MOVE LEDGER-VERDICT TO WS-LG-VERDICT(WS-LEDGER-COUNT)
            MOVE "N" TO WS-LG-MATCHED(WS-LEDGER-COUNT)
        END-IF
        READ CAMPAIGN-LEDGER-FILE
            AT END SET LEDGER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CAMPAIGN-LEDGER-FILE.

      *> The realized verdict is worked the same way NastyHacks worked
      *> the forecast one: what the campaign brought in over the
      *> revenue the business had anyway, against what it cost.
2000-RECONCILE-ONE-CAMPAIGN.
    IF RLZ-CASE-NUM IS NOT NUMERIC OR
            RLZ-REVENUE IS NOT NUMERIC OR
            RLZ-COST IS NOT NUMERIC OR
            RLZ-CLOSE-DATE IS NOT NUMERIC
        DISPLAY "EXCEPTION: MALFORMED REALIZED ROW " REALIZED-REC
            " - ROW REJECTED"
        MOVE "BADF" TO WS-REJECT-REASON
        PERFORM 2900-REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    MOVE RLZ-CASE-NUM TO WS-CASE-NUM
    MOVE "N" TO WS-LEDGER-FOUND
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LEDGER-COUNT
        IF WS-CASE-NUM IS EQUAL TO WS-LG-CASE(LG-IDX)
            SET LEDGER-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT LEDGER-FOUND
        DISPLAY "EXCEPTION: REALIZED ROW FOR CAMPAIGN " WS-CASE-NUM
            " HAS NO LEDGER ROW - ROW REJECTED"
        MOVE "ORPH" TO WS-REJECT-REASON
        PERFORM 2900-REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF WS-LG-MATCHED(LG-IDX) IS EQUAL TO "Y"
        DISPLAY "EXCEPTION: SECOND REALIZED ROW FOR CAMPAIGN "
            WS-CASE-NUM " - ROW REJECTED"
        MOVE "DUPC" TO WS-REJECT-REASON
        PERFORM 2900-REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF RLZ-CLOSE-DATE IS GREATER THAN WS-RUN-DATE
        ADD 1 TO WS-NOT-CLOSED-COUNT
        DISPLAY "NOTE: CAMPAIGN " WS-CASE-NUM " CLOSES "
            RLZ-CLOSE-DATE " - NOT YET RECONCILED"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-LG-MATCHED(LG-IDX)
    ADD 1 TO WS-RECONCILED-COUNT
    MOVE RLZ-REVENUE TO WS-RLZ-REVENUE
    MOVE RLZ-COST TO WS-RLZ-COST
    COMPUTE WS-RLZ-GAIN = WS-RLZ-REVENUE - WS-LG-REVENUE-NOW(LG-IDX)
    EVALUATE TRUE
        WHEN WS-RLZ-GAIN IS GREATER THAN WS-RLZ-COST
            MOVE "advertise" TO WS-RLZ-VERDICT
        WHEN WS-RLZ-GAIN IS EQUAL TO WS-RLZ-COST
            MOVE "does not matter" TO WS-RLZ-VERDICT
        WHEN OTHER
            MOVE "do not advertise" TO WS-RLZ-VERDICT
    END-EVALUATE
      *> Advertise turning into do not advertise, or the other way
      *> round, reverses the call; a move to or from does not matter
      *> only shifts it.
    MOVE SPACES TO WS-OUTCOME-FLAG
    IF WS-RLZ-VERDICT IS NOT EQUAL TO WS-LG-VERDICT(LG-IDX)
        IF WS-RLZ-VERDICT IS EQUAL TO "does not matter" OR
                WS-LG-VERDICT(LG-IDX) IS EQUAL TO "does not matter"
            MOVE "SHIFTED" TO WS-OUTCOME-FLAG
            ADD 1 TO WS-CHANGED-COUNT
        ELSE
            MOVE "REVERSED" TO WS-OUTCOME-FLAG
            ADD 1 TO WS-REVERSED-COUNT
        END-IF
    END-IF
    COMPUTE WS-FORECAST-ERROR =
        WS-RLZ-REVENUE - WS-LG-EXPECTED(LG-IDX)
    COMPUTE WS-COST-VARIANCE = WS-RLZ-COST - WS-LG-COST(LG-IDX)
    ADD WS-LG-EXPECTED(LG-IDX) TO WS-TOTAL-EXPECTED
    ADD WS-RLZ-REVENUE TO WS-TOTAL-REALIZED
    ADD WS-LG-COST(LG-IDX) TO WS-TOTAL-PLAN-COST
    ADD WS-RLZ-COST TO WS-TOTAL-ACT-COST
    MOVE SPACES TO WS-RECON-LINE
    IF WS-LG-EXPECTED(LG-IDX) IS GREATER THAN ZERO
        COMPUTE WS-PCT-ERROR ROUNDED =
            (WS-FORECAST-ERROR * 100) / WS-LG-EXPECTED(LG-IDX)
            ON SIZE ERROR MOVE 9999.99 TO WS-PCT-ERROR
        END-COMPUTE
        PERFORM 2100-BAND-ERROR
        MOVE WS-PCT-ERROR TO WSR-PCT-ERROR
    ELSE
        ADD 1 TO WS-NO-FORECAST-COUNT
    END-IF
    MOVE WS-CASE-NUM TO WSR-CASE
    MOVE WS-LG-VERDICT(LG-IDX) TO WSR-PLAN-VERDICT
    MOVE WS-LG-EXPECTED(LG-IDX) TO WSR-EXPECTED
    MOVE WS-RLZ-REVENUE TO WSR-REALIZED
    MOVE WS-LG-COST(LG-IDX) TO WSR-PLAN-COST
    MOVE WS-RLZ-COST TO WSR-ACT-COST
    MOVE WS-RLZ-VERDICT TO WSR-RLZ-VERDICT
    MOVE WS-OUTCOME-FLAG TO WSR-FLAG
    MOVE WS-RECON-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

2100-BAND-ERROR.
    IF WS-PCT-ERROR IS LESS THAN ZERO
        COMPUTE WS-ABS-PCT-ERROR = 0 - WS-PCT-ERROR
    ELSE
        MOVE WS-PCT-ERROR TO WS-ABS-PCT-ERROR
    END-IF
    ADD 1 TO WS-PCT-ERROR-COUNT
    ADD WS-ABS-PCT-ERROR TO WS-SUM-ABS-PCT
    EVALUATE TRUE
        WHEN WS-ABS-PCT-ERROR IS NOT GREATER THAN 5
            MOVE 1 TO BAND-IDX
        WHEN WS-ABS-PCT-ERROR IS NOT GREATER THAN 15
            MOVE 2 TO BAND-IDX
        WHEN WS-ABS-PCT-ERROR IS NOT GREATER THAN 30
            MOVE 3 TO BAND-IDX
        WHEN OTHER
            MOVE 4 TO BAND-IDX
    END-EVALUATE
    ADD 1 TO WS-BAND-COUNT(BAND-IDX).

2900-REJECT-ROW.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE "W" TO REJW-ACTION
    MOVE "NASTYREC" TO REJW-PROGRAM
    MOVE REALIZED-REC TO REJW-INPUT-LINE
    MOVE WS-REJECT-REASON TO REJW-REASON
    CALL "REJWRITE" USING REJW-PARMS.

3000-COUNT-AWAITING.
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LEDGER-COUNT
        IF WS-LG-MATCHED(LG-IDX) IS EQUAL TO "N"
            ADD 1 TO WS-AWAITING-COUNT
        END-IF
    END-PERFORM.

      *> The suggested factor is realized over expected revenue across
      *> every reconciled campaign: marketing multiplies its future
      *> expected-revenue estimates by it to take out the running bias.
4000-WRITE-ACCURACY-SUMMARY.
    MOVE "CAMPAIGN FORECAST ACCURACY" TO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "CAMPAIGNS ON LEDGER    " WS-LEDGER-COUNT
        "   RECONCILED " WS-RECONCILED-COUNT
        "   AWAITING RESULTS " WS-AWAITING-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "VERDICTS REVERSED      " WS-REVERSED-COUNT
        "   SHIFTED " WS-CHANGED-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-TOTAL-EXPECTED TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TOTAL EXPECTED REVENUE " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-TOTAL-REALIZED TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TOTAL REALIZED REVENUE " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    COMPUTE WS-TOTAL-ERROR = WS-TOTAL-REALIZED - WS-TOTAL-EXPECTED
    MOVE WS-TOTAL-ERROR TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "NET FORECAST ERROR     " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-TOTAL-PLAN-COST TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TOTAL PLANNED COST     " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-TOTAL-ACT-COST TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TOTAL ACTUAL COST      " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF WS-TOTAL-EXPECTED IS GREATER THAN ZERO
        COMPUTE WS-BIAS-PCT ROUNDED =
            (WS-TOTAL-ERROR * 100) / WS-TOTAL-EXPECTED
            ON SIZE ERROR MOVE 9999.99 TO WS-BIAS-PCT
        END-COMPUTE
        COMPUTE WS-SUGGESTED-FACTOR ROUNDED =
            WS-TOTAL-REALIZED / WS-TOTAL-EXPECTED
            ON SIZE ERROR MOVE 999.999 TO WS-SUGGESTED-FACTOR
        END-COMPUTE
        MOVE WS-BIAS-PCT TO WS-DISPLAY-BIAS
        MOVE SPACES TO WS-PRINT-LINE
        STRING "FORECAST BIAS PCT      " WS-DISPLAY-BIAS
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    IF WS-PCT-ERROR-COUNT IS GREATER THAN ZERO
        COMPUTE WS-MEAN-ABS-PCT ROUNDED =
            WS-SUM-ABS-PCT / WS-PCT-ERROR-COUNT
        MOVE WS-MEAN-ABS-PCT TO WS-DISPLAY-PCT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "MEAN ABSOLUTE PCT ERROR" WS-DISPLAY-PCT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX IS GREATER THAN 4
        MOVE SPACES TO WS-PRINT-LINE
        STRING "ERROR " WS-BAND-NAME(BAND-IDX) "  CAMPAIGNS "
            WS-BAND-COUNT(BAND-IDX)
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-NO-FORECAST-COUNT IS GREATER THAN ZERO
        MOVE SPACES TO WS-PRINT-LINE
        STRING "NO EXPECTED REVENUE TO MEASURE  CAMPAIGNS "
            WS-NO-FORECAST-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    IF WS-TOTAL-EXPECTED IS GREATER THAN ZERO
        MOVE WS-SUGGESTED-FACTOR TO WS-DISPLAY-FACTOR
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "SUGGESTED EXPECTED-REVENUE FACTOR " WS-DISPLAY-FACTOR
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        DISPLAY "FORECAST BIAS PCT " WS-DISPLAY-BIAS
            " SUGGESTED FACTOR " WS-DISPLAY-FACTOR
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==RECON-REPORT-REC==.
