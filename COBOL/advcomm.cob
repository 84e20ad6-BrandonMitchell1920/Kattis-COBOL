IDENTIFICATION DIVISION.
    PROGRAM-ID. AdvisorCommission.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT COMMISSION-SCHEDULE-FILE ASSIGN TO "COMMSCHD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        SELECT CASE-MASTER-FILE ASSIGN TO "RETICASE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CASE-STATUS.
        COPY reticsel.
        COPY advmstsel.
        COPY paramctl.
        SELECT COMMISSION-REPORT-FILE ASSIGN TO "ADVCOMMR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VOUCHER-FILE ASSIGN TO "ADVVOUCH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY reticfd.
    COPY advmstfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> Commission schedule: one row per product and tier.  A case
      *> is paid at the row for its product with the highest asset
      *> floor its assets reach - a yearly trail in basis points on
      *> the assets, paid a twelfth each month, and a percentage of
      *> the month's deposits.
    FD COMMISSION-SCHEDULE-FILE.
        01 COMMISSION-SCHEDULE-REC.
            05 CSCH-PRODUCT PIC X(4).
            05 FILLER PIC X.
            05 CSCH-TIER-FLOOR PIC 9(7).
            05 FILLER PIC X.
            05 CSCH-ASSET-BPS PIC 9(3).
            05 FILLER PIC X.
            05 CSCH-DEPOSIT-PCT PIC 9(2)V99.

      *> Client case master: the product each scenario case was sold
      *> as, whether it is still open, and the share of it - if any -
      *> that a second advisor was given when the case was split.
      *> The advisor owning the case number's range keeps the rest.
    FD CASE-MASTER-FILE.
        01 CASE-MASTER-REC.
            05 RCASE-CASE-NUM PIC 9(5).
            05 FILLER PIC X.
            05 RCASE-PRODUCT PIC X(4).
            05 FILLER PIC X.
            05 RCASE-STATUS PIC X.
                88 RCASE-OPEN VALUE "O".
                88 RCASE-CLOSED VALUE "C".
            05 FILLER PIC X.
            05 RCASE-CLOSE-DATE PIC X(8).
            05 FILLER PIC X.
            05 RCASE-SPLIT-ADVISOR PIC X(4).
            05 FILLER PIC X.
            05 RCASE-SPLIT-PCT PIC 9(3).

    FD COMMISSION-REPORT-FILE.
        01 COMMISSION-REPORT-REC PIC X(132).

    COPY glvchfd.

    WORKING-STORAGE SECTION.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-CASE-STATUS PIC XX.
        01 WS-CONTRIB-STATUS PIC XX.
        01 WS-ADVISOR-STATUS PIC XX.
        01 WS-SCHEDULE-EOF PIC X VALUE "N".
            88 SCHEDULE-EOF VALUE "Y".
        01 WS-CASE-EOF PIC X VALUE "N".
            88 CASE-EOF VALUE "Y".
        01 WS-CONTRIB-EOF PIC X VALUE "N".
            88 CONTRIB-EOF VALUE "Y".
        01 WS-ADVISOR-EOF PIC X VALUE "N".
            88 ADVISOR-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-COMMISSION-MONTH PIC X(6).
        01 WS-MONTH-PARTS REDEFINES WS-COMMISSION-MONTH.
            05 WS-MONTH-YEAR PIC 9(4).
            05 WS-MONTH-MM PIC 99.
      *> A case closed in the month gives back the deposit commission
      *> paid on it over this many months before; PARMCTL ADVCLWMO
      *> overrides it.
        01 WS-CLAWBACK-MONTHS PIC 9(3) VALUE 12.
        01 WS-MONTH-NUMBER PIC 9(6).
        01 WS-WINDOW-FROM.
            05 WS-WINDOW-FROM-YEAR PIC 9(4).
            05 WS-WINDOW-FROM-MM PIC 99.
      *> GL accounts for the commission voucher: commission expense is
      *> debited with what was earned and credited with what was
      *> clawed back, each advisor's net is credited to commissions
      *> payable, and an advisor whose clawbacks exceed the month's
      *> earnings is debited to commissions recoverable.
        01 WS-EXPENSE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-PAYABLE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-RECOVERABLE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-COST-CENTER PIC X(4) VALUE SPACES.
        01 WS-ADVISOR-TABLE.
            05 WS-ADVISOR-ENTRY OCCURS 20 TIMES.
                10 WS-ADV-CODE PIC X(4).
                10 WS-ADV-NAME PIC X(20).
                10 WS-ADV-FROM PIC 9(5).
                10 WS-ADV-TO PIC 9(5).
                10 WS-ADV-ASSET-COMM PIC 9(7)V99.
                10 WS-ADV-DEPOSIT-COMM PIC 9(7)V99.
                10 WS-ADV-CLAWBACK PIC 9(7)V99.
                10 WS-ADV-NET PIC S9(7)V99.
        01 WS-ADVISOR-COUNT PIC 99 VALUE ZEROS.
        01 ADV-IDX PIC 99.
        01 WS-WANTED-ADVISOR PIC X(4).
        01 WS-ADVISOR-FOUND PIC X.
            88 ADVISOR-FOUND VALUE "Y".
        01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 100 TIMES.
                10 WS-RATE-PRODUCT PIC X(4).
                10 WS-RATE-FLOOR PIC 9(7).
                10 WS-RATE-ASSET-BPS PIC 9(3).
                10 WS-RATE-DEPOSIT-PCT PIC 9(2)V99.
        01 WS-RATE-COUNT PIC 9(3) VALUE ZEROS.
        01 RATE-IDX PIC 9(3).
        01 WS-BEST-RATE PIC 9(3).
        01 WS-CASE-TABLE.
            05 WS-CASE-ENTRY OCCURS 200 TIMES.
                10 WS-CC-CASE PIC 9(5).
                10 WS-CC-PRODUCT PIC X(4).
                10 WS-CC-STATUS PIC X.
                    88 CC-OPEN VALUE "O".
                    88 CC-CLOSED VALUE "C".
                10 WS-CC-CLOSE-DATE PIC X(8).
                10 WS-CC-ADVISOR PIC 99.
                10 WS-CC-SPLIT-ADVISOR PIC 99.
                10 WS-CC-SPLIT-PCT PIC 9(3).
                10 WS-CC-ASSETS PIC 9(7)V99.
                10 WS-CC-DEPOSITS PIC 9(7)V99.
                10 WS-CC-WINDOW-DEPOSITS PIC 9(7)V99.
                10 WS-CC-ASSET-COMM PIC 9(7)V99.
                10 WS-CC-DEPOSIT-COMM PIC 9(7)V99.
                10 WS-CC-CLAWBACK PIC 9(7)V99.
                10 WS-CC-OUTCOME PIC X.
                    88 CC-CREDITED VALUE "P".
                    88 CC-INACTIVE VALUE "I".
                    88 CC-UNASSIGNED VALUE "U".
                    88 CC-NO-RATE VALUE "R".
        01 WS-CASE-COUNT PIC 9(3) VALUE ZEROS.
        01 CASE-IDX PIC 9(3).
        01 WS-CASE-FOUND PIC X.
            88 CASE-FOUND VALUE "Y".
        01 WS-WANTED-CASE PIC 9(5).
      *> One credit per advisor per case: a split case credits both.
        01 WS-CREDIT-TABLE.
            05 WS-CREDIT-ENTRY OCCURS 400 TIMES.
                10 WS-CR-ADVISOR PIC 99.
                10 WS-CR-CASE-IDX PIC 9(3).
                10 WS-CR-SHARE-PCT PIC 9(3).
                10 WS-CR-ASSET-COMM PIC 9(7)V99.
                10 WS-CR-DEPOSIT-COMM PIC 9(7)V99.
                10 WS-CR-CLAWBACK PIC 9(7)V99.
        01 WS-CREDIT-COUNT PIC 9(3) VALUE ZEROS.
        01 CREDIT-IDX PIC 9(3).
        01 WS-SPLIT-ASSET-COMM PIC 9(7)V99.
        01 WS-SPLIT-DEPOSIT-COMM PIC 9(7)V99.
        01 WS-SPLIT-CLAWBACK PIC 9(7)V99.
        01 WS-ADVISOR-LISTED PIC 9(5).
        01 WS-GROSS-TOTAL PIC 9(9)V99 VALUE ZEROS.
        01 WS-CLAWBACK-TOTAL PIC 9(9)V99 VALUE ZEROS.
        01 WS-PAYABLE-TOTAL PIC 9(9)V99 VALUE ZEROS.
        01 WS-RECOVERABLE-TOTAL PIC 9(9)V99 VALUE ZEROS.
        01 WS-SCHEDULE-SKIPPED PIC 9(5) VALUE ZEROS.
        01 WS-CASES-SKIPPED PIC 9(5) VALUE ZEROS.
        01 WS-CONTRIBS-READ PIC 9(5) VALUE ZEROS.
        01 WS-CONTRIBS-SKIPPED PIC 9(5) VALUE ZEROS.
        01 WS-CASES-CREDITED PIC 9(5) VALUE ZEROS.
        01 WS-CASES-CLAWED PIC 9(5) VALUE ZEROS.
        01 WS-CASES-NOT-CREDITED PIC 9(5) VALUE ZEROS.
        01 WS-CREDITS-NOT-POSTED PIC 9(5) VALUE ZEROS.
        01 WS-DISPLAY-AMOUNT PIC Z(8)9.99.
        01 WS-COMMISSION-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-CASE PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-PRODUCT PIC X(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-SHARE PIC ZZ9.
            05 FILLER PIC X VALUE "%".
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-ASSETS PIC Z(6)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-ASSET-COMM PIC Z(6)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-DEPOSITS PIC Z(6)9.99.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSC-DEPOSIT-COMM PIC Z(6)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-CLAWBACK PIC Z(6)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-NET PIC Z(6)9.99-.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-NOTE PIC X(12).
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
    ACCEPT WS-COMMISSION-MONTH
    IF WS-COMMISSION-MONTH IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:6) TO WS-COMMISSION-MONTH
    END-IF
    DISPLAY "RUN " WS-RUN-ID " ADVISOR COMMISSIONS FOR "
        WS-COMMISSION-MONTH
    IF WS-COMMISSION-MONTH IS NOT NUMERIC
            OR WS-MONTH-MM IS LESS THAN 1
            OR WS-MONTH-MM IS GREATER THAN 12
        DISPLAY "EXCEPTION: COMMISSION MONTH " WS-COMMISSION-MONTH
            " IS NOT A YYYYMM MONTH - NO COMMISSIONS PAID"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-LOAD-PARAMETERS
    IF WS-EXPENSE-ACCOUNT IS EQUAL TO SPACES OR
            WS-PAYABLE-ACCOUNT IS EQUAL TO SPACES OR
            WS-RECOVERABLE-ACCOUNT IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: COMMISSION GL ACCOUNTS NOT IN PARMCTL"
            " (ADVCMEXP/ADVCMPAY/ADVCMREC) - NO COMMISSIONS PAID"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    COMPUTE WS-MONTH-NUMBER = WS-MONTH-YEAR * 12 + WS-MONTH-MM - 1
        - WS-CLAWBACK-MONTHS
    DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-WINDOW-FROM-YEAR
        REMAINDER WS-WINDOW-FROM-MM
    ADD 1 TO WS-WINDOW-FROM-MM
    PERFORM 1100-LOAD-ADVISORS
    PERFORM 1200-LOAD-SCHEDULE
    PERFORM 1300-LOAD-CASES
    PERFORM 2000-ACCUMULATE-CONTRIBUTIONS
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        PERFORM 3000-CALCULATE-ONE-CASE
    END-PERFORM
    OPEN OUTPUT COMMISSION-REPORT-FILE
    PERFORM 4000-WRITE-STATEMENTS
    CLOSE COMMISSION-REPORT-FILE
    PERFORM 8000-RELEASE-VOUCHER
    DISPLAY "CONTRIBUTIONS READ " WS-CONTRIBS-READ
        " SKIPPED " WS-CONTRIBS-SKIPPED
    DISPLAY "CASES CREDITED " WS-CASES-CREDITED
        " CLAWED BACK " WS-CASES-CLAWED
        " NOT CREDITED " WS-CASES-NOT-CREDITED
        " NOT POSTED " WS-CREDITS-NOT-POSTED
    MOVE WS-GROSS-TOTAL TO WS-DISPLAY-AMOUNT
    DISPLAY "COMMISSION EARNED " WS-DISPLAY-AMOUNT
    MOVE WS-CLAWBACK-TOTAL TO WS-DISPLAY-AMOUNT
    DISPLAY "COMMISSION CLAWED BACK " WS-DISPLAY-AMOUNT
    IF WS-CASES-NOT-CREDITED IS GREATER THAN ZERO
            OR WS-CASES-SKIPPED IS GREATER THAN ZERO
            OR WS-SCHEDULE-SKIPPED IS GREATER THAN ZERO
            OR WS-CONTRIBS-SKIPPED IS GREATER THAN ZERO
            OR WS-CREDITS-NOT-POSTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ADVCOMM "==.

    COPY busdateget.

1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "ADVCMEXP"
                MOVE PARM-VALUE(1:8) TO WS-EXPENSE-ACCOUNT
            WHEN "ADVCMPAY"
                MOVE PARM-VALUE(1:8) TO WS-PAYABLE-ACCOUNT
            WHEN "ADVCMREC"
                MOVE PARM-VALUE(1:8) TO WS-RECOVERABLE-ACCOUNT
            WHEN "ADVCMCTR"
                MOVE PARM-VALUE(1:4) TO WS-COST-CENTER
            WHEN "ADVCLWMO"
                COMPUTE WS-CLAWBACK-MONTHS =
                    FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-ADVISORS.
    OPEN INPUT ADVISOR-MASTER-FILE
    IF WS-ADVISOR-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ADVISOR MASTER NOT AVAILABLE - STATUS "
            WS-ADVISOR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ ADVISOR-MASTER-FILE
        AT END SET ADVISOR-EOF TO TRUE
    END-READ
    PERFORM UNTIL ADVISOR-EOF
        IF WS-ADVISOR-COUNT IS LESS THAN 20
            ADD 1 TO WS-ADVISOR-COUNT
            MOVE WS-ADVISOR-COUNT TO ADV-IDX
            INITIALIZE WS-ADVISOR-ENTRY(ADV-IDX)
            MOVE ADV-CODE TO WS-ADV-CODE(ADV-IDX)
            MOVE ADV-NAME TO WS-ADV-NAME(ADV-IDX)
            MOVE ADV-CASE-FROM TO WS-ADV-FROM(ADV-IDX)
            MOVE ADV-CASE-TO TO WS-ADV-TO(ADV-IDX)
        END-IF
        READ ADVISOR-MASTER-FILE
            AT END SET ADVISOR-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADVISOR-MASTER-FILE.

1200-LOAD-SCHEDULE.
    OPEN INPUT COMMISSION-SCHEDULE-FILE
    IF WS-SCHEDULE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: COMMISSION SCHEDULE NOT AVAILABLE"
            " - STATUS " WS-SCHEDULE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ COMMISSION-SCHEDULE-FILE
        AT END SET SCHEDULE-EOF TO TRUE
    END-READ
    PERFORM UNTIL SCHEDULE-EOF
        IF CSCH-PRODUCT IS EQUAL TO SPACES
                OR CSCH-TIER-FLOOR IS NOT NUMERIC
                OR CSCH-ASSET-BPS IS NOT NUMERIC
                OR CSCH-DEPOSIT-PCT IS NOT NUMERIC
            DISPLAY "NOTE: MALFORMED COMMISSION SCHEDULE ROW "
                COMMISSION-SCHEDULE-REC " - SKIPPED"
            ADD 1 TO WS-SCHEDULE-SKIPPED
        ELSE
            IF WS-RATE-COUNT IS LESS THAN 100
                ADD 1 TO WS-RATE-COUNT
                MOVE CSCH-PRODUCT TO WS-RATE-PRODUCT(WS-RATE-COUNT)
                MOVE CSCH-TIER-FLOOR TO WS-RATE-FLOOR(WS-RATE-COUNT)
                MOVE CSCH-ASSET-BPS TO WS-RATE-ASSET-BPS(WS-RATE-COUNT)
                MOVE CSCH-DEPOSIT-PCT
                    TO WS-RATE-DEPOSIT-PCT(WS-RATE-COUNT)
            END-IF
        END-IF
        READ COMMISSION-SCHEDULE-FILE
            AT END SET SCHEDULE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE COMMISSION-SCHEDULE-FILE.

      *> Each case goes to the first advisor whose range covers it,
      *> as the client statements do.  A split names the second
      *> advisor by code; one not on the advisor master leaves the
      *> whole case with the owning advisor.
1300-LOAD-CASES.
    OPEN INPUT CASE-MASTER-FILE
    IF WS-CASE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CLIENT CASE MASTER NOT AVAILABLE - STATUS "
            WS-CASE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CASE-MASTER-FILE
        AT END SET CASE-EOF TO TRUE
    END-READ
    PERFORM UNTIL CASE-EOF
        PERFORM 1400-LOAD-ONE-CASE
        READ CASE-MASTER-FILE
            AT END SET CASE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CASE-MASTER-FILE.

1400-LOAD-ONE-CASE.
    IF RCASE-CASE-NUM IS NOT NUMERIC
            OR NOT (RCASE-OPEN OR RCASE-CLOSED)
            OR (RCASE-CLOSED AND RCASE-CLOSE-DATE IS NOT NUMERIC)
        DISPLAY "NOTE: MALFORMED CLIENT CASE " CASE-MASTER-REC
            " - SKIPPED"
        ADD 1 TO WS-CASES-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF RCASE-SPLIT-ADVISOR IS NOT EQUAL TO SPACES
            AND (RCASE-SPLIT-PCT IS NOT NUMERIC
                OR RCASE-SPLIT-PCT IS LESS THAN 1
                OR RCASE-SPLIT-PCT IS GREATER THAN 99)
        DISPLAY "NOTE: CLIENT CASE " RCASE-CASE-NUM
            " SPLIT SHARE IS NOT 1 TO 99 PERCENT - SKIPPED"
        ADD 1 TO WS-CASES-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF WS-CASE-COUNT IS NOT LESS THAN 200
        DISPLAY "EXCEPTION: MORE THAN 200 CLIENT CASES - CASE "
            RCASE-CASE-NUM " NOT LOADED"
        ADD 1 TO WS-CASES-SKIPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CASE-COUNT
    MOVE WS-CASE-COUNT TO CASE-IDX
    INITIALIZE WS-CASE-ENTRY(CASE-IDX)
    MOVE RCASE-CASE-NUM TO WS-CC-CASE(CASE-IDX)
    MOVE RCASE-PRODUCT TO WS-CC-PRODUCT(CASE-IDX)
    MOVE RCASE-STATUS TO WS-CC-STATUS(CASE-IDX)
    MOVE RCASE-CLOSE-DATE TO WS-CC-CLOSE-DATE(CASE-IDX)
    PERFORM VARYING ADV-IDX FROM 1 BY 1
            UNTIL ADV-IDX IS GREATER THAN WS-ADVISOR-COUNT
        IF RCASE-CASE-NUM IS NOT LESS THAN WS-ADV-FROM(ADV-IDX)
                AND RCASE-CASE-NUM IS NOT GREATER THAN
                    WS-ADV-TO(ADV-IDX)
            MOVE ADV-IDX TO WS-CC-ADVISOR(CASE-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF RCASE-SPLIT-ADVISOR IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE RCASE-SPLIT-ADVISOR TO WS-WANTED-ADVISOR
    PERFORM 1500-FIND-ADVISOR
    IF NOT ADVISOR-FOUND
        DISPLAY "NOTE: CLIENT CASE " RCASE-CASE-NUM " SPLIT ADVISOR "
            RCASE-SPLIT-ADVISOR " NOT ON FILE - NOT SPLIT"
        EXIT PARAGRAPH
    END-IF
    IF ADV-IDX IS NOT EQUAL TO WS-CC-ADVISOR(CASE-IDX)
        MOVE ADV-IDX TO WS-CC-SPLIT-ADVISOR(CASE-IDX)
        MOVE RCASE-SPLIT-PCT TO WS-CC-SPLIT-PCT(CASE-IDX)
    END-IF.

1500-FIND-ADVISOR.
    MOVE "N" TO WS-ADVISOR-FOUND
    PERFORM VARYING ADV-IDX FROM 1 BY 1
            UNTIL ADV-IDX IS GREATER THAN WS-ADVISOR-COUNT
        IF WS-WANTED-ADVISOR IS EQUAL TO WS-ADV-CODE(ADV-IDX)
            SET ADVISOR-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

1600-FIND-CASE.
    MOVE "N" TO WS-CASE-FOUND
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        IF WS-WANTED-CASE IS EQUAL TO WS-CC-CASE(CASE-IDX)
            SET CASE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> Every deposit to the end of the month counts toward the
      *> case's assets; the month's own deposits earn the deposit
      *> commission, and those in the clawback window before it are
      *> what a closing case gives back.  Malformed deposits are
      *> rejected by the plan tracking step and only skipped here.
2000-ACCUMULATE-CONTRIBUTIONS.
    OPEN INPUT CONTRIBUTION-FILE
    IF WS-CONTRIB-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO CONTRIBUTIONS FEED - STATUS "
            WS-CONTRIB-STATUS
        EXIT PARAGRAPH
    END-IF
    READ CONTRIBUTION-FILE
        AT END SET CONTRIB-EOF TO TRUE
    END-READ
    PERFORM UNTIL CONTRIB-EOF
        ADD 1 TO WS-CONTRIBS-READ
        PERFORM 2100-ACCUMULATE-ONE-DEPOSIT
        READ CONTRIBUTION-FILE
            AT END SET CONTRIB-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CONTRIBUTION-FILE.

2100-ACCUMULATE-ONE-DEPOSIT.
    IF CONT-CASE-NUM IS NOT NUMERIC OR CONT-AMOUNT IS NOT NUMERIC
            OR CONT-DATE IS NOT NUMERIC
        ADD 1 TO WS-CONTRIBS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF CONT-DATE(1:6) IS GREATER THAN WS-COMMISSION-MONTH
        EXIT PARAGRAPH
    END-IF
    MOVE CONT-CASE-NUM TO WS-WANTED-CASE
    PERFORM 1600-FIND-CASE
    IF NOT CASE-FOUND
        DISPLAY "NOTE: DEPOSIT FOR CASE " CONT-CASE-NUM
            " NOT ON THE CLIENT CASE MASTER - SKIPPED"
        ADD 1 TO WS-CONTRIBS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    ADD CONT-AMOUNT TO WS-CC-ASSETS(CASE-IDX)
    IF CONT-DATE(1:6) IS EQUAL TO WS-COMMISSION-MONTH
        ADD CONT-AMOUNT TO WS-CC-DEPOSITS(CASE-IDX)
    ELSE
        IF CONT-DATE(1:6) IS NOT LESS THAN WS-WINDOW-FROM
            ADD CONT-AMOUNT TO WS-CC-WINDOW-DEPOSITS(CASE-IDX)
        END-IF
    END-IF.

      *> An open case earns the month's asset trail and deposit
      *> commission at its product's tier.  A case closed in the
      *> month earns nothing and gives back the deposit commission
      *> on the window's deposits; one closed before the month is
      *> finished with.  The split advisor takes their percentage of
      *> each amount and the owning advisor the rest, pennies and all.
3000-CALCULATE-ONE-CASE.
    IF CC-CLOSED(CASE-IDX)
            AND WS-CC-CLOSE-DATE(CASE-IDX)(1:6) IS LESS THAN
                WS-COMMISSION-MONTH
        SET CC-INACTIVE(CASE-IDX) TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-CC-ADVISOR(CASE-IDX) IS EQUAL TO ZERO
        SET CC-UNASSIGNED(CASE-IDX) TO TRUE
        ADD 1 TO WS-CASES-NOT-CREDITED
        EXIT PARAGRAPH
    END-IF
    PERFORM 3100-FIND-RATE
    IF WS-BEST-RATE IS EQUAL TO ZERO
        SET CC-NO-RATE(CASE-IDX) TO TRUE
        ADD 1 TO WS-CASES-NOT-CREDITED
        EXIT PARAGRAPH
    END-IF
    SET CC-CREDITED(CASE-IDX) TO TRUE
    IF CC-CLOSED(CASE-IDX)
            AND WS-CC-CLOSE-DATE(CASE-IDX)(1:6) IS EQUAL TO
                WS-COMMISSION-MONTH
        COMPUTE WS-CC-CLAWBACK(CASE-IDX) ROUNDED =
            WS-CC-WINDOW-DEPOSITS(CASE-IDX)
            * WS-RATE-DEPOSIT-PCT(WS-BEST-RATE) / 100
        ADD 1 TO WS-CASES-CLAWED
    ELSE
        COMPUTE WS-CC-ASSET-COMM(CASE-IDX) ROUNDED =
            WS-CC-ASSETS(CASE-IDX)
            * WS-RATE-ASSET-BPS(WS-BEST-RATE) / 120000
        COMPUTE WS-CC-DEPOSIT-COMM(CASE-IDX) ROUNDED =
            WS-CC-DEPOSITS(CASE-IDX)
            * WS-RATE-DEPOSIT-PCT(WS-BEST-RATE) / 100
        ADD 1 TO WS-CASES-CREDITED
    END-IF
    MOVE ZEROS TO WS-SPLIT-ASSET-COMM WS-SPLIT-DEPOSIT-COMM
        WS-SPLIT-CLAWBACK
    IF WS-CC-SPLIT-ADVISOR(CASE-IDX) IS GREATER THAN ZERO
        COMPUTE WS-SPLIT-ASSET-COMM ROUNDED =
            WS-CC-ASSET-COMM(CASE-IDX) * WS-CC-SPLIT-PCT(CASE-IDX)
            / 100
        COMPUTE WS-SPLIT-DEPOSIT-COMM ROUNDED =
            WS-CC-DEPOSIT-COMM(CASE-IDX) * WS-CC-SPLIT-PCT(CASE-IDX)
            / 100
        COMPUTE WS-SPLIT-CLAWBACK ROUNDED =
            WS-CC-CLAWBACK(CASE-IDX) * WS-CC-SPLIT-PCT(CASE-IDX)
            / 100
    END-IF
    IF WS-CREDIT-COUNT IS NOT LESS THAN 399
        DISPLAY "EXCEPTION: ADVISOR CREDIT TABLE FULL - CLIENT CASE "
            WS-CC-CASE(CASE-IDX) " COMMISSION NOT POSTED"
        ADD 1 TO WS-CREDITS-NOT-POSTED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CREDIT-COUNT
    MOVE WS-CREDIT-COUNT TO CREDIT-IDX
    MOVE WS-CC-ADVISOR(CASE-IDX) TO WS-CR-ADVISOR(CREDIT-IDX)
    MOVE CASE-IDX TO WS-CR-CASE-IDX(CREDIT-IDX)
    COMPUTE WS-CR-SHARE-PCT(CREDIT-IDX) =
        100 - WS-CC-SPLIT-PCT(CASE-IDX)
    COMPUTE WS-CR-ASSET-COMM(CREDIT-IDX) =
        WS-CC-ASSET-COMM(CASE-IDX) - WS-SPLIT-ASSET-COMM
    COMPUTE WS-CR-DEPOSIT-COMM(CREDIT-IDX) =
        WS-CC-DEPOSIT-COMM(CASE-IDX) - WS-SPLIT-DEPOSIT-COMM
    COMPUTE WS-CR-CLAWBACK(CREDIT-IDX) =
        WS-CC-CLAWBACK(CASE-IDX) - WS-SPLIT-CLAWBACK
    PERFORM 3200-POST-CREDIT
    IF WS-CC-SPLIT-ADVISOR(CASE-IDX) IS GREATER THAN ZERO
        ADD 1 TO WS-CREDIT-COUNT
        MOVE WS-CREDIT-COUNT TO CREDIT-IDX
        MOVE WS-CC-SPLIT-ADVISOR(CASE-IDX) TO WS-CR-ADVISOR(CREDIT-IDX)
        MOVE CASE-IDX TO WS-CR-CASE-IDX(CREDIT-IDX)
        MOVE WS-CC-SPLIT-PCT(CASE-IDX) TO WS-CR-SHARE-PCT(CREDIT-IDX)
        MOVE WS-SPLIT-ASSET-COMM TO WS-CR-ASSET-COMM(CREDIT-IDX)
        MOVE WS-SPLIT-DEPOSIT-COMM TO WS-CR-DEPOSIT-COMM(CREDIT-IDX)
        MOVE WS-SPLIT-CLAWBACK TO WS-CR-CLAWBACK(CREDIT-IDX)
        PERFORM 3200-POST-CREDIT
    END-IF.

      *> The product's row with the highest floor the case's assets
      *> reach; zero when the product has no row the assets reach.
3100-FIND-RATE.
    MOVE ZEROS TO WS-BEST-RATE
    PERFORM VARYING RATE-IDX FROM 1 BY 1
            UNTIL RATE-IDX IS GREATER THAN WS-RATE-COUNT
        IF WS-RATE-PRODUCT(RATE-IDX) IS EQUAL TO WS-CC-PRODUCT(CASE-IDX)
                AND WS-RATE-FLOOR(RATE-IDX) IS NOT GREATER THAN
                    WS-CC-ASSETS(CASE-IDX)
            IF WS-BEST-RATE IS EQUAL TO ZERO
                MOVE RATE-IDX TO WS-BEST-RATE
            ELSE
                IF WS-RATE-FLOOR(RATE-IDX) IS GREATER THAN
                        WS-RATE-FLOOR(WS-BEST-RATE)
                    MOVE RATE-IDX TO WS-BEST-RATE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

3200-POST-CREDIT.
    MOVE WS-CR-ADVISOR(CREDIT-IDX) TO ADV-IDX
    ADD WS-CR-ASSET-COMM(CREDIT-IDX) TO WS-ADV-ASSET-COMM(ADV-IDX)
        WS-GROSS-TOTAL
    ADD WS-CR-DEPOSIT-COMM(CREDIT-IDX) TO WS-ADV-DEPOSIT-COMM(ADV-IDX)
        WS-GROSS-TOTAL
    ADD WS-CR-CLAWBACK(CREDIT-IDX) TO WS-ADV-CLAWBACK(ADV-IDX)
        WS-CLAWBACK-TOTAL
    COMPUTE WS-ADV-NET(ADV-IDX) = WS-ADV-NET(ADV-IDX)
        + WS-CR-ASSET-COMM(CREDIT-IDX) + WS-CR-DEPOSIT-COMM(CREDIT-IDX)
        - WS-CR-CLAWBACK(CREDIT-IDX).

      *> One statement per advisor listing every case they were
      *> credited on, split cases showing the advisor's share, with
      *> the net the advisor is paid - or owes back when the month's
      *> clawbacks come to more than the month's earnings.  Cases no
      *> one could be paid on close the report for follow-up.
4000-WRITE-STATEMENTS.
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "   CASE  PROD SHARE      ASSETS  ASSET COMM    DEPOSITS"
        TO WS-PRINT-COLUMNS
    MOVE "  DEPOSIT COMM    CLAWBACK         NET"
        TO WS-PRINT-COLUMNS(56:38)
    PERFORM VARYING ADV-IDX FROM 1 BY 1
            UNTIL ADV-IDX IS GREATER THAN WS-ADVISOR-COUNT
        MOVE SPACES TO WS-PRINT-TITLE
        STRING "COMMISSION " WS-ADV-CODE(ADV-IDX) " "
            WS-ADV-NAME(ADV-IDX) " " WS-COMMISSION-MONTH
            DELIMITED BY SIZE INTO WS-PRINT-TITLE
        MOVE 999 TO WS-PRINT-LINE-COUNT
        MOVE ZEROS TO WS-ADVISOR-LISTED
        PERFORM VARYING CREDIT-IDX FROM 1 BY 1
                UNTIL CREDIT-IDX IS GREATER THAN WS-CREDIT-COUNT
            IF WS-CR-ADVISOR(CREDIT-IDX) IS EQUAL TO ADV-IDX
                PERFORM 4100-PRINT-ONE-CREDIT
            END-IF
        END-PERFORM
        IF WS-ADVISOR-LISTED IS EQUAL TO ZERO
            MOVE "  NO COMMISSIONABLE CASES THIS MONTH" TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
        PERFORM 4200-PRINT-ADVISOR-TOTAL
    END-PERFORM
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "COMMISSION - CASES NOT CREDITED " WS-COMMISSION-MONTH
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE ZEROS TO WS-ADVISOR-LISTED
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        IF CC-UNASSIGNED(CASE-IDX) OR CC-NO-RATE(CASE-IDX)
            PERFORM 4300-PRINT-ONE-UNCREDITED
        END-IF
    END-PERFORM
    IF WS-ADVISOR-LISTED IS EQUAL TO ZERO
        MOVE "  NONE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

4100-PRINT-ONE-CREDIT.
    ADD 1 TO WS-ADVISOR-LISTED
    MOVE WS-CR-CASE-IDX(CREDIT-IDX) TO CASE-IDX
    MOVE WS-CC-CASE(CASE-IDX) TO WSC-CASE
    MOVE WS-CC-PRODUCT(CASE-IDX) TO WSC-PRODUCT
    MOVE WS-CR-SHARE-PCT(CREDIT-IDX) TO WSC-SHARE
    MOVE WS-CC-ASSETS(CASE-IDX) TO WSC-ASSETS
    MOVE WS-CR-ASSET-COMM(CREDIT-IDX) TO WSC-ASSET-COMM
    MOVE WS-CC-DEPOSITS(CASE-IDX) TO WSC-DEPOSITS
    MOVE WS-CR-DEPOSIT-COMM(CREDIT-IDX) TO WSC-DEPOSIT-COMM
    MOVE WS-CR-CLAWBACK(CREDIT-IDX) TO WSC-CLAWBACK
    COMPUTE WSC-NET = WS-CR-ASSET-COMM(CREDIT-IDX)
        + WS-CR-DEPOSIT-COMM(CREDIT-IDX) - WS-CR-CLAWBACK(CREDIT-IDX)
    EVALUATE TRUE
        WHEN CC-CLOSED(CASE-IDX)
            MOVE "CLOSED" TO WSC-NOTE
        WHEN WS-CR-SHARE-PCT(CREDIT-IDX) IS LESS THAN 100
            MOVE "SPLIT" TO WSC-NOTE
        WHEN OTHER
            MOVE SPACES TO WSC-NOTE
    END-EVALUATE
    MOVE WS-COMMISSION-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4200-PRINT-ADVISOR-TOTAL.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-ADV-ASSET-COMM(ADV-IDX) TO WSC-ASSET-COMM
    MOVE WS-ADV-DEPOSIT-COMM(ADV-IDX) TO WSC-DEPOSIT-COMM
    MOVE WS-ADV-CLAWBACK(ADV-IDX) TO WSC-CLAWBACK
    MOVE WS-ADV-NET(ADV-IDX) TO WSC-NET
    IF WS-ADV-NET(ADV-IDX) IS LESS THAN ZERO
        MOVE "RECOVERABLE" TO WSC-NOTE
        SUBTRACT WS-ADV-NET(ADV-IDX) FROM WS-RECOVERABLE-TOTAL
    ELSE
        MOVE "PAYABLE" TO WSC-NOTE
        ADD WS-ADV-NET(ADV-IDX) TO WS-PAYABLE-TOTAL
    END-IF
    MOVE WS-COMMISSION-LINE TO WS-PRINT-LINE
    MOVE "  TOTAL" TO WS-PRINT-LINE(1:31)
    MOVE SPACES TO WS-PRINT-LINE(46:10)
    PERFORM 9700-PRINT-LINE.

4300-PRINT-ONE-UNCREDITED.
    ADD 1 TO WS-ADVISOR-LISTED
    MOVE SPACES TO WS-PRINT-LINE
    IF CC-UNASSIGNED(CASE-IDX)
        STRING "  CASE " WS-CC-CASE(CASE-IDX) " PRODUCT "
            WS-CC-PRODUCT(CASE-IDX)
            " - NO ADVISOR RANGE COVERS THE CASE"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    ELSE
        STRING "  CASE " WS-CC-CASE(CASE-IDX) " PRODUCT "
            WS-CC-PRODUCT(CASE-IDX)
            " - NO COMMISSION SCHEDULE RATE FOR THE PRODUCT"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF
    PERFORM 9700-PRINT-LINE.

      *> The month's commissions go to accounting as one voucher:
      *> commission expense debited with what was earned and credited
      *> with what was clawed back, advisors' net pay credited to
      *> commissions payable and any advisor's shortfall debited to
      *> commissions recoverable.  It is held back if it does not
      *> prove.
8000-RELEASE-VOUCHER.
    OPEN OUTPUT VOUCHER-FILE
    IF WS-GROSS-TOTAL + WS-RECOVERABLE-TOTAL IS NOT EQUAL TO
            WS-CLAWBACK-TOTAL + WS-PAYABLE-TOTAL
        DISPLAY "EXCEPTION: COMMISSION VOUCHER OUT OF BALANCE"
            " - NOT RELEASED"
        MOVE 8 TO RETURN-CODE
        CLOSE VOUCHER-FILE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE SPACES TO VOUCHER-REC
    MOVE WS-RUN-ID TO VCH-RUN-ID
    MOVE ZEROS TO VCH-SEQ
    MOVE WS-COST-CENTER TO VCH-COST-CENTER
    MOVE "D" TO VCH-DR-CR
    MOVE WS-EXPENSE-ACCOUNT TO VCH-ACCOUNT
    MOVE WS-GROSS-TOTAL TO VCH-AMOUNT
    PERFORM 8100-WRITE-VOUCHER-LINE
    MOVE WS-RECOVERABLE-ACCOUNT TO VCH-ACCOUNT
    MOVE WS-RECOVERABLE-TOTAL TO VCH-AMOUNT
    PERFORM 8100-WRITE-VOUCHER-LINE
    MOVE "C" TO VCH-DR-CR
    MOVE WS-EXPENSE-ACCOUNT TO VCH-ACCOUNT
    MOVE WS-CLAWBACK-TOTAL TO VCH-AMOUNT
    PERFORM 8100-WRITE-VOUCHER-LINE
    MOVE WS-PAYABLE-ACCOUNT TO VCH-ACCOUNT
    MOVE WS-PAYABLE-TOTAL TO VCH-AMOUNT
    PERFORM 8100-WRITE-VOUCHER-LINE
    IF VCH-SEQ IS GREATER THAN ZERO
        DISPLAY "COMMISSION VOUCHER RELEASED - " VCH-SEQ " LINES"
    END-IF
    CLOSE VOUCHER-FILE.

8100-WRITE-VOUCHER-LINE.
    IF VCH-AMOUNT IS GREATER THAN ZERO
        ADD 1 TO VCH-SEQ
        WRITE VOUCHER-REC
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==COMMISSION-REPORT-REC==.
