            FILE STATUS IS WS-TARIFF-STATUS.
        SELECT FARE-AUDIT-FILE ASSIGN TO "BUSAUDIT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RIDERSHIP-FILE ASSIGN TO "RIDERIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RIDER-STATUS.
        SELECT REVENUE-LEDGER-FILE ASSIGN TO "BUSREVLG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
        SELECT REVENUE-MTD-FILE ASSIGN TO "BUSREVMT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY concsel.
        COPY busdatesel.
        COPY steplogsel.

            05 AUDIT-LEGACY-FARE PIC Z(9)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 AUDIT-MATCH-FLAG PIC X(8).
      *> Followed by one line per concession category for the route.
        01 FARE-AUDIT-CATEGORY-REC.
            05 AUDC-ROUTE-CLASS PIC Z(9)9.
            05 FILLER PIC X.
            05 AUDC-CATEGORY PIC X(7).
            05 FILLER PIC X.
            05 AUDC-FARE PIC Z(9)9.
            05 FILLER PIC X(2).
            05 AUDC-BASIS PIC X(20).

    COPY concfd.

      *> Boardings counted per route class per service day, with the
      *> concession category when the count is for one (blank is full
      *> fare).
    FD RIDERSHIP-FILE.
        01 RIDER-REC.
            05 RIDER-SERVICE-DATE PIC X(8).
            05 FILLER PIC X.
            05 RIDER-ROUTE-CLASS PIC X(10).
            05 FILLER PIC X.
            05 RIDER-BOARDINGS PIC X(7).
            05 FILLER PIC X.
            05 RIDER-CATEGORY PIC X(8).

      *> Running revenue ledger, extended every night. Each row is one
      *> ridership record priced at the tariff in effect on its service
      *> day; rows with no tariff in effect are kept as unpriced so
      *> the boardings are not lost from the month.
    FD REVENUE-LEDGER-FILE.
        01 LEDGER-REC.
            05 LDG-POSTED-DATE PIC X(8).
            05 FILLER PIC X.
            05 LDG-SERVICE-DATE PIC X(8).
            05 FILLER PIC X.
            05 LDG-ROUTE-CLASS PIC 9(10).
            05 FILLER PIC X.
            05 LDG-BOARDINGS PIC 9(7).
            05 FILLER PIC X.
            05 LDG-FARE PIC 9(10).
            05 FILLER PIC X.
            05 LDG-REVENUE PIC 9(15).
            05 FILLER PIC X.
            05 LDG-STATUS PIC X.
                88 LDG-PRICED VALUE "P".
                88 LDG-UNPRICED VALUE "U".
            05 FILLER PIC X.
            05 LDG-CATEGORY PIC X(8).

    FD REVENUE-MTD-FILE.
        01 REVENUE-MTD-REC PIC X(132).

    WORKING-STORAGE SECTION.
        COPY casectl REPLACING ==__CASE-COUNT__== BY ==casesToExecute==.
            88 TARIFF-FOUND VALUE "Y".
        01 WS-LEGACY-FARE PIC 9(10).
        01 WS-NO-TARIFF-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-CONCESSION-STATUS PIC XX.
        01 WS-CONCESSION-EOF PIC X VALUE "N".
            88 CONCESSION-EOF VALUE "Y".
        01 WS-CONCESSION-TABLE.
            05 WS-CONCESSION-ENTRY OCCURS 200 TIMES.
                10 WS-CNC-CATEGORY PIC X(8).
                10 WS-CNC-CLASS PIC 9(10).
                10 WS-CNC-METHOD PIC X.
                10 WS-CNC-VALUE PIC 9(10).
                10 WS-CNC-FROM PIC X(8).
                10 WS-CNC-TO PIC X(8).
        01 WS-CONCESSION-COUNT PIC 9(3) VALUE ZEROS.
        01 CONC-IDX PIC 9(3).
        01 WS-CONCESSION-FOUND PIC X.
            88 CONCESSION-FOUND VALUE "Y".
        01 WS-LOOKUP-CATEGORY PIC X(8).
        01 WS-BASE-FARE PIC 9(10).
        01 WS-CATEGORY-FARE PIC 9(10).
        01 WS-CATEGORY-BASIS PIC X(20).
        01 WS-PERCENT-OFF PIC 9(3).
        01 WS-PERCENT-EDIT PIC ZZ9.
        01 WS-CATEGORY-OK PIC X.
            88 CATEGORY-OK VALUE "Y".
        COPY conccat.
        01 WS-LOOKUP-CLASS PIC 9(10).
        01 WS-LOOKUP-DATE PIC X(8).
        01 WS-RIDER-STATUS PIC XX.
        01 WS-RIDER-EOF PIC X VALUE "N".
            88 RIDER-EOF VALUE "Y".
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-LEDGER-EOF PIC X VALUE "N".
            88 LEDGER-EOF VALUE "Y".
        01 WS-ALREADY-POSTED PIC X VALUE "N".
            88 ALREADY-POSTED VALUE "Y".
        01 WS-RIDER-DATE-NUM PIC 9(8).
        01 WS-RIDERS-READ PIC 9(7) VALUE ZEROS.
        01 WS-RIDERS-PRICED PIC 9(7) VALUE ZEROS.
        01 WS-RIDERS-UNPRICED PIC 9(7) VALUE ZEROS.
        01 WS-RIDERS-REJECTED PIC 9(7) VALUE ZEROS.
        01 WS-DAY-BOARDINGS PIC 9(9) VALUE ZEROS.
        01 WS-DAY-REVENUE PIC 9(15) VALUE ZEROS.
        01 DISPLAY-REVENUE PIC Z(14)9.
        01 WS-MTD-MONTH PIC X(6).
        01 WS-MTD-TABLE.
            05 WS-MTD-ENTRY OCCURS 100 TIMES.
                10 WS-MTD-CLASS PIC 9(10).
                10 WS-MTD-BOARDINGS PIC 9(9).
                10 WS-MTD-REVENUE PIC 9(15).
        01 WS-MTD-COUNT PIC 9(3) VALUE ZEROS.
        01 MTD-IDX PIC 9(3).
        01 WS-MTD-FOUND PIC X.
            88 MTD-FOUND VALUE "Y".
        01 WS-MTD-BOARDINGS-TOTAL PIC 9(9) VALUE ZEROS.
        01 WS-MTD-REVENUE-TOTAL PIC 9(15) VALUE ZEROS.
        01 WS-MTD-UNPRICED-ROWS PIC 9(5) VALUE ZEROS.
        01 WS-MTD-UNPRICED-BOARDINGS PIC 9(9) VALUE ZEROS.
        01 WS-MTD-DETAIL-LINE.
            05 MTDD-ROUTE-CLASS PIC Z(10)9.
            05 FILLER PIC X(3) VALUE SPACES.
            05 MTDD-BOARDINGS PIC Z(8)9.
            05 FILLER PIC X(3) VALUE SPACES.
            05 MTDD-REVENUE PIC Z(14)9.
        01 WS-MTD-UNPRICED-LINE.
            05 MTDU-ROUTE-CLASS PIC Z(10)9.
            05 FILLER PIC X(3) VALUE SPACES.
            05 MTDU-BOARDINGS PIC Z(8)9.
            05 FILLER PIC X(11) VALUE "   SERVICE ".
            05 MTDU-SERVICE-DATE PIC X(8).
        COPY printws.
        COPY rundate.
        COPY rejwcall.
        COPY busdatews.
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " ROUTE COUNT " casesToExecute
    PERFORM 1000-LOAD-TARIFFS
    PERFORM 1100-LOAD-CONCESSIONS
    OPEN OUTPUT FARE-AUDIT-FILE
    PERFORM casesToExecute TIMES
        ACCEPT inputValue
        PERFORM 2000-PRICE-ROUTE
    END-PERFORM
    CLOSE FARE-AUDIT-FILE
    PERFORM 3000-POST-RIDERSHIP
    PERFORM 4000-MONTH-TO-DATE-REPORT
    MOVE fareTotal TO DISPLAY-FARE-TOTAL
    DISPLAY "ROUTES PROCESSED " routesProcessed
        " TOTAL FARE " DISPLAY-FARE-TOTAL
        " NO TARIFF " WS-NO-TARIFF-COUNT
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-NO-TARIFF-COUNT IS GREATER THAN ZERO OR
            WS-RIDERS-UNPRICED IS GREATER THAN ZERO OR
            WS-RIDERS-REJECTED IS GREATER THAN ZERO OR
            ALREADY-POSTED
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-PERFORM
    CLOSE TARIFF-FILE.

1100-LOAD-CONCESSIONS.
    OPEN INPUT CONCESSION-FILE
    IF WS-CONCESSION-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO CONCESSION TABLE - CATEGORIES PRICED AT"
            " FULL FARE"
        EXIT PARAGRAPH
    END-IF
    READ CONCESSION-FILE
        AT END SET CONCESSION-EOF TO TRUE
    END-READ
    PERFORM UNTIL CONCESSION-EOF
        IF WS-CONCESSION-COUNT IS LESS THAN 200
            ADD 1 TO WS-CONCESSION-COUNT
            MOVE CONC-CATEGORY TO WS-CNC-CATEGORY(WS-CONCESSION-COUNT)
            MOVE CONC-ROUTE-CLASS TO WS-CNC-CLASS(WS-CONCESSION-COUNT)
            MOVE CONC-METHOD TO WS-CNC-METHOD(WS-CONCESSION-COUNT)
            MOVE CONC-VALUE TO WS-CNC-VALUE(WS-CONCESSION-COUNT)
            MOVE CONC-EFFECTIVE-FROM TO WS-CNC-FROM(WS-CONCESSION-COUNT)
            MOVE CONC-EFFECTIVE-TO TO WS-CNC-TO(WS-CONCESSION-COUNT)
        END-IF
        READ CONCESSION-FILE
            AT END SET CONCESSION-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CONCESSION-FILE.

2000-PRICE-ROUTE.
    MOVE inputValue TO WS-LOOKUP-CLASS
    MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
    PERFORM 2100-FIND-TARIFF
    IF NOT TARIFF-FOUND
        ADD 1 TO WS-NO-TARIFF-COUNT
        DISPLAY "EXCEPTION: NO EFFECTIVE TARIFF FOR ROUTE CLASS "
            MOVE "DIFFERS" TO AUDIT-MATCH-FLAG
        END-IF
    END-IF
    WRITE FARE-AUDIT-REC
    MOVE outputValue TO WS-BASE-FARE
    PERFORM VARYING CATEGORY-IDX FROM 1 BY 1
            UNTIL CATEGORY-IDX IS GREATER THAN CONC-CATEGORY-COUNT
        MOVE CONC-CATEGORY-NAME(CATEGORY-IDX) TO WS-LOOKUP-CATEGORY
        PERFORM 2200-PRICE-CATEGORY
        MOVE WS-CATEGORY-FARE TO DISPLAY-VALUE
        DISPLAY "ROUTE " inputValue " " WS-LOOKUP-CATEGORY
            " FARE " DISPLAY-VALUE
        MOVE SPACES TO FARE-AUDIT-CATEGORY-REC
        MOVE inputValue TO AUDC-ROUTE-CLASS
        MOVE WS-LOOKUP-CATEGORY TO AUDC-CATEGORY
        MOVE WS-CATEGORY-FARE TO AUDC-FARE
        MOVE WS-CATEGORY-BASIS TO AUDC-BASIS
        WRITE FARE-AUDIT-CATEGORY-REC
    END-PERFORM.

      *> Tariff in effect for WS-LOOKUP-CLASS on WS-LOOKUP-DATE;
      *> leaves TARIFF-IDX on the entry when TARIFF-FOUND.
2100-FIND-TARIFF.
    MOVE "N" TO WS-TARIFF-FOUND
    PERFORM VARYING TARIFF-IDX FROM 1 BY 1
            UNTIL TARIFF-IDX IS GREATER THAN WS-TARIFF-COUNT
        IF WS-LOOKUP-CLASS IS EQUAL TO WS-TRF-CLASS(TARIFF-IDX) AND
                WS-LOOKUP-DATE IS NOT LESS THAN WS-TRF-FROM(TARIFF-IDX)
                AND WS-LOOKUP-DATE IS NOT GREATER THAN
                WS-TRF-TO(TARIFF-IDX)
            SET TARIFF-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> Fare for WS-LOOKUP-CATEGORY off WS-BASE-FARE, the route
      *> class's tariff fare on WS-LOOKUP-DATE. A category with no
      *> concession in effect that day rides at the full fare.
2200-PRICE-CATEGORY.
    MOVE WS-BASE-FARE TO WS-CATEGORY-FARE
    MOVE "FULL FARE" TO WS-CATEGORY-BASIS
    IF WS-LOOKUP-CATEGORY IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CONCESSION-FOUND
    PERFORM VARYING CONC-IDX FROM 1 BY 1
            UNTIL CONC-IDX IS GREATER THAN WS-CONCESSION-COUNT
        IF WS-LOOKUP-CATEGORY IS EQUAL TO WS-CNC-CATEGORY(CONC-IDX)
                AND WS-LOOKUP-CLASS IS EQUAL TO WS-CNC-CLASS(CONC-IDX)
                AND WS-LOOKUP-DATE IS NOT LESS THAN
                WS-CNC-FROM(CONC-IDX)
                AND WS-LOOKUP-DATE IS NOT GREATER THAN
                WS-CNC-TO(CONC-IDX)
            SET CONCESSION-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CONCESSION-FOUND
        MOVE "NO CONCESSION" TO WS-CATEGORY-BASIS
        EXIT PARAGRAPH
    END-IF
    IF WS-CNC-METHOD(CONC-IDX) IS EQUAL TO "F"
        MOVE WS-CNC-VALUE(CONC-IDX) TO WS-CATEGORY-FARE
        MOVE "FLAT FARE" TO WS-CATEGORY-BASIS
    ELSE
        IF WS-CNC-VALUE(CONC-IDX) IS GREATER THAN 100
            MOVE 100 TO WS-PERCENT-OFF
        ELSE
            MOVE WS-CNC-VALUE(CONC-IDX) TO WS-PERCENT-OFF
        END-IF
        COMPUTE WS-CATEGORY-FARE ROUNDED =
            WS-BASE-FARE * (100 - WS-PERCENT-OFF) / 100
        MOVE WS-PERCENT-OFF TO WS-PERCENT-EDIT
        MOVE SPACES TO WS-CATEGORY-BASIS
        STRING WS-PERCENT-EDIT " PERCENT OFF"
            DELIMITED BY SIZE INTO WS-CATEGORY-BASIS
    END-IF.

      *> Price the day's ridership onto the revenue ledger. A ledger
      *> that already carries rows posted on this business date means
      *> the step is being rerun, and the ridership is not posted twice.
3000-POST-RIDERSHIP.
    OPEN INPUT RIDERSHIP-FILE
    IF WS-RIDER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO RIDERSHIP FILE THIS RUN - LEDGER UNCHANGED"
        EXIT PARAGRAPH
    END-IF
    PERFORM 3100-CHECK-ALREADY-POSTED
    IF ALREADY-POSTED
        DISPLAY "NOTE: RIDERSHIP ALREADY POSTED FOR " WS-RUN-DATE
            " - NOT POSTED AGAIN"
        CLOSE RIDERSHIP-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND REVENUE-LEDGER-FILE
    IF WS-LEDGER-STATUS IS EQUAL TO "35"
        OPEN OUTPUT REVENUE-LEDGER-FILE
    END-IF
    READ RIDERSHIP-FILE
        AT END SET RIDER-EOF TO TRUE
    END-READ
    PERFORM UNTIL RIDER-EOF
        ADD 1 TO WS-RIDERS-READ
        PERFORM 3200-POST-ONE-RIDERSHIP
        READ RIDERSHIP-FILE
            AT END SET RIDER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RIDERSHIP-FILE, REVENUE-LEDGER-FILE
    MOVE WS-DAY-REVENUE TO DISPLAY-REVENUE
    DISPLAY "RIDERSHIP READ " WS-RIDERS-READ
        " PRICED " WS-RIDERS-PRICED
        " UNPRICED " WS-RIDERS-UNPRICED
        " REJECTED " WS-RIDERS-REJECTED
    DISPLAY "BOARDINGS POSTED " WS-DAY-BOARDINGS
        " REVENUE " DISPLAY-REVENUE.

3100-CHECK-ALREADY-POSTED.
    OPEN INPUT REVENUE-LEDGER-FILE
    IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-LEDGER-EOF
    READ REVENUE-LEDGER-FILE
        AT END SET LEDGER-EOF TO TRUE
    END-READ
    PERFORM UNTIL LEDGER-EOF
        IF LDG-POSTED-DATE IS EQUAL TO WS-RUN-DATE
            SET ALREADY-POSTED TO TRUE
            EXIT PERFORM
        END-IF
        READ REVENUE-LEDGER-FILE
            AT END SET LEDGER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE REVENUE-LEDGER-FILE.

3200-POST-ONE-RIDERSHIP.
    IF RIDER-SERVICE-DATE IS NOT NUMERIC OR
            RIDER-ROUTE-CLASS IS NOT NUMERIC OR
            RIDER-BOARDINGS IS NOT NUMERIC
        PERFORM 3800-REJECT-RIDERSHIP
        EXIT PARAGRAPH
    END-IF
    IF RIDER-CATEGORY IS NOT EQUAL TO SPACES
        MOVE "N" TO WS-CATEGORY-OK
        PERFORM VARYING CATEGORY-IDX FROM 1 BY 1
                UNTIL CATEGORY-IDX IS GREATER THAN CONC-CATEGORY-COUNT
            IF RIDER-CATEGORY IS EQUAL TO
                    CONC-CATEGORY-NAME(CATEGORY-IDX)
                SET CATEGORY-OK TO TRUE
            END-IF
        END-PERFORM
        IF NOT CATEGORY-OK
            PERFORM 3800-REJECT-RIDERSHIP
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE RIDER-SERVICE-DATE TO WS-RIDER-DATE-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-RIDER-DATE-NUM)
            IS NOT EQUAL TO ZERO OR
            RIDER-SERVICE-DATE IS GREATER THAN WS-RUN-DATE
        PERFORM 3800-REJECT-RIDERSHIP
        EXIT PARAGRAPH
    END-IF
    MOVE RIDER-ROUTE-CLASS TO WS-LOOKUP-CLASS
    MOVE RIDER-SERVICE-DATE TO WS-LOOKUP-DATE
    PERFORM 2100-FIND-TARIFF
    MOVE SPACES TO LEDGER-REC
    MOVE WS-RUN-DATE TO LDG-POSTED-DATE
    MOVE RIDER-SERVICE-DATE TO LDG-SERVICE-DATE
    MOVE RIDER-ROUTE-CLASS TO LDG-ROUTE-CLASS
    MOVE RIDER-BOARDINGS TO LDG-BOARDINGS
    MOVE RIDER-CATEGORY TO LDG-CATEGORY
    IF TARIFF-FOUND
        MOVE WS-TRF-FARE(TARIFF-IDX) TO WS-BASE-FARE
        MOVE RIDER-CATEGORY TO WS-LOOKUP-CATEGORY
        PERFORM 2200-PRICE-CATEGORY
        MOVE WS-CATEGORY-FARE TO LDG-FARE
        COMPUTE LDG-REVENUE = LDG-BOARDINGS * LDG-FARE
        SET LDG-PRICED TO TRUE
        ADD 1 TO WS-RIDERS-PRICED
        ADD LDG-REVENUE TO WS-DAY-REVENUE
    ELSE
        MOVE ZEROS TO LDG-FARE, LDG-REVENUE
        SET LDG-UNPRICED TO TRUE
        ADD 1 TO WS-RIDERS-UNPRICED
        DISPLAY "EXCEPTION: NO TARIFF FOR ROUTE CLASS "
            RIDER-ROUTE-CLASS " ON " RIDER-SERVICE-DATE " - "
            RIDER-BOARDINGS " BOARDINGS UNPRICED"
    END-IF
    ADD LDG-BOARDINGS TO WS-DAY-BOARDINGS
    WRITE LEDGER-REC.

3800-REJECT-RIDERSHIP.
    ADD 1 TO WS-RIDERS-REJECTED
    DISPLAY "EXCEPTION: BAD RIDERSHIP RECORD " RIDER-REC
        " - NOT POSTED"
    MOVE "W" TO REJW-ACTION
    MOVE "BUSRIDE " TO REJW-PROGRAM
    MOVE RIDER-REC TO REJW-INPUT-LINE
    MOVE "BADF" TO REJW-REASON
    CALL "REJWRITE" USING REJW-PARMS.

      *> Month-to-date revenue by route class for the business month,
      *> by service date, from the ledger, for tying to the farebox
      *> deposits. Unpriced boardings are listed after the totals.
4000-MONTH-TO-DATE-REPORT.
    MOVE WS-RUN-DATE(1:6) TO WS-MTD-MONTH
    MOVE "BUS REVENUE BY ROUTE CLASS - MONTH TO DATE" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "ROUTE CLASS   BOARDINGS           REVENUE"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT REVENUE-MTD-FILE
    OPEN INPUT REVENUE-LEDGER-FILE
    IF WS-LEDGER-STATUS IS EQUAL TO "00"
        MOVE "N" TO WS-LEDGER-EOF
        READ REVENUE-LEDGER-FILE
            AT END SET LEDGER-EOF TO TRUE
        END-READ
        PERFORM UNTIL LEDGER-EOF
            IF LDG-SERVICE-DATE(1:6) IS EQUAL TO WS-MTD-MONTH
                PERFORM 4100-ACCUMULATE-LEDGER-ROW
            END-IF
            READ REVENUE-LEDGER-FILE
                AT END SET LEDGER-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE REVENUE-LEDGER-FILE
    END-IF
    PERFORM VARYING MTD-IDX FROM 1 BY 1
            UNTIL MTD-IDX IS GREATER THAN WS-MTD-COUNT
        MOVE WS-MTD-CLASS(MTD-IDX) TO MTDD-ROUTE-CLASS
        MOVE WS-MTD-BOARDINGS(MTD-IDX) TO MTDD-BOARDINGS
        MOVE WS-MTD-REVENUE(MTD-IDX) TO MTDD-REVENUE
        MOVE WS-MTD-DETAIL-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE WS-MTD-BOARDINGS-TOTAL TO MTDD-BOARDINGS
    MOVE WS-MTD-REVENUE-TOTAL TO MTDD-REVENUE
    MOVE WS-MTD-DETAIL-LINE TO WS-PRINT-LINE
    MOVE "      TOTAL" TO WS-PRINT-LINE(1:11)
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "UNPRICED BOARDINGS - NO TARIFF IN EFFECT ON THE SERVICE DAY"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF WS-MTD-UNPRICED-ROWS IS GREATER THAN ZERO
        PERFORM 4300-LIST-UNPRICED
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    STRING "UNPRICED ROWS " WS-MTD-UNPRICED-ROWS
        " BOARDINGS " WS-MTD-UNPRICED-BOARDINGS
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE REVENUE-MTD-FILE.

4100-ACCUMULATE-LEDGER-ROW.
    IF LDG-UNPRICED
        ADD 1 TO WS-MTD-UNPRICED-ROWS
        ADD LDG-BOARDINGS TO WS-MTD-UNPRICED-BOARDINGS
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-MTD-FOUND
    PERFORM VARYING MTD-IDX FROM 1 BY 1
            UNTIL MTD-IDX IS GREATER THAN WS-MTD-COUNT
        IF WS-MTD-CLASS(MTD-IDX) IS EQUAL TO LDG-ROUTE-CLASS
            SET MTD-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT MTD-FOUND
        IF WS-MTD-COUNT IS LESS THAN 100
            ADD 1 TO WS-MTD-COUNT
            MOVE WS-MTD-COUNT TO MTD-IDX
            MOVE LDG-ROUTE-CLASS TO WS-MTD-CLASS(MTD-IDX)
            MOVE ZEROS TO WS-MTD-BOARDINGS(MTD-IDX)
            MOVE ZEROS TO WS-MTD-REVENUE(MTD-IDX)
        ELSE
            DISPLAY "EXCEPTION: MORE THAN 100 ROUTE CLASSES - CLASS "
                LDG-ROUTE-CLASS " IN TOTAL ONLY"
        END-IF
    END-IF
    IF MTD-IDX IS NOT GREATER THAN WS-MTD-COUNT
        ADD LDG-BOARDINGS TO WS-MTD-BOARDINGS(MTD-IDX)
        ADD LDG-REVENUE TO WS-MTD-REVENUE(MTD-IDX)
    END-IF
    ADD LDG-BOARDINGS TO WS-MTD-BOARDINGS-TOTAL
    ADD LDG-REVENUE TO WS-MTD-REVENUE-TOTAL.

4300-LIST-UNPRICED.
    OPEN INPUT REVENUE-LEDGER-FILE
    MOVE "N" TO WS-LEDGER-EOF
    READ REVENUE-LEDGER-FILE
        AT END SET LEDGER-EOF TO TRUE
    END-READ
    PERFORM UNTIL LEDGER-EOF
        IF LDG-SERVICE-DATE(1:6) IS EQUAL TO WS-MTD-MONTH AND
                LDG-UNPRICED
            MOVE LDG-ROUTE-CLASS TO MTDU-ROUTE-CLASS
            MOVE LDG-BOARDINGS TO MTDU-BOARDINGS
            MOVE LDG-SERVICE-DATE TO MTDU-SERVICE-DATE
            MOVE WS-MTD-UNPRICED-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
        READ REVENUE-LEDGER-FILE
            AT END SET LEDGER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE REVENUE-LEDGER-FILE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==REVENUE-MTD-REC==.
