IDENTIFICATION DIVISION.
    PROGRAM-ID. CookieShiftCompare.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TREND-FILE ASSIGN TO "COOKTREND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TREND-STATUS.
        SELECT SHIFT-REPORT-FILE ASSIGN TO "COOKSHFR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    FD TREND-FILE.
        01 TREND-REC.
            05 TREND-RUN-ID PIC X(16).
            05 FILLER PIC X.
            05 TREND-PROCESSED PIC 9(6).
            05 FILLER PIC X.
            05 TREND-MISS PIC 9(6).
            05 FILLER PIC X.
            05 TREND-BANDS.
                10 TREND-BAND-COUNT PIC 9(6) OCCURS 11 TIMES.
            05 FILLER PIC X.
            05 TREND-SHIFT PIC X(2).
            05 FILLER PIC X.
            05 TREND-OPERATOR PIC X(6).
            05 FILLER PIC X.
            05 TREND-PROD-DATE PIC X(8).

    FD SHIFT-REPORT-FILE.
        01 SHIFT-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-TREND-STATUS PIC XX.
        01 WS-EOF PIC X VALUE "N".
            88 TREND-EOF VALUE "Y".
      *> The range is two production dates, FROM and THRU, on SYSIN;
      *> left blank it is the business month to date.
        01 WS-DATE-RANGE.
            05 WS-FROM-DATE PIC X(8).
            05 FILLER PIC X.
            05 WS-THRU-DATE PIC X(8).
        01 WS-TREND-DATE PIC X(8).
      *> One entry per shift (S) and per operator (O), kept in kind and
      *> key order as they are added so each section prints sorted.
        01 WS-GROUP-TABLE.
            05 WS-GROUP-ENTRY OCCURS 80 TIMES.
                10 WS-GRP-SORT-KEY.
                    15 WS-GRP-KIND PIC X.
                    15 WS-GRP-KEY PIC X(6).
                10 WS-GRP-RUNS PIC 9(5).
                10 WS-GRP-PROCESSED PIC 9(9).
                10 WS-GRP-MISS PIC 9(9).
                10 WS-GRP-BAND PIC 9(9) OCCURS 11 TIMES.
        01 WS-GROUP-COUNT PIC 99 VALUE ZEROS.
        01 GRP-IDX PIC 99.
        01 SHIFT-IDX PIC 99.
        01 WS-BAND-IDX PIC 99.
        01 WS-SEEK-KEY.
            05 WS-SEEK-KIND PIC X.
            05 WS-SEEK-VALUE PIC X(6).
        01 WS-GROUP-FOUND PIC X.
            88 GROUP-FOUND VALUE "Y".
        01 WS-GROUPS-DROPPED PIC 9(5) VALUE ZEROS.
        01 WS-RUNS-READ PIC 9(5) VALUE ZEROS.
        01 WS-RUNS-IN-RANGE PIC 9(5) VALUE ZEROS.
        01 WS-RUNS-UNATTRIBUTED PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-PROCESSED PIC 9(9) VALUE ZEROS.
        01 WS-TOTAL-MISS PIC 9(9) VALUE ZEROS.
        01 WS-MISS-RATE PIC 9(3)V99.
        01 WS-BAND-PCT PIC 9(3).
        01 WS-SECTION-KIND PIC X.
        01 WS-SECTION-LINES PIC 99.
        01 WS-GROUP-LINE.
            05 WSG-KEY PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSG-RUNS PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSG-PROCESSED PIC Z(8)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSG-MISS PIC Z(8)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSG-RATE PIC ZZ9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSG-BAND-SPREAD.
                10 WSG-BAND-PCT PIC ZZZ9 OCCURS 11 TIMES.
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
    ACCEPT WS-DATE-RANGE
    IF WS-FROM-DATE IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:6) TO WS-FROM-DATE(1:6)
        MOVE "01" TO WS-FROM-DATE(7:2)
    END-IF
    IF WS-THRU-DATE IS EQUAL TO SPACES
        MOVE WS-RUN-DATE TO WS-THRU-DATE
    END-IF
    IF WS-FROM-DATE IS NOT NUMERIC OR WS-THRU-DATE IS NOT NUMERIC
            OR WS-FROM-DATE IS GREATER THAN WS-THRU-DATE
        DISPLAY "EXCEPTION: DATE RANGE " WS-FROM-DATE " - "
            WS-THRU-DATE " NOT VALID"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    DISPLAY "RUN " WS-RUN-ID " COOKIE SHIFT COMPARISON "
        WS-FROM-DATE " - " WS-THRU-DATE
    OPEN INPUT TREND-FILE
    IF WS-TREND-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: TREND FILE NOT AVAILABLE - STATUS "
            WS-TREND-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ TREND-FILE
        AT END SET TREND-EOF TO TRUE
    END-READ
    PERFORM UNTIL TREND-EOF
        PERFORM 2000-TALLY-ONE-RUN
        READ TREND-FILE
            AT END SET TREND-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE TREND-FILE
    PERFORM 3000-WRITE-REPORT
    DISPLAY "RUNS ON FILE " WS-RUNS-READ
        " IN RANGE " WS-RUNS-IN-RANGE
        " NO SHIFT HEADER " WS-RUNS-UNATTRIBUTED
    IF WS-GROUPS-DROPPED IS GREATER THAN ZERO
        DISPLAY "NOTE: " WS-GROUPS-DROPPED
            " RUN FIGURE(S) NOT GROUPED - GROUP TABLE FULL"
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="COOKSHFT"==.

    COPY busdateget.

      *> Runs written before the shift header was carried have no
      *> production date; the run ID's date stands in, and they group
      *> under a blank shift and operator.
2000-TALLY-ONE-RUN.
    ADD 1 TO WS-RUNS-READ
    IF TREND-PROD-DATE IS NUMERIC
        MOVE TREND-PROD-DATE TO WS-TREND-DATE
    ELSE
        MOVE TREND-RUN-ID(1:8) TO WS-TREND-DATE
    END-IF
    IF WS-TREND-DATE IS LESS THAN WS-FROM-DATE OR
            WS-TREND-DATE IS GREATER THAN WS-THRU-DATE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RUNS-IN-RANGE
    IF TREND-SHIFT IS EQUAL TO SPACES AND
            TREND-OPERATOR IS EQUAL TO SPACES
        ADD 1 TO WS-RUNS-UNATTRIBUTED
    END-IF
    ADD TREND-PROCESSED TO WS-TOTAL-PROCESSED
    ADD TREND-MISS TO WS-TOTAL-MISS
    MOVE "S" TO WS-SEEK-KIND
    MOVE TREND-SHIFT TO WS-SEEK-VALUE
    PERFORM 2100-ADD-TO-GROUP
    MOVE "O" TO WS-SEEK-KIND
    MOVE TREND-OPERATOR TO WS-SEEK-VALUE
    PERFORM 2100-ADD-TO-GROUP.

2100-ADD-TO-GROUP.
    PERFORM 2200-FIND-GROUP
    IF NOT GROUP-FOUND
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-GRP-RUNS(GRP-IDX)
    ADD TREND-PROCESSED TO WS-GRP-PROCESSED(GRP-IDX)
    ADD TREND-MISS TO WS-GRP-MISS(GRP-IDX)
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
            UNTIL WS-BAND-IDX IS GREATER THAN 11
        ADD TREND-BAND-COUNT(WS-BAND-IDX)
            TO WS-GRP-BAND(GRP-IDX, WS-BAND-IDX)
    END-PERFORM.

      *> A key not yet in the table is opened in its sorted place,
      *> moving the higher entries up one.
2200-FIND-GROUP.
    MOVE "N" TO WS-GROUP-FOUND
    PERFORM VARYING GRP-IDX FROM 1 BY 1
            UNTIL GRP-IDX IS GREATER THAN WS-GROUP-COUNT
        IF WS-GRP-SORT-KEY(GRP-IDX) IS EQUAL TO WS-SEEK-KEY
            SET GROUP-FOUND TO TRUE
            EXIT PARAGRAPH
        END-IF
        IF WS-GRP-SORT-KEY(GRP-IDX) IS GREATER THAN WS-SEEK-KEY
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-GROUP-COUNT IS EQUAL TO 80
        ADD 1 TO WS-GROUPS-DROPPED
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SHIFT-IDX FROM WS-GROUP-COUNT BY -1
            UNTIL SHIFT-IDX IS LESS THAN GRP-IDX
        MOVE WS-GROUP-ENTRY(SHIFT-IDX)
            TO WS-GROUP-ENTRY(SHIFT-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-GROUP-COUNT
    INITIALIZE WS-GROUP-ENTRY(GRP-IDX)
    MOVE WS-SEEK-KEY TO WS-GRP-SORT-KEY(GRP-IDX)
    SET GROUP-FOUND TO TRUE.

      *> Shifts on the first page, operators from a fresh page.  The
      *> band spread is each band's share of cookies processed: the
      *> chip's distance from centre as a fraction of the radius, in
      *> tenths, with the misses last.
3000-WRITE-REPORT.
    OPEN OUTPUT SHIFT-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "GROUP      RUNS  PROCESSED     MISSES  MISS %   "
        "  .0  .1  .2  .3  .4  .5  .6  .7  .8  .9MISS"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    MOVE "S" TO WS-SECTION-KIND
    MOVE "COOKIE MISS RATE BY SHIFT" TO WS-PRINT-TITLE
    PERFORM 3100-WRITE-SECTION
    MOVE "O" TO WS-SECTION-KIND
    MOVE "COOKIE MISS RATE BY OPERATOR" TO WS-PRINT-TITLE
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM 3100-WRITE-SECTION
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF WS-TOTAL-PROCESSED IS GREATER THAN ZERO
        COMPUTE WS-MISS-RATE ROUNDED =
            (WS-TOTAL-MISS * 100) / WS-TOTAL-PROCESSED
    ELSE
        MOVE ZERO TO WS-MISS-RATE
    END-IF
    MOVE WS-MISS-RATE TO WSG-RATE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "PRODUCTION DATES " WS-FROM-DATE " - " WS-THRU-DATE
        "   RUNS " WS-RUNS-IN-RANGE
        "   PROCESSED " WS-TOTAL-PROCESSED
        "   MISSES " WS-TOTAL-MISS
        "   MISS % " WSG-RATE
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "BAND COLUMNS ARE PERCENT OF COOKIES PROCESSED BY CHIP"
        " DISTANCE / RADIUS, IN TENTHS"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF WS-RUNS-UNATTRIBUTED IS GREATER THAN ZERO
        MOVE SPACES TO WS-PRINT-LINE
        STRING WS-RUNS-UNATTRIBUTED
            " RUN(S) CARRIED NO SHIFT HEADER - SHOWN AS (NONE)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    CLOSE SHIFT-REPORT-FILE.

3100-WRITE-SECTION.
    MOVE ZEROS TO WS-SECTION-LINES
    PERFORM VARYING GRP-IDX FROM 1 BY 1
            UNTIL GRP-IDX IS GREATER THAN WS-GROUP-COUNT
        IF WS-GRP-KIND(GRP-IDX) IS EQUAL TO WS-SECTION-KIND
            PERFORM 3200-WRITE-GROUP-LINE
        END-IF
    END-PERFORM
    IF WS-SECTION-LINES IS EQUAL TO ZERO
        MOVE "NO RUNS IN THE DATE RANGE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

3200-WRITE-GROUP-LINE.
    ADD 1 TO WS-SECTION-LINES
    IF WS-GRP-KEY(GRP-IDX) IS EQUAL TO SPACES
        MOVE "(NONE)" TO WSG-KEY
    ELSE
        MOVE WS-GRP-KEY(GRP-IDX) TO WSG-KEY
    END-IF
    MOVE WS-GRP-RUNS(GRP-IDX) TO WSG-RUNS
    MOVE WS-GRP-PROCESSED(GRP-IDX) TO WSG-PROCESSED
    MOVE WS-GRP-MISS(GRP-IDX) TO WSG-MISS
    IF WS-GRP-PROCESSED(GRP-IDX) IS GREATER THAN ZERO
        COMPUTE WS-MISS-RATE ROUNDED =
            (WS-GRP-MISS(GRP-IDX) * 100) / WS-GRP-PROCESSED(GRP-IDX)
    ELSE
        MOVE ZERO TO WS-MISS-RATE
    END-IF
    MOVE WS-MISS-RATE TO WSG-RATE
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
            UNTIL WS-BAND-IDX IS GREATER THAN 11
        IF WS-GRP-PROCESSED(GRP-IDX) IS GREATER THAN ZERO
            COMPUTE WS-BAND-PCT ROUNDED =
                (WS-GRP-BAND(GRP-IDX, WS-BAND-IDX) * 100)
                / WS-GRP-PROCESSED(GRP-IDX)
        ELSE
            MOVE ZERO TO WS-BAND-PCT
        END-IF
        MOVE WS-BAND-PCT TO WSG-BAND-PCT(WS-BAND-IDX)
    END-PERFORM
    MOVE WS-GROUP-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SHIFT-REPORT-REC==.
