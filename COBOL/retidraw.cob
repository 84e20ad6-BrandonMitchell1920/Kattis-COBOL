IDENTIFICATION DIVISION.
    PROGRAM-ID. RetireDrawdown.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SCHEDULE-FILE ASSIGN TO "RETIRESCHED"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        SELECT COMPARISON-FILE ASSIGN TO "RETIRCMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMPARE-STATUS.
        SELECT TERMS-FILE ASSIGN TO "RETIDTRM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TERMS-STATUS.
        COPY paramctl.
        SELECT DRAWDOWN-FILE ASSIGN TO "RETIDRAW"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT DRAWDOWN-REPORT-FILE ASSIGN TO "RETIDRWR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD SCHEDULE-FILE.
        01 SCHEDULE-REC.
            05 SCHEDULE-CASE-NUM PIC X(5).
            05 FILLER PIC X.
            05 SCHEDULE-AGE PIC X(5).
            05 FILLER PIC X.
            05 SCHEDULE-SAVINGS PIC X(5).

      *> Only the case and the growth rate SavingForRetirement used
      *> for it are wanted from the comparison file.
    FD COMPARISON-FILE.
        01 COMPARISON-REC.
            05 COMPARE-CASE-NUM PIC X(5).
            05 FILLER PIC X(37).
            05 COMPARE-RATE PIC X(6).

      *> Withdrawal terms agreed with a client: method A draws a fixed
      *> amount in the first year, method P a percentage of the
      *> balance at retirement; either way the draw rises with
      *> inflation every year after.  A blank inflation rate takes
      *> the PARMCTL rate.  A case with no terms row is projected on
      *> the PARMCTL percentage.
    FD TERMS-FILE.
        01 TERMS-REC.
            05 DTRM-CASE-NUM PIC 9(5).
            05 FILLER PIC X.
            05 DTRM-METHOD PIC X.
                88 DTRM-AMOUNT VALUE "A".
                88 DTRM-PERCENT VALUE "P".
            05 FILLER PIC X.
            05 DTRM-WITHDRAWAL PIC 9(7)V99.
            05 FILLER PIC X.
            05 DTRM-INFLATION-PCT PIC 99V99.

    FD DRAWDOWN-FILE.
        01 DRAWDOWN-REC.
            05 DRAW-CASE-NUM PIC Z(4)9.
            05 FILLER PIC X VALUE SPACE.
            05 DRAW-AGE PIC Z(4)9.
            05 FILLER PIC X VALUE SPACE.
            05 DRAW-OPENING PIC Z(8)9.99.
            05 FILLER PIC X VALUE SPACE.
            05 DRAW-WITHDRAWAL PIC Z(8)9.99.
            05 FILLER PIC X VALUE SPACE.
            05 DRAW-GROWTH PIC Z(8)9.99.
            05 FILLER PIC X VALUE SPACE.
            05 DRAW-CLOSING PIC Z(8)9.99.

    FD DRAWDOWN-REPORT-FILE.
        01 DRAWDOWN-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-COMPARE-STATUS PIC XX.
        01 WS-TERMS-STATUS PIC XX.
        01 WS-SCHEDULE-EOF PIC X VALUE "N".
            88 SCHEDULE-EOF VALUE "Y".
        01 WS-COMPARE-EOF PIC X VALUE "N".
            88 COMPARE-EOF VALUE "Y".
        01 WS-TERMS-EOF PIC X VALUE "N".
            88 TERMS-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> Defaults, each overridden from PARMCTL: the first year's draw
      *> as a percentage of the balance (RETWDPCT), the yearly rise in
      *> the draw (RETINFPC), the growth on a scenario given no rate
      *> of its own (SAVEGROW), and the age a client's money should
      *> last to (RETLIFEX).
        01 WS-DEFAULT-DRAW-PCT PIC 9(3)V99 VALUE 4.
        01 WS-DEFAULT-INFLATION PIC 99V99 VALUE 3.
        01 WS-DEFAULT-GROWTH PIC 99V999 VALUE ZEROS.
        01 WS-LIFE-EXPECTANCY PIC 9(3) VALUE 90.
      *> No client is projected past this age.
        01 WS-AGE-LIMIT PIC 9(3) VALUE 120.
        01 WS-CASE-TABLE.
            05 WS-CASE-ENTRY OCCURS 200 TIMES.
                10 WS-DC-CASE PIC 9(5).
                10 WS-DC-RETIRE-AGE PIC 9(3).
                10 WS-DC-BALANCE PIC 9(7)V99.
                10 WS-DC-GROWTH PIC 99V999.
                10 WS-DC-METHOD PIC X.
                    88 DC-AMOUNT VALUE "A".
                    88 DC-PERCENT VALUE "P".
                10 WS-DC-DRAW-VALUE PIC 9(7)V99.
                10 WS-DC-INFLATION PIC 99V99.
                10 WS-DC-FIRST-DRAW PIC 9(9)V99.
                10 WS-DC-RUN-OUT-AGE PIC 9(3).
                10 WS-DC-STATUS PIC X.
                    88 DC-SHORT VALUE "S".
                    88 DC-LASTS VALUE "L".
        01 WS-CASE-COUNT PIC 9(3) VALUE ZEROS.
        01 CASE-IDX PIC 9(3).
        01 WS-CASE-FOUND PIC X.
            88 CASE-FOUND VALUE "Y".
        01 WS-WANTED-CASE PIC 9(5).
        01 WS-ROW-AGE PIC 9(3).
        01 WS-ROW-SAVINGS PIC 9(7)V99.
        01 WS-AGE PIC 9(3).
        01 WS-BALANCE PIC 9(11)V99 COMP-3.
        01 WS-DRAW PIC 9(11)V99 COMP-3.
        01 WS-GROWTH PIC 9(11)V99 COMP-3.
        01 WS-FUNDS-OUT PIC X.
            88 FUNDS-OUT VALUE "Y".
        01 WS-SCHEDULE-ROWS PIC 9(7) VALUE ZEROS.
        01 WS-TERMS-READ PIC 9(5) VALUE ZEROS.
        01 WS-TERMS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-CLIENTS-PROJECTED PIC 9(5) VALUE ZEROS.
        01 WS-CLIENTS-SHORT PIC 9(5) VALUE ZEROS.
        01 WS-DRAWDOWN-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-CASE PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSD-RETIRE-AGE PIC ZZ9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-BALANCE PIC Z(6)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-METHOD PIC X(7).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-FIRST-DRAW PIC Z(6)9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-INFLATION PIC Z9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-GROWTH PIC Z9.999.
            05 FILLER PIC X(6) VALUE SPACE.
            05 WSD-RUN-OUT PIC X(5).
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSD-LIFE PIC ZZ9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-STATUS PIC X(12).
        01 WS-METHOD-PCT PIC ZZ9.99.
        01 WS-RUN-OUT-DISPLAY PIC ZZ9.
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
    DISPLAY "RUN " WS-RUN-ID " RETIREMENT DRAWDOWN PROJECTION"
    PERFORM 1000-LOAD-PARAMETERS
    PERFORM 1100-LOAD-SCHEDULE
    PERFORM 1300-LOAD-GROWTH-RATES
    PERFORM 1400-LOAD-TERMS
    OPEN OUTPUT DRAWDOWN-FILE
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        PERFORM 3000-PROJECT-ONE-CLIENT
    END-PERFORM
    CLOSE DRAWDOWN-FILE
    OPEN OUTPUT DRAWDOWN-REPORT-FILE
    PERFORM 4000-WRITE-DRAWDOWN-REPORT
    CLOSE DRAWDOWN-REPORT-FILE
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "TERMS READ " WS-TERMS-READ
        " REJECTED " WS-TERMS-REJECTED
    DISPLAY "CLIENTS PROJECTED " WS-CLIENTS-PROJECTED
        " SHORT OF AGE " WS-LIFE-EXPECTANCY " " WS-CLIENTS-SHORT
        " DRAWDOWN ROWS " WS-SCHEDULE-ROWS
    IF WS-CLIENTS-SHORT IS GREATER THAN ZERO
            OR WS-TERMS-REJECTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="RETIDRAW"==.

    COPY busdateget.

1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "RETWDPCT"
                COMPUTE WS-DEFAULT-DRAW-PCT =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "RETINFPC"
                COMPUTE WS-DEFAULT-INFLATION =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "SAVEGROW"
                COMPUTE WS-DEFAULT-GROWTH = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "RETLIFEX"
                COMPUTE WS-LIFE-EXPECTANCY =
                    FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> The last row written for a case is its retirement age and
      *> the balance the plan reaches there - where the drawdown
      *> starts.
1100-LOAD-SCHEDULE.
    OPEN INPUT SCHEDULE-FILE
    IF WS-SCHEDULE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: SAVINGS SCHEDULE NOT AVAILABLE - STATUS "
            WS-SCHEDULE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ SCHEDULE-FILE
        AT END SET SCHEDULE-EOF TO TRUE
    END-READ
    PERFORM UNTIL SCHEDULE-EOF
        IF FUNCTION TEST-NUMVAL(SCHEDULE-CASE-NUM) IS EQUAL TO ZERO
            COMPUTE WS-WANTED-CASE = FUNCTION NUMVAL(SCHEDULE-CASE-NUM)
            COMPUTE WS-ROW-AGE = FUNCTION NUMVAL(SCHEDULE-AGE)
            COMPUTE WS-ROW-SAVINGS = FUNCTION NUMVAL(SCHEDULE-SAVINGS)
            PERFORM 1200-FIND-CASE
            IF NOT CASE-FOUND AND WS-CASE-COUNT IS LESS THAN 200
                ADD 1 TO WS-CASE-COUNT
                MOVE WS-CASE-COUNT TO CASE-IDX
                INITIALIZE WS-CASE-ENTRY(CASE-IDX)
                MOVE WS-WANTED-CASE TO WS-DC-CASE(CASE-IDX)
                MOVE WS-DEFAULT-GROWTH TO WS-DC-GROWTH(CASE-IDX)
                SET DC-PERCENT(CASE-IDX) TO TRUE
                MOVE WS-DEFAULT-DRAW-PCT TO WS-DC-DRAW-VALUE(CASE-IDX)
                MOVE WS-DEFAULT-INFLATION TO WS-DC-INFLATION(CASE-IDX)
                SET CASE-FOUND TO TRUE
            END-IF
            IF CASE-FOUND
                MOVE WS-ROW-AGE TO WS-DC-RETIRE-AGE(CASE-IDX)
                MOVE WS-ROW-SAVINGS TO WS-DC-BALANCE(CASE-IDX)
            END-IF
        END-IF
        READ SCHEDULE-FILE
            AT END SET SCHEDULE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-FILE.

1200-FIND-CASE.
    MOVE "N" TO WS-CASE-FOUND
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        IF WS-WANTED-CASE IS EQUAL TO WS-DC-CASE(CASE-IDX)
            SET CASE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> Each scenario keeps growing at the rate it saved at; without
      *> the comparison file every case takes the PARMCTL rate.
1300-LOAD-GROWTH-RATES.
    OPEN INPUT COMPARISON-FILE
    IF WS-COMPARE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO GROWTH COMPARISON FILE - STATUS "
            WS-COMPARE-STATUS " - PARMCTL RATE USED"
        EXIT PARAGRAPH
    END-IF
    READ COMPARISON-FILE
        AT END SET COMPARE-EOF TO TRUE
    END-READ
    PERFORM UNTIL COMPARE-EOF
        IF FUNCTION TEST-NUMVAL(COMPARE-CASE-NUM) IS EQUAL TO ZERO
                AND FUNCTION TEST-NUMVAL(COMPARE-RATE) IS EQUAL TO ZERO
            COMPUTE WS-WANTED-CASE = FUNCTION NUMVAL(COMPARE-CASE-NUM)
            PERFORM 1200-FIND-CASE
            IF CASE-FOUND
                COMPUTE WS-DC-GROWTH(CASE-IDX) =
                    FUNCTION NUMVAL(COMPARE-RATE)
            END-IF
        END-IF
        READ COMPARISON-FILE
            AT END SET COMPARE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE COMPARISON-FILE.

      *> The terms feed is optional - without it every client is
      *> projected on the PARMCTL percentage and inflation.
1400-LOAD-TERMS.
    OPEN INPUT TERMS-FILE
    IF WS-TERMS-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO WITHDRAWAL TERMS FILE - STATUS "
            WS-TERMS-STATUS " - PARMCTL TERMS USED"
        EXIT PARAGRAPH
    END-IF
    READ TERMS-FILE
        AT END SET TERMS-EOF TO TRUE
    END-READ
    PERFORM UNTIL TERMS-EOF
        ADD 1 TO WS-TERMS-READ
        PERFORM 1500-APPLY-ONE-TERMS
        READ TERMS-FILE
            AT END SET TERMS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE TERMS-FILE.

1500-APPLY-ONE-TERMS.
    IF DTRM-CASE-NUM IS NOT NUMERIC
            OR NOT (DTRM-AMOUNT OR DTRM-PERCENT)
            OR DTRM-WITHDRAWAL IS NOT NUMERIC
            OR (DTRM-INFLATION-PCT IS NOT NUMERIC
                AND DTRM-INFLATION-PCT IS NOT EQUAL TO SPACES)
            OR (DTRM-PERCENT AND DTRM-WITHDRAWAL IS GREATER THAN 100)
        DISPLAY "EXCEPTION: MALFORMED WITHDRAWAL TERMS " TERMS-REC
            " - NOT APPLIED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-TERMS
        EXIT PARAGRAPH
    END-IF
    MOVE DTRM-CASE-NUM TO WS-WANTED-CASE
    PERFORM 1200-FIND-CASE
    IF NOT CASE-FOUND
        DISPLAY "EXCEPTION: WITHDRAWAL TERMS FOR CASE " DTRM-CASE-NUM
            " WHICH HAS NO SAVINGS PLAN - NOT APPLIED"
        MOVE "ORPH" TO REJW-REASON
        PERFORM 2900-REJECT-TERMS
        EXIT PARAGRAPH
    END-IF
    MOVE DTRM-METHOD TO WS-DC-METHOD(CASE-IDX)
    MOVE DTRM-WITHDRAWAL TO WS-DC-DRAW-VALUE(CASE-IDX)
    IF DTRM-INFLATION-PCT IS NUMERIC
        MOVE DTRM-INFLATION-PCT TO WS-DC-INFLATION(CASE-IDX)
    END-IF.

2900-REJECT-TERMS.
    ADD 1 TO WS-TERMS-REJECTED
    MOVE "W" TO REJW-ACTION
    MOVE "RETIDRAW" TO REJW-PROGRAM
    MOVE TERMS-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.

      *> Year by year from the retirement age: the year's draw comes
      *> off the opening balance, what is left grows at the
      *> scenario's rate, and next year's draw rises by inflation.
      *> The money runs out in the year the draw takes the last of
      *> the balance; a client whose money runs out before the life
      *> expectancy age is flagged.  A balance still standing at the
      *> age limit lasts.
3000-PROJECT-ONE-CLIENT.
    ADD 1 TO WS-CLIENTS-PROJECTED
    MOVE WS-DC-BALANCE(CASE-IDX) TO WS-BALANCE
    IF DC-PERCENT(CASE-IDX)
        COMPUTE WS-DRAW ROUNDED = WS-BALANCE
            * WS-DC-DRAW-VALUE(CASE-IDX) / 100
    ELSE
        MOVE WS-DC-DRAW-VALUE(CASE-IDX) TO WS-DRAW
    END-IF
    MOVE WS-DRAW TO WS-DC-FIRST-DRAW(CASE-IDX)
    MOVE WS-DC-RETIRE-AGE(CASE-IDX) TO WS-AGE
    MOVE "N" TO WS-FUNDS-OUT
    PERFORM UNTIL FUNDS-OUT OR WS-AGE IS GREATER THAN WS-AGE-LIMIT
        MOVE SPACES TO DRAWDOWN-REC
        MOVE WS-DC-CASE(CASE-IDX) TO DRAW-CASE-NUM
        MOVE WS-AGE TO DRAW-AGE
        MOVE WS-BALANCE TO DRAW-OPENING
        IF WS-DRAW IS NOT LESS THAN WS-BALANCE
            MOVE WS-BALANCE TO WS-DRAW
            MOVE ZEROS TO WS-GROWTH
            MOVE WS-AGE TO WS-DC-RUN-OUT-AGE(CASE-IDX)
            SET FUNDS-OUT TO TRUE
        ELSE
            COMPUTE WS-GROWTH ROUNDED = (WS-BALANCE - WS-DRAW)
                * WS-DC-GROWTH(CASE-IDX) / 100
                ON SIZE ERROR
                    MOVE WS-AGE-LIMIT TO WS-AGE
            END-COMPUTE
        END-IF
        COMPUTE WS-BALANCE = WS-BALANCE - WS-DRAW + WS-GROWTH
            ON SIZE ERROR
                MOVE WS-AGE-LIMIT TO WS-AGE
        END-COMPUTE
        MOVE WS-DRAW TO DRAW-WITHDRAWAL
        MOVE WS-GROWTH TO DRAW-GROWTH
        MOVE WS-BALANCE TO DRAW-CLOSING
        WRITE DRAWDOWN-REC
        ADD 1 TO WS-SCHEDULE-ROWS
        ADD 1 TO WS-AGE
        COMPUTE WS-DRAW ROUNDED = WS-DRAW
            * (1 + WS-DC-INFLATION(CASE-IDX) / 100)
            ON SIZE ERROR
                MOVE WS-AGE-LIMIT TO WS-AGE
        END-COMPUTE
    END-PERFORM
    IF FUNDS-OUT
            AND WS-DC-RUN-OUT-AGE(CASE-IDX) IS LESS THAN
                WS-LIFE-EXPECTANCY
        SET DC-SHORT(CASE-IDX) TO TRUE
        ADD 1 TO WS-CLIENTS-SHORT
    ELSE
        SET DC-LASTS(CASE-IDX) TO TRUE
    END-IF.

4000-WRITE-DRAWDOWN-REPORT.
    MOVE "RETIREMENT DRAWDOWN PROJECTION" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "   CASE  RET AGE     BALANCE  METHOD   FIRST DRAW   INFL%"
        TO WS-PRINT-COLUMNS
    MOVE "  GROWTH%  RUNS OUT  LIFE  STATUS"
        TO WS-PRINT-COLUMNS(58:34)
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        PERFORM 4100-PRINT-ONE-CLIENT
    END-PERFORM
    IF WS-CASE-COUNT IS EQUAL TO ZERO
        MOVE "  NO CLIENT CASES ON THE SAVINGS SCHEDULE"
            TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

4100-PRINT-ONE-CLIENT.
    MOVE WS-DC-CASE(CASE-IDX) TO WSD-CASE
    MOVE WS-DC-RETIRE-AGE(CASE-IDX) TO WSD-RETIRE-AGE
    MOVE WS-DC-BALANCE(CASE-IDX) TO WSD-BALANCE
    IF DC-PERCENT(CASE-IDX)
        MOVE WS-DC-DRAW-VALUE(CASE-IDX) TO WS-METHOD-PCT
        MOVE SPACES TO WSD-METHOD
        STRING WS-METHOD-PCT "%" DELIMITED BY SIZE INTO WSD-METHOD
    ELSE
        MOVE "AMOUNT" TO WSD-METHOD
    END-IF
    MOVE WS-DC-FIRST-DRAW(CASE-IDX) TO WSD-FIRST-DRAW
    MOVE WS-DC-INFLATION(CASE-IDX) TO WSD-INFLATION
    MOVE WS-DC-GROWTH(CASE-IDX) TO WSD-GROWTH
    MOVE WS-LIFE-EXPECTANCY TO WSD-LIFE
    IF DC-SHORT(CASE-IDX) OR WS-DC-RUN-OUT-AGE(CASE-IDX)
            IS GREATER THAN ZERO
        MOVE WS-DC-RUN-OUT-AGE(CASE-IDX) TO WS-RUN-OUT-DISPLAY
        MOVE WS-RUN-OUT-DISPLAY TO WSD-RUN-OUT
    ELSE
        MOVE "NEVER" TO WSD-RUN-OUT
    END-IF
    IF DC-SHORT(CASE-IDX)
        MOVE "*** RUNS OUT" TO WSD-STATUS
    ELSE
        MOVE "LASTS" TO WSD-STATUS
    END-IF
    MOVE WS-DRAWDOWN-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==DRAWDOWN-REPORT-REC==.
