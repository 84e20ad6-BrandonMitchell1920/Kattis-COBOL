IDENTIFICATION DIVISION.
    PROGRAM-ID. QalyCostEffect.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ANSWER-FILE ASSIGN TO "QALYANS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ANSWER-STATUS.
        COPY qcostsel.
        SELECT LEAGUE-REPORT-FILE ASSIGN TO "QALYCEAR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY qcostfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD ANSWER-FILE.
        01 ANSWER-REC.
            05 ANSWER-CASES PIC 9(6).
            05 FILLER PIC X.
            05 ANSWER-OUT PIC X(10).
        01 COHORT-ANSWER-REC.
            05 COHORT-TAG PIC XX.
            05 COHORT-CODE-IN PIC X(6).
            05 FILLER PIC X.
            05 COHORT-CASES-IN PIC 9(6).
            05 FILLER PIC X.
            05 COHORT-TOTAL-IN PIC X(10).

    FD LEAGUE-REPORT-FILE.
        01 LEAGUE-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-ANSWER-STATUS PIC XX.
        01 WS-COST-STATUS PIC XX.
        01 WS-ANSWER-EOF PIC X VALUE "N".
            88 ANSWER-EOF VALUE "Y".
        01 WS-COST-EOF PIC X VALUE "N".
            88 COST-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> The annual discount rate is held in hundredths of a percent,
      *> 350 for 3.5 percent; the willingness-to-pay threshold is the
      *> most the group will pay for one QALY gained.
        01 QCE-DISCOUNT-RATE PIC 9(4) VALUE 350.
        01 QCE-WTP-THRESHOLD PIC 9(7) VALUE 30000.
        01 WS-COHORT-TABLE.
            05 WS-COHORT-ENTRY OCCURS 20 TIMES.
                10 WS-CE-CODE PIC X(6).
                10 WS-CE-CASES PIC 9(7).
                10 WS-CE-QALY-TOTAL PIC 9(7)V9(4).
                10 WS-CE-HAS-COST PIC X.
                10 WS-CE-COMPARATOR PIC X(6).
                10 WS-CE-COST-PER-CASE PIC 9(7)V99.
                10 WS-CE-HORIZON PIC 99.
                10 WS-CE-DISC-COST PIC S9(9)V99.
                10 WS-CE-DISC-QALY PIC S9(5)V9(6).
                10 WS-CE-INC-COST PIC S9(9)V99.
                10 WS-CE-INC-QALY PIC S9(5)V9(6).
                10 WS-CE-ICER PIC S9(9)V99.
                10 WS-CE-GROUP PIC 9.
                10 WS-CE-SORT-KEY PIC S9(9)V99.
                10 WS-CE-FLAG PIC X(13).
                10 WS-CE-OVER-WTP PIC X.
        01 WS-COHORT-COUNT PIC 99 VALUE ZEROS.
        01 COHORT-IDX PIC 99.
        01 COMP-IDX PIC 99.
        01 SWAP-IDX PIC 99.
        01 WS-SWAP-ENTRY PIC X(123).
        01 WS-COHORT-FOUND PIC X.
            88 COHORT-FOUND VALUE "Y".
        01 WS-WORK-COHORT PIC X(6).
      *> Costs and QALYs are taken to accrue evenly over the horizon,
      *> each year's share discounted back to the start of treatment.
        01 WS-ANNUITY-FACTOR PIC 9(3)V9(9) USAGE COMP-3.
        01 WS-YEAR-FACTOR PIC 9V9(9) USAGE COMP-3.
        01 WS-RATE-FACTOR PIC 9V9(6) USAGE COMP-3.
        01 WS-QALY-PER-CASE PIC 9(5)V9(6) USAGE COMP-3.
        01 WS-MALFORMED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DUPLICATE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNMATCHED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-RANKED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-OVER-WTP-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-RANK PIC 9(3).
        01 WS-DISPLAY-RATE PIC Z9.99.
        01 WS-DISPLAY-WTP PIC Z(6)9.
        01 WS-LEAGUE-LINE.
            05 WSL-RANK PIC ZZ9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-COHORT PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-COMPARATOR PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-CASES PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-DISC-COST PIC Z(8)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-DISC-QALY PIC Z(4)9.9(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-INC-COST PIC -(8)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-INC-QALY PIC -(4)9.9(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-ICER PIC -(8)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-FLAG PIC X(13).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-WTP-MARK PIC X(9).
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
    DISPLAY "RUN " WS-RUN-ID " QALY COST-EFFECTIVENESS"
    PERFORM 1000-READ-PARAMETERS
    OPEN INPUT ANSWER-FILE
    IF WS-ANSWER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: QALY ANSWERS NOT AVAILABLE - STATUS "
            WS-ANSWER-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN INPUT COST-FILE
    IF WS-COST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: TREATMENT COST FILE NOT AVAILABLE - STATUS "
            WS-COST-STATUS
        CLOSE ANSWER-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1100-LOAD-COHORT-RESULTS
    PERFORM 1200-LOAD-TREATMENT-COSTS
    PERFORM 2000-DISCOUNT-COHORTS
    PERFORM 2100-COMPARE-COHORTS
    PERFORM 2500-RANK-COHORTS
    OPEN OUTPUT LEAGUE-REPORT-FILE
    PERFORM 3000-WRITE-LEAGUE-TABLE
    CLOSE LEAGUE-REPORT-FILE
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "COHORTS " WS-COHORT-COUNT
        " RANKED " WS-RANKED-COUNT
        " ABOVE WTP " WS-OVER-WTP-COUNT
        " UNMATCHED " WS-UNMATCHED-COUNT
        " COST LINES REJECTED " REJW-COUNT
    IF WS-MALFORMED-COUNT IS GREATER THAN ZERO
            OR WS-DUPLICATE-COUNT IS GREATER THAN ZERO
            OR WS-UNMATCHED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="QALYCEA "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "QCEDISRT"
                COMPUTE QCE-DISCOUNT-RATE = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "QCEWTPTH"
                COMPUTE QCE-WTP-THRESHOLD = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> The answers may be one QALY run or every slice of a parallel
      *> run concatenated; cohort rows fold together either way and the
      *> grand-total rows are passed over.
1100-LOAD-COHORT-RESULTS.
    READ ANSWER-FILE
        AT END SET ANSWER-EOF TO TRUE
    END-READ
    PERFORM UNTIL ANSWER-EOF
        IF COHORT-TAG IS EQUAL TO "C "
            MOVE COHORT-CODE-IN TO WS-WORK-COHORT
            PERFORM 1300-FIND-COHORT
            ADD COHORT-CASES-IN TO WS-CE-CASES(COHORT-IDX)
            COMPUTE WS-CE-QALY-TOTAL(COHORT-IDX) =
                WS-CE-QALY-TOTAL(COHORT-IDX)
                + FUNCTION NUMVAL(COHORT-TOTAL-IN)
        END-IF
        READ ANSWER-FILE
            AT END SET ANSWER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ANSWER-FILE.

1200-LOAD-TREATMENT-COSTS.
    READ COST-FILE
        AT END SET COST-EOF TO TRUE
    END-READ
    PERFORM UNTIL COST-EOF
        IF COST-COHORT-CODE IS EQUAL TO SPACES
                OR COST-PER-CASE IS NOT NUMERIC
                OR COST-HORIZON-YEARS IS NOT NUMERIC
            DISPLAY "EXCEPTION: MALFORMED COST RECORD " COST-REC
                " - RECORD REJECTED"
            ADD 1 TO WS-MALFORMED-COUNT
            MOVE "BADF" TO REJW-REASON
            PERFORM 1250-REJECT-COST-RECORD
        ELSE
            MOVE COST-COHORT-CODE TO WS-WORK-COHORT
            PERFORM 1300-FIND-COHORT
            IF WS-CE-HAS-COST(COHORT-IDX) IS EQUAL TO "Y"
                DISPLAY "EXCEPTION: SECOND COST RECORD FOR COHORT "
                    COST-COHORT-CODE " - RECORD REJECTED"
                ADD 1 TO WS-DUPLICATE-COUNT
                MOVE "DUPC" TO REJW-REASON
                PERFORM 1250-REJECT-COST-RECORD
            ELSE
                MOVE "Y" TO WS-CE-HAS-COST(COHORT-IDX)
                MOVE COST-COMPARATOR TO WS-CE-COMPARATOR(COHORT-IDX)
                MOVE COST-PER-CASE TO WS-CE-COST-PER-CASE(COHORT-IDX)
                MOVE COST-HORIZON-YEARS TO WS-CE-HORIZON(COHORT-IDX)
                IF WS-CE-HORIZON(COHORT-IDX) IS EQUAL TO ZERO
                    MOVE 1 TO WS-CE-HORIZON(COHORT-IDX)
                END-IF
            END-IF
        END-IF
        READ COST-FILE
            AT END SET COST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE COST-FILE.

1250-REJECT-COST-RECORD.
    MOVE "W" TO REJW-ACTION
    MOVE "QALYCEA " TO REJW-PROGRAM
    MOVE COST-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.

1300-FIND-COHORT.
    MOVE "N" TO WS-COHORT-FOUND
    PERFORM VARYING COHORT-IDX FROM 1 BY 1
            UNTIL COHORT-IDX IS GREATER THAN WS-COHORT-COUNT
        IF WS-WORK-COHORT IS EQUAL TO WS-CE-CODE(COHORT-IDX)
            SET COHORT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT COHORT-FOUND
        IF WS-COHORT-COUNT IS EQUAL TO 20
            DISPLAY "EXCEPTION: MORE THAN 20 COHORTS - "
                WS-WORK-COHORT " TALLIED UNDER " WS-CE-CODE(20)
            MOVE 20 TO COHORT-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-COHORT-COUNT
        MOVE WS-COHORT-COUNT TO COHORT-IDX
        MOVE WS-WORK-COHORT TO WS-CE-CODE(COHORT-IDX)
        MOVE ZEROS TO WS-CE-CASES(COHORT-IDX),
            WS-CE-QALY-TOTAL(COHORT-IDX),
            WS-CE-COST-PER-CASE(COHORT-IDX), WS-CE-HORIZON(COHORT-IDX),
            WS-CE-DISC-COST(COHORT-IDX), WS-CE-DISC-QALY(COHORT-IDX),
            WS-CE-INC-COST(COHORT-IDX), WS-CE-INC-QALY(COHORT-IDX),
            WS-CE-ICER(COHORT-IDX), WS-CE-SORT-KEY(COHORT-IDX)
        MOVE "N" TO WS-CE-HAS-COST(COHORT-IDX),
            WS-CE-OVER-WTP(COHORT-IDX)
        MOVE SPACES TO WS-CE-COMPARATOR(COHORT-IDX),
            WS-CE-FLAG(COHORT-IDX)
        MOVE 6 TO WS-CE-GROUP(COHORT-IDX)
    END-IF.

      *> Everything is compared per case, so cohorts of different sizes
      *> stand side by side.
2000-DISCOUNT-COHORTS.
    COMPUTE WS-RATE-FACTOR ROUNDED =
        1 / (1 + QCE-DISCOUNT-RATE / 10000)
    PERFORM VARYING COHORT-IDX FROM 1 BY 1
            UNTIL COHORT-IDX IS GREATER THAN WS-COHORT-COUNT
        IF WS-CE-HAS-COST(COHORT-IDX) IS EQUAL TO "Y" AND
                WS-CE-CASES(COHORT-IDX) IS GREATER THAN ZERO
            MOVE ZEROS TO WS-ANNUITY-FACTOR
            MOVE 1 TO WS-YEAR-FACTOR
            PERFORM WS-CE-HORIZON(COHORT-IDX) TIMES
                ADD WS-YEAR-FACTOR TO WS-ANNUITY-FACTOR
                COMPUTE WS-YEAR-FACTOR ROUNDED =
                    WS-YEAR-FACTOR * WS-RATE-FACTOR
            END-PERFORM
            COMPUTE WS-QALY-PER-CASE ROUNDED =
                WS-CE-QALY-TOTAL(COHORT-IDX) / WS-CE-CASES(COHORT-IDX)
            COMPUTE WS-CE-DISC-COST(COHORT-IDX) ROUNDED =
                WS-CE-COST-PER-CASE(COHORT-IDX) * WS-ANNUITY-FACTOR
                / WS-CE-HORIZON(COHORT-IDX)
            COMPUTE WS-CE-DISC-QALY(COHORT-IDX) ROUNDED =
                WS-QALY-PER-CASE * WS-ANNUITY-FACTOR
                / WS-CE-HORIZON(COHORT-IDX)
        END-IF
    END-PERFORM.

      *> Group 1 dominant, 2 more effective at a cost per QALY gained,
      *> 3 cheaper but less effective, 4 dominated, 5 the comparators
      *> themselves, 6 cohorts that cannot be compared.
2100-COMPARE-COHORTS.
    PERFORM VARYING COHORT-IDX FROM 1 BY 1
            UNTIL COHORT-IDX IS GREATER THAN WS-COHORT-COUNT
        PERFORM 2200-COMPARE-ONE-COHORT
    END-PERFORM.

2200-COMPARE-ONE-COHORT.
    IF WS-CE-HAS-COST(COHORT-IDX) IS NOT EQUAL TO "Y"
        MOVE "NO COST" TO WS-CE-FLAG(COHORT-IDX)
        ADD 1 TO WS-UNMATCHED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-CE-CASES(COHORT-IDX) IS EQUAL TO ZERO
        MOVE "NO QALY DATA" TO WS-CE-FLAG(COHORT-IDX)
        ADD 1 TO WS-UNMATCHED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-CE-COMPARATOR(COHORT-IDX) IS EQUAL TO SPACES
        MOVE "COMPARATOR" TO WS-CE-FLAG(COHORT-IDX)
        MOVE 5 TO WS-CE-GROUP(COHORT-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-COHORT-FOUND
    PERFORM VARYING COMP-IDX FROM 1 BY 1
            UNTIL COMP-IDX IS GREATER THAN WS-COHORT-COUNT
        IF WS-CE-COMPARATOR(COHORT-IDX) IS EQUAL TO WS-CE-CODE(COMP-IDX)
            SET COHORT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT COHORT-FOUND
            OR WS-CE-HAS-COST(COMP-IDX) IS NOT EQUAL TO "Y"
            OR WS-CE-CASES(COMP-IDX) IS EQUAL TO ZERO
        MOVE "NO COMPARATOR" TO WS-CE-FLAG(COHORT-IDX)
        ADD 1 TO WS-UNMATCHED-COUNT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CE-INC-COST(COHORT-IDX) = WS-CE-DISC-COST(COHORT-IDX)
        - WS-CE-DISC-COST(COMP-IDX)
    COMPUTE WS-CE-INC-QALY(COHORT-IDX) = WS-CE-DISC-QALY(COHORT-IDX)
        - WS-CE-DISC-QALY(COMP-IDX)
    ADD 1 TO WS-RANKED-COUNT
    EVALUATE TRUE
        WHEN WS-CE-INC-QALY(COHORT-IDX) IS NOT LESS THAN ZERO AND
                WS-CE-INC-COST(COHORT-IDX) IS LESS THAN ZERO
            MOVE "DOMINANT" TO WS-CE-FLAG(COHORT-IDX)
            MOVE 1 TO WS-CE-GROUP(COHORT-IDX)
        WHEN WS-CE-INC-QALY(COHORT-IDX) IS GREATER THAN ZERO AND
                WS-CE-INC-COST(COHORT-IDX) IS EQUAL TO ZERO
            MOVE "DOMINANT" TO WS-CE-FLAG(COHORT-IDX)
            MOVE 1 TO WS-CE-GROUP(COHORT-IDX)
        WHEN WS-CE-INC-QALY(COHORT-IDX) IS GREATER THAN ZERO
            COMPUTE WS-CE-ICER(COHORT-IDX) ROUNDED =
                WS-CE-INC-COST(COHORT-IDX) / WS-CE-INC-QALY(COHORT-IDX)
            MOVE "COST PER GAIN" TO WS-CE-FLAG(COHORT-IDX)
            MOVE 2 TO WS-CE-GROUP(COHORT-IDX)
            MOVE WS-CE-ICER(COHORT-IDX) TO WS-CE-SORT-KEY(COHORT-IDX)
            IF WS-CE-ICER(COHORT-IDX) IS GREATER THAN QCE-WTP-THRESHOLD
                MOVE "Y" TO WS-CE-OVER-WTP(COHORT-IDX)
            END-IF
      *> Cheaper but less effective: the ratio is the saving for each
      *> QALY given up, the bigger the better, and a saving below the
      *> threshold is not worth the loss.
        WHEN WS-CE-INC-QALY(COHORT-IDX) IS LESS THAN ZERO AND
                WS-CE-INC-COST(COHORT-IDX) IS LESS THAN ZERO
            COMPUTE WS-CE-ICER(COHORT-IDX) ROUNDED =
                WS-CE-INC-COST(COHORT-IDX) / WS-CE-INC-QALY(COHORT-IDX)
            MOVE "SAVE PER LOSS" TO WS-CE-FLAG(COHORT-IDX)
            MOVE 3 TO WS-CE-GROUP(COHORT-IDX)
            COMPUTE WS-CE-SORT-KEY(COHORT-IDX) =
                0 - WS-CE-ICER(COHORT-IDX)
            IF WS-CE-ICER(COHORT-IDX) IS LESS THAN QCE-WTP-THRESHOLD
                MOVE "Y" TO WS-CE-OVER-WTP(COHORT-IDX)
            END-IF
        WHEN OTHER
            MOVE "DOMINATED" TO WS-CE-FLAG(COHORT-IDX)
            MOVE 4 TO WS-CE-GROUP(COHORT-IDX)
            MOVE "Y" TO WS-CE-OVER-WTP(COHORT-IDX)
    END-EVALUATE
    IF WS-CE-OVER-WTP(COHORT-IDX) IS EQUAL TO "Y"
        ADD 1 TO WS-OVER-WTP-COUNT
    END-IF.

2500-RANK-COHORTS.
    PERFORM VARYING COHORT-IDX FROM 1 BY 1
            UNTIL COHORT-IDX IS NOT LESS THAN WS-COHORT-COUNT
        PERFORM VARYING SWAP-IDX FROM COHORT-IDX BY 1
                UNTIL SWAP-IDX IS GREATER THAN WS-COHORT-COUNT
            IF WS-CE-GROUP(SWAP-IDX) IS LESS THAN WS-CE-GROUP(COHORT-IDX)
                OR (WS-CE-GROUP(SWAP-IDX) IS EQUAL TO
                    WS-CE-GROUP(COHORT-IDX) AND
                    WS-CE-SORT-KEY(SWAP-IDX) IS LESS THAN
                    WS-CE-SORT-KEY(COHORT-IDX))
                MOVE WS-COHORT-ENTRY(COHORT-IDX) TO WS-SWAP-ENTRY
                MOVE WS-COHORT-ENTRY(SWAP-IDX)
                    TO WS-COHORT-ENTRY(COHORT-IDX)
                MOVE WS-SWAP-ENTRY TO WS-COHORT-ENTRY(SWAP-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.

      *> The league table runs from the best value to the worst; the
      *> comparators and the cohorts that could not be compared follow
      *> unranked.
3000-WRITE-LEAGUE-TABLE.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "QALY COST-EFFECTIVENESS LEAGUE TABLE"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "RANK COHORT  COMPAR      CASES  DISC COST/CASE  "
        "QALY/CASE      INC COST    INC QALY          ICER  "
        "BASIS         WTP"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    COMPUTE WS-DISPLAY-RATE = QCE-DISCOUNT-RATE / 100
    MOVE QCE-WTP-THRESHOLD TO WS-DISPLAY-WTP
    MOVE SPACES TO WS-PRINT-LINE
    STRING "DISCOUNT RATE " WS-DISPLAY-RATE " PCT A YEAR"
        "   WILLINGNESS TO PAY " WS-DISPLAY-WTP " PER QALY"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE ZEROS TO WS-RANK
    PERFORM VARYING COHORT-IDX FROM 1 BY 1
            UNTIL COHORT-IDX IS GREATER THAN WS-COHORT-COUNT
        MOVE SPACES TO WS-LEAGUE-LINE
        IF WS-CE-GROUP(COHORT-IDX) IS LESS THAN 5
            ADD 1 TO WS-RANK
            MOVE WS-RANK TO WSL-RANK
            MOVE WS-CE-INC-COST(COHORT-IDX) TO WSL-INC-COST
            MOVE WS-CE-INC-QALY(COHORT-IDX) TO WSL-INC-QALY
            IF WS-CE-GROUP(COHORT-IDX) IS EQUAL TO 2 OR 3
                MOVE WS-CE-ICER(COHORT-IDX) TO WSL-ICER
            END-IF
            IF WS-CE-OVER-WTP(COHORT-IDX) IS EQUAL TO "Y"
                MOVE "ABOVE WTP" TO WSL-WTP-MARK
            END-IF
        END-IF
        MOVE WS-CE-CODE(COHORT-IDX) TO WSL-COHORT
        MOVE WS-CE-COMPARATOR(COHORT-IDX) TO WSL-COMPARATOR
        MOVE WS-CE-CASES(COHORT-IDX) TO WSL-CASES
        IF WS-CE-GROUP(COHORT-IDX) IS LESS THAN 6
            MOVE WS-CE-DISC-COST(COHORT-IDX) TO WSL-DISC-COST
            MOVE WS-CE-DISC-QALY(COHORT-IDX) TO WSL-DISC-QALY
        END-IF
        MOVE WS-CE-FLAG(COHORT-IDX) TO WSL-FLAG
        MOVE WS-LEAGUE-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-COHORT-COUNT IS EQUAL TO ZERO
        MOVE "NO COHORTS ON THE QALY ANSWERS" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "COHORTS RANKED " WS-RANKED-COUNT
        "   ABOVE WILLINGNESS TO PAY " WS-OVER-WTP-COUNT
        "   NOT COMPARED " WS-UNMATCHED-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==LEAGUE-REPORT-REC==.
