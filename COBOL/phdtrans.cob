IDENTIFICATION DIVISION.
    PROGRAM-ID. PhdTranscripts.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY phdattsel.
        SELECT CANDIDATE-MASTER-FILE ASSIGN TO "PHDCAND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MASTER-STATUS.
        SELECT TRANSCRIPT-FILE ASSIGN TO "PHDTRANR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY phdattfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD CANDIDATE-MASTER-FILE.
        01 CANDIDATE-MASTER-REC.
            05 CAND-ID PIC X(6).
            05 FILLER PIC X.
            05 CAND-NAME PIC X(20).
            05 FILLER PIC X.
            05 CAND-DEPARTMENT PIC X(10).

    FD TRANSCRIPT-FILE.
        01 TRANSCRIPT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-ATTEMPT-STATUS PIC XX.
        01 WS-MASTER-STATUS PIC XX.
        01 WS-ATTEMPT-EOF PIC X VALUE "N".
            88 ATTEMPT-EOF VALUE "Y".
        01 WS-MASTER-EOF PIC X VALUE "N".
            88 MASTER-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-MODE PIC X(10).
            88 TRANSCRIPT-MODE VALUE "TRANSCRIPT".
            88 PASSRATE-MODE VALUE "PASSRATE".
      *> A candidate passes once the weighted score over every graded
      *> attempt reaches PHDPASPC percent of the points attempted.
        01 PHD-PASS-PCT PIC 9(3) VALUE 70.
        01 WS-CANDIDATE-TABLE.
            05 WS-CANDIDATE-ENTRY OCCURS 50 TIMES.
                10 WS-CAND-ID PIC X(6).
                10 WS-CAND-NAME PIC X(20).
                10 WS-CAND-DEPT PIC X(10).
                10 WS-CAND-ATTEMPTS PIC 9(5).
                10 WS-CAND-CORRECT PIC 9(5).
                10 WS-CAND-POINTS-TRIED PIC 9(6).
                10 WS-CAND-POINTS-EARNED PIC 9(6).
                10 WS-CAND-SCORE PIC 9(3)V99.
                10 WS-CAND-PASSED PIC X.
                10 WS-CAND-DIFF OCCURS 9 TIMES.
                    15 WS-CAND-DIFF-TRIED PIC 9(5).
                    15 WS-CAND-DIFF-RIGHT PIC 9(5).
        01 WS-CANDIDATE-COUNT PIC 99 VALUE ZEROS.
        01 CAND-IDX PIC 99.
        01 WS-CANDIDATE-FOUND PIC X.
            88 CANDIDATE-FOUND VALUE "Y".
        01 WS-WORK-CANDIDATE PIC X(6).
        01 DIFF-IDX PIC 99.
      *> Every graded attempt in the order it was submitted, so a
      *> transcript can list a candidate's history as it happened.
        01 WS-HISTORY-TABLE.
            05 WS-HISTORY-ENTRY OCCURS 2000 TIMES.
                10 WS-HS-CAND-IDX PIC 99.
                10 WS-HS-DATE PIC X(8).
                10 WS-HS-PROBLEM PIC X(6).
                10 WS-HS-WEIGHT PIC 9.
                10 WS-HS-ANSWER PIC S9(8).
                10 WS-HS-RESULT PIC S9(8).
                10 WS-HS-CORRECT PIC X.
        01 WS-HISTORY-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-HISTORY-DROPPED PIC 9(5) VALUE ZEROS.
        01 HS-IDX PIC 9(4).
        01 PRIOR-IDX PIC 9(4).
        01 WS-ATTEMPT-NUM PIC 9(3).
        01 WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 30 TIMES.
                10 WS-DP-DEPT PIC X(10).
                10 WS-DP-CANDIDATES PIC 9(3).
                10 WS-DP-SCORED PIC 9(3).
                10 WS-DP-PASSED PIC 9(3).
                10 WS-DP-SCORE-TOTAL PIC 9(6)V99.
        01 WS-DEPT-COUNT PIC 99 VALUE ZEROS.
        01 DP-IDX PIC 99.
        01 SWAP-IDX PIC 99.
        01 WS-SWAP-ENTRY PIC X(27).
        01 WS-TOTAL-CANDIDATES PIC 9(3) VALUE ZEROS.
        01 WS-TOTAL-SCORED PIC 9(3) VALUE ZEROS.
        01 WS-TOTAL-PASSED PIC 9(3) VALUE ZEROS.
        01 WS-TOTAL-SCORE PIC 9(6)V99 VALUE ZEROS.
        01 WS-WORK-PCT PIC 9(3)V99.
        01 WS-TRANSCRIPT-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-DIFF-LINE.
            05 FILLER PIC X(13) VALUE SPACE.
            05 WSF-DIFF PIC 9.
            05 FILLER PIC X(5) VALUE SPACE.
            05 WSF-TRIED PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSF-RIGHT PIC Z(4)9.
            05 FILLER PIC X(5) VALUE SPACE.
            05 WSF-PCT PIC ZZ9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSF-POINTS PIC Z(5)9.
        01 WS-HISTORY-LINE.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSH-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-PROBLEM PIC X(6).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSH-WEIGHT PIC 9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSH-ATTEMPT PIC ZZ9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-ANSWER PIC -(7)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-RESULT PIC -(7)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-MARK PIC X(9).
        01 WS-DEPT-LINE.
            05 WSD-DEPT PIC X(10).
            05 FILLER PIC X(9) VALUE SPACE.
            05 WSD-CANDIDATES PIC ZZ9.
            05 FILLER PIC X(5) VALUE SPACE.
            05 WSD-SCORED PIC ZZ9.
            05 FILLER PIC X(5) VALUE SPACE.
            05 WSD-PASSED PIC ZZ9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSD-PASS-RATE PIC ZZ9.99.
            05 FILLER PIC X(5) VALUE SPACE.
            05 WSD-AVG-SCORE PIC ZZ9.99.
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
        MOVE "TRANSCRIPT" TO WS-MODE
    END-IF
    DISPLAY "RUN " WS-RUN-ID " CANDIDATE TRANSCRIPTS " WS-MODE
    IF NOT TRANSCRIPT-MODE AND NOT PASSRATE-MODE
        DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
            " - EXPECTED TRANSCRIPT OR PASSRATE"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-READ-PARAMETERS
    PERFORM 1100-LOAD-CANDIDATE-MASTER
    PERFORM 1200-LOAD-ATTEMPTS
    PERFORM 1500-SCORE-CANDIDATES
    OPEN OUTPUT TRANSCRIPT-FILE
    IF TRANSCRIPT-MODE
        PERFORM 2000-WRITE-TRANSCRIPTS
    ELSE
        PERFORM 3000-WRITE-PASS-RATES
    END-IF
    CLOSE TRANSCRIPT-FILE
    DISPLAY "CANDIDATES " WS-CANDIDATE-COUNT
        " SCORED " WS-TOTAL-SCORED
        " PASSED " WS-TOTAL-PASSED
        " ATTEMPTS " WS-HISTORY-COUNT
    IF WS-HISTORY-DROPPED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="PHDTRANS"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "PHDPASPC"
                COMPUTE PHD-PASS-PCT = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-CANDIDATE-MASTER.
    OPEN INPUT CANDIDATE-MASTER-FILE
    IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: CANDIDATE MASTER NOT ON FILE"
            " - IDS REPORTED WITHOUT NAMES OR DEPARTMENTS"
        EXIT PARAGRAPH
    END-IF
    READ CANDIDATE-MASTER-FILE
        AT END SET MASTER-EOF TO TRUE
    END-READ
    PERFORM UNTIL MASTER-EOF
        MOVE CAND-ID TO WS-WORK-CANDIDATE
        PERFORM 1300-FIND-CANDIDATE
        MOVE CAND-NAME TO WS-CAND-NAME(CAND-IDX)
        MOVE CAND-DEPARTMENT TO WS-CAND-DEPT(CAND-IDX)
        READ CANDIDATE-MASTER-FILE
            AT END SET MASTER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CANDIDATE-MASTER-FILE.

1200-LOAD-ATTEMPTS.
    OPEN INPUT ATTEMPT-FILE
    IF WS-ATTEMPT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO GRADED ATTEMPTS ON FILE - STATUS "
            WS-ATTEMPT-STATUS
        EXIT PARAGRAPH
    END-IF
    READ ATTEMPT-FILE
        AT END SET ATTEMPT-EOF TO TRUE
    END-READ
    PERFORM UNTIL ATTEMPT-EOF
        MOVE ATT-CANDIDATE-ID TO WS-WORK-CANDIDATE
        PERFORM 1300-FIND-CANDIDATE
        MOVE ATT-WEIGHT TO DIFF-IDX
        IF DIFF-IDX IS EQUAL TO ZERO
            MOVE 1 TO DIFF-IDX
        END-IF
        ADD 1 TO WS-CAND-ATTEMPTS(CAND-IDX)
        ADD 1 TO WS-CAND-DIFF-TRIED(CAND-IDX, DIFF-IDX)
        ADD DIFF-IDX TO WS-CAND-POINTS-TRIED(CAND-IDX)
        IF ATT-RIGHT
            ADD 1 TO WS-CAND-CORRECT(CAND-IDX)
            ADD 1 TO WS-CAND-DIFF-RIGHT(CAND-IDX, DIFF-IDX)
            ADD DIFF-IDX TO WS-CAND-POINTS-EARNED(CAND-IDX)
        END-IF
        IF WS-HISTORY-COUNT IS LESS THAN 2000
            ADD 1 TO WS-HISTORY-COUNT
            MOVE CAND-IDX TO WS-HS-CAND-IDX(WS-HISTORY-COUNT)
            MOVE ATT-BUSINESS-DATE TO WS-HS-DATE(WS-HISTORY-COUNT)
            MOVE ATT-PROBLEM-ID TO WS-HS-PROBLEM(WS-HISTORY-COUNT)
            MOVE DIFF-IDX TO WS-HS-WEIGHT(WS-HISTORY-COUNT)
            MOVE ATT-ANSWER TO WS-HS-ANSWER(WS-HISTORY-COUNT)
            MOVE ATT-RESULT TO WS-HS-RESULT(WS-HISTORY-COUNT)
            MOVE ATT-CORRECT TO WS-HS-CORRECT(WS-HISTORY-COUNT)
        ELSE
            ADD 1 TO WS-HISTORY-DROPPED
        END-IF
        READ ATTEMPT-FILE
            AT END SET ATTEMPT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ATTEMPT-FILE
    IF WS-HISTORY-DROPPED IS GREATER THAN ZERO
        DISPLAY "EXCEPTION: MORE THAN 2000 GRADED ATTEMPTS - "
            WS-HISTORY-DROPPED " LEFT OFF THE HISTORY LISTINGS"
    END-IF.

1300-FIND-CANDIDATE.
    MOVE "N" TO WS-CANDIDATE-FOUND
    PERFORM VARYING CAND-IDX FROM 1 BY 1
            UNTIL CAND-IDX IS GREATER THAN WS-CANDIDATE-COUNT
        IF WS-WORK-CANDIDATE IS EQUAL TO WS-CAND-ID(CAND-IDX)
            SET CANDIDATE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CANDIDATE-FOUND
        IF WS-CANDIDATE-COUNT IS EQUAL TO 50
            DISPLAY "EXCEPTION: MORE THAN 50 CANDIDATES - "
                WS-WORK-CANDIDATE " TALLIED UNDER " WS-CAND-ID(50)
            MOVE 50 TO CAND-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CANDIDATE-COUNT
        MOVE WS-CANDIDATE-COUNT TO CAND-IDX
        MOVE WS-WORK-CANDIDATE TO WS-CAND-ID(CAND-IDX)
        MOVE "NOT ON MASTER" TO WS-CAND-NAME(CAND-IDX)
        MOVE SPACES TO WS-CAND-DEPT(CAND-IDX)
        MOVE ZEROS TO WS-CAND-ATTEMPTS(CAND-IDX),
            WS-CAND-CORRECT(CAND-IDX), WS-CAND-POINTS-TRIED(CAND-IDX),
            WS-CAND-POINTS-EARNED(CAND-IDX), WS-CAND-SCORE(CAND-IDX)
        MOVE "N" TO WS-CAND-PASSED(CAND-IDX)
        PERFORM VARYING DIFF-IDX FROM 1 BY 1
                UNTIL DIFF-IDX IS GREATER THAN 9
            MOVE ZEROS TO WS-CAND-DIFF-TRIED(CAND-IDX, DIFF-IDX),
                WS-CAND-DIFF-RIGHT(CAND-IDX, DIFF-IDX)
        END-PERFORM
    END-IF.

1500-SCORE-CANDIDATES.
    PERFORM VARYING CAND-IDX FROM 1 BY 1
            UNTIL CAND-IDX IS GREATER THAN WS-CANDIDATE-COUNT
        IF WS-CAND-POINTS-TRIED(CAND-IDX) IS GREATER THAN ZERO
            COMPUTE WS-CAND-SCORE(CAND-IDX) ROUNDED =
                (WS-CAND-POINTS-EARNED(CAND-IDX) * 100)
                / WS-CAND-POINTS-TRIED(CAND-IDX)
            ADD 1 TO WS-TOTAL-SCORED
            IF WS-CAND-SCORE(CAND-IDX) IS NOT LESS THAN PHD-PASS-PCT
                MOVE "Y" TO WS-CAND-PASSED(CAND-IDX)
                ADD 1 TO WS-TOTAL-PASSED
            END-IF
        END-IF
    END-PERFORM.

      *> One transcript per candidate, each on its own page: score by
      *> difficulty first, then every graded attempt in the order it
      *> was submitted with the attempt number on that problem.
2000-WRITE-TRANSCRIPTS.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "CANDIDATE TRANSCRIPTS - PASS AT " PHD-PASS-PCT " PCT"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    PERFORM VARYING CAND-IDX FROM 1 BY 1
            UNTIL CAND-IDX IS GREATER THAN WS-CANDIDATE-COUNT
        PERFORM 2100-WRITE-ONE-TRANSCRIPT
    END-PERFORM
    IF WS-CANDIDATE-COUNT IS EQUAL TO ZERO
        MOVE SPACES TO WS-PRINT-COLUMNS
        MOVE "NO CANDIDATES ON FILE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

2100-WRITE-ONE-TRANSCRIPT.
    ADD 1 TO WS-TRANSCRIPT-COUNT
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "CANDIDATE " WS-CAND-ID(CAND-IDX) "  "
        WS-CAND-NAME(CAND-IDX) "  DEPARTMENT " WS-CAND-DEPT(CAND-IDX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF WS-CAND-ATTEMPTS(CAND-IDX) IS EQUAL TO ZERO
        MOVE "    NO GRADED ATTEMPTS ON FILE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "    DIFFICULTY  ATTEMPTS  CORRECT  PCT RIGHT   POINTS"
        TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM VARYING DIFF-IDX FROM 1 BY 1 UNTIL DIFF-IDX IS GREATER THAN 9
        IF WS-CAND-DIFF-TRIED(CAND-IDX, DIFF-IDX) IS GREATER THAN ZERO
            MOVE DIFF-IDX TO WSF-DIFF
            MOVE WS-CAND-DIFF-TRIED(CAND-IDX, DIFF-IDX) TO WSF-TRIED
            MOVE WS-CAND-DIFF-RIGHT(CAND-IDX, DIFF-IDX) TO WSF-RIGHT
            COMPUTE WS-WORK-PCT ROUNDED =
                (WS-CAND-DIFF-RIGHT(CAND-IDX, DIFF-IDX) * 100)
                / WS-CAND-DIFF-TRIED(CAND-IDX, DIFF-IDX)
            MOVE WS-WORK-PCT TO WSF-PCT
            COMPUTE WSF-POINTS =
                WS-CAND-DIFF-RIGHT(CAND-IDX, DIFF-IDX) * DIFF-IDX
            MOVE WS-DIFF-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM
    MOVE WS-CAND-SCORE(CAND-IDX) TO WSF-PCT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "    ATTEMPTS " WS-CAND-ATTEMPTS(CAND-IDX)
        "   CORRECT " WS-CAND-CORRECT(CAND-IDX)
        "   POINTS " WS-CAND-POINTS-EARNED(CAND-IDX)
        " OF " WS-CAND-POINTS-TRIED(CAND-IDX)
        "   WEIGHTED SCORE " WSF-PCT " PCT"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    IF WS-CAND-PASSED(CAND-IDX) IS EQUAL TO "Y"
        MOVE "    RESULT PASS" TO WS-PRINT-LINE
    ELSE
        MOVE "    RESULT NOT YET PASSING" TO WS-PRINT-LINE
    END-IF
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "    DATE      PROBLEM  DIFF TRY    ANSWER    RESULT"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-PRINT-LINE TO WS-PRINT-COLUMNS
    PERFORM VARYING HS-IDX FROM 1 BY 1
            UNTIL HS-IDX IS GREATER THAN WS-HISTORY-COUNT
        IF WS-HS-CAND-IDX(HS-IDX) IS EQUAL TO CAND-IDX
            PERFORM 2200-WRITE-HISTORY-LINE
        END-IF
    END-PERFORM.

2200-WRITE-HISTORY-LINE.
    MOVE 1 TO WS-ATTEMPT-NUM
    PERFORM VARYING PRIOR-IDX FROM 1 BY 1
            UNTIL PRIOR-IDX IS NOT LESS THAN HS-IDX
        IF WS-HS-CAND-IDX(PRIOR-IDX) IS EQUAL TO CAND-IDX AND
                WS-HS-PROBLEM(PRIOR-IDX) IS EQUAL TO
                WS-HS-PROBLEM(HS-IDX)
            ADD 1 TO WS-ATTEMPT-NUM
        END-IF
    END-PERFORM
    MOVE WS-HS-DATE(HS-IDX) TO WSH-DATE
    MOVE WS-HS-PROBLEM(HS-IDX) TO WSH-PROBLEM
    MOVE WS-HS-WEIGHT(HS-IDX) TO WSH-WEIGHT
    MOVE WS-ATTEMPT-NUM TO WSH-ATTEMPT
    MOVE WS-HS-ANSWER(HS-IDX) TO WSH-ANSWER
    MOVE WS-HS-RESULT(HS-IDX) TO WSH-RESULT
    IF WS-HS-CORRECT(HS-IDX) IS EQUAL TO "Y"
        MOVE "CORRECT" TO WSH-MARK
    ELSE
        MOVE "INCORRECT" TO WSH-MARK
    END-IF
    MOVE WS-HISTORY-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Pass rate per CAND-DEPARTMENT over the candidates who have
      *> been graded at all; a candidate with no attempts is counted
      *> on the department but not in its rate.
3000-WRITE-PASS-RATES.
    PERFORM VARYING CAND-IDX FROM 1 BY 1
            UNTIL CAND-IDX IS GREATER THAN WS-CANDIDATE-COUNT
        PERFORM 3100-ADD-TO-DEPARTMENT
    END-PERFORM
    PERFORM VARYING DP-IDX FROM 1 BY 1
            UNTIL DP-IDX IS NOT LESS THAN WS-DEPT-COUNT
        PERFORM VARYING SWAP-IDX FROM 1 BY 1
                UNTIL SWAP-IDX IS NOT LESS THAN WS-DEPT-COUNT
            IF WS-DP-DEPT(SWAP-IDX) IS GREATER THAN
                    WS-DP-DEPT(SWAP-IDX + 1)
                MOVE WS-DEPT-ENTRY(SWAP-IDX) TO WS-SWAP-ENTRY
                MOVE WS-DEPT-ENTRY(SWAP-IDX + 1)
                    TO WS-DEPT-ENTRY(SWAP-IDX)
                MOVE WS-SWAP-ENTRY TO WS-DEPT-ENTRY(SWAP-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "DEPARTMENT PASS RATES - PASS AT " PHD-PASS-PCT " PCT"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "DEPARTMENT  CANDIDATES  GRADED  PASSED  PASS PCT"
        "  AVG SCORE"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    PERFORM VARYING DP-IDX FROM 1 BY 1
            UNTIL DP-IDX IS GREATER THAN WS-DEPT-COUNT
        MOVE WS-DP-DEPT(DP-IDX) TO WSD-DEPT
        MOVE WS-DP-CANDIDATES(DP-IDX) TO WSD-CANDIDATES
        MOVE WS-DP-SCORED(DP-IDX) TO WSD-SCORED
        MOVE WS-DP-PASSED(DP-IDX) TO WSD-PASSED
        MOVE ZEROS TO WSD-PASS-RATE, WSD-AVG-SCORE
        IF WS-DP-SCORED(DP-IDX) IS GREATER THAN ZERO
            COMPUTE WS-WORK-PCT ROUNDED =
                (WS-DP-PASSED(DP-IDX) * 100) / WS-DP-SCORED(DP-IDX)
            MOVE WS-WORK-PCT TO WSD-PASS-RATE
            COMPUTE WS-WORK-PCT ROUNDED =
                WS-DP-SCORE-TOTAL(DP-IDX) / WS-DP-SCORED(DP-IDX)
            MOVE WS-WORK-PCT TO WSD-AVG-SCORE
        END-IF
        MOVE WS-DEPT-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE "ALL" TO WSD-DEPT
    MOVE WS-TOTAL-CANDIDATES TO WSD-CANDIDATES
    MOVE WS-TOTAL-SCORED TO WSD-SCORED
    MOVE WS-TOTAL-PASSED TO WSD-PASSED
    MOVE ZEROS TO WSD-PASS-RATE, WSD-AVG-SCORE
    IF WS-TOTAL-SCORED IS GREATER THAN ZERO
        COMPUTE WS-WORK-PCT ROUNDED =
            (WS-TOTAL-PASSED * 100) / WS-TOTAL-SCORED
        MOVE WS-WORK-PCT TO WSD-PASS-RATE
        COMPUTE WS-WORK-PCT ROUNDED = WS-TOTAL-SCORE / WS-TOTAL-SCORED
        MOVE WS-WORK-PCT TO WSD-AVG-SCORE
    END-IF
    MOVE WS-DEPT-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3100-ADD-TO-DEPARTMENT.
    IF WS-CAND-DEPT(CAND-IDX) IS EQUAL TO SPACES
        MOVE "UNASSIGNED" TO WS-CAND-DEPT(CAND-IDX)
    END-IF
    PERFORM VARYING DP-IDX FROM 1 BY 1
            UNTIL DP-IDX IS GREATER THAN WS-DEPT-COUNT
        IF WS-DP-DEPT(DP-IDX) IS EQUAL TO WS-CAND-DEPT(CAND-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF DP-IDX IS GREATER THAN WS-DEPT-COUNT
        IF WS-DEPT-COUNT IS EQUAL TO 30
            DISPLAY "EXCEPTION: MORE THAN 30 DEPARTMENTS - "
                WS-CAND-DEPT(CAND-IDX) " LEFT OFF THE REPORT"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-DEPT-COUNT
        MOVE WS-DEPT-COUNT TO DP-IDX
        MOVE WS-CAND-DEPT(CAND-IDX) TO WS-DP-DEPT(DP-IDX)
        MOVE ZEROS TO WS-DP-CANDIDATES(DP-IDX), WS-DP-SCORED(DP-IDX),
            WS-DP-PASSED(DP-IDX), WS-DP-SCORE-TOTAL(DP-IDX)
    END-IF
    ADD 1 TO WS-DP-CANDIDATES(DP-IDX)
    ADD 1 TO WS-TOTAL-CANDIDATES
    IF WS-CAND-ATTEMPTS(CAND-IDX) IS GREATER THAN ZERO
        ADD 1 TO WS-DP-SCORED(DP-IDX)
        ADD WS-CAND-SCORE(CAND-IDX) TO WS-DP-SCORE-TOTAL(DP-IDX)
        ADD WS-CAND-SCORE(CAND-IDX) TO WS-TOTAL-SCORE
        IF WS-CAND-PASSED(CAND-IDX) IS EQUAL TO "Y"
            ADD 1 TO WS-DP-PASSED(DP-IDX)
        END-IF
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==TRANSCRIPT-REC==.
