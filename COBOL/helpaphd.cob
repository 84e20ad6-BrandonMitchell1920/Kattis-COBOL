        SELECT PROGRESS-FILE ASSIGN TO "PHDTRACK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROGRESS-STATUS.
        COPY phdbnksel.
        COPY phdattsel.
        COPY busdatesel.
        COPY steplogsel.

    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.
    COPY phdbnkfd.
    COPY phdattfd.

    FD PROGRESS-FILE.
        01 PROGRESS-REC.

    WORKING-STORAGE SECTION.
        01 LOOP-NUM PIC 9(4).
        01 INP PIC X(30).
        01 NUM1 PIC 9(4).
        01 NUM2 PIC 9(4).
        01 ANSWER PIC ZZZ9.
        01 ANSWERED-COUNT PIC 9(4) VALUE ZEROS.
        01 MALFORMED-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-PROGRESS-STATUS PIC XX.
        01 WS-BANK-STATUS PIC XX.
        01 WS-ATTEMPT-STATUS PIC XX.
        01 WS-BANK-EOF PIC X VALUE "N".
            88 BANK-EOF VALUE "Y".
        01 WS-BANK-TABLE.
            05 WS-BANK-ENTRY OCCURS 500 TIMES.
                10 WS-BANK-ID PIC X(6).
                10 WS-BANK-RESULT PIC S9(8).
                10 WS-BANK-WEIGHT PIC 9.
        01 WS-BANK-COUNT PIC 9(3) VALUE ZEROS.
        01 BANK-IDX PIC 9(3).
        01 WS-BANK-FOUND PIC X.
            88 BANK-FOUND VALUE "Y".
        01 WS-ANSWER-TAG PIC X(2).
        01 WS-ANSWER-PROBLEM PIC X(6).
        01 WS-ANSWER-TEXT PIC X(12).
        01 WS-DECIMAL-POINTS PIC 9.
        01 WS-ANSWER-VALUE PIC S9(8).
        01 WS-ANSWER-OK PIC X.
            88 ANSWER-OK VALUE "Y".
        01 GRADED-COUNT PIC 9(4) VALUE ZEROS.
        01 CORRECT-COUNT PIC 9(4) VALUE ZEROS.
        01 UNKNOWN-PROBLEM-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-CURRENT-CANDIDATE PIC X(6) VALUE "UNKNWN".
        01 WS-CANDIDATE-TABLE.
            05 WS-CANDIDATE-ENTRY OCCURS 20 TIMES.
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " LOOP COUNT " LOOP-NUM
    PERFORM 1000-LOAD-PROBLEM-BANK
    OPEN EXTEND ATTEMPT-FILE
    IF WS-ATTEMPT-STATUS IS EQUAL TO "35"
        OPEN OUTPUT ATTEMPT-FILE
    END-IF
    PERFORM PARSE-INPUT LOOP-NUM TIMES
    CLOSE ATTEMPT-FILE
    PERFORM 8000-APPEND-PROGRESS
    DISPLAY "SKIPPED " SKIPPED-COUNT " ANSWERED " ANSWERED-COUNT
        " MALFORMED " MALFORMED-COUNT
    DISPLAY "PLUS " ADD-ANSWERED " MINUS " SUB-ANSWERED
        " TIMES " MUL-ANSWERED
    DISPLAY "GRADED " GRADED-COUNT " CORRECT " CORRECT-COUNT
        " UNKNOWN PROBLEM " UNKNOWN-PROBLEM-COUNT
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF MALFORMED-COUNT IS GREATER THAN ZERO OR
            UNKNOWN-PROBLEM-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
        MOVE INP(3:6) TO WS-CURRENT-CANDIDATE
        PERFORM FIND-CANDIDATE
    ELSE
    IF INP(1:2) IS EQUAL TO "A "
        PERFORM FIND-CANDIDATE
        PERFORM 7000-GRADE-ANSWER
    ELSE
    IF INP(1:4) IS EQUAL TO "P=NP"
        DISPLAY "skipped"
        ADD 1 TO SKIPPED-COUNT
            ADD 1 TO WS-CAND-ANSWERED(CAND-IDX)
        END-IF
    END-IF
    END-IF
    END-IF.

FIND-CANDIDATE.
        MOVE ZEROS TO WS-CAND-MALFORMED(CAND-IDX)
    END-IF.

1000-LOAD-PROBLEM-BANK.
    OPEN INPUT PROBLEM-BANK-FILE
    IF WS-BANK-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: PROBLEM BANK NOT ON FILE - STATUS "
            WS-BANK-STATUS " - ANSWERS CANNOT BE GRADED"
        EXIT PARAGRAPH
    END-IF
    READ PROBLEM-BANK-FILE
        AT END SET BANK-EOF TO TRUE
    END-READ
    PERFORM UNTIL BANK-EOF
        IF WS-BANK-COUNT IS EQUAL TO 500
            DISPLAY "EXCEPTION: MORE THAN 500 PROBLEMS IN BANK - "
                PB-PROBLEM-ID " AND AFTER NOT LOADED"
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-BANK-COUNT
        MOVE PB-PROBLEM-ID TO WS-BANK-ID(WS-BANK-COUNT)
        MOVE PB-RESULT TO WS-BANK-RESULT(WS-BANK-COUNT)
        MOVE PB-WEIGHT TO WS-BANK-WEIGHT(WS-BANK-COUNT)
        READ PROBLEM-BANK-FILE
            AT END SET BANK-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PROBLEM-BANK-FILE.

      *> An answer line is A, the problem ID and the candidate's
      *> answer, graded for whichever candidate the last C line named.
7000-GRADE-ANSWER.
    MOVE SPACES TO WS-ANSWER-TAG, WS-ANSWER-PROBLEM, WS-ANSWER-TEXT
    MOVE ZERO TO WS-FIELD-COUNT
    UNSTRING INP DELIMITED BY ALL SPACE INTO
        WS-ANSWER-TAG, WS-ANSWER-PROBLEM, WS-ANSWER-TEXT
        TALLYING IN WS-FIELD-COUNT
    MOVE "N" TO WS-ANSWER-OK
    IF WS-FIELD-COUNT IS EQUAL TO 3
        MOVE ZERO TO WS-DECIMAL-POINTS
        INSPECT WS-ANSWER-TEXT TALLYING WS-DECIMAL-POINTS FOR ALL "."
        IF WS-DECIMAL-POINTS IS EQUAL TO ZERO AND
                FUNCTION TEST-NUMVAL(WS-ANSWER-TEXT) IS EQUAL TO ZERO
            COMPUTE WS-ANSWER-VALUE = FUNCTION NUMVAL(WS-ANSWER-TEXT)
                ON SIZE ERROR CONTINUE
                NOT ON SIZE ERROR SET ANSWER-OK TO TRUE
            END-COMPUTE
        END-IF
    END-IF
    IF NOT ANSWER-OK
        DISPLAY "EXCEPTION: MALFORMED ANSWER " INP
            " - RECORD REJECTED"
        ADD 1 TO MALFORMED-COUNT
        ADD 1 TO WS-CAND-MALFORMED(CAND-IDX)
        MOVE "W" TO REJW-ACTION
        MOVE "HELPPHD " TO REJW-PROGRAM
        MOVE INP TO REJW-INPUT-LINE
        MOVE "BADF" TO REJW-REASON
        CALL "REJWRITE" USING REJW-PARMS
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-BANK-FOUND
    PERFORM VARYING BANK-IDX FROM 1 BY 1
            UNTIL BANK-IDX IS GREATER THAN WS-BANK-COUNT
        IF WS-ANSWER-PROBLEM IS EQUAL TO WS-BANK-ID(BANK-IDX)
            SET BANK-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT BANK-FOUND
        DISPLAY "EXCEPTION: ANSWER FOR UNKNOWN PROBLEM "
            WS-ANSWER-PROBLEM " - RECORD REJECTED"
        ADD 1 TO UNKNOWN-PROBLEM-COUNT
        MOVE "W" TO REJW-ACTION
        MOVE "HELPPHD " TO REJW-PROGRAM
        MOVE INP TO REJW-INPUT-LINE
        MOVE "ORPH" TO REJW-REASON
        CALL "REJWRITE" USING REJW-PARMS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO GRADED-COUNT
    MOVE SPACES TO ATTEMPT-REC
    MOVE WS-CURRENT-CANDIDATE TO ATT-CANDIDATE-ID
    MOVE WS-RUN-DATE TO ATT-BUSINESS-DATE
    MOVE WS-ANSWER-PROBLEM TO ATT-PROBLEM-ID
    MOVE WS-BANK-WEIGHT(BANK-IDX) TO ATT-WEIGHT
    MOVE WS-ANSWER-VALUE TO ATT-ANSWER
    MOVE WS-BANK-RESULT(BANK-IDX) TO ATT-RESULT
    IF WS-ANSWER-VALUE IS EQUAL TO WS-BANK-RESULT(BANK-IDX)
        SET ATT-RIGHT TO TRUE
        ADD 1 TO CORRECT-COUNT
        DISPLAY "correct"
    ELSE
        SET ATT-WRONG TO TRUE
        DISPLAY "incorrect"
    END-IF
    WRITE ATTEMPT-REC.

      *> One progress row per candidate per business date, appended so
      *> the department can read a candidate's trend across nights.
8000-APPEND-PROGRESS.
