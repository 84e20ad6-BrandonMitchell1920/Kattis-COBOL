        SELECT TARIFF-FILE ASSIGN TO "TARIFF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TARIFF-STATUS.
        SELECT PROMOTION-REPORT-FILE ASSIGN TO "TARIFPROM"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY concsel.
        COPY busdatesel.
        COPY steplogsel.

            05 PEND-APPROVER-1 PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 PEND-APPROVER-2 PIC X(8).
      *> Blank on base-fare rows; a concession row carries its fare
      *> category and method (P percent off, F flat fare), with the
      *> percentage or flat fare in PEND-FARE.
            05 FILLER PIC X VALUE SPACE.
            05 PEND-CATEGORY PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 PEND-METHOD PIC X.

    FD TARIFF-FILE.
        01 TARIFF-REC.
            05 FILLER PIC X.
            05 TARIFF-EFFECTIVE-TO PIC X(8).

    COPY concfd.

    FD PROMOTION-REPORT-FILE.
        01 PROMOTION-REPORT-REC PIC X(100).
    WORKING-STORAGE SECTION.
        01 WS-PENDING-STATUS PIC XX.
        01 WS-TARIFF-STATUS PIC XX.
        01 WS-CONCESSION-STATUS PIC XX.
        01 WS-PENDING-EOF PIC X VALUE "N".
            88 PENDING-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 PROPOSE-MODE VALUE "PROPOSE".
            88 APPROVE-MODE VALUE "APPROVE".
        01 WS-TXN-FARE PIC X(10).
        01 WS-TXN-FROM PIC X(8).
        01 WS-TXN-TO PIC X(8).
        01 WS-TXN-CATEGORY PIC X(8).
        01 WS-TXN-METHOD PIC X.
        01 WS-CATEGORY-OK PIC X.
            88 CATEGORY-OK VALUE "Y".
        COPY conccat.
        01 WS-SIGNON-ID PIC X(8).
        COPY entccall.
        01 WS-PENDING-TABLE.
            05 WS-PENDING-ENTRY OCCURS 100 TIMES.
                10 WS-PND-CLASS PIC 9(10).
                10 WS-PND-PROPOSER PIC X(8).
                10 WS-PND-APPROVER-1 PIC X(8).
                10 WS-PND-APPROVER-2 PIC X(8).
                10 WS-PND-CATEGORY PIC X(8).
                10 WS-PND-METHOD PIC X.
        01 WS-PENDING-COUNT PIC 9(3) VALUE ZEROS.
        01 PEND-IDX PIC 9(3).
        01 WS-PROPOSED-COUNT PIC 9(3) VALUE ZEROS.
1000-OPERATOR-SIGNON.
    DISPLAY "ENTER OPERATOR ID: "
    ACCEPT WS-SIGNON-ID
    MOVE WS-SIGNON-ID TO ENTC-OPERATOR
    IF PROPOSE-MODE
        MOVE "TARFPROP" TO ENTC-FUNCTION
    ELSE
        MOVE "TARFAPPR" TO ENTC-FUNCTION
    END-IF
    MOVE "TARIFAPP" TO ENTC-PROGRAM
    MOVE WS-RUN-ID TO ENTC-RUN-ID
    MOVE WS-RUN-DATE TO ENTC-CHECK-DATE
    CALL "ENTCHECK" USING ENTC-PARMS
    IF NOT ENTC-GRANTED
        DISPLAY "EXCEPTION: OPERATOR " WS-SIGNON-ID " "
            FUNCTION TRIM(ENTC-MESSAGE) " - NO TARIFF CHANGES TAKEN"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
                TO WS-PND-APPROVER-1(WS-PENDING-COUNT)
            MOVE PEND-APPROVER-2
                TO WS-PND-APPROVER-2(WS-PENDING-COUNT)
            MOVE PEND-CATEGORY TO WS-PND-CATEGORY(WS-PENDING-COUNT)
            MOVE PEND-METHOD TO WS-PND-METHOD(WS-PENDING-COUNT)
        END-IF
        READ PENDING-TARIFF-FILE
            AT END SET PENDING-EOF TO TRUE

2000-TAKE-PROPOSALS.
    DISPLAY "ENTER PROPOSALS (CLASS FARE FROM TO), END TO FINISH: "
    DISPLAY "FOR A CONCESSION ADD CATEGORY AND P (FARE IS PERCENT OFF)"
        " OR F (FARE IS FLAT FARE)"
    PERFORM FOREVER
        ACCEPT INP
        IF INP(1:3) IS EQUAL TO "END" EXIT PERFORM END-IF

2100-TAKE-ONE-PROPOSAL.
    MOVE ZERO TO WS-FIELD-COUNT
    MOVE SPACES TO WS-TXN-CLASS, WS-TXN-FARE, WS-TXN-FROM, WS-TXN-TO,
        WS-TXN-CATEGORY, WS-TXN-METHOD
    UNSTRING INP DELIMITED BY ALL SPACE INTO
        WS-TXN-CLASS, WS-TXN-FARE, WS-TXN-FROM, WS-TXN-TO,
        WS-TXN-CATEGORY, WS-TXN-METHOD
        TALLYING IN WS-FIELD-COUNT
    IF (WS-FIELD-COUNT IS NOT EQUAL TO 4 AND
            WS-FIELD-COUNT IS NOT EQUAL TO 6) OR
            FUNCTION TEST-NUMVAL(WS-TXN-CLASS) IS NOT EQUAL TO ZERO OR
            FUNCTION TEST-NUMVAL(WS-TXN-FARE) IS NOT EQUAL TO ZERO OR
            WS-TXN-FROM IS NOT NUMERIC OR
        ADD 1 TO WS-MALFORMED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD-COUNT IS EQUAL TO 6
        PERFORM 2200-EDIT-CONCESSION
        IF NOT CATEGORY-OK
            DISPLAY "EXCEPTION: MALFORMED CONCESSION " INP
                " - NOT TAKEN"
            ADD 1 TO WS-MALFORMED-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-PENDING-COUNT IS EQUAL TO 100
        DISPLAY "EXCEPTION: PENDING FILE FULL - PROPOSAL NOT TAKEN"
        ADD 1 TO WS-MALFORMED-COUNT
    MOVE WS-SIGNON-ID TO WS-PND-PROPOSER(WS-PENDING-COUNT)
    MOVE SPACES TO WS-PND-APPROVER-1(WS-PENDING-COUNT)
    MOVE SPACES TO WS-PND-APPROVER-2(WS-PENDING-COUNT)
    MOVE WS-TXN-CATEGORY TO WS-PND-CATEGORY(WS-PENDING-COUNT)
    MOVE WS-TXN-METHOD TO WS-PND-METHOD(WS-PENDING-COUNT)
    ADD 1 TO WS-PROPOSED-COUNT
    DISPLAY "PROPOSAL TAKEN FOR CLASS " WS-TXN-CLASS " "
        WS-TXN-CATEGORY.

      *> A concession names one of the fare categories and says how
      *> PEND-FARE is read; a percentage off cannot exceed 100.
2200-EDIT-CONCESSION.
    MOVE "N" TO WS-CATEGORY-OK
    PERFORM VARYING CATEGORY-IDX FROM 1 BY 1
            UNTIL CATEGORY-IDX IS GREATER THAN CONC-CATEGORY-COUNT
        IF WS-TXN-CATEGORY IS EQUAL TO CONC-CATEGORY-NAME(CATEGORY-IDX)
            SET CATEGORY-OK TO TRUE
        END-IF
    END-PERFORM
    IF WS-TXN-METHOD IS NOT EQUAL TO "P" AND
            WS-TXN-METHOD IS NOT EQUAL TO "F"
        MOVE "N" TO WS-CATEGORY-OK
    END-IF
    IF WS-TXN-METHOD IS EQUAL TO "P" AND
            FUNCTION NUMVAL(WS-TXN-FARE) IS GREATER THAN 100
        MOVE "N" TO WS-CATEGORY-OK
    END-IF.

      *> Two different operators must approve before a row becomes
      *> promotable, and the proposer may not approve their own row;
        EXIT PARAGRAPH
    END-IF
    DISPLAY "CLASS " WS-PND-CLASS(PEND-IDX)
        " " WS-PND-CATEGORY(PEND-IDX)
        " " WS-PND-METHOD(PEND-IDX)
        " FARE " WS-PND-FARE(PEND-IDX)
        " FROM " WS-PND-FROM(PEND-IDX)
        " TO " WS-PND-TO(PEND-IDX)
    END-EVALUATE.

      *> Promotion appends approved rows whose effective-from date has
      *> arrived to the live TARIFF master, or to the concession table
      *> for a concession row.  Rejected rows are listed
      *> on the promotion report each run until someone removes them,
      *> so a refusal is never silent.
4000-PROMOTE-APPROVED.
    IF WS-TARIFF-STATUS IS EQUAL TO "35"
        OPEN OUTPUT TARIFF-FILE
    END-IF
    OPEN EXTEND CONCESSION-FILE
    IF WS-CONCESSION-STATUS IS EQUAL TO "35"
        OPEN OUTPUT CONCESSION-FILE
    END-IF
    PERFORM VARYING PEND-IDX FROM 1 BY 1
            UNTIL PEND-IDX IS GREATER THAN WS-PENDING-COUNT
        EVALUATE WS-PND-STATUS(PEND-IDX)
            WHEN "R"
                MOVE SPACES TO PROMOTION-REPORT-REC
                STRING "REJECTED CLASS " WS-PND-CLASS(PEND-IDX)
                    " " WS-PND-CATEGORY(PEND-IDX)
                    " FARE " WS-PND-FARE(PEND-IDX)
                    " BY " WS-PND-APPROVER-2(PEND-IDX)
                    DELIMITED BY SIZE INTO PROMOTION-REPORT-REC
                CONTINUE
        END-EVALUATE
    END-PERFORM
    CLOSE TARIFF-FILE, CONCESSION-FILE
    MOVE SPACES TO PROMOTION-REPORT-REC
    STRING "PROMOTED " WS-PROMOTED-COUNT
        " HELD FOR EFFECTIVE DATE " WS-HELD-COUNT
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO PROMOTION-REPORT-REC
        STRING "HELD     CLASS " WS-PND-CLASS(PEND-IDX)
            " " WS-PND-CATEGORY(PEND-IDX)
            " EFFECTIVE " WS-PND-FROM(PEND-IDX)
            " NOT YET ARRIVED"
            DELIMITED BY SIZE INTO PROMOTION-REPORT-REC
        WRITE PROMOTION-REPORT-REC
        EXIT PARAGRAPH
    END-IF
    IF WS-PND-CATEGORY(PEND-IDX) IS EQUAL TO SPACES
        MOVE WS-PND-CLASS(PEND-IDX) TO TARIFF-ROUTE-CLASS
        MOVE WS-PND-FARE(PEND-IDX) TO TARIFF-FARE
        MOVE WS-PND-FROM(PEND-IDX) TO TARIFF-EFFECTIVE-FROM
        MOVE WS-PND-TO(PEND-IDX) TO TARIFF-EFFECTIVE-TO
        WRITE TARIFF-REC
    ELSE
        MOVE SPACES TO CONCESSION-REC
        MOVE WS-PND-CATEGORY(PEND-IDX) TO CONC-CATEGORY
        MOVE WS-PND-CLASS(PEND-IDX) TO CONC-ROUTE-CLASS
        MOVE WS-PND-METHOD(PEND-IDX) TO CONC-METHOD
        MOVE WS-PND-FARE(PEND-IDX) TO CONC-VALUE
        MOVE WS-PND-FROM(PEND-IDX) TO CONC-EFFECTIVE-FROM
        MOVE WS-PND-TO(PEND-IDX) TO CONC-EFFECTIVE-TO
        WRITE CONCESSION-REC
    END-IF
    MOVE "X" TO WS-PND-STATUS(PEND-IDX)
    ADD 1 TO WS-PROMOTED-COUNT
    MOVE SPACES TO PROMOTION-REPORT-REC
    STRING "PROMOTED CLASS " WS-PND-CLASS(PEND-IDX)
        " " WS-PND-CATEGORY(PEND-IDX)
        " FARE " WS-PND-FARE(PEND-IDX)
        " APPROVED BY " WS-PND-APPROVER-1(PEND-IDX)
        " AND " WS-PND-APPROVER-2(PEND-IDX)
            MOVE WS-PND-PROPOSER(PEND-IDX) TO PEND-PROPOSER
            MOVE WS-PND-APPROVER-1(PEND-IDX) TO PEND-APPROVER-1
            MOVE WS-PND-APPROVER-2(PEND-IDX) TO PEND-APPROVER-2
            MOVE WS-PND-CATEGORY(PEND-IDX) TO PEND-CATEGORY
            MOVE WS-PND-METHOD(PEND-IDX) TO PEND-METHOD
            WRITE PENDING-TARIFF-REC
        END-IF
    END-PERFORM
