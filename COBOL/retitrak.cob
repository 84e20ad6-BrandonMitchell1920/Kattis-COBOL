IDENTIFICATION DIVISION.
    PROGRAM-ID. RetirePlanTracking.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SCHEDULE-FILE ASSIGN TO "RETIRESCHED"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        COPY reticsel.
        COPY advmstsel.
        COPY paramctl.
        SELECT TRACKING-REPORT-FILE ASSIGN TO "RETITRKR"
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

    FD SCHEDULE-FILE.
        01 SCHEDULE-REC.
            05 SCHEDULE-CASE-NUM PIC X(5).
            05 FILLER PIC X.
            05 SCHEDULE-AGE PIC X(5).
            05 FILLER PIC X.
            05 SCHEDULE-SAVINGS PIC X(5).

    FD TRACKING-REPORT-FILE.
        01 TRACKING-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-CONTRIB-STATUS PIC XX.
        01 WS-ADVISOR-STATUS PIC XX.
        01 WS-SCHEDULE-EOF PIC X VALUE "N".
            88 SCHEDULE-EOF VALUE "Y".
        01 WS-CONTRIB-EOF PIC X VALUE "N".
            88 CONTRIB-EOF VALUE "Y".
        01 WS-ADVISOR-EOF PIC X VALUE "N".
            88 ADVISOR-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-ADVISOR-TABLE.
            05 WS-ADVISOR-ENTRY OCCURS 20 TIMES.
                10 WS-ADV-CODE PIC X(4).
                10 WS-ADV-NAME PIC X(20).
                10 WS-ADV-FROM PIC 9(5).
                10 WS-ADV-TO PIC 9(5).
        01 WS-ADVISOR-COUNT PIC 99 VALUE ZEROS.
        01 ADV-IDX PIC 99.
      *> The planned path, one row per case and age, as
      *> SavingForRetirement wrote it.
        01 WS-SCHEDULE-TABLE.
            05 WS-SCHEDULE-ENTRY OCCURS 2000 TIMES.
                10 WS-SCH-CASE PIC 9(5).
                10 WS-SCH-AGE PIC 9(3).
                10 WS-SCH-BALANCE PIC 9(5).
        01 WS-SCHEDULE-COUNT PIC 9(4) VALUE ZEROS.
        01 SCH-IDX PIC 9(4).
        01 WS-CASE-TABLE.
            05 WS-CASE-ENTRY OCCURS 200 TIMES.
                10 WS-PC-CASE PIC 9(5).
                10 WS-PC-FIRST-AGE PIC 9(3).
                10 WS-PC-PLAN-AGE PIC 9(3).
                10 WS-PC-PLAN-BALANCE PIC 9(5).
                10 WS-PC-ACTUAL PIC 9(7)V99.
                10 WS-PC-DEPOSITS PIC 9(5).
                10 WS-PC-CURRENT-AGE PIC 9(3).
                10 WS-PC-STATUS PIC X.
                    88 PC-NO-DEPOSITS VALUE "N".
                    88 PC-ON-TRACK VALUE "T".
                    88 PC-BEHIND VALUE "B".
                10 WS-PC-PLANNED PIC 9(7)V99.
                10 WS-PC-SHORTFALL PIC S9(7)V99.
                10 WS-PC-SHORT-PCT PIC S9(3)V9.
                10 WS-PC-PROJECTED-AGE PIC 9(3).
                10 WS-PC-PRINTED PIC X.
        01 WS-CASE-COUNT PIC 9(3) VALUE ZEROS.
        01 CASE-IDX PIC 9(3).
        01 WS-CASE-FOUND PIC X.
            88 CASE-FOUND VALUE "Y".
        01 WS-WANTED-CASE PIC 9(5).
      *> A client more than this percentage short of the planned path
      *> is behind; PARMCTL RETTOLPC overrides it.
        01 WS-TOLERANCE-PCT PIC 9(3) VALUE 10.
        01 WS-YEARS-SAVED PIC 9(3).
        01 WS-AVERAGE-DEPOSIT PIC 9(7)V99.
        01 WS-YEARS-TO-GO PIC 9(5).
        01 WS-REMAINING PIC 9(7)V99.
        01 WS-CONTRIBS-READ PIC 9(5) VALUE ZEROS.
        01 WS-CONTRIBS-APPLIED PIC 9(5) VALUE ZEROS.
        01 WS-CONTRIBS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-CLIENTS-TRACKED PIC 9(5) VALUE ZEROS.
        01 WS-CLIENTS-BEHIND PIC 9(5) VALUE ZEROS.
        01 WS-ADVISOR-LISTED PIC 9(5).
        01 WS-TRACK-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSK-CASE PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSK-AGE PIC ZZ9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSK-PLANNED PIC Z(6)9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSK-ACTUAL PIC Z(6)9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSK-SHORTFALL PIC Z(6)9.99-.
            05 FILLER PIC X VALUE SPACE.
            05 WSK-PCT PIC ZZ9.9-.
            05 FILLER PIC X(6) VALUE SPACE.
            05 WSK-PLAN-AGE PIC ZZ9.
            05 FILLER PIC X(7) VALUE SPACE.
            05 WSK-PROJ-AGE PIC ZZ9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSK-STATUS PIC X(12).
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
    DISPLAY "RUN " WS-RUN-ID " RETIREMENT PLAN TRACKING"
    PERFORM 1000-LOAD-PARAMETERS
    PERFORM 1100-LOAD-ADVISORS
    PERFORM 1200-LOAD-SCHEDULE
    PERFORM 2000-APPLY-CONTRIBUTIONS
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        PERFORM 3000-ASSESS-ONE-CLIENT
    END-PERFORM
    OPEN OUTPUT TRACKING-REPORT-FILE
    PERFORM 4000-WRITE-TRACKING-REPORT
    CLOSE TRACKING-REPORT-FILE
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "CONTRIBUTIONS READ " WS-CONTRIBS-READ
        " APPLIED " WS-CONTRIBS-APPLIED
        " REJECTED " WS-CONTRIBS-REJECTED
    DISPLAY "CLIENTS TRACKED " WS-CLIENTS-TRACKED
        " BEHIND PLAN " WS-CLIENTS-BEHIND
    IF WS-CLIENTS-BEHIND IS GREATER THAN ZERO
            OR WS-CONTRIBS-REJECTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="RETITRAK"==.

    COPY busdateget.

1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "RETTOLPC"
                COMPUTE WS-TOLERANCE-PCT = FUNCTION NUMVAL(PARM-VALUE)
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
            MOVE ADV-CODE TO WS-ADV-CODE(WS-ADVISOR-COUNT)
            MOVE ADV-NAME TO WS-ADV-NAME(WS-ADVISOR-COUNT)
            MOVE ADV-CASE-FROM TO WS-ADV-FROM(WS-ADVISOR-COUNT)
            MOVE ADV-CASE-TO TO WS-ADV-TO(WS-ADVISOR-COUNT)
        END-IF
        READ ADVISOR-MASTER-FILE
            AT END SET ADVISOR-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADVISOR-MASTER-FILE.

      *> Each case's rows run age by age to the age its balance first
      *> passes the target, so the last row is the planned retirement
      *> age and the nest egg the plan reaches there.
1200-LOAD-SCHEDULE.
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
                AND WS-SCHEDULE-COUNT IS LESS THAN 2000
            ADD 1 TO WS-SCHEDULE-COUNT
            MOVE WS-SCHEDULE-COUNT TO SCH-IDX
            COMPUTE WS-SCH-CASE(SCH-IDX) =
                FUNCTION NUMVAL(SCHEDULE-CASE-NUM)
            COMPUTE WS-SCH-AGE(SCH-IDX) = FUNCTION NUMVAL(SCHEDULE-AGE)
            COMPUTE WS-SCH-BALANCE(SCH-IDX) =
                FUNCTION NUMVAL(SCHEDULE-SAVINGS)
            MOVE WS-SCH-CASE(SCH-IDX) TO WS-WANTED-CASE
            PERFORM 1300-FIND-CASE
            IF NOT CASE-FOUND AND WS-CASE-COUNT IS LESS THAN 200
                ADD 1 TO WS-CASE-COUNT
                MOVE WS-CASE-COUNT TO CASE-IDX
                INITIALIZE WS-CASE-ENTRY(CASE-IDX)
                MOVE WS-WANTED-CASE TO WS-PC-CASE(CASE-IDX)
                MOVE WS-SCH-AGE(SCH-IDX) TO WS-PC-FIRST-AGE(CASE-IDX)
                SET CASE-FOUND TO TRUE
            END-IF
            IF CASE-FOUND
                MOVE WS-SCH-AGE(SCH-IDX) TO WS-PC-PLAN-AGE(CASE-IDX)
                MOVE WS-SCH-BALANCE(SCH-IDX)
                    TO WS-PC-PLAN-BALANCE(CASE-IDX)
            END-IF
        END-IF
        READ SCHEDULE-FILE
            AT END SET SCHEDULE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-FILE.

1300-FIND-CASE.
    MOVE "N" TO WS-CASE-FOUND
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        IF WS-WANTED-CASE IS EQUAL TO WS-PC-CASE(CASE-IDX)
            SET CASE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> The feed is optional - a night with no deposits still
      *> reports every client against the plan.
2000-APPLY-CONTRIBUTIONS.
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
        PERFORM 2100-APPLY-ONE-CONTRIBUTION
        READ CONTRIBUTION-FILE
            AT END SET CONTRIB-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CONTRIBUTION-FILE.

2100-APPLY-ONE-CONTRIBUTION.
    IF CONT-CASE-NUM IS NOT NUMERIC OR CONT-PLAN-AGE IS NOT NUMERIC
            OR CONT-AMOUNT IS NOT NUMERIC OR CONT-DATE IS NOT NUMERIC
        DISPLAY "EXCEPTION: MALFORMED CONTRIBUTION " CONTRIBUTION-REC
            " - NOT APPLIED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-CONTRIBUTION
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CONT-DATE))
            IS NOT EQUAL TO ZERO
            OR CONT-DATE IS GREATER THAN WS-RUN-DATE
        DISPLAY "EXCEPTION: CONTRIBUTION DATE " CONT-DATE " FOR CASE "
            CONT-CASE-NUM " IS NOT A VALID PAST DATE - NOT APPLIED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-CONTRIBUTION
        EXIT PARAGRAPH
    END-IF
    MOVE CONT-CASE-NUM TO WS-WANTED-CASE
    PERFORM 1300-FIND-CASE
    IF NOT CASE-FOUND
        DISPLAY "EXCEPTION: CONTRIBUTION FOR CASE " CONT-CASE-NUM
            " WHICH HAS NO SAVINGS PLAN - NOT APPLIED"
        MOVE "ORPH" TO REJW-REASON
        PERFORM 2900-REJECT-CONTRIBUTION
        EXIT PARAGRAPH
    END-IF
    IF CONT-PLAN-AGE IS LESS THAN WS-PC-FIRST-AGE(CASE-IDX)
        DISPLAY "EXCEPTION: CONTRIBUTION FOR CASE " CONT-CASE-NUM
            " AT AGE " CONT-PLAN-AGE " BEFORE THE PLAN STARTS"
            " - NOT APPLIED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-CONTRIBUTION
        EXIT PARAGRAPH
    END-IF
    ADD CONT-AMOUNT TO WS-PC-ACTUAL(CASE-IDX)
    ADD 1 TO WS-PC-DEPOSITS(CASE-IDX)
    IF CONT-PLAN-AGE IS GREATER THAN WS-PC-CURRENT-AGE(CASE-IDX)
        MOVE CONT-PLAN-AGE TO WS-PC-CURRENT-AGE(CASE-IDX)
    END-IF
    ADD 1 TO WS-CONTRIBS-APPLIED.

2900-REJECT-CONTRIBUTION.
    ADD 1 TO WS-CONTRIBS-REJECTED
    MOVE "W" TO REJW-ACTION
    MOVE "RETITRAK" TO REJW-PROGRAM
    MOVE CONTRIBUTION-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.

      *> The client is as far along as the latest age deposited for.
      *> Actual deposits to date are set against the scheduled
      *> balance at that age (the plan's final balance once past the
      *> planned age), and the retirement age is projected again
      *> from the client's own average deposit per year: the age at
      *> which, saving at that pace, the client reaches the nest egg
      *> the plan reaches.
3000-ASSESS-ONE-CLIENT.
    IF WS-PC-DEPOSITS(CASE-IDX) IS EQUAL TO ZERO
        SET PC-NO-DEPOSITS(CASE-IDX) TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CLIENTS-TRACKED
    MOVE WS-PC-PLAN-BALANCE(CASE-IDX) TO WS-PC-PLANNED(CASE-IDX)
    PERFORM VARYING SCH-IDX FROM 1 BY 1
            UNTIL SCH-IDX IS GREATER THAN WS-SCHEDULE-COUNT
        IF WS-SCH-CASE(SCH-IDX) IS EQUAL TO WS-PC-CASE(CASE-IDX)
                AND WS-SCH-AGE(SCH-IDX) IS EQUAL TO
                    WS-PC-CURRENT-AGE(CASE-IDX)
            MOVE WS-SCH-BALANCE(SCH-IDX) TO WS-PC-PLANNED(CASE-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    COMPUTE WS-PC-SHORTFALL(CASE-IDX) = WS-PC-PLANNED(CASE-IDX)
        - WS-PC-ACTUAL(CASE-IDX)
    MOVE ZEROS TO WS-PC-SHORT-PCT(CASE-IDX)
    IF WS-PC-PLANNED(CASE-IDX) IS GREATER THAN ZERO
        COMPUTE WS-PC-SHORT-PCT(CASE-IDX) ROUNDED =
            WS-PC-SHORTFALL(CASE-IDX) * 100 / WS-PC-PLANNED(CASE-IDX)
    END-IF
    IF WS-PC-SHORT-PCT(CASE-IDX) IS GREATER THAN WS-TOLERANCE-PCT
        SET PC-BEHIND(CASE-IDX) TO TRUE
        ADD 1 TO WS-CLIENTS-BEHIND
    ELSE
        SET PC-ON-TRACK(CASE-IDX) TO TRUE
    END-IF
    IF WS-PC-ACTUAL(CASE-IDX) IS NOT LESS THAN
            WS-PC-PLAN-BALANCE(CASE-IDX)
        MOVE WS-PC-CURRENT-AGE(CASE-IDX)
            TO WS-PC-PROJECTED-AGE(CASE-IDX)
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-YEARS-SAVED = WS-PC-CURRENT-AGE(CASE-IDX)
        - WS-PC-FIRST-AGE(CASE-IDX) + 1
    COMPUTE WS-AVERAGE-DEPOSIT = WS-PC-ACTUAL(CASE-IDX)
        / WS-YEARS-SAVED
    IF WS-AVERAGE-DEPOSIT IS EQUAL TO ZERO
        MOVE ZEROS TO WS-PC-PROJECTED-AGE(CASE-IDX)
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-REMAINING = WS-PC-PLAN-BALANCE(CASE-IDX)
        - WS-PC-ACTUAL(CASE-IDX)
    DIVIDE WS-AVERAGE-DEPOSIT INTO WS-REMAINING
        GIVING WS-YEARS-TO-GO
    IF WS-YEARS-TO-GO * WS-AVERAGE-DEPOSIT IS LESS THAN WS-REMAINING
        ADD 1 TO WS-YEARS-TO-GO
    END-IF
    IF WS-PC-CURRENT-AGE(CASE-IDX) + WS-YEARS-TO-GO
            IS GREATER THAN 200
        MOVE ZEROS TO WS-PC-PROJECTED-AGE(CASE-IDX)
    ELSE
        COMPUTE WS-PC-PROJECTED-AGE(CASE-IDX) =
            WS-PC-CURRENT-AGE(CASE-IDX) + WS-YEARS-TO-GO
    END-IF.

      *> One section per advisor, so each advisor gets the clients
      *> they own with the ones behind plan marked; cases no advisor
      *> owns close the report under UNASSIGNED.
4000-WRITE-TRACKING-REPORT.
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "   CASE  AGE  PLANNED BAL   ACTUAL BAL    SHORTFALL  "
        TO WS-PRINT-COLUMNS
    MOVE "  PCT  PLAN AGE  PROJ AGE  STATUS"
        TO WS-PRINT-COLUMNS(54:33)
    PERFORM VARYING ADV-IDX FROM 1 BY 1
            UNTIL ADV-IDX IS GREATER THAN WS-ADVISOR-COUNT
        MOVE SPACES TO WS-PRINT-TITLE
        STRING "PLAN TRACKING " WS-ADV-CODE(ADV-IDX) " "
            WS-ADV-NAME(ADV-IDX)
            DELIMITED BY SIZE INTO WS-PRINT-TITLE
        MOVE 999 TO WS-PRINT-LINE-COUNT
        MOVE ZEROS TO WS-ADVISOR-LISTED
        PERFORM VARYING CASE-IDX FROM 1 BY 1
                UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
            IF WS-PC-PRINTED(CASE-IDX) IS NOT EQUAL TO "Y"
                    AND WS-PC-CASE(CASE-IDX) IS NOT LESS THAN
                        WS-ADV-FROM(ADV-IDX)
                    AND WS-PC-CASE(CASE-IDX) IS NOT GREATER THAN
                        WS-ADV-TO(ADV-IDX)
                PERFORM 4100-PRINT-ONE-CLIENT
            END-IF
        END-PERFORM
        IF WS-ADVISOR-LISTED IS EQUAL TO ZERO
            MOVE "  NO CLIENT CASES ON FILE FOR THIS ADVISOR"
                TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM
    MOVE "PLAN TRACKING - UNASSIGNED CASES" TO WS-PRINT-TITLE
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE ZEROS TO WS-ADVISOR-LISTED
    PERFORM VARYING CASE-IDX FROM 1 BY 1
            UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
        IF WS-PC-PRINTED(CASE-IDX) IS NOT EQUAL TO "Y"
            PERFORM 4100-PRINT-ONE-CLIENT
        END-IF
    END-PERFORM
    IF WS-ADVISOR-LISTED IS EQUAL TO ZERO
        MOVE "  NONE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

4100-PRINT-ONE-CLIENT.
    MOVE "Y" TO WS-PC-PRINTED(CASE-IDX)
    ADD 1 TO WS-ADVISOR-LISTED
    MOVE WS-PC-CASE(CASE-IDX) TO WSK-CASE
    MOVE WS-PC-CURRENT-AGE(CASE-IDX) TO WSK-AGE
    MOVE WS-PC-PLANNED(CASE-IDX) TO WSK-PLANNED
    MOVE WS-PC-ACTUAL(CASE-IDX) TO WSK-ACTUAL
    MOVE WS-PC-SHORTFALL(CASE-IDX) TO WSK-SHORTFALL
    MOVE WS-PC-SHORT-PCT(CASE-IDX) TO WSK-PCT
    MOVE WS-PC-PLAN-AGE(CASE-IDX) TO WSK-PLAN-AGE
    MOVE WS-PC-PROJECTED-AGE(CASE-IDX) TO WSK-PROJ-AGE
    EVALUATE TRUE
        WHEN PC-BEHIND(CASE-IDX)
            MOVE "*** BEHIND" TO WSK-STATUS
        WHEN PC-ON-TRACK(CASE-IDX)
            MOVE "ON TRACK" TO WSK-STATUS
        WHEN OTHER
            MOVE "NO DEPOSITS" TO WSK-STATUS
    END-EVALUATE
    MOVE WS-TRACK-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==TRACKING-REPORT-REC==.
