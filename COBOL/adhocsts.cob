IDENTIFICATION DIVISION.
    PROGRAM-ID. AdHocRequestStatus.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY adhreqsel.
        COPY adhlogsel.
        SELECT STATUS-REPORT-FILE ASSIGN TO "ADHOCRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY adhreqfd.
    COPY adhlogfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD STATUS-REPORT-FILE.
        01 STATUS-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-ADHOC-REQUEST-STATUS PIC XX.
        01 WS-ADHOC-LOG-STATUS PIC XX.
        01 WS-REQUEST-EOF PIC X VALUE "N".
            88 REQUEST-EOF VALUE "Y".
        01 WS-LOG-EOF PIC X VALUE "N".
            88 LOG-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> Finished requests drop off the report once their last status
      *> is older than this many days (parameter ADHOCSTS); open ones
      *> stay on it however old they are.
        01 KEEP-DAYS PIC 9(3) VALUE 30.
        01 WS-KEEP-FROM-DATE PIC 9(8).
        01 WS-REQUEST-TABLE.
            05 WS-REQUEST-ENTRY OCCURS 3000 TIMES.
                10 WS-RQ-REQUEST-ID PIC X(10).
                10 WS-RQ-REQUESTER PIC X(8).
                10 WS-RQ-REPORT-TYPE PIC X(8).
                10 WS-RQ-PARM-1 PIC X(8).
                10 WS-RQ-PARM-2 PIC X(20).
                10 WS-RQ-NEEDED-BY PIC X(8).
                10 WS-RQ-STATUS PIC X(9).
                10 WS-RQ-STATUS-DATE PIC X(8).
                10 WS-RQ-DETAIL PIC X(40).
                10 WS-RQ-GROUP PIC 9.
        01 WS-REQUEST-COUNT PIC 9(4) VALUE ZEROS.
        01 RQ-IDX PIC 9(4).
        01 WS-WANTED-ID PIC X(10).
        01 WS-REQUEST-FOUND PIC X.
            88 REQUEST-FOUND VALUE "Y".
      *> The report's sections, in the order a request moves through
      *> them, and what each one counted.
        01 WS-GROUP-NAMES.
            05 FILLER PIC X(24) VALUE "QUEUED FOR A WINDOW".
            05 FILLER PIC X(24) VALUE "RUN, AWAITING DELIVERY".
            05 FILLER PIC X(24) VALUE "DELIVERED".
            05 FILLER PIC X(24) VALUE "FAILED".
            05 FILLER PIC X(24) VALUE "REJECTED AT VALIDATION".
        01 WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAMES.
            05 WS-GROUP-NAME PIC X(24) OCCURS 5 TIMES.
        01 WS-GROUP-COUNTS.
            05 WS-GROUP-COUNT PIC 9(5) OCCURS 5 TIMES.
        01 GROUP-IDX PIC 9.
        01 WS-GROUP-LINES PIC 9(5).
        01 WS-LATE-OPEN PIC 9(5) VALUE ZEROS.
        01 WS-DELIVERED-LATE PIC 9(5) VALUE ZEROS.
        01 WS-OVERFLOW PIC 9(5) VALUE ZEROS.
        01 WS-STATUS-LINE.
            05 FILLER PIC XX VALUE SPACE.
            05 WSL-REQUEST-ID PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-REQUESTER PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-REPORT-TYPE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-PARM-1 PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-PARM-2 PIC X(20).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-NEEDED-BY PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-STATUS PIC X(9).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-STATUS-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-DETAIL PIC X(36).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-LATE-FLAG PIC X(4).
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
    DISPLAY "RUN " WS-RUN-ID " AD HOC REQUEST STATUS"
    PERFORM 1000-READ-PARAMETERS
    COMPUTE WS-KEEP-FROM-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
        - KEEP-DAYS)
    MOVE ZEROS TO WS-GROUP-COUNTS
    PERFORM 1100-LOAD-REQUEST-LOG
    PERFORM 1200-LOAD-INTAKE
    OPEN OUTPUT STATUS-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    PERFORM 2000-PRINT-ONE-GROUP
        VARYING GROUP-IDX FROM 1 BY 1 UNTIL GROUP-IDX IS GREATER THAN 5
    PERFORM 3000-PRINT-SUMMARY
    CLOSE STATUS-REPORT-FILE
    DISPLAY "QUEUED " WS-GROUP-COUNT(1)
        " RUN " WS-GROUP-COUNT(2)
        " DELIVERED " WS-GROUP-COUNT(3)
        " FAILED " WS-GROUP-COUNT(4)
        " REJECTED " WS-GROUP-COUNT(5)
        " OPEN PAST NEEDED-BY " WS-LATE-OPEN
    IF WS-LATE-OPEN IS GREATER THAN ZERO
            OR WS-OVERFLOW IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ADHOCSTS"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        IF PARM-PROGRAM-NAME IS EQUAL TO "ADHOCSTS"
            COMPUTE KEEP-DAYS = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> The log is in the order things happened, so the last row
      *> read for a request is where it stands now.
1100-LOAD-REQUEST-LOG.
    OPEN INPUT ADHOC-LOG-FILE
    IF WS-ADHOC-LOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO AD HOC REQUEST LOG - STATUS "
            WS-ADHOC-LOG-STATUS
        EXIT PARAGRAPH
    END-IF
    READ ADHOC-LOG-FILE
        AT END SET LOG-EOF TO TRUE
    END-READ
    PERFORM UNTIL LOG-EOF
        MOVE ADHL-REQUEST-ID TO WS-WANTED-ID
        PERFORM 1300-FIND-REQUEST
        IF REQUEST-FOUND
            MOVE ADHL-STATUS TO WS-RQ-STATUS(RQ-IDX)
            MOVE ADHL-STATUS-DATE TO WS-RQ-STATUS-DATE(RQ-IDX)
            MOVE ADHL-DETAIL TO WS-RQ-DETAIL(RQ-IDX)
        END-IF
        READ ADHOC-LOG-FILE
            AT END SET LOG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADHOC-LOG-FILE.

      *> An intake line the validator has not yet seen is shown as
      *> queued, so a request keyed today is visible before tonight.
1200-LOAD-INTAKE.
    OPEN INPUT ADHOC-REQUEST-FILE
    IF WS-ADHOC-REQUEST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO AD HOC REQUEST INTAKE - STATUS "
            WS-ADHOC-REQUEST-STATUS
        EXIT PARAGRAPH
    END-IF
    READ ADHOC-REQUEST-FILE
        AT END SET REQUEST-EOF TO TRUE
    END-READ
    PERFORM UNTIL REQUEST-EOF
        IF ADHR-REQUEST-ID IS NOT EQUAL TO SPACES
            MOVE ADHR-REQUEST-ID TO WS-WANTED-ID
            PERFORM 1300-FIND-REQUEST
            IF REQUEST-FOUND
                    AND WS-RQ-REQUESTER(RQ-IDX) IS EQUAL TO SPACES
                MOVE ADHR-REQUESTER TO WS-RQ-REQUESTER(RQ-IDX)
                MOVE ADHR-REPORT-TYPE TO WS-RQ-REPORT-TYPE(RQ-IDX)
                MOVE ADHR-PARM-1 TO WS-RQ-PARM-1(RQ-IDX)
                MOVE ADHR-PARM-2 TO WS-RQ-PARM-2(RQ-IDX)
                MOVE ADHR-NEEDED-BY TO WS-RQ-NEEDED-BY(RQ-IDX)
                IF WS-RQ-STATUS(RQ-IDX) IS EQUAL TO SPACES
                    MOVE "QUEUED" TO WS-RQ-STATUS(RQ-IDX)
                    MOVE ADHR-REQUEST-DATE TO WS-RQ-STATUS-DATE(RQ-IDX)
                    MOVE "AWAITING VALIDATION" TO WS-RQ-DETAIL(RQ-IDX)
                END-IF
            END-IF
        END-IF
        READ ADHOC-REQUEST-FILE
            AT END SET REQUEST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADHOC-REQUEST-FILE.

1300-FIND-REQUEST.
    MOVE "N" TO WS-REQUEST-FOUND
    PERFORM VARYING RQ-IDX FROM 1 BY 1
            UNTIL RQ-IDX IS GREATER THAN WS-REQUEST-COUNT
        IF WS-RQ-REQUEST-ID(RQ-IDX) IS EQUAL TO WS-WANTED-ID
            SET REQUEST-FOUND TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-REQUEST-COUNT IS EQUAL TO 3000
        ADD 1 TO WS-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-REQUEST-COUNT
    MOVE WS-REQUEST-COUNT TO RQ-IDX
    MOVE SPACES TO WS-REQUEST-ENTRY(RQ-IDX)
    MOVE WS-WANTED-ID TO WS-RQ-REQUEST-ID(RQ-IDX)
    SET REQUEST-FOUND TO TRUE.

2000-PRINT-ONE-GROUP.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "AD HOC REQUESTS - " WS-GROUP-NAME(GROUP-IDX)
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  REQUEST    REQUESTR TYPE     PARAMETERS"
        TO WS-PRINT-COLUMNS
    MOVE "NEED BY  STATUS    AS OF    DETAIL"
        TO WS-PRINT-COLUMNS(62:34)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE ZEROS TO WS-GROUP-LINES
    PERFORM 2100-PRINT-ONE-REQUEST
        VARYING RQ-IDX FROM 1 BY 1
        UNTIL RQ-IDX IS GREATER THAN WS-REQUEST-COUNT
    IF WS-GROUP-LINES IS EQUAL TO ZERO
        MOVE "  NONE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

      *> A request is late when it is still open past its needed-by
      *> date, or was delivered after it.
2100-PRINT-ONE-REQUEST.
    EVALUATE WS-RQ-STATUS(RQ-IDX)
        WHEN "RUN"
            MOVE 2 TO WS-RQ-GROUP(RQ-IDX)
        WHEN "DELIVERED"
            MOVE 3 TO WS-RQ-GROUP(RQ-IDX)
        WHEN "FAILED"
            MOVE 4 TO WS-RQ-GROUP(RQ-IDX)
        WHEN "REJECTED"
            MOVE 5 TO WS-RQ-GROUP(RQ-IDX)
        WHEN OTHER
            MOVE 1 TO WS-RQ-GROUP(RQ-IDX)
    END-EVALUATE
    IF WS-RQ-GROUP(RQ-IDX) IS NOT EQUAL TO GROUP-IDX
        EXIT PARAGRAPH
    END-IF
    IF GROUP-IDX IS GREATER THAN 2
            AND WS-RQ-STATUS-DATE(RQ-IDX) IS LESS THAN WS-KEEP-FROM-DATE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-GROUP-LINES
    ADD 1 TO WS-GROUP-COUNT(GROUP-IDX)
    MOVE WS-RQ-REQUEST-ID(RQ-IDX) TO WSL-REQUEST-ID
    MOVE WS-RQ-REQUESTER(RQ-IDX) TO WSL-REQUESTER
    MOVE WS-RQ-REPORT-TYPE(RQ-IDX) TO WSL-REPORT-TYPE
    MOVE WS-RQ-PARM-1(RQ-IDX) TO WSL-PARM-1
    MOVE WS-RQ-PARM-2(RQ-IDX) TO WSL-PARM-2
    MOVE WS-RQ-NEEDED-BY(RQ-IDX) TO WSL-NEEDED-BY
    MOVE WS-RQ-STATUS(RQ-IDX) TO WSL-STATUS
    MOVE WS-RQ-STATUS-DATE(RQ-IDX) TO WSL-STATUS-DATE
    MOVE WS-RQ-DETAIL(RQ-IDX) TO WSL-DETAIL
    MOVE SPACES TO WSL-LATE-FLAG
    EVALUATE TRUE
        WHEN WS-RQ-NEEDED-BY(RQ-IDX) IS EQUAL TO SPACES
            CONTINUE
        WHEN GROUP-IDX IS LESS THAN 3
                AND WS-RQ-NEEDED-BY(RQ-IDX) IS LESS THAN WS-RUN-DATE
            MOVE "LATE" TO WSL-LATE-FLAG
            ADD 1 TO WS-LATE-OPEN
        WHEN GROUP-IDX IS EQUAL TO 3
                AND WS-RQ-STATUS-DATE(RQ-IDX) IS GREATER THAN
                    WS-RQ-NEEDED-BY(RQ-IDX)
            MOVE "LATE" TO WSL-LATE-FLAG
            ADD 1 TO WS-DELIVERED-LATE
    END-EVALUATE
    MOVE WS-STATUS-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3000-PRINT-SUMMARY.
    MOVE "AD HOC REQUESTS - SUMMARY" TO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING GROUP-IDX FROM 1 BY 1
            UNTIL GROUP-IDX IS GREATER THAN 5
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  " WS-GROUP-NAME(GROUP-IDX) " "
            WS-GROUP-COUNT(GROUP-IDX)
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  STILL OPEN PAST THE NEEDED-BY DATE   " WS-LATE-OPEN
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  DELIVERED AFTER THE NEEDED-BY DATE   " WS-DELIVERED-LATE
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  FINISHED REQUESTS SHOWN FOR THE LAST " KEEP-DAYS " DAYS"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==STATUS-REPORT-REC==.
