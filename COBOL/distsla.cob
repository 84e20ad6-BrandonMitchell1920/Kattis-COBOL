IDENTIFICATION DIVISION.
    PROGRAM-ID. DeliverySla.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.
        SELECT COMMITMENT-FILE ASSIGN TO "DISTCMT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMMITMENT-STATUS.
        SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.
        SELECT SLA-REPORT-FILE ASSIGN TO "DISTSLAR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    FD DIST-LOG-FILE.
        01 DIST-LOG-REC.
            05 LOG-RUN-ID PIC X(16).
            05 FILLER PIC X.
            05 LOG-REPORT-DSN PIC X(26).
            05 FILLER PIC X.
            05 LOG-DESTINATION PIC X(32).
            05 FILLER PIC X.
            05 LOG-RECORD-COUNT PIC 9(7).
            05 FILLER PIC X.
            05 LOG-DISPOSITION PIC X(11).
                88 LOG-NOT-PRESENT VALUE "NOT PRESENT".
            05 FILLER PIC X.
            05 FILLER PIC X(7).
            05 LOG-MASKED-FIELDS PIC 9(7).
            05 FILLER PIC X.
            05 LOG-DELIVERED-DATE PIC X(8).
            05 FILLER PIC X.
            05 LOG-DELIVERED-TIME PIC X(6).

      *> One line per report and recipient the business has been
      *> promised a delivery deadline for.  The deadline falls DUE-DAYS
      *> after the business date the report is for (blank is the
      *> following morning) and applies only on the calendar day types
      *> listed (blank is normal, month-end and year-end days).
    FD COMMITMENT-FILE.
        01 COMMITMENT-REC.
            05 CMT-REPORT-DSN PIC X(26).
            05 FILLER PIC X.
            05 CMT-DESTINATION PIC X(32).
            05 FILLER PIC X.
            05 CMT-DEADLINE PIC X(4).
            05 CMT-DEADLINE-PARTS REDEFINES CMT-DEADLINE.
                10 CMT-DEADLINE-HH PIC 99.
                10 CMT-DEADLINE-MM PIC 99.
            05 FILLER PIC X.
            05 CMT-DUE-DAYS PIC X.
            05 FILLER PIC X.
            05 CMT-DAY-TYPES PIC X(5).
            05 FILLER PIC X.
            05 CMT-OWNER PIC X(20).

    FD CALENDAR-FILE.
        01 CALENDAR-REC.
            05 CAL-DATE PIC X(8).
            05 FILLER PIC X.
            05 CAL-DAY-TYPE PIC X.
            05 FILLER PIC X.
            05 CAL-PLAN-DD PIC X(8).

    FD SLA-REPORT-FILE.
        01 SLA-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-LOG-STATUS PIC XX.
        01 WS-COMMITMENT-STATUS PIC XX.
        01 WS-CALENDAR-STATUS PIC XX.
        01 WS-LOG-EOF PIC X VALUE "N".
            88 LOG-EOF VALUE "Y".
        01 WS-COMMITMENT-EOF PIC X VALUE "N".
            88 COMMITMENT-EOF VALUE "Y".
        01 WS-CALENDAR-EOF PIC X VALUE "N".
            88 CALENDAR-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 BREACH-MODE VALUE "BREACH".
            88 MONTH-MODE VALUE "MONTH".
        01 WS-SLA-MONTH PIC X(6).
        01 WS-SLA-MONTH-PARTS REDEFINES WS-SLA-MONTH.
            05 WS-MONTH-YYYY PIC 9(4).
            05 WS-MONTH-MM PIC 99.
        01 WS-NEXT-MONTH PIC 9(6).
        01 WS-FROM-DATE PIC X(8).
        01 WS-TO-DATE PIC X(8).
        01 WS-FROM-INT PIC 9(8).
        01 WS-TO-INT PIC 9(8).
        01 WS-DAY-INT PIC 9(8).
        01 WS-DUE-INT PIC 9(8).
        01 WS-DATE-NUM PIC 9(8).
      *> Days in the window, each with its type off the calendar
      *> master; a date the calendar does not carry is a normal day.
        01 WS-DAY-TABLE.
            05 WS-DAY-ENTRY OCCURS 31 TIMES.
                10 WS-DY-DATE PIC X(8).
                10 WS-DY-TYPE PIC X.
        01 WS-DAY-COUNT PIC 99 VALUE ZEROS.
        01 DAY-IDX PIC 99.
        01 WS-COMMITMENT-TABLE.
            05 WS-CMT-ENTRY OCCURS 200 TIMES.
                10 WS-CT-REPORT-DSN PIC X(26).
                10 WS-CT-DESTINATION PIC X(32).
                10 WS-CT-DEADLINE PIC X(4).
                10 WS-CT-DEADLINE-MIN PIC 9(4).
                10 WS-CT-DUE-DAYS PIC 9.
                10 WS-CT-DAY-TYPES PIC X(5).
                10 WS-CT-OWNER PIC X(20).
                10 WS-CT-DAY OCCURS 31 TIMES.
                    15 WS-CT-DELIVERED PIC X(14).
                    15 WS-CT-NOT-PRESENT PIC X.
        01 WS-CMT-COUNT PIC 9(3) VALUE ZEROS.
        01 CMT-IDX PIC 9(3).
        01 WS-CMT-FOUND PIC X.
            88 CMT-FOUND VALUE "Y".
      *> Attainment rolled up by report and by recipient.
        01 WS-REPORT-TABLE.
            05 WS-RPT-ENTRY OCCURS 200 TIMES.
                10 WS-RT-KEY PIC X(32).
                10 WS-RT-DUE PIC 9(5).
                10 WS-RT-ON-TIME PIC 9(5).
                10 WS-RT-LATE PIC 9(5).
                10 WS-RT-MISSED PIC 9(5).
        01 WS-RPT-COUNT PIC 9(3) VALUE ZEROS.
        01 RPT-IDX PIC 9(3).
        01 WS-RECIPIENT-TABLE.
            05 WS-RCP-ENTRY OCCURS 200 TIMES.
                10 WS-RC-KEY PIC X(32).
                10 WS-RC-DUE PIC 9(5).
                10 WS-RC-ON-TIME PIC 9(5).
                10 WS-RC-LATE PIC 9(5).
                10 WS-RC-MISSED PIC 9(5).
        01 WS-RCP-COUNT PIC 9(3) VALUE ZEROS.
        01 RCP-IDX PIC 9(3).
        01 WS-WANTED-KEY PIC X(32).
        01 WS-KEY-FOUND PIC X.
            88 KEY-FOUND VALUE "Y".
        01 WS-DELIVERED-STAMP PIC X(14).
        01 WS-DELIVERED-PARTS REDEFINES WS-DELIVERED-STAMP.
            05 WS-DLV-DATE PIC 9(8).
            05 WS-DLV-HH PIC 99.
            05 WS-DLV-MM PIC 99.
            05 WS-DLV-SS PIC 99.
        01 WS-DUE-STAMP PIC X(14).
        01 WS-DUE-PARTS REDEFINES WS-DUE-STAMP.
            05 WS-DUE-DATE PIC 9(8).
            05 WS-DUE-HHMM PIC X(4).
            05 WS-DUE-SS PIC 99.
        01 WS-OUTCOME PIC X(11).
            88 OUTCOME-ON-TIME VALUE "ON TIME".
            88 OUTCOME-LATE VALUE "LATE".
            88 OUTCOME-NOT-PRESENT VALUE "NOT PRESENT".
            88 OUTCOME-NO-DELIVERY VALUE "NO DELIVERY".
        01 WS-MINUTES-LATE PIC 9(7).
        01 WS-TYPE-HITS PIC 9.
        01 WS-LOG-READ PIC 9(7) VALUE ZEROS.
        01 WS-LOG-MATCHED PIC 9(7) VALUE ZEROS.
        01 WS-UNSTAMPED PIC 9(7) VALUE ZEROS.
        01 WS-CMT-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-CMT-DROPPED PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-DUE PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-ON-TIME PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-LATE PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-MISSED PIC 9(5) VALUE ZEROS.
        01 WS-BREACH-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-PCT PIC 9(3)V9.
        01 WS-BREACH-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSB-REPORT-DSN PIC X(26).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSB-DESTINATION PIC X(32).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSB-OWNER PIC X(16).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSB-DUE-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSB-DUE-TIME PIC X(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSB-DLV-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSB-DLV-TIME PIC X(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSB-MINUTES-LATE PIC Z(4)9.
            05 WSB-MINUTES-LATE-X REDEFINES WSB-MINUTES-LATE
                PIC X(5).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSB-OUTCOME PIC X(11).
        01 WS-ATTAIN-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSA-KEY PIC X(32).
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSA-DUE PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSA-ON-TIME PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSA-LATE PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSA-MISSED PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSA-PCT PIC ZZ9.9.
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
    EVALUATE TRUE
        WHEN BREACH-MODE
            DISPLAY "RUN " WS-RUN-ID " DELIVERY BREACHES FOR "
                WS-RUN-DATE
            MOVE WS-RUN-DATE TO WS-FROM-DATE, WS-TO-DATE
        WHEN MONTH-MODE
            ACCEPT WS-SLA-MONTH
            IF WS-SLA-MONTH IS EQUAL TO SPACES
                MOVE WS-RUN-DATE(1:6) TO WS-SLA-MONTH
            END-IF
            DISPLAY "RUN " WS-RUN-ID " DELIVERY SLA ATTAINMENT FOR "
                WS-SLA-MONTH
            PERFORM 1000-SET-MONTH-WINDOW
        WHEN OTHER
            DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
                " - EXPECTED BREACH OR MONTH"
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
    END-EVALUATE
    COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-FROM-DATE))
    COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-TO-DATE))
    PERFORM 1100-LOAD-CALENDAR
    PERFORM 1200-LOAD-COMMITMENTS
    PERFORM 2000-MATCH-DELIVERIES
    PERFORM 3000-MEASURE-COMMITMENTS
    CLOSE SLA-REPORT-FILE
    DISPLAY "DUE " WS-TOTAL-DUE
        " ON TIME " WS-TOTAL-ON-TIME
        " LATE " WS-TOTAL-LATE
        " MISSED " WS-TOTAL-MISSED
    DISPLAY "LOG ENTRIES READ " WS-LOG-READ
        " MATCHED " WS-LOG-MATCHED
        " WITHOUT DELIVERY TIME " WS-UNSTAMPED
    IF WS-BREACH-COUNT IS GREATER THAN ZERO
            OR WS-CMT-REJECTED IS GREATER THAN ZERO
            OR WS-CMT-DROPPED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="DISTSLA "==.

    COPY busdateget.

      *> A month is measured from its first day to its last, or to
      *> the business date while the month is still running.
1000-SET-MONTH-WINDOW.
    IF WS-SLA-MONTH IS NOT NUMERIC
            OR WS-MONTH-MM IS LESS THAN 1
            OR WS-MONTH-MM IS GREATER THAN 12
        DISPLAY "EXCEPTION: SLA MONTH " WS-SLA-MONTH
            " IS NOT A YYYYMM MONTH - NOTHING MEASURED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    STRING WS-SLA-MONTH "01" DELIMITED BY SIZE INTO WS-FROM-DATE
    IF WS-FROM-DATE IS GREATER THAN WS-RUN-DATE
        DISPLAY "EXCEPTION: SLA MONTH " WS-SLA-MONTH
            " HAS NOT STARTED - NOTHING MEASURED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    IF WS-MONTH-MM IS EQUAL TO 12
        COMPUTE WS-NEXT-MONTH = (WS-MONTH-YYYY + 1) * 100 + 1
    ELSE
        COMPUTE WS-NEXT-MONTH = FUNCTION NUMVAL(WS-SLA-MONTH) + 1
    END-IF
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1) - 1)
    MOVE WS-DATE-NUM TO WS-TO-DATE
    IF WS-TO-DATE IS GREATER THAN WS-RUN-DATE
        MOVE WS-RUN-DATE TO WS-TO-DATE
    END-IF.

1100-LOAD-CALENDAR.
    PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
            UNTIL WS-DAY-INT IS GREATER THAN WS-TO-INT
        ADD 1 TO WS-DAY-COUNT
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        MOVE WS-DATE-NUM TO WS-DY-DATE(WS-DAY-COUNT)
        MOVE "N" TO WS-DY-TYPE(WS-DAY-COUNT)
    END-PERFORM
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: CALENDAR MASTER NOT AVAILABLE - STATUS "
            WS-CALENDAR-STATUS " - EVERY DAY TAKEN AS NORMAL"
        EXIT PARAGRAPH
    END-IF
    READ CALENDAR-FILE
        AT END SET CALENDAR-EOF TO TRUE
    END-READ
    PERFORM UNTIL CALENDAR-EOF
        IF CAL-DATE IS NOT LESS THAN WS-FROM-DATE
                AND CAL-DATE IS NOT GREATER THAN WS-TO-DATE
                AND CAL-DAY-TYPE IS NOT EQUAL TO SPACE
            COMPUTE DAY-IDX = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(CAL-DATE)) - WS-FROM-INT + 1
            MOVE CAL-DAY-TYPE TO WS-DY-TYPE(DAY-IDX)
        END-IF
        READ CALENDAR-FILE
            AT END SET CALENDAR-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CALENDAR-FILE.

1200-LOAD-COMMITMENTS.
    OPEN INPUT COMMITMENT-FILE
    IF WS-COMMITMENT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: DELIVERY COMMITMENT MASTER NOT AVAILABLE"
            " - STATUS " WS-COMMITMENT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ COMMITMENT-FILE
        AT END SET COMMITMENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL COMMITMENT-EOF
        PERFORM 1300-LOAD-ONE-COMMITMENT
        READ COMMITMENT-FILE
            AT END SET COMMITMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE COMMITMENT-FILE.

1300-LOAD-ONE-COMMITMENT.
    IF CMT-REPORT-DSN IS EQUAL TO SPACES
            OR CMT-DESTINATION IS EQUAL TO SPACES
            OR CMT-DEADLINE IS NOT NUMERIC
            OR CMT-DEADLINE-HH IS GREATER THAN 23
            OR CMT-DEADLINE-MM IS GREATER THAN 59
            OR (CMT-DUE-DAYS IS NOT EQUAL TO SPACE
                AND CMT-DUE-DAYS IS NOT NUMERIC)
        DISPLAY "EXCEPTION: MALFORMED COMMITMENT FOR "
            CMT-REPORT-DSN " " CMT-DESTINATION " - NOT MEASURED"
        ADD 1 TO WS-CMT-REJECTED
        EXIT PARAGRAPH
    END-IF
    IF WS-CMT-COUNT IS EQUAL TO 200
        DISPLAY "EXCEPTION: COMMITMENT TABLE FULL - "
            CMT-REPORT-DSN " " CMT-DESTINATION " NOT MEASURED"
        ADD 1 TO WS-CMT-DROPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CMT-COUNT
    MOVE WS-CMT-COUNT TO CMT-IDX
    INITIALIZE WS-CMT-ENTRY(CMT-IDX)
    MOVE CMT-REPORT-DSN TO WS-CT-REPORT-DSN(CMT-IDX)
    MOVE CMT-DESTINATION TO WS-CT-DESTINATION(CMT-IDX)
    MOVE CMT-DEADLINE TO WS-CT-DEADLINE(CMT-IDX)
    COMPUTE WS-CT-DEADLINE-MIN(CMT-IDX) =
        CMT-DEADLINE-HH * 60 + CMT-DEADLINE-MM
    IF CMT-DUE-DAYS IS EQUAL TO SPACE
        MOVE 1 TO WS-CT-DUE-DAYS(CMT-IDX)
    ELSE
        MOVE CMT-DUE-DAYS TO WS-CT-DUE-DAYS(CMT-IDX)
    END-IF
    IF CMT-DAY-TYPES IS EQUAL TO SPACES
        MOVE "NMY" TO WS-CT-DAY-TYPES(CMT-IDX)
    ELSE
        MOVE CMT-DAY-TYPES TO WS-CT-DAY-TYPES(CMT-IDX)
    END-IF
    MOVE CMT-OWNER TO WS-CT-OWNER(CMT-IDX).

      *> The earliest copy that reached the recipient stands for the
      *> business date; reruns that copy the report again do not
      *> move it.  Entries logged before deliveries were time-stamped
      *> fall back to the time the distribution run started.
2000-MATCH-DELIVERIES.
    OPEN INPUT DIST-LOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO DISTRIBUTION LOG - STATUS " WS-LOG-STATUS
            " - NOTHING DELIVERED"
        EXIT PARAGRAPH
    END-IF
    READ DIST-LOG-FILE
        AT END SET LOG-EOF TO TRUE
    END-READ
    PERFORM UNTIL LOG-EOF
        ADD 1 TO WS-LOG-READ
        IF LOG-RUN-ID(1:8) IS NOT LESS THAN WS-FROM-DATE
                AND LOG-RUN-ID(1:8) IS NOT GREATER THAN WS-TO-DATE
            PERFORM 2100-MATCH-ONE-ENTRY
        END-IF
        READ DIST-LOG-FILE
            AT END SET LOG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DIST-LOG-FILE.

2100-MATCH-ONE-ENTRY.
    MOVE "N" TO WS-CMT-FOUND
    PERFORM VARYING CMT-IDX FROM 1 BY 1
            UNTIL CMT-IDX IS GREATER THAN WS-CMT-COUNT
        IF LOG-REPORT-DSN IS EQUAL TO WS-CT-REPORT-DSN(CMT-IDX)
                AND LOG-DESTINATION IS EQUAL TO
                    WS-CT-DESTINATION(CMT-IDX)
            SET CMT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CMT-FOUND
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LOG-MATCHED
    COMPUTE DAY-IDX = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(LOG-RUN-ID(1:8))) - WS-FROM-INT + 1
    IF LOG-NOT-PRESENT
        MOVE "Y" TO WS-CT-NOT-PRESENT(CMT-IDX, DAY-IDX)
        EXIT PARAGRAPH
    END-IF
    IF LOG-DELIVERED-DATE IS NUMERIC
            AND LOG-DELIVERED-TIME IS NUMERIC
        STRING LOG-DELIVERED-DATE LOG-DELIVERED-TIME
            DELIMITED BY SIZE INTO WS-DELIVERED-STAMP
    ELSE
        ADD 1 TO WS-UNSTAMPED
        MOVE LOG-RUN-ID(1:14) TO WS-DELIVERED-STAMP
    END-IF
    IF WS-CT-DELIVERED(CMT-IDX, DAY-IDX) IS EQUAL TO SPACES
            OR WS-DELIVERED-STAMP IS LESS THAN
                WS-CT-DELIVERED(CMT-IDX, DAY-IDX)
        MOVE WS-DELIVERED-STAMP TO WS-CT-DELIVERED(CMT-IDX, DAY-IDX)
    END-IF.

      *> Every commitment is measured on every day of the window whose
      *> calendar type it applies to.  A report that never reached the
      *> recipient is a breach whether or not the distribution run
      *> found it to copy.
3000-MEASURE-COMMITMENTS.
    OPEN OUTPUT SLA-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-TITLE
    IF BREACH-MODE
        STRING "DELIVERY SLA BREACHES FOR " WS-RUN-DATE
            DELIMITED BY SIZE INTO WS-PRINT-TITLE
    ELSE
        STRING "DELIVERY SLA BREACHES " WS-FROM-DATE " - "
            WS-TO-DATE DELIMITED BY SIZE INTO WS-PRINT-TITLE
    END-IF
    MOVE "  REPORT                      DESTINATION" TO WS-PRINT-COLUMNS
    MOVE "OWNER" TO WS-PRINT-COLUMNS(65:5)
    MOVE "DUE            DELIVERED" TO WS-PRINT-COLUMNS(83:24)
    MOVE "LATE MIN  STATUS" TO WS-PRINT-COLUMNS(110:16)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING CMT-IDX FROM 1 BY 1
            UNTIL CMT-IDX IS GREATER THAN WS-CMT-COUNT
        PERFORM VARYING DAY-IDX FROM 1 BY 1
                UNTIL DAY-IDX IS GREATER THAN WS-DAY-COUNT
            PERFORM 3100-MEASURE-ONE-DAY
        END-PERFORM
    END-PERFORM
    IF WS-BREACH-COUNT IS EQUAL TO ZERO
        MOVE "  NO DELIVERY DEADLINES MISSED" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  DUE " WS-TOTAL-DUE "  ON TIME " WS-TOTAL-ON-TIME
        "  LATE " WS-TOTAL-LATE "  MISSED " WS-TOTAL-MISSED
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF MONTH-MODE
        PERFORM 4000-WRITE-REPORT-ATTAINMENT
        PERFORM 4500-WRITE-RECIPIENT-ATTAINMENT
    END-IF.

3100-MEASURE-ONE-DAY.
    MOVE ZEROS TO WS-TYPE-HITS
    INSPECT WS-CT-DAY-TYPES(CMT-IDX) TALLYING WS-TYPE-HITS
        FOR ALL WS-DY-TYPE(DAY-IDX)
    IF WS-TYPE-HITS IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAY-INT = WS-FROM-INT + DAY-IDX - 1
    COMPUTE WS-DUE-INT = WS-DAY-INT + WS-CT-DUE-DAYS(CMT-IDX)
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
    MOVE WS-CT-DEADLINE(CMT-IDX) TO WS-DUE-HHMM
    MOVE ZEROS TO WS-DUE-SS
    MOVE WS-CT-DELIVERED(CMT-IDX, DAY-IDX) TO WS-DELIVERED-STAMP
    MOVE ZEROS TO WS-MINUTES-LATE
    EVALUATE TRUE
        WHEN WS-DELIVERED-STAMP IS EQUAL TO SPACES
                AND WS-CT-NOT-PRESENT(CMT-IDX, DAY-IDX) IS EQUAL TO "Y"
            SET OUTCOME-NOT-PRESENT TO TRUE
        WHEN WS-DELIVERED-STAMP IS EQUAL TO SPACES
            SET OUTCOME-NO-DELIVERY TO TRUE
        WHEN WS-DELIVERED-STAMP IS GREATER THAN WS-DUE-STAMP
            SET OUTCOME-LATE TO TRUE
            COMPUTE WS-MINUTES-LATE =
                (FUNCTION INTEGER-OF-DATE(WS-DLV-DATE) - WS-DUE-INT)
                * 1440 + WS-DLV-HH * 60 + WS-DLV-MM
                - WS-CT-DEADLINE-MIN(CMT-IDX)
        WHEN OTHER
            SET OUTCOME-ON-TIME TO TRUE
    END-EVALUATE
    ADD 1 TO WS-TOTAL-DUE
    MOVE WS-CT-REPORT-DSN(CMT-IDX) TO WS-WANTED-KEY
    PERFORM 3200-FIND-REPORT
    MOVE WS-CT-DESTINATION(CMT-IDX) TO WS-WANTED-KEY
    PERFORM 3300-FIND-RECIPIENT
    IF RPT-IDX IS GREATER THAN ZERO
        ADD 1 TO WS-RT-DUE(RPT-IDX)
    END-IF
    IF RCP-IDX IS GREATER THAN ZERO
        ADD 1 TO WS-RC-DUE(RCP-IDX)
    END-IF
    EVALUATE TRUE
        WHEN OUTCOME-ON-TIME
            ADD 1 TO WS-TOTAL-ON-TIME
            IF RPT-IDX IS GREATER THAN ZERO
                ADD 1 TO WS-RT-ON-TIME(RPT-IDX)
            END-IF
            IF RCP-IDX IS GREATER THAN ZERO
                ADD 1 TO WS-RC-ON-TIME(RCP-IDX)
            END-IF
            EXIT PARAGRAPH
        WHEN OUTCOME-LATE
            ADD 1 TO WS-TOTAL-LATE
            IF RPT-IDX IS GREATER THAN ZERO
                ADD 1 TO WS-RT-LATE(RPT-IDX)
            END-IF
            IF RCP-IDX IS GREATER THAN ZERO
                ADD 1 TO WS-RC-LATE(RCP-IDX)
            END-IF
        WHEN OTHER
            ADD 1 TO WS-TOTAL-MISSED
            IF RPT-IDX IS GREATER THAN ZERO
                ADD 1 TO WS-RT-MISSED(RPT-IDX)
            END-IF
            IF RCP-IDX IS GREATER THAN ZERO
                ADD 1 TO WS-RC-MISSED(RCP-IDX)
            END-IF
    END-EVALUATE
    ADD 1 TO WS-BREACH-COUNT
    MOVE WS-CT-REPORT-DSN(CMT-IDX) TO WSB-REPORT-DSN
    MOVE WS-CT-DESTINATION(CMT-IDX) TO WSB-DESTINATION
    MOVE WS-CT-OWNER(CMT-IDX) TO WSB-OWNER
    MOVE WS-DUE-STAMP(1:8) TO WSB-DUE-DATE
    MOVE WS-DUE-HHMM TO WSB-DUE-TIME
    IF OUTCOME-LATE
        MOVE WS-DELIVERED-STAMP(1:8) TO WSB-DLV-DATE
        MOVE WS-DELIVERED-STAMP(9:4) TO WSB-DLV-TIME
        MOVE WS-MINUTES-LATE TO WSB-MINUTES-LATE
    ELSE
        MOVE SPACES TO WSB-DLV-DATE, WSB-DLV-TIME
        MOVE SPACES TO WSB-MINUTES-LATE-X
    END-IF
    MOVE WS-OUTCOME TO WSB-OUTCOME
    MOVE WS-BREACH-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    DISPLAY "BREACH " WS-CT-REPORT-DSN(CMT-IDX) " TO "
        WS-CT-DESTINATION(CMT-IDX) " DUE " WS-DUE-STAMP(1:12)
        " " WS-OUTCOME.

      *> Finds WS-WANTED-KEY among the reports, adding it if there is
      *> room; RPT-IDX is left at zero when the table is full.
3200-FIND-REPORT.
    MOVE "N" TO WS-KEY-FOUND
    PERFORM VARYING RPT-IDX FROM 1 BY 1
            UNTIL RPT-IDX IS GREATER THAN WS-RPT-COUNT
        IF WS-WANTED-KEY IS EQUAL TO WS-RT-KEY(RPT-IDX)
            SET KEY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF KEY-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-RPT-COUNT IS EQUAL TO 200
        MOVE ZEROS TO RPT-IDX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RPT-COUNT
    MOVE WS-RPT-COUNT TO RPT-IDX
    INITIALIZE WS-RPT-ENTRY(RPT-IDX)
    MOVE WS-WANTED-KEY TO WS-RT-KEY(RPT-IDX).

3300-FIND-RECIPIENT.
    MOVE "N" TO WS-KEY-FOUND
    PERFORM VARYING RCP-IDX FROM 1 BY 1
            UNTIL RCP-IDX IS GREATER THAN WS-RCP-COUNT
        IF WS-WANTED-KEY IS EQUAL TO WS-RC-KEY(RCP-IDX)
            SET KEY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF KEY-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-RCP-COUNT IS EQUAL TO 200
        MOVE ZEROS TO RCP-IDX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RCP-COUNT
    MOVE WS-RCP-COUNT TO RCP-IDX
    INITIALIZE WS-RCP-ENTRY(RCP-IDX)
    MOVE WS-WANTED-KEY TO WS-RC-KEY(RCP-IDX).

      *> The month's attainment pages go into the operations review
      *> pack: the share of due deliveries that arrived by deadline.
4000-WRITE-REPORT-ATTAINMENT.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "DELIVERY SLA BY REPORT " WS-SLA-MONTH
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  REPORT" TO WS-PRINT-COLUMNS
    MOVE "DUE  ON TIME     LATE   MISSED      PCT"
        TO WS-PRINT-COLUMNS(41:39)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING RPT-IDX FROM 1 BY 1
            UNTIL RPT-IDX IS GREATER THAN WS-RPT-COUNT
        MOVE WS-RT-KEY(RPT-IDX) TO WSA-KEY
        MOVE WS-RT-DUE(RPT-IDX) TO WSA-DUE
        MOVE WS-RT-ON-TIME(RPT-IDX) TO WSA-ON-TIME
        MOVE WS-RT-LATE(RPT-IDX) TO WSA-LATE
        MOVE WS-RT-MISSED(RPT-IDX) TO WSA-MISSED
        COMPUTE WS-PCT ROUNDED = WS-RT-ON-TIME(RPT-IDX) * 100
            / WS-RT-DUE(RPT-IDX)
        MOVE WS-PCT TO WSA-PCT
        MOVE WS-ATTAIN-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-RPT-COUNT IS EQUAL TO ZERO
        MOVE "  NO DELIVERIES DUE THIS MONTH" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "ALL REPORTS" TO WSA-KEY
    MOVE WS-TOTAL-DUE TO WSA-DUE
    MOVE WS-TOTAL-ON-TIME TO WSA-ON-TIME
    MOVE WS-TOTAL-LATE TO WSA-LATE
    MOVE WS-TOTAL-MISSED TO WSA-MISSED
    COMPUTE WS-PCT ROUNDED = WS-TOTAL-ON-TIME * 100 / WS-TOTAL-DUE
    MOVE WS-PCT TO WSA-PCT
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-ATTAIN-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4500-WRITE-RECIPIENT-ATTAINMENT.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "DELIVERY SLA BY RECIPIENT " WS-SLA-MONTH
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  RECIPIENT" TO WS-PRINT-COLUMNS
    MOVE "DUE  ON TIME     LATE   MISSED      PCT"
        TO WS-PRINT-COLUMNS(41:39)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING RCP-IDX FROM 1 BY 1
            UNTIL RCP-IDX IS GREATER THAN WS-RCP-COUNT
        MOVE WS-RC-KEY(RCP-IDX) TO WSA-KEY
        MOVE WS-RC-DUE(RCP-IDX) TO WSA-DUE
        MOVE WS-RC-ON-TIME(RCP-IDX) TO WSA-ON-TIME
        MOVE WS-RC-LATE(RCP-IDX) TO WSA-LATE
        MOVE WS-RC-MISSED(RCP-IDX) TO WSA-MISSED
        COMPUTE WS-PCT ROUNDED = WS-RC-ON-TIME(RCP-IDX) * 100
            / WS-RC-DUE(RCP-IDX)
        MOVE WS-PCT TO WSA-PCT
        MOVE WS-ATTAIN-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-RCP-COUNT IS EQUAL TO ZERO
        MOVE "  NO DELIVERIES DUE THIS MONTH" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SLA-REPORT-REC==.
