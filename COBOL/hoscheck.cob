IDENTIFICATION DIVISION.
    PROGRAM-ID. HoursOfService.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TICKET-FILE ASSIGN TO "TICKIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TICKET-STATUS.
        SELECT VIOLATION-REPORT-FILE ASSIGN TO "HOSVIOL"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT DEPOT-SUMMARY-FILE ASSIGN TO "HOSDEPOT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SORT-WORK ASSIGN TO "SORTWK01".
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD TICKET-FILE.
        01 TICKET-REC.
            05 TICKET-TRIP-NUMBER PIC 9(4).
            05 TICKET-SPEED PIC 99.
            05 TICKET-DAY-NUM PIC 9(3).
            05 TICKET-HH PIC 99.
            05 TICKET-MM PIC 99.
            05 TICKET-SS PIC 99.
        01 TICKET-HEADER-REC.
            05 TICKET-HEADER-TAG PIC X.
                88 VEHICLE-HEADER VALUE "V".
                88 DEPOT-HEADER VALUE "D".
            05 TICKET-VEHICLE-ID PIC X(6).
            05 TICKET-DRIVER-ID PIC X(6).
        01 TICKET-DEPOT-HEADER-REC.
            05 FILLER PIC X.
            05 TICKET-DEPOT-CODE PIC X(3).

    FD VIOLATION-REPORT-FILE.
        01 VIOLATION-REPORT-REC PIC X(132).

    FD DEPOT-SUMMARY-FILE.
        01 DEPOT-SUMMARY-REC PIC X(111).

      *> One row per speed reading, in driver and time order, so a
      *> driver's duty can be followed across every trip and vehicle.
    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-KEY.
                10 SORT-DRIVER-ID PIC X(6).
                10 SORT-SECONDS PIC 9(8).
            05 SORT-DAY PIC 9(3).
            05 SORT-HH PIC 99.
            05 SORT-MM PIC 99.
            05 SORT-TRIP PIC 9(4).
            05 SORT-DEPOT-CODE PIC X(3).

    WORKING-STORAGE SECTION.
        01 WS-TICKET-STATUS PIC XX.
        01 WS-TICKET-EOF PIC X VALUE "N".
            88 TICKET-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> Thresholds from PARMCTL, all in minutes except the weekly
      *> limit.  A gap of HOSBRKMN or more is a break that ends a
      *> spell of continuous driving; a gap of HOSOFFMN or more is
      *> off duty and ends the duty period, and that rest must be at
      *> least HOSRSTMN.  Driving in a week is capped at HOSWKHRS.
        01 HOS-MAX-DRIVING-MINUTES PIC 9(4) VALUE 270.
        01 HOS-BREAK-MINUTES PIC 9(4) VALUE 30.
        01 HOS-OFF-DUTY-MINUTES PIC 9(4) VALUE 120.
        01 HOS-MIN-REST-MINUTES PIC 9(4) VALUE 600.
        01 HOS-WEEKLY-MAX-HOURS PIC 9(3) VALUE 60.
        01 WS-BREAK-SECONDS PIC 9(8).
        01 WS-OFF-DUTY-SECONDS PIC 9(8).
        01 WS-CURRENT-DEPOT PIC X(3) VALUE "UNK".
        01 WS-CURRENT-DRIVER PIC X(6) VALUE "UNKNWN".
        01 WS-DRIVER-ID PIC X(6) VALUE SPACES.
        01 WS-DRIVER-OPEN PIC X VALUE "N".
            88 DRIVER-OPEN VALUE "Y".
        01 WS-LAST-SECONDS PIC 9(8).
        01 WS-LAST-DAY PIC 9(3).
        01 WS-LAST-HH PIC 99.
        01 WS-LAST-MM PIC 99.
        01 WS-GAP-SECONDS PIC 9(8).
        01 WS-SEG-START-SECONDS PIC 9(8).
        01 WS-SEG-START-DAY PIC 9(3).
        01 WS-SEG-START-HH PIC 99.
        01 WS-SEG-START-MM PIC 99.
        01 WS-SEG-DEPOT-IDX PIC 99.
        01 WS-SEG-MINUTES PIC 9(6).
        01 WS-WEEK-NUMBER PIC 99.
        01 WS-SEG-WEEK PIC 99.
        01 WS-WEEK-DEPOT-IDX PIC 99.
        01 WS-WEEK-MINUTES PIC 9(6).
        01 WS-WEEK-LIMIT-MINUTES PIC 9(6).
        01 WS-DRIVER-VIOLATIONS PIC 9(4).
        01 WS-READINGS-SORTED PIC 9(7) VALUE ZEROS.
        01 WS-DRIVERS-CHECKED PIC 9(5) VALUE ZEROS.
        01 WS-DRIVERS-FLAGGED PIC 9(5) VALUE ZEROS.
        01 WS-CONTINUOUS-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-SHORT-REST-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-WEEKLY-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DEPOT-TABLE.
            05 WS-DEPOT-ENTRY OCCURS 10 TIMES.
                10 WS-DEP-CODE PIC X(3).
                10 WS-DEP-DRIVERS PIC 9(5).
                10 WS-DEP-DUTY-PERIODS PIC 9(6).
                10 WS-DEP-DRIVING-MINUTES PIC 9(8).
                10 WS-DEP-CONTINUOUS PIC 9(5).
                10 WS-DEP-SHORT-REST PIC 9(5).
                10 WS-DEP-WEEKLY PIC 9(5).
        01 WS-DEPOT-COUNT PIC 99 VALUE ZEROS.
        01 DEPOT-IDX PIC 99.
        01 WS-DEPOT-FOUND PIC X.
            88 DEPOT-FOUND VALUE "Y".
        01 WS-TALLY-DEPOT PIC X(3).
        01 WS-VIOLATION-LINE.
            05 WSV-DRIVER PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-DEPOT PIC X(3).
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-TYPE PIC X(18).
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-FROM PIC X(9).
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-TO PIC X(9).
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-MINUTES PIC Z(5)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSV-LIMIT PIC Z(5)9.
        01 WS-DAY-EDIT PIC ZZ9.
        01 WS-DEPOT-SUMMARY-LINE.
            05 HOSD-DEPOT-CODE PIC X(3).
            05 FILLER PIC X(9) VALUE "  DRIVERS".
            05 FILLER PIC X VALUE SPACE.
            05 HOSD-DRIVERS PIC Z(4)9.
            05 FILLER PIC X(14) VALUE "  DUTY PERIODS".
            05 FILLER PIC X VALUE SPACE.
            05 HOSD-DUTY-PERIODS PIC Z(5)9.
            05 FILLER PIC X(13) VALUE "  DRIVING HRS".
            05 FILLER PIC X VALUE SPACE.
            05 HOSD-DRIVING-HOURS PIC Z(5)9.9.
            05 FILLER PIC X(12) VALUE "  CONTINUOUS".
            05 FILLER PIC X VALUE SPACE.
            05 HOSD-CONTINUOUS PIC Z(4)9.
            05 FILLER PIC X(12) VALUE "  SHORT REST".
            05 FILLER PIC X VALUE SPACE.
            05 HOSD-SHORT-REST PIC Z(4)9.
            05 FILLER PIC X(8) VALUE "  WEEKLY".
            05 FILLER PIC X VALUE SPACE.
            05 HOSD-WEEKLY PIC Z(4)9.
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
    DISPLAY "RUN " WS-RUN-ID " HOURS-OF-SERVICE COMPLIANCE"
    PERFORM 1000-READ-PARAMETERS
    OPEN INPUT TICKET-FILE
    IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: TICKET FILE NOT AVAILABLE - STATUS "
            WS-TICKET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    CLOSE TICKET-FILE
    MOVE "HOURS-OF-SERVICE VIOLATIONS" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "DRIVER  DEP  VIOLATION           FROM       TO        "
        "MINUTES   LIMIT"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT VIOLATION-REPORT-FILE
    SORT SORT-WORK
        ON ASCENDING KEY SORT-KEY
        INPUT PROCEDURE IS 2000-RELEASE-READINGS
        OUTPUT PROCEDURE IS 3000-CHECK-DRIVERS
    PERFORM 4000-WRITE-TOTALS
    CLOSE VIOLATION-REPORT-FILE
    PERFORM 5000-WRITE-DEPOT-SUMMARY
    DISPLAY "READINGS " WS-READINGS-SORTED
        " DRIVERS " WS-DRIVERS-CHECKED
        " FLAGGED " WS-DRIVERS-FLAGGED
        " CONTINUOUS " WS-CONTINUOUS-COUNT
        " SHORT REST " WS-SHORT-REST-COUNT
        " WEEKLY " WS-WEEKLY-COUNT
    IF WS-DRIVERS-FLAGGED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="HOSCHK  "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "HOSDRVMX"
                COMPUTE HOS-MAX-DRIVING-MINUTES =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "HOSBRKMN"
                COMPUTE HOS-BREAK-MINUTES = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "HOSOFFMN"
                COMPUTE HOS-OFF-DUTY-MINUTES =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "HOSRSTMN"
                COMPUTE HOS-MIN-REST-MINUTES =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "HOSWKHRS"
                COMPUTE HOS-WEEKLY-MAX-HOURS =
                    FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
      *> A break that already counts as off duty would make every
      *> break end the duty period; keep the off-duty gap the longer.
    IF HOS-OFF-DUTY-MINUTES IS LESS THAN HOS-BREAK-MINUTES
        DISPLAY "NOTE: HOSOFFMN " HOS-OFF-DUTY-MINUTES
            " BELOW HOSBRKMN - USING " HOS-BREAK-MINUTES
        MOVE HOS-BREAK-MINUTES TO HOS-OFF-DUTY-MINUTES
    END-IF
    COMPUTE WS-BREAK-SECONDS = HOS-BREAK-MINUTES * 60
    COMPUTE WS-OFF-DUTY-SECONDS = HOS-OFF-DUTY-MINUTES * 60
    COMPUTE WS-WEEK-LIMIT-MINUTES = HOS-WEEKLY-MAX-HOURS * 60.

2000-RELEASE-READINGS.
    OPEN INPUT TICKET-FILE
    READ TICKET-FILE
        AT END SET TICKET-EOF TO TRUE
    END-READ
    PERFORM UNTIL TICKET-EOF
        EVALUATE TRUE
            WHEN DEPOT-HEADER
                MOVE TICKET-DEPOT-CODE TO WS-CURRENT-DEPOT
            WHEN VEHICLE-HEADER
                MOVE TICKET-DRIVER-ID TO WS-CURRENT-DRIVER
            WHEN TICKET-REC IS NOT NUMERIC
                CONTINUE
            WHEN OTHER
                PERFORM 2100-RELEASE-ONE-READING
        END-EVALUATE
        READ TICKET-FILE
            AT END SET TICKET-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE TICKET-FILE.

2100-RELEASE-ONE-READING.
    MOVE WS-CURRENT-DRIVER TO SORT-DRIVER-ID
    COMPUTE SORT-SECONDS = TICKET-DAY-NUM * 86400
        + TICKET-HH * 3600 + TICKET-MM * 60 + TICKET-SS
    MOVE TICKET-DAY-NUM TO SORT-DAY
    MOVE TICKET-HH TO SORT-HH
    MOVE TICKET-MM TO SORT-MM
    MOVE TICKET-TRIP-NUMBER TO SORT-TRIP
    MOVE WS-CURRENT-DEPOT TO SORT-DEPOT-CODE
    ADD 1 TO WS-READINGS-SORTED
    RELEASE SORT-REC.

      *> Readings closer together than a break are one spell of
      *> continuous driving; a longer gap closes the spell, and a gap
      *> long enough to be off duty closes the duty period as well.
3000-CHECK-DRIVERS.
    PERFORM FOREVER
        RETURN SORT-WORK
            AT END EXIT PERFORM
        END-RETURN
        IF NOT DRIVER-OPEN OR
                SORT-DRIVER-ID IS NOT EQUAL TO WS-DRIVER-ID
            IF DRIVER-OPEN
                PERFORM 3800-CLOSE-DRIVER
            END-IF
            PERFORM 3100-OPEN-DRIVER
        ELSE
            COMPUTE WS-GAP-SECONDS = SORT-SECONDS - WS-LAST-SECONDS
            IF WS-GAP-SECONDS IS NOT LESS THAN WS-BREAK-SECONDS
                PERFORM 3500-CLOSE-SPELL
                IF WS-GAP-SECONDS IS NOT LESS THAN WS-OFF-DUTY-SECONDS
                    PERFORM 3600-CHECK-REST
                END-IF
                PERFORM 3200-OPEN-SPELL
            END-IF
        END-IF
        MOVE SORT-SECONDS TO WS-LAST-SECONDS
        MOVE SORT-DAY TO WS-LAST-DAY
        MOVE SORT-HH TO WS-LAST-HH
        MOVE SORT-MM TO WS-LAST-MM
    END-PERFORM
    IF DRIVER-OPEN
        PERFORM 3800-CLOSE-DRIVER
    END-IF.

3100-OPEN-DRIVER.
    SET DRIVER-OPEN TO TRUE
    MOVE SORT-DRIVER-ID TO WS-DRIVER-ID
    MOVE ZEROS TO WS-DRIVER-VIOLATIONS, WS-WEEK-MINUTES
    COMPUTE WS-WEEK-NUMBER = (SORT-DAY - 1) / 7 + 1
    ADD 1 TO WS-DRIVERS-CHECKED
    MOVE SORT-DEPOT-CODE TO WS-TALLY-DEPOT
    PERFORM 7000-FIND-DEPOT
    MOVE DEPOT-IDX TO WS-WEEK-DEPOT-IDX
    ADD 1 TO WS-DEP-DRIVERS(DEPOT-IDX)
    ADD 1 TO WS-DEP-DUTY-PERIODS(DEPOT-IDX)
    PERFORM 3200-OPEN-SPELL.

3200-OPEN-SPELL.
    MOVE SORT-SECONDS TO WS-SEG-START-SECONDS
    MOVE SORT-DAY TO WS-SEG-START-DAY
    MOVE SORT-HH TO WS-SEG-START-HH
    MOVE SORT-MM TO WS-SEG-START-MM
    MOVE SORT-DEPOT-CODE TO WS-TALLY-DEPOT
    PERFORM 7000-FIND-DEPOT
    MOVE DEPOT-IDX TO WS-SEG-DEPOT-IDX
    COMPUTE WS-SEG-WEEK = (SORT-DAY - 1) / 7 + 1
    IF WS-SEG-WEEK IS NOT EQUAL TO WS-WEEK-NUMBER
        PERFORM 3700-CHECK-WEEK
        MOVE WS-SEG-WEEK TO WS-WEEK-NUMBER
        MOVE DEPOT-IDX TO WS-WEEK-DEPOT-IDX
        MOVE ZEROS TO WS-WEEK-MINUTES
    END-IF.

      *> A spell is counted to the week it started in.
3500-CLOSE-SPELL.
    COMPUTE WS-SEG-MINUTES =
        (WS-LAST-SECONDS - WS-SEG-START-SECONDS) / 60
    ADD WS-SEG-MINUTES TO WS-WEEK-MINUTES
    ADD WS-SEG-MINUTES TO WS-DEP-DRIVING-MINUTES(WS-SEG-DEPOT-IDX)
    IF WS-SEG-MINUTES IS GREATER THAN HOS-MAX-DRIVING-MINUTES
        ADD 1 TO WS-CONTINUOUS-COUNT
        ADD 1 TO WS-DEP-CONTINUOUS(WS-SEG-DEPOT-IDX)
        MOVE SPACES TO WS-VIOLATION-LINE
        MOVE "CONTINUOUS DRIVING" TO WSV-TYPE
        MOVE WS-DEP-CODE(WS-SEG-DEPOT-IDX) TO WSV-DEPOT
        MOVE WS-SEG-START-DAY TO WS-DAY-EDIT
        STRING WS-DAY-EDIT " " WS-SEG-START-HH ":" WS-SEG-START-MM
            DELIMITED BY SIZE INTO WSV-FROM
        MOVE WS-LAST-DAY TO WS-DAY-EDIT
        STRING WS-DAY-EDIT " " WS-LAST-HH ":" WS-LAST-MM
            DELIMITED BY SIZE INTO WSV-TO
        MOVE WS-SEG-MINUTES TO WSV-MINUTES
        MOVE HOS-MAX-DRIVING-MINUTES TO WSV-LIMIT
        PERFORM 3900-PRINT-VIOLATION
    END-IF.

      *> The rest runs from the last reading of one duty period to
      *> the first of the next, and is charged to the depot the
      *> driver came back on duty at.
3600-CHECK-REST.
    MOVE SORT-DEPOT-CODE TO WS-TALLY-DEPOT
    PERFORM 7000-FIND-DEPOT
    ADD 1 TO WS-DEP-DUTY-PERIODS(DEPOT-IDX)
    IF WS-GAP-SECONDS / 60 IS NOT LESS THAN HOS-MIN-REST-MINUTES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SHORT-REST-COUNT
    ADD 1 TO WS-DEP-SHORT-REST(DEPOT-IDX)
    MOVE SPACES TO WS-VIOLATION-LINE
    MOVE "SHORT REST" TO WSV-TYPE
    MOVE WS-DEP-CODE(DEPOT-IDX) TO WSV-DEPOT
    MOVE WS-LAST-DAY TO WS-DAY-EDIT
    STRING WS-DAY-EDIT " " WS-LAST-HH ":" WS-LAST-MM
        DELIMITED BY SIZE INTO WSV-FROM
    MOVE SORT-DAY TO WS-DAY-EDIT
    STRING WS-DAY-EDIT " " SORT-HH ":" SORT-MM
        DELIMITED BY SIZE INTO WSV-TO
    COMPUTE WSV-MINUTES = WS-GAP-SECONDS / 60
    MOVE HOS-MIN-REST-MINUTES TO WSV-LIMIT
    PERFORM 3900-PRINT-VIOLATION.

      *> Weeks are the seven-day blocks of the ticket day number,
      *> week 1 being days 1 to 7.
3700-CHECK-WEEK.
    IF WS-WEEK-MINUTES IS NOT GREATER THAN WS-WEEK-LIMIT-MINUTES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-WEEKLY-COUNT
    ADD 1 TO WS-DEP-WEEKLY(WS-WEEK-DEPOT-IDX)
    MOVE SPACES TO WS-VIOLATION-LINE
    MOVE "WEEKLY HOURS" TO WSV-TYPE
    MOVE WS-DEP-CODE(WS-WEEK-DEPOT-IDX) TO WSV-DEPOT
    STRING "WEEK " WS-WEEK-NUMBER DELIMITED BY SIZE INTO WSV-FROM
    MOVE WS-WEEK-MINUTES TO WSV-MINUTES
    MOVE WS-WEEK-LIMIT-MINUTES TO WSV-LIMIT
    PERFORM 3900-PRINT-VIOLATION.

3800-CLOSE-DRIVER.
    PERFORM 3500-CLOSE-SPELL
    PERFORM 3700-CHECK-WEEK
    IF WS-DRIVER-VIOLATIONS IS GREATER THAN ZERO
        ADD 1 TO WS-DRIVERS-FLAGGED
        MOVE SPACES TO WS-PRINT-LINE
        STRING "DRIVER " WS-DRIVER-ID " VIOLATIONS "
            WS-DRIVER-VIOLATIONS
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    MOVE "N" TO WS-DRIVER-OPEN.

3900-PRINT-VIOLATION.
    ADD 1 TO WS-DRIVER-VIOLATIONS
    MOVE WS-DRIVER-ID TO WSV-DRIVER
    MOVE WS-VIOLATION-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    DISPLAY "EXCEPTION: DRIVER " WS-DRIVER-ID " " WSV-TYPE
        " " WSV-MINUTES " MINUTES - LIMIT " WSV-LIMIT.

4000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    STRING "DRIVERS CHECKED " WS-DRIVERS-CHECKED
        "  FLAGGED " WS-DRIVERS-FLAGGED
        "  CONTINUOUS DRIVING " WS-CONTINUOUS-COUNT
        "  SHORT REST " WS-SHORT-REST-COUNT
        "  WEEKLY HOURS " WS-WEEKLY-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "LIMITS: CONTINUOUS " HOS-MAX-DRIVING-MINUTES
        " MIN  BREAK " HOS-BREAK-MINUTES
        " MIN  OFF DUTY " HOS-OFF-DUTY-MINUTES
        " MIN  REST " HOS-MIN-REST-MINUTES
        " MIN  WEEKLY " HOS-WEEKLY-MAX-HOURS " HRS"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

5000-WRITE-DEPOT-SUMMARY.
    OPEN OUTPUT DEPOT-SUMMARY-FILE
    PERFORM VARYING DEPOT-IDX FROM 1 BY 1
            UNTIL DEPOT-IDX IS GREATER THAN WS-DEPOT-COUNT
        MOVE WS-DEP-CODE(DEPOT-IDX) TO HOSD-DEPOT-CODE
        MOVE WS-DEP-DRIVERS(DEPOT-IDX) TO HOSD-DRIVERS
        MOVE WS-DEP-DUTY-PERIODS(DEPOT-IDX) TO HOSD-DUTY-PERIODS
        COMPUTE HOSD-DRIVING-HOURS ROUNDED =
            WS-DEP-DRIVING-MINUTES(DEPOT-IDX) / 60
        MOVE WS-DEP-CONTINUOUS(DEPOT-IDX) TO HOSD-CONTINUOUS
        MOVE WS-DEP-SHORT-REST(DEPOT-IDX) TO HOSD-SHORT-REST
        MOVE WS-DEP-WEEKLY(DEPOT-IDX) TO HOSD-WEEKLY
        WRITE DEPOT-SUMMARY-REC FROM WS-DEPOT-SUMMARY-LINE
    END-PERFORM
    CLOSE DEPOT-SUMMARY-FILE.

7000-FIND-DEPOT.
    MOVE "N" TO WS-DEPOT-FOUND
    PERFORM VARYING DEPOT-IDX FROM 1 BY 1
            UNTIL DEPOT-IDX IS GREATER THAN WS-DEPOT-COUNT
        IF WS-TALLY-DEPOT IS EQUAL TO WS-DEP-CODE(DEPOT-IDX)
            SET DEPOT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT DEPOT-FOUND
        IF WS-DEPOT-COUNT IS EQUAL TO 10
            DISPLAY "EXCEPTION: MORE THAN 10 DEPOTS - "
                WS-TALLY-DEPOT " TALLIED UNDER " WS-DEP-CODE(10)
            MOVE 10 TO DEPOT-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-DEPOT-COUNT
        MOVE WS-DEPOT-COUNT TO DEPOT-IDX
        MOVE WS-TALLY-DEPOT TO WS-DEP-CODE(DEPOT-IDX)
        MOVE ZEROS TO WS-DEP-DRIVERS(DEPOT-IDX)
        MOVE ZEROS TO WS-DEP-DUTY-PERIODS(DEPOT-IDX)
        MOVE ZEROS TO WS-DEP-DRIVING-MINUTES(DEPOT-IDX)
        MOVE ZEROS TO WS-DEP-CONTINUOUS(DEPOT-IDX)
        MOVE ZEROS TO WS-DEP-SHORT-REST(DEPOT-IDX)
        MOVE ZEROS TO WS-DEP-WEEKLY(DEPOT-IDX)
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==VIOLATION-REPORT-REC==.
