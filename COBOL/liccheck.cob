IDENTIFICATION DIVISION.
    PROGRAM-ID. LicenseCheck.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TICKET-FILE ASSIGN TO "TICKIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TICKET-STATUS.
        COPY drvmstsel.
        SELECT EXCEPTION-REPORT-FILE ASSIGN TO "LICEXCP"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
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

    COPY drvmstfd.

    FD EXCEPTION-REPORT-FILE.
        01 EXCEPTION-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-TICKET-STATUS PIC XX.
        01 WS-DRIVER-MST-STATUS PIC XX.
        01 WS-TICKET-EOF PIC X VALUE "N".
            88 TICKET-EOF VALUE "Y".
        01 WS-VEHICLE-ID PIC X(6).
        01 WS-DRIVER-ID PIC X(6).
        01 WS-CURRENT-TRIP PIC 9(4).
        01 WS-TRIP-STARTED PIC X VALUE "N".
            88 TRIP-STARTED VALUE "Y".
        01 WS-TODAY-DAY-OF-YEAR PIC 9(3).
        01 WS-TRIP-YEAR PIC 9(4).
        01 WS-TRIP-YYYYDDD PIC 9(7).
        01 WS-TRIP-INT PIC 9(8).
        01 WS-TRIP-DATE PIC 9(8).
        01 WS-TRIP-DATE-X REDEFINES WS-TRIP-DATE PIC X(8).
        01 WS-EXCEPTION-REASON PIC X(20).
        01 WS-TRIPS-CHECKED PIC 9(5) VALUE ZEROS.
        01 WS-TRIPS-FLAGGED PIC 9(5) VALUE ZEROS.
        01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-SUSPENDED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNLICENSED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-EXCEPTION-LINE.
            05 WSE-TRIP PIC 9(4).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-VEHICLE PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-DRIVER PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-NAME PIC X(20).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-TRIP-DATE PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-LICENSE PIC X(15).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-CLASS PIC X(2).
            05 FILLER PIC XXX VALUE SPACE.
            05 WSE-EXPIRY PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSE-STATUS PIC X.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSE-REASON PIC X(20).
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
    DISPLAY "RUN " WS-RUN-ID " DRIVER LICENSE COMPLIANCE CHECK"
    COMPUTE WS-TODAY-DAY-OF-YEAR = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE)) - FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 10000 + 0101) + 1
    OPEN INPUT TICKET-FILE
    IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: TICKET FILE NOT AVAILABLE - STATUS "
            WS-TICKET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN INPUT DRIVER-MASTER-FILE
    IF WS-DRIVER-MST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: DRIVER MASTER NOT AVAILABLE - STATUS "
            WS-DRIVER-MST-STATUS
        CLOSE TICKET-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE "LICENSE COMPLIANCE EXCEPTIONS" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "TRIP  VEHICLE DRIVER  NAME                  TRIP DATE "
        "LICENSE          CLASS EXPIRY    ST  REASON"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT EXCEPTION-REPORT-FILE
    PERFORM 2000-CHECK-TRIPS
    PERFORM 4000-WRITE-TOTALS
    CLOSE TICKET-FILE, DRIVER-MASTER-FILE, EXCEPTION-REPORT-FILE
    DISPLAY "TRIPS CHECKED " WS-TRIPS-CHECKED
        " FLAGGED " WS-TRIPS-FLAGGED
        " EXPIRED " WS-EXPIRED-COUNT
        " SUSPENDED " WS-SUSPENDED-COUNT
        " UNLICENSED " WS-UNLICENSED-COUNT
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-TRIPS-FLAGGED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="LICCHK  "==.

    COPY busdateget.

      *> A trip starts at the first ticket after a vehicle header or
      *> at a change of trip number, and is checked once against the
      *> driver named on the header it runs under.
2000-CHECK-TRIPS.
    READ TICKET-FILE
        AT END SET TICKET-EOF TO TRUE
    END-READ
    PERFORM UNTIL TICKET-EOF
        EVALUATE TRUE
            WHEN VEHICLE-HEADER
                MOVE TICKET-VEHICLE-ID TO WS-VEHICLE-ID
                MOVE TICKET-DRIVER-ID TO WS-DRIVER-ID
                MOVE "N" TO WS-TRIP-STARTED
            WHEN DEPOT-HEADER
                CONTINUE
            WHEN TICKET-TRIP-NUMBER IS NOT NUMERIC OR
                    TICKET-DAY-NUM IS NOT NUMERIC
                CONTINUE
            WHEN NOT TRIP-STARTED OR
                    TICKET-TRIP-NUMBER IS NOT EQUAL TO WS-CURRENT-TRIP
                SET TRIP-STARTED TO TRUE
                MOVE TICKET-TRIP-NUMBER TO WS-CURRENT-TRIP
                PERFORM 2100-CHECK-ONE-TRIP
        END-EVALUATE
        READ TICKET-FILE
            AT END SET TICKET-EOF TO TRUE
        END-READ
    END-PERFORM.

      *> The ticket day is the day of the year; a day later in the
      *> year than the business date belongs to the year before.
2100-CHECK-ONE-TRIP.
    ADD 1 TO WS-TRIPS-CHECKED
    MOVE WS-RUN-DATE(1:4) TO WS-TRIP-YEAR
    IF TICKET-DAY-NUM IS GREATER THAN WS-TODAY-DAY-OF-YEAR
        SUBTRACT 1 FROM WS-TRIP-YEAR
    END-IF
    COMPUTE WS-TRIP-YYYYDDD = WS-TRIP-YEAR * 1000 + TICKET-DAY-NUM
    IF FUNCTION TEST-DAY-YYYYDDD(WS-TRIP-YYYYDDD) IS EQUAL TO ZERO
        COMPUTE WS-TRIP-INT = FUNCTION INTEGER-OF-DAY(WS-TRIP-YYYYDDD)
        COMPUTE WS-TRIP-DATE = FUNCTION DATE-OF-INTEGER(WS-TRIP-INT)
    ELSE
        MOVE WS-RUN-DATE TO WS-TRIP-DATE-X
    END-IF
    MOVE SPACES TO WS-EXCEPTION-REASON
    MOVE WS-DRIVER-ID TO DRVM-DRIVER-ID
    READ DRIVER-MASTER-FILE
        INVALID KEY
            MOVE SPACES TO DRIVER-MASTER-REC
            MOVE "NOT ON DRIVER MASTER" TO WS-EXCEPTION-REASON
            ADD 1 TO WS-UNLICENSED-COUNT
    END-READ
    IF WS-EXCEPTION-REASON IS EQUAL TO SPACES
        EVALUATE TRUE
            WHEN LICENSE-SUSPENDED
                MOVE "LICENSE SUSPENDED" TO WS-EXCEPTION-REASON
                ADD 1 TO WS-SUSPENDED-COUNT
            WHEN LICENSE-REVOKED
                MOVE "LICENSE REVOKED" TO WS-EXCEPTION-REASON
                ADD 1 TO WS-SUSPENDED-COUNT
            WHEN NOT LICENSE-VALID OR
                    DRVM-LICENSE-NUMBER IS EQUAL TO SPACES
                MOVE "UNLICENSED" TO WS-EXCEPTION-REASON
                ADD 1 TO WS-UNLICENSED-COUNT
            WHEN DRVM-LICENSE-EXPIRY IS NOT NUMERIC
                MOVE "UNLICENSED" TO WS-EXCEPTION-REASON
                ADD 1 TO WS-UNLICENSED-COUNT
            WHEN DRVM-LICENSE-EXPIRY IS LESS THAN WS-TRIP-DATE-X
                MOVE "LICENSE EXPIRED" TO WS-EXCEPTION-REASON
                ADD 1 TO WS-EXPIRED-COUNT
        END-EVALUATE
    END-IF
    IF WS-EXCEPTION-REASON IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TRIPS-FLAGGED
    MOVE WS-CURRENT-TRIP TO WSE-TRIP
    MOVE WS-VEHICLE-ID TO WSE-VEHICLE
    MOVE WS-DRIVER-ID TO WSE-DRIVER
    MOVE DRVM-DRIVER-NAME TO WSE-NAME
    MOVE WS-TRIP-DATE-X TO WSE-TRIP-DATE
    MOVE DRVM-LICENSE-NUMBER TO WSE-LICENSE
    MOVE DRVM-LICENSE-CLASS TO WSE-CLASS
    MOVE DRVM-LICENSE-EXPIRY TO WSE-EXPIRY
    MOVE DRVM-LICENSE-STATUS TO WSE-STATUS
    MOVE WS-EXCEPTION-REASON TO WSE-REASON
    MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    DISPLAY "EXCEPTION: TRIP " WS-CURRENT-TRIP " DRIVER "
        WS-DRIVER-ID " " WS-EXCEPTION-REASON
    MOVE "W" TO REJW-ACTION
    MOVE "LICCHK  " TO REJW-PROGRAM
    MOVE SPACES TO REJW-INPUT-LINE
    STRING WS-CURRENT-TRIP " " WS-VEHICLE-ID " " WS-DRIVER-ID " "
        WS-TRIP-DATE-X " " WS-EXCEPTION-REASON
        DELIMITED BY SIZE INTO REJW-INPUT-LINE
    MOVE "LICX" TO REJW-REASON
    CALL "REJWRITE" USING REJW-PARMS.

4000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TRIPS CHECKED " WS-TRIPS-CHECKED
        "  FLAGGED " WS-TRIPS-FLAGGED
        "  EXPIRED " WS-EXPIRED-COUNT
        "  SUSPENDED/REVOKED " WS-SUSPENDED-COUNT
        "  UNLICENSED " WS-UNLICENSED-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==EXCEPTION-REPORT-REC==.
