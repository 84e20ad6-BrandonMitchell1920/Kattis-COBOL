IDENTIFICATION DIVISION.
    PROGRAM-ID. RailConsistCheck.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY railinsel.
        SELECT CAR-TYPE-FILE ASSIGN TO "CARTYPE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARTYPE-STATUS.
        SELECT ROUTE-LIMIT-FILE ASSIGN TO "RAILRTE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROUTE-STATUS.
        SELECT CONSIST-EXCP-FILE ASSIGN TO "RAILEXCP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXCP-STATUS.
        SELECT DISPATCH-REPORT-FILE ASSIGN TO "RAILDSPR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY railinfd.
    COPY busdatefd.
    COPY steplogfd.

      *> One row per car type, keyed by the leading letters of the
      *> car mark: the length over couplers in feet, the empty (tare)
      *> weight and the most lading the type may carry, in tons and
      *> tenths.
    FD CAR-TYPE-FILE.
        01 CAR-TYPE-REC.
            05 CTYP-PREFIX PIC X(4).
            05 FILLER PIC X.
            05 CTYP-LENGTH PIC 9(3).
            05 FILLER PIC X.
            05 CTYP-TARE-WEIGHT PIC 9(3)V9.
            05 FILLER PIC X.
            05 CTYP-LOAD-LIMIT PIC 9(3)V9.

      *> The longest train in feet and the heaviest gross train in
      *> tons each route's sidings and grades will take.
    FD ROUTE-LIMIT-FILE.
        01 ROUTE-LIMIT-REC.
            05 ROUTE-ID PIC X(4).
            05 FILLER PIC X.
            05 ROUTE-MAX-LENGTH PIC 9(5).
            05 FILLER PIC X.
            05 ROUTE-MAX-TONS PIC 9(5).

    FD CONSIST-EXCP-FILE.
        01 CONSIST-EXCP-REC PIC X(80).

    FD DISPATCH-REPORT-FILE.
        01 DISPATCH-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-CARTYPE-STATUS PIC XX.
        01 WS-ROUTE-STATUS PIC XX.
        01 WS-EXCP-STATUS PIC XX.
        01 WS-EOF PIC X VALUE "N".
            88 CAR-EOF VALUE "Y".
        01 WS-CARTYPE-EOF PIC X VALUE "N".
            88 CARTYPE-EOF VALUE "Y".
        01 WS-ROUTE-EOF PIC X VALUE "N".
            88 ROUTE-EOF VALUE "Y".
        01 WS-TYPE-TABLE.
            05 WS-TYPE-ENTRY OCCURS 200 TIMES.
                10 WS-CT-PREFIX PIC X(4).
                10 WS-CT-PREFIX-LEN PIC 9.
                10 WS-CT-LENGTH PIC 9(3).
                10 WS-CT-TARE PIC 9(3)V9.
                10 WS-CT-LIMIT PIC 9(3)V9.
        01 WS-TYPE-COUNT PIC 9(3) VALUE ZEROS.
        01 TYPE-IDX PIC 9(3).
        01 WS-TYPE-MATCH PIC 9(3).
        01 WS-ROUTE-TABLE.
            05 WS-ROUTE-ENTRY OCCURS 50 TIMES.
                10 WS-RT-ID PIC X(4).
                10 WS-RT-MAX-LENGTH PIC 9(5).
                10 WS-RT-MAX-TONS PIC 9(5).
        01 WS-ROUTE-COUNT PIC 99 VALUE ZEROS.
        01 ROUTE-IDX PIC 99.
        01 WS-ROUTE-FOUND PIC X.
            88 ROUTE-FOUND VALUE "Y".
        01 WS-TRAIN-ID PIC X(6) VALUE "NONE".
        01 WS-TRAIN-ROUTE PIC X(4) VALUE SPACES.
        01 WS-TRAIN-OPEN PIC X VALUE "N".
            88 TRAIN-IN-PROGRESS VALUE "Y".
        01 WS-TRAIN-CARS PIC 9(3) VALUE ZEROS.
        01 WS-TRAIN-LENGTH PIC 9(6) VALUE ZEROS.
        01 WS-TRAIN-GROSS PIC 9(6)V9 VALUE ZEROS.
        01 WS-TRAIN-UNTYPED PIC 9(3) VALUE ZEROS.
        01 WS-TRAIN-OVERLOADED PIC 9(3) VALUE ZEROS.
        01 WS-CAR-LOAD PIC 9(3)V9.
        01 WS-DISPOSITION PIC X(20).
        01 WS-TRAIN-HELD PIC X.
            88 TRAIN-HELD VALUE "Y".
        01 WS-TRAIN-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-TRAINS-HELD PIC 9(4) VALUE ZEROS.
        01 WS-TRAINS-UNVERIFIED PIC 9(4) VALUE ZEROS.
        01 WS-EXCEPTIONS-WRITTEN PIC 9(5) VALUE ZEROS.
        01 WS-EXCP-LINE.
            05 FILLER PIC X(6) VALUE "TRAIN ".
            05 WSE-TRAIN PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSE-CONDITION PIC X(20).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSE-MEASURED PIC Z(5)9.9 BLANK WHEN ZERO.
            05 FILLER PIC X(7) VALUE " LIMIT ".
            05 WSE-LIMIT PIC Z(5)9.9 BLANK WHEN ZERO.
        01 WS-DISPATCH-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-TRAIN PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-ROUTE PIC X(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-CARS PIC ZZ9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-LENGTH PIC Z(5)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-MAX-LENGTH PIC Z(5)9 BLANK WHEN ZERO.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-GROSS PIC Z(5)9.9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-MAX-TONS PIC Z(5)9 BLANK WHEN ZERO.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-ACTION PIC X(5).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-DISPOSITION PIC X(20).
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
    DISPLAY "RUN " WS-RUN-ID " CONSIST LENGTH AND WEIGHT COMPLIANCE"
    PERFORM 1000-LOAD-CAR-TYPES
    PERFORM 1100-LOAD-ROUTE-LIMITS
    OPEN INPUT CAR-FILE
      *> Over-limit trains join RailRoad's own exceptions on RAILEXCP
      *> so the night's rail exceptions are all in the one place.
    OPEN EXTEND CONSIST-EXCP-FILE
    IF WS-EXCP-STATUS IS EQUAL TO "35"
        OPEN OUTPUT CONSIST-EXCP-FILE
    END-IF
    OPEN OUTPUT DISPATCH-REPORT-FILE
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "CONSIST COMPLIANCE FOR DEPARTURE " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE "TRAIN" TO WS-PRINT-COLUMNS(3:5)
    MOVE "ROUTE" TO WS-PRINT-COLUMNS(11:5)
    MOVE "CARS" TO WS-PRINT-COLUMNS(17:4)
    MOVE "LENGTH" TO WS-PRINT-COLUMNS(22:6)
    MOVE "MAX LEN" TO WS-PRINT-COLUMNS(30:7)
    MOVE "GROSS" TO WS-PRINT-COLUMNS(38:5)
    MOVE "MAX TONS" TO WS-PRINT-COLUMNS(48:8)
    MOVE "ACTION" TO WS-PRINT-COLUMNS(56:6)
    MOVE "DISPOSITION" TO WS-PRINT-COLUMNS(63:11)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    READ CAR-FILE
        AT END SET CAR-EOF TO TRUE
    END-READ
    PERFORM UNTIL CAR-EOF
        IF TRAIN-HEADER
            IF TRAIN-IN-PROGRESS
                PERFORM 3000-CLOSE-TRAIN
            END-IF
            MOVE TRAIN-HEADER-ID TO WS-TRAIN-ID
            MOVE TRAIN-HEADER-ROUTE TO WS-TRAIN-ROUTE
            PERFORM 2000-OPEN-TRAIN
        ELSE
            IF NOT TRAIN-IN-PROGRESS
                MOVE "NONE  " TO WS-TRAIN-ID
                MOVE SPACES TO WS-TRAIN-ROUTE
                PERFORM 2000-OPEN-TRAIN
            END-IF
            PERFORM 2500-WEIGH-ONE-CAR
        END-IF
        READ CAR-FILE
            AT END SET CAR-EOF TO TRUE
        END-READ
    END-PERFORM
    IF TRAIN-IN-PROGRESS
        PERFORM 3000-CLOSE-TRAIN
    END-IF
    IF WS-TRAIN-COUNT IS EQUAL TO ZERO
        MOVE "  NO TRAINS IN TONIGHT'S CONSIST FEED" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    STRING "  TRAINS " WS-TRAIN-COUNT "  HELD " WS-TRAINS-HELD
        "  UNVERIFIED " WS-TRAINS-UNVERIFIED
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE CAR-FILE, CONSIST-EXCP-FILE, DISPATCH-REPORT-FILE
    DISPLAY "TRAINS " WS-TRAIN-COUNT
        " HELD " WS-TRAINS-HELD
        " UNVERIFIED " WS-TRAINS-UNVERIFIED
        " EXCEPTIONS " WS-EXCEPTIONS-WRITTEN
    IF WS-TRAINS-HELD IS GREATER THAN ZERO
            OR WS-TRAINS-UNVERIFIED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="RAILCNST"==.

    COPY busdateget.

      *> A prefix may be two to four letters; the length kept with
      *> it lets the longest prefix a mark starts with win.
1000-LOAD-CAR-TYPES.
    OPEN INPUT CAR-TYPE-FILE
    IF WS-CARTYPE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CAR-TYPE MASTER NOT AVAILABLE - STATUS "
            WS-CARTYPE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CAR-TYPE-FILE
        AT END SET CARTYPE-EOF TO TRUE
    END-READ
    PERFORM UNTIL CARTYPE-EOF
        IF CTYP-PREFIX IS NOT EQUAL TO SPACES
                AND WS-TYPE-COUNT IS LESS THAN 200
            ADD 1 TO WS-TYPE-COUNT
            MOVE CTYP-PREFIX TO WS-CT-PREFIX(WS-TYPE-COUNT)
            COMPUTE WS-CT-PREFIX-LEN(WS-TYPE-COUNT) = FUNCTION LENGTH(
                FUNCTION TRIM(CTYP-PREFIX TRAILING))
            MOVE CTYP-LENGTH TO WS-CT-LENGTH(WS-TYPE-COUNT)
            MOVE CTYP-TARE-WEIGHT TO WS-CT-TARE(WS-TYPE-COUNT)
            MOVE CTYP-LOAD-LIMIT TO WS-CT-LIMIT(WS-TYPE-COUNT)
        END-IF
        READ CAR-TYPE-FILE
            AT END SET CARTYPE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CAR-TYPE-FILE.

1100-LOAD-ROUTE-LIMITS.
    OPEN INPUT ROUTE-LIMIT-FILE
    IF WS-ROUTE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ROUTE LIMIT MASTER NOT AVAILABLE - STATUS "
            WS-ROUTE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ ROUTE-LIMIT-FILE
        AT END SET ROUTE-EOF TO TRUE
    END-READ
    PERFORM UNTIL ROUTE-EOF
        IF WS-ROUTE-COUNT IS LESS THAN 50
            ADD 1 TO WS-ROUTE-COUNT
            MOVE ROUTE-ID TO WS-RT-ID(WS-ROUTE-COUNT)
            MOVE ROUTE-MAX-LENGTH TO WS-RT-MAX-LENGTH(WS-ROUTE-COUNT)
            MOVE ROUTE-MAX-TONS TO WS-RT-MAX-TONS(WS-ROUTE-COUNT)
        END-IF
        READ ROUTE-LIMIT-FILE
            AT END SET ROUTE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ROUTE-LIMIT-FILE.

2000-OPEN-TRAIN.
    MOVE ZEROS TO WS-TRAIN-CARS, WS-TRAIN-LENGTH, WS-TRAIN-GROSS,
        WS-TRAIN-UNTYPED, WS-TRAIN-OVERLOADED
    SET TRAIN-IN-PROGRESS TO TRUE.

      *> A car with no load weight is running empty.  A car whose
      *> mark matches no car type cannot be measured, so its train
      *> cannot be cleared on the figures.
2500-WEIGH-ONE-CAR.
    ADD 1 TO WS-TRAIN-CARS
    IF CAR-LOAD-WEIGHT IS NUMERIC
        MOVE CAR-LOAD-WEIGHT TO WS-CAR-LOAD
    ELSE
        MOVE ZEROS TO WS-CAR-LOAD
    END-IF
    MOVE ZERO TO WS-TYPE-MATCH
    PERFORM VARYING TYPE-IDX FROM 1 BY 1
            UNTIL TYPE-IDX IS GREATER THAN WS-TYPE-COUNT
        IF CAR-MARK(1:WS-CT-PREFIX-LEN(TYPE-IDX)) IS EQUAL TO
                WS-CT-PREFIX(TYPE-IDX)(1:WS-CT-PREFIX-LEN(TYPE-IDX))
            IF WS-TYPE-MATCH IS EQUAL TO ZERO
                MOVE TYPE-IDX TO WS-TYPE-MATCH
            ELSE
                IF WS-CT-PREFIX-LEN(TYPE-IDX) IS GREATER THAN
                        WS-CT-PREFIX-LEN(WS-TYPE-MATCH)
                    MOVE TYPE-IDX TO WS-TYPE-MATCH
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-TYPE-MATCH IS EQUAL TO ZERO OR CAR-MARK IS EQUAL TO SPACES
        ADD 1 TO WS-TRAIN-UNTYPED
        DISPLAY "EXCEPTION: TRAIN " WS-TRAIN-ID " CAR '" CAR-MARK
            "' MATCHES NO CAR TYPE"
        EXIT PARAGRAPH
    END-IF
    ADD WS-CT-LENGTH(WS-TYPE-MATCH) TO WS-TRAIN-LENGTH
    COMPUTE WS-TRAIN-GROSS = WS-TRAIN-GROSS
        + WS-CT-TARE(WS-TYPE-MATCH) + WS-CAR-LOAD
    IF WS-CAR-LOAD IS GREATER THAN WS-CT-LIMIT(WS-TYPE-MATCH)
        ADD 1 TO WS-TRAIN-OVERLOADED
        MOVE SPACES TO WSE-CONDITION
        STRING "CAR " CAR-MARK " OVERLOAD" DELIMITED BY SIZE
            INTO WSE-CONDITION
        MOVE WS-CAR-LOAD TO WSE-MEASURED
        MOVE WS-CT-LIMIT(WS-TYPE-MATCH) TO WSE-LIMIT
        PERFORM 3900-WRITE-EXCEPTION
    END-IF.

      *> A train is held when it is longer or heavier than its route
      *> allows, or carries a car loaded past its type's limit.  One
      *> with no route on file, or a car that could not be measured,
      *> is listed unverified for the dispatcher to check by hand.
3000-CLOSE-TRAIN.
    ADD 1 TO WS-TRAIN-COUNT
    MOVE "N" TO WS-TRAIN-HELD
    MOVE "N" TO WS-ROUTE-FOUND
    PERFORM VARYING ROUTE-IDX FROM 1 BY 1
            UNTIL ROUTE-IDX IS GREATER THAN WS-ROUTE-COUNT
        IF WS-TRAIN-ROUTE IS EQUAL TO WS-RT-ID(ROUTE-IDX)
            SET ROUTE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-TRAIN-ROUTE IS EQUAL TO SPACES
        MOVE "N" TO WS-ROUTE-FOUND
    END-IF
    MOVE SPACES TO WS-DISPOSITION
    IF ROUTE-FOUND
        IF WS-TRAIN-LENGTH IS GREATER THAN WS-RT-MAX-LENGTH(ROUTE-IDX)
            SET TRAIN-HELD TO TRUE
            MOVE "OVER LENGTH" TO WS-DISPOSITION
            MOVE "OVER LENGTH" TO WSE-CONDITION
            MOVE WS-TRAIN-LENGTH TO WSE-MEASURED
            MOVE WS-RT-MAX-LENGTH(ROUTE-IDX) TO WSE-LIMIT
            PERFORM 3900-WRITE-EXCEPTION
        END-IF
        IF WS-TRAIN-GROSS IS GREATER THAN WS-RT-MAX-TONS(ROUTE-IDX)
            IF TRAIN-HELD
                MOVE "OVER LENGTH + WEIGHT" TO WS-DISPOSITION
            ELSE
                MOVE "OVER WEIGHT" TO WS-DISPOSITION
            END-IF
            SET TRAIN-HELD TO TRUE
            MOVE "OVER WEIGHT" TO WSE-CONDITION
            MOVE WS-TRAIN-GROSS TO WSE-MEASURED
            MOVE WS-RT-MAX-TONS(ROUTE-IDX) TO WSE-LIMIT
            PERFORM 3900-WRITE-EXCEPTION
        END-IF
    END-IF
    IF WS-TRAIN-OVERLOADED IS GREATER THAN ZERO
        IF NOT TRAIN-HELD
            MOVE "OVERLOADED CAR" TO WS-DISPOSITION
        END-IF
        SET TRAIN-HELD TO TRUE
    END-IF
    EVALUATE TRUE
        WHEN TRAIN-HELD
            ADD 1 TO WS-TRAINS-HELD
            MOVE "HOLD" TO WSD-ACTION
        WHEN NOT ROUTE-FOUND
            ADD 1 TO WS-TRAINS-UNVERIFIED
            MOVE "CHECK" TO WSD-ACTION
            MOVE "ROUTE NOT ON FILE" TO WS-DISPOSITION
        WHEN WS-TRAIN-UNTYPED IS GREATER THAN ZERO
            ADD 1 TO WS-TRAINS-UNVERIFIED
            MOVE "CHECK" TO WSD-ACTION
            MOVE "CAR TYPE UNKNOWN" TO WS-DISPOSITION
        WHEN OTHER
            MOVE "CLEAR" TO WSD-ACTION
            MOVE "WITHIN LIMITS" TO WS-DISPOSITION
    END-EVALUATE
    MOVE WS-TRAIN-ID TO WSD-TRAIN
    MOVE WS-TRAIN-ROUTE TO WSD-ROUTE
    MOVE WS-TRAIN-CARS TO WSD-CARS
    MOVE WS-TRAIN-LENGTH TO WSD-LENGTH
    MOVE WS-TRAIN-GROSS TO WSD-GROSS
    IF ROUTE-FOUND
        MOVE WS-RT-MAX-LENGTH(ROUTE-IDX) TO WSD-MAX-LENGTH
        MOVE WS-RT-MAX-TONS(ROUTE-IDX) TO WSD-MAX-TONS
    ELSE
        MOVE ZEROS TO WSD-MAX-LENGTH, WSD-MAX-TONS
    END-IF
    MOVE WS-DISPOSITION TO WSD-DISPOSITION
    MOVE WS-DISPATCH-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE "N" TO WS-TRAIN-OPEN.

3900-WRITE-EXCEPTION.
    MOVE WS-TRAIN-ID TO WSE-TRAIN
    MOVE WS-EXCP-LINE TO CONSIST-EXCP-REC
    WRITE CONSIST-EXCP-REC
    ADD 1 TO WS-EXCEPTIONS-WRITTEN.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==DISPATCH-REPORT-REC==.
