IDENTIFICATION DIVISION.
    PROGRAM-ID. FleetMaintenance.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY fleetsel.
        SELECT FLEET-TXN-FILE ASSIGN TO "FLEETTXN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXN-STATUS.
        SELECT ACTIVITY-REPORT-FILE ASSIGN TO "FLEETACT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    COPY fleetfd.

    FD FLEET-TXN-FILE.
        01 FLEET-TXN-REC PIC X(60).

    FD ACTIVITY-REPORT-FILE.
        01 ACTIVITY-REPORT-REC PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-FLEET-STATUS PIC XX.
        01 WS-TXN-STATUS PIC XX.
        01 WS-TXN-EOF PIC X VALUE "N".
            88 TXN-EOF VALUE "Y".
        01 INP PIC X(60).
      *> A adds a vehicle, C changes its depot, in-service date and
      *> service interval, S records a preventive-maintenance service
      *> done today, D takes the vehicle off the fleet.
        01 WS-TXN-ACTION PIC X.
            88 TXN-ADD VALUE "A".
            88 TXN-CHANGE VALUE "C".
            88 TXN-SERVICE VALUE "S".
            88 TXN-DELETE VALUE "D".
        01 WS-TXN-VEHICLE PIC X(6).
        01 WS-TXN-DEPOT PIC X(3).
        01 WS-TXN-IN-SERVICE PIC X(8).
        01 WS-TXN-INTERVAL PIC X(6).
        01 WS-TXN-ODOMETER PIC X(7).
        01 WS-FIELD-COUNT PIC 9.
        01 WS-APPLIED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZEROS.
        COPY jrnwcall.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " FLEET MASTER MAINTENANCE"
      *> The master is created on the first night even when no depot
      *> has sent anything, so the mileage reconciliation that follows
      *> always finds one to open.
    OPEN I-O FLEET-MASTER-FILE
    IF WS-FLEET-STATUS IS EQUAL TO "35"
        OPEN OUTPUT FLEET-MASTER-FILE
        CLOSE FLEET-MASTER-FILE
        OPEN I-O FLEET-MASTER-FILE
    END-IF
    IF WS-FLEET-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: FLEET MASTER NOT AVAILABLE - STATUS "
            WS-FLEET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
      *> Depots only send changes when there are some.
    OPEN INPUT FLEET-TXN-FILE
    IF WS-TXN-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO FLEET TRANSACTIONS THIS RUN - MASTER UNCHANGED"
        CLOSE FLEET-MASTER-FILE
        MOVE 0 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT ACTIVITY-REPORT-FILE
    MOVE "FLEET MASTER UPDATE ACTIVITY" TO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    READ FLEET-TXN-FILE INTO INP
        AT END SET TXN-EOF TO TRUE
    END-READ
    PERFORM UNTIL TXN-EOF
        PERFORM 2000-APPLY-TRANSACTION
        READ FLEET-TXN-FILE INTO INP
            AT END SET TXN-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE FLEET-TXN-FILE, FLEET-MASTER-FILE
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "APPLIED " WS-APPLIED-COUNT
        " REJECTED " WS-REJECTED-COUNT
        " UNMATCHED " WS-UNMATCHED-COUNT
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    CLOSE ACTIVITY-REPORT-FILE
    DISPLAY "APPLIED " WS-APPLIED-COUNT
        " REJECTED " WS-REJECTED-COUNT
        " UNMATCHED " WS-UNMATCHED-COUNT
    IF WS-REJECTED-COUNT IS GREATER THAN ZERO OR
            WS-UNMATCHED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FLEETMNT"==.

    COPY busdateget.

2000-APPLY-TRANSACTION.
    MOVE ZERO TO WS-FIELD-COUNT
    MOVE SPACES TO WS-TXN-VEHICLE, WS-TXN-DEPOT, WS-TXN-IN-SERVICE,
        WS-TXN-INTERVAL, WS-TXN-ODOMETER
    UNSTRING INP DELIMITED BY ALL SPACE INTO
        WS-TXN-ACTION, WS-TXN-VEHICLE, WS-TXN-DEPOT,
        WS-TXN-IN-SERVICE, WS-TXN-INTERVAL, WS-TXN-ODOMETER
        TALLYING IN WS-FIELD-COUNT
    IF NOT (TXN-ADD OR TXN-CHANGE OR TXN-SERVICE OR TXN-DELETE)
        PERFORM 2800-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD-COUNT IS LESS THAN 2 OR
            ((TXN-ADD OR TXN-CHANGE) AND WS-FIELD-COUNT IS LESS THAN 5)
        PERFORM 2800-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    IF TXN-ADD OR TXN-CHANGE
        IF WS-TXN-IN-SERVICE IS NOT NUMERIC OR
                FUNCTION NUMVAL(WS-TXN-INTERVAL) IS NOT GREATER THAN ZERO
            PERFORM 2800-REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-TXN-IN-SERVICE))
                IS NOT EQUAL TO ZERO
            PERFORM 2800-REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-TXN-VEHICLE TO FLT-VEHICLE-ID
    EVALUATE TRUE
        WHEN TXN-ADD
            MOVE SPACES TO FLEET-MASTER-REC
            MOVE WS-TXN-VEHICLE TO FLT-VEHICLE-ID
            PERFORM 2100-MOVE-VEHICLE-FIELDS
            MOVE ZEROS TO FLT-LAST-ODOMETER, FLT-LEDGER-MILES,
                FLT-MILES-SINCE-READING, FLT-LAST-SERVICE-MILES
      *> An opening odometer on the add sets the baseline the first
      *> depot reading is reconciled against.
            IF WS-TXN-ODOMETER IS NOT EQUAL TO SPACES
                COMPUTE FLT-LAST-ODOMETER =
                    FUNCTION NUMVAL(WS-TXN-ODOMETER)
                MOVE WS-RUN-DATE TO FLT-ODOMETER-DATE
            END-IF
            WRITE FLEET-MASTER-REC
                INVALID KEY
                    PERFORM 2900-UNMATCHED-TRANSACTION
                NOT INVALID KEY
                    MOVE "A" TO JRNW-VERB
                    MOVE SPACES TO JRNW-BEFORE
                    MOVE FLEET-MASTER-REC TO JRNW-AFTER
                    PERFORM 2600-JOURNAL-FLEET-UPDATE
                    PERFORM 2700-REPORT-APPLIED
            END-WRITE
        WHEN TXN-CHANGE
            READ FLEET-MASTER-FILE
                INVALID KEY
                    PERFORM 2900-UNMATCHED-TRANSACTION
                NOT INVALID KEY
                    MOVE FLEET-MASTER-REC TO JRNW-BEFORE
                    PERFORM 2100-MOVE-VEHICLE-FIELDS
                    REWRITE FLEET-MASTER-REC
                    MOVE "C" TO JRNW-VERB
                    MOVE FLEET-MASTER-REC TO JRNW-AFTER
                    PERFORM 2600-JOURNAL-FLEET-UPDATE
                    PERFORM 2700-REPORT-APPLIED
            END-READ
        WHEN TXN-SERVICE
            READ FLEET-MASTER-FILE
                INVALID KEY
                    PERFORM 2900-UNMATCHED-TRANSACTION
                NOT INVALID KEY
                    MOVE FLEET-MASTER-REC TO JRNW-BEFORE
                    MOVE FLT-LEDGER-MILES TO FLT-LAST-SERVICE-MILES
                    REWRITE FLEET-MASTER-REC
                    MOVE "C" TO JRNW-VERB
                    MOVE FLEET-MASTER-REC TO JRNW-AFTER
                    PERFORM 2600-JOURNAL-FLEET-UPDATE
                    PERFORM 2700-REPORT-APPLIED
            END-READ
        WHEN TXN-DELETE
            READ FLEET-MASTER-FILE
                INVALID KEY
                    PERFORM 2900-UNMATCHED-TRANSACTION
                NOT INVALID KEY
                    MOVE FLEET-MASTER-REC TO JRNW-BEFORE
                    DELETE FLEET-MASTER-FILE RECORD
                    MOVE "D" TO JRNW-VERB
                    MOVE SPACES TO JRNW-AFTER
                    PERFORM 2600-JOURNAL-FLEET-UPDATE
                    PERFORM 2700-REPORT-APPLIED
            END-READ
    END-EVALUATE.

2100-MOVE-VEHICLE-FIELDS.
    MOVE WS-TXN-DEPOT TO FLT-DEPOT-CODE
    MOVE WS-TXN-IN-SERVICE TO FLT-IN-SERVICE-DATE
    COMPUTE FLT-SERVICE-INTERVAL = FUNCTION NUMVAL(WS-TXN-INTERVAL).

2600-JOURNAL-FLEET-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "FLEETMST  " TO JRNW-MASTER
    MOVE "FLEETMNT" TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE SPACES TO JRNW-KEY
    MOVE WS-TXN-VEHICLE TO JRNW-KEY(1:6)
    CALL "JRNWRITE" USING JRNW-PARMS.

2700-REPORT-APPLIED.
    ADD 1 TO WS-APPLIED-COUNT
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "APPLIED   " WS-TXN-ACTION " VEHICLE " WS-TXN-VEHICLE
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC.

2800-REJECT-TRANSACTION.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "REJECTED  " INP(1:40)
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    DISPLAY "EXCEPTION: MALFORMED TRANSACTION " INP(1:40).

2900-UNMATCHED-TRANSACTION.
    ADD 1 TO WS-UNMATCHED-COUNT
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "UNMATCHED " WS-TXN-ACTION " VEHICLE " WS-TXN-VEHICLE
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    DISPLAY "EXCEPTION: NO MATCH FOR TRANSACTION " WS-TXN-ACTION
        " VEHICLE " WS-TXN-VEHICLE.
