IDENTIFICATION DIVISION.
    PROGRAM-ID. FleetReconcile.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LEDGER-FILE ASSIGN TO "LEDGEROUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
        SELECT ODOMETER-FILE ASSIGN TO "ODOMIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ODOMETER-STATUS.
        COPY fleetsel.
        SELECT DISCREPANCY-REPORT-FILE ASSIGN TO "FLEETODO"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SERVICE-DUE-FILE ASSIGN TO "FLEETDUE"
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

    FD LEDGER-FILE.
        01 LEDGER-REC.
            05 LEDGER-TRIP-NUMBER PIC 9(4).
            05 FILLER PIC X.
            05 LEDGER-START-DAY PIC X(3).
            05 FILLER PIC X.
            05 LEDGER-INTERVAL-START PIC X(8).
            05 FILLER PIC X.
            05 LEDGER-END-DAY PIC X(3).
            05 FILLER PIC X.
            05 LEDGER-INTERVAL-END PIC X(8).
            05 FILLER PIC X.
            05 LEDGER-SPEED PIC 99.
            05 FILLER PIC X.
            05 LEDGER-MILES PIC X(10).
            05 FILLER PIC X.
            05 LEDGER-RUNNING-TOTAL PIC X(10).
            05 FILLER PIC X.
            05 LEDGER-VEHICLE-ID PIC X(6).
            05 FILLER PIC X.
            05 LEDGER-DRIVER-ID PIC X(6).
            05 FILLER PIC X.
            05 LEDGER-DEPOT-CODE PIC X(3).

      *> Odometer readings the depots key in from the vehicles.
    FD ODOMETER-FILE.
        01 ODOMETER-REC.
            05 ODO-VEHICLE-ID PIC X(6).
            05 FILLER PIC X.
            05 ODO-READING-DATE PIC X(8).
            05 FILLER PIC X.
            05 ODO-READING PIC 9(7).

    COPY fleetfd.

    FD DISCREPANCY-REPORT-FILE.
        01 DISCREPANCY-REPORT-REC PIC X(132).

    FD SERVICE-DUE-FILE.
        01 SERVICE-DUE-REC PIC X(80).

    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-VEHICLE-ID PIC X(6).
            05 SORT-MILES PIC 9(10).

    WORKING-STORAGE SECTION.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-ODOMETER-STATUS PIC XX.
        01 WS-FLEET-STATUS PIC XX.
        01 WS-LEDGER-EOF PIC X VALUE "N".
            88 LEDGER-EOF VALUE "Y".
        01 WS-ODOMETER-EOF PIC X VALUE "N".
            88 ODOMETER-EOF VALUE "Y".
        01 WS-MASTER-EOF PIC X VALUE "N".
            88 MASTER-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-LAYOUT-BAD PIC X VALUE "N".
            88 LAYOUT-BAD VALUE "Y".
      *> An odometer reading may differ from the ledger miles since
      *> the last reading by FLTTOLPC percent of the odometer miles,
      *> but never less than FLTTOLMI miles, before it is flagged.
      *> A vehicle within FLTDUEMI miles of its service interval is
      *> listed as due.
        01 FLEET-TOLERANCE-PCT PIC 9(3) VALUE 5.
        01 FLEET-TOLERANCE-MILES PIC 9(5) VALUE 10.
        01 FLEET-DUE-WINDOW-MILES PIC 9(5) VALUE 500.
        01 WS-LAYOUT-VERSION PIC X(3).
        01 WS-CURRENT-VEHICLE PIC X(6).
        01 WS-VEHICLE-MILES PIC 9(10).
        01 WS-ODOMETER-MILES PIC 9(7).
        01 WS-DIFFERENCE PIC S9(8).
        01 WS-ABS-DIFFERENCE PIC 9(8).
        01 WS-TOLERANCE PIC 9(8).
        01 WS-MILES-SINCE-SERVICE PIC 9(8).
        01 WS-DUE-AT-MILES PIC 9(8).
        01 WS-SERVICE-STATE PIC X(8).
        01 WS-VEHICLES-POSTED PIC 9(5) VALUE ZEROS.
        01 WS-VEHICLES-ALREADY-POSTED PIC 9(5) VALUE ZEROS.
        01 WS-VEHICLES-UNKNOWN PIC 9(5) VALUE ZEROS.
        01 WS-READINGS-IN PIC 9(5) VALUE ZEROS.
        01 WS-READINGS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-DISCREPANCY-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DUE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-OVERDUE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DISCREPANCY-LINE.
            05 WSD-VEHICLE PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-DEPOT PIC X(3).
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-PRIOR-DATE PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-PRIOR-READING PIC Z(8)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-READING-DATE PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-READING PIC Z(8)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-ODOMETER-MILES PIC Z(8)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-LEDGER-MILES PIC Z(8)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-DIFFERENCE PIC -(9)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-TOLERANCE PIC Z(8)9.
        01 WS-DUE-LINE.
            05 WSS-VEHICLE PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSS-DEPOT PIC X(3).
            05 FILLER PIC XX VALUE SPACE.
            05 WSS-INTERVAL PIC Z(5)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSS-SINCE-SERVICE PIC Z(7)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSS-DUE-AT PIC Z(7)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSS-LEDGER-MILES PIC Z(7)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSS-STATE PIC X(8).
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
    DISPLAY "RUN " WS-RUN-ID " FLEET MILEAGE RECONCILIATION"
    PERFORM 1000-READ-PARAMETERS
    OPEN I-O FLEET-MASTER-FILE
    IF WS-FLEET-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: FLEET MASTER NOT AVAILABLE - STATUS "
            WS-FLEET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: SPEED LEDGER NOT AVAILABLE - STATUS "
            WS-LEDGER-STATUS
        CLOSE FLEET-MASTER-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    CLOSE LEDGER-FILE
    SORT SORT-WORK
        ON ASCENDING KEY SORT-VEHICLE-ID
        INPUT PROCEDURE IS 2000-RELEASE-LEDGER-MILES
        OUTPUT PROCEDURE IS 2500-POST-VEHICLE-MILES
    IF LAYOUT-BAD
        DISPLAY "EXCEPTION: LEDGER CARRIES LAYOUT " WS-LAYOUT-VERSION
            " BUT THIS PROGRAM READS V03 - RUN STOPPED"
        CLOSE FLEET-MASTER-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE "ODOMETER RECONCILIATION DISCREPANCIES" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "VEHICLE DEP  PRIOR DT  PRIOR ODO  READ DT    "
        "ODOMETER  ODO MILES  LEDGER MI  DIFFERENCE  TOLERANCE"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT DISCREPANCY-REPORT-FILE
    PERFORM 3000-RECONCILE-READINGS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "READINGS " WS-READINGS-IN
        "  DISCREPANCIES " WS-DISCREPANCY-COUNT
        "  REJECTED " WS-READINGS-REJECTED
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE DISCREPANCY-REPORT-FILE
    PERFORM 4000-LIST-SERVICE-DUE
    CLOSE FLEET-MASTER-FILE
    DISPLAY "VEHICLES POSTED " WS-VEHICLES-POSTED
        " ALREADY POSTED " WS-VEHICLES-ALREADY-POSTED
        " NOT ON FLEET " WS-VEHICLES-UNKNOWN
    DISPLAY "READINGS " WS-READINGS-IN
        " DISCREPANCIES " WS-DISCREPANCY-COUNT
        " REJECTED " WS-READINGS-REJECTED
        " SERVICE DUE " WS-DUE-COUNT
        " OVERDUE " WS-OVERDUE-COUNT
    IF WS-VEHICLES-ALREADY-POSTED IS GREATER THAN ZERO
        DISPLAY "NOTE: " WS-VEHICLES-ALREADY-POSTED
            " VEHICLES ALREADY HAD TONIGHT'S MILES - NOT POSTED AGAIN"
    END-IF
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-DISCREPANCY-COUNT IS GREATER THAN ZERO OR
            WS-READINGS-REJECTED IS GREATER THAN ZERO OR
            WS-VEHICLES-UNKNOWN IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FLEETREC"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "FLTTOLPC"
                COMPUTE FLEET-TOLERANCE-PCT = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "FLTTOLMI"
                COMPUTE FLEET-TOLERANCE-MILES =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "FLTDUEMI"
                COMPUTE FLEET-DUE-WINDOW-MILES =
                    FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

2000-RELEASE-LEDGER-MILES.
    OPEN INPUT LEDGER-FILE
    READ LEDGER-FILE
        AT END SET LEDGER-EOF TO TRUE
    END-READ
    PERFORM UNTIL LEDGER-EOF
        EVALUATE TRUE
            WHEN LEDGER-REC(1:7) IS EQUAL TO "LAYOUT "
                IF LEDGER-REC(8:3) IS NOT EQUAL TO "V03"
                    MOVE LEDGER-REC(8:3) TO WS-LAYOUT-VERSION
                    SET LAYOUT-BAD TO TRUE
                    EXIT PERFORM
                END-IF
            WHEN LEDGER-REC(1:8) IS EQUAL TO "TRAILER "
                CONTINUE
            WHEN OTHER
                MOVE LEDGER-VEHICLE-ID TO SORT-VEHICLE-ID
                COMPUTE SORT-MILES = FUNCTION NUMVAL(LEDGER-MILES)
                RELEASE SORT-REC
        END-EVALUATE
        READ LEDGER-FILE
            AT END SET LEDGER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE.

      *> One posting per vehicle per business date.
2500-POST-VEHICLE-MILES.
    MOVE SPACES TO WS-CURRENT-VEHICLE
    MOVE ZEROS TO WS-VEHICLE-MILES
    PERFORM FOREVER
        RETURN SORT-WORK
            AT END EXIT PERFORM
        END-RETURN
        IF SORT-VEHICLE-ID IS NOT EQUAL TO WS-CURRENT-VEHICLE
            IF WS-CURRENT-VEHICLE IS NOT EQUAL TO SPACES
                PERFORM 2600-POST-ONE-VEHICLE
            END-IF
            MOVE SORT-VEHICLE-ID TO WS-CURRENT-VEHICLE
            MOVE ZEROS TO WS-VEHICLE-MILES
        END-IF
        ADD SORT-MILES TO WS-VEHICLE-MILES
    END-PERFORM
    IF WS-CURRENT-VEHICLE IS NOT EQUAL TO SPACES
        PERFORM 2600-POST-ONE-VEHICLE
    END-IF.

2600-POST-ONE-VEHICLE.
    IF LAYOUT-BAD
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURRENT-VEHICLE TO FLT-VEHICLE-ID
    READ FLEET-MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-VEHICLES-UNKNOWN
            DISPLAY "EXCEPTION: LEDGER VEHICLE " WS-CURRENT-VEHICLE
                " NOT ON FLEET MASTER - " WS-VEHICLE-MILES " MILES"
            MOVE "W" TO REJW-ACTION
            MOVE "FLEETREC" TO REJW-PROGRAM
            MOVE SPACES TO REJW-INPUT-LINE
            STRING WS-CURRENT-VEHICLE " " WS-VEHICLE-MILES
                DELIMITED BY SIZE INTO REJW-INPUT-LINE
            MOVE "ORPH" TO REJW-REASON
            CALL "REJWRITE" USING REJW-PARMS
            EXIT PARAGRAPH
    END-READ
    IF FLT-MILES-POSTED-DATE IS EQUAL TO WS-RUN-DATE
        ADD 1 TO WS-VEHICLES-ALREADY-POSTED
        EXIT PARAGRAPH
    END-IF
    ADD WS-VEHICLE-MILES TO FLT-LEDGER-MILES
    ADD WS-VEHICLE-MILES TO FLT-MILES-SINCE-READING
    MOVE WS-RUN-DATE TO FLT-MILES-POSTED-DATE
    REWRITE FLEET-MASTER-REC
    ADD 1 TO WS-VEHICLES-POSTED.

3000-RECONCILE-READINGS.
    OPEN INPUT ODOMETER-FILE
    IF WS-ODOMETER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO ODOMETER READINGS THIS RUN"
        EXIT PARAGRAPH
    END-IF
    READ ODOMETER-FILE
        AT END SET ODOMETER-EOF TO TRUE
    END-READ
    PERFORM UNTIL ODOMETER-EOF
        ADD 1 TO WS-READINGS-IN
        PERFORM 3100-RECONCILE-ONE-READING
        READ ODOMETER-FILE
            AT END SET ODOMETER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ODOMETER-FILE.

      *> The first reading for a vehicle only sets its baseline.  A
      *> reading no later than the one on file is stale, and one that
      *> goes backwards cannot be reconciled at all.
3100-RECONCILE-ONE-READING.
    IF ODO-VEHICLE-ID IS EQUAL TO SPACES OR
            ODO-READING-DATE IS NOT NUMERIC OR
            ODO-READING IS NOT NUMERIC
        MOVE "BADF" TO REJW-REASON
        PERFORM 3900-REJECT-READING
        EXIT PARAGRAPH
    END-IF
    MOVE ODO-VEHICLE-ID TO FLT-VEHICLE-ID
    READ FLEET-MASTER-FILE
        INVALID KEY
            DISPLAY "EXCEPTION: ODOMETER READING FOR " ODO-VEHICLE-ID
                " - NOT ON FLEET MASTER"
            MOVE "ORPH" TO REJW-REASON
            PERFORM 3900-REJECT-READING
            EXIT PARAGRAPH
    END-READ
    IF FLT-ODOMETER-DATE IS EQUAL TO SPACES
        MOVE ODO-READING TO FLT-LAST-ODOMETER
        MOVE ODO-READING-DATE TO FLT-ODOMETER-DATE
        MOVE ZEROS TO FLT-MILES-SINCE-READING
        REWRITE FLEET-MASTER-REC
        EXIT PARAGRAPH
    END-IF
    IF ODO-READING-DATE IS NOT GREATER THAN FLT-ODOMETER-DATE
        MOVE "DUPC" TO REJW-REASON
        PERFORM 3900-REJECT-READING
        EXIT PARAGRAPH
    END-IF
    IF ODO-READING IS LESS THAN FLT-LAST-ODOMETER
        DISPLAY "EXCEPTION: ODOMETER FOR " ODO-VEHICLE-ID
            " WENT BACKWARDS " FLT-LAST-ODOMETER " TO " ODO-READING
        MOVE "BADF" TO REJW-REASON
        PERFORM 3900-REJECT-READING
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ODOMETER-MILES = ODO-READING - FLT-LAST-ODOMETER
    COMPUTE WS-DIFFERENCE = WS-ODOMETER-MILES - FLT-MILES-SINCE-READING
    IF WS-DIFFERENCE IS LESS THAN ZERO
        COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
    ELSE
        MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
    END-IF
    COMPUTE WS-TOLERANCE =
        WS-ODOMETER-MILES * FLEET-TOLERANCE-PCT / 100
    IF WS-TOLERANCE IS LESS THAN FLEET-TOLERANCE-MILES
        MOVE FLEET-TOLERANCE-MILES TO WS-TOLERANCE
    END-IF
    IF WS-ABS-DIFFERENCE IS GREATER THAN WS-TOLERANCE
        ADD 1 TO WS-DISCREPANCY-COUNT
        MOVE FLT-VEHICLE-ID TO WSD-VEHICLE
        MOVE FLT-DEPOT-CODE TO WSD-DEPOT
        MOVE FLT-ODOMETER-DATE TO WSD-PRIOR-DATE
        MOVE FLT-LAST-ODOMETER TO WSD-PRIOR-READING
        MOVE ODO-READING-DATE TO WSD-READING-DATE
        MOVE ODO-READING TO WSD-READING
        MOVE WS-ODOMETER-MILES TO WSD-ODOMETER-MILES
        MOVE FLT-MILES-SINCE-READING TO WSD-LEDGER-MILES
        MOVE WS-DIFFERENCE TO WSD-DIFFERENCE
        MOVE WS-TOLERANCE TO WSD-TOLERANCE
        MOVE WS-DISCREPANCY-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        DISPLAY "EXCEPTION: VEHICLE " FLT-VEHICLE-ID " ODOMETER "
            WS-ODOMETER-MILES " MILES BUT LEDGER "
            FLT-MILES-SINCE-READING
    END-IF
    MOVE ODO-READING TO FLT-LAST-ODOMETER
    MOVE ODO-READING-DATE TO FLT-ODOMETER-DATE
    MOVE ZEROS TO FLT-MILES-SINCE-READING
    REWRITE FLEET-MASTER-REC.

3900-REJECT-READING.
    ADD 1 TO WS-READINGS-REJECTED
    MOVE "W" TO REJW-ACTION
    MOVE "FLEETREC" TO REJW-PROGRAM
    MOVE ODOMETER-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.

      *> Due is within the window of the interval, overdue is past it.
4000-LIST-SERVICE-DUE.
    OPEN OUTPUT SERVICE-DUE-FILE
    MOVE SPACES TO SERVICE-DUE-REC
    STRING "PREVENTIVE MAINTENANCE DUE LIST  RUN " WS-RUN-ID
        DELIMITED BY SIZE INTO SERVICE-DUE-REC
    WRITE SERVICE-DUE-REC
    MOVE "VEHICLE DEP  INTRVL SINCE SVC    DUE AT LEDGER MI  STATE"
        TO SERVICE-DUE-REC
    WRITE SERVICE-DUE-REC
    MOVE "N" TO WS-MASTER-EOF
    MOVE LOW-VALUES TO FLT-VEHICLE-ID
    START FLEET-MASTER-FILE KEY IS GREATER THAN FLT-VEHICLE-ID
        INVALID KEY SET MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL MASTER-EOF
        READ FLEET-MASTER-FILE NEXT RECORD
            AT END SET MASTER-EOF TO TRUE
            NOT AT END
                PERFORM 4100-CHECK-ONE-VEHICLE
        END-READ
    END-PERFORM
    MOVE SPACES TO SERVICE-DUE-REC
    STRING "DUE " WS-DUE-COUNT " OVERDUE " WS-OVERDUE-COUNT
        DELIMITED BY SIZE INTO SERVICE-DUE-REC
    WRITE SERVICE-DUE-REC
    CLOSE SERVICE-DUE-FILE.

4100-CHECK-ONE-VEHICLE.
    IF FLT-SERVICE-INTERVAL IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-MILES-SINCE-SERVICE =
        FLT-LEDGER-MILES - FLT-LAST-SERVICE-MILES
    COMPUTE WS-DUE-AT-MILES =
        FLT-LAST-SERVICE-MILES + FLT-SERVICE-INTERVAL
    EVALUATE TRUE
        WHEN WS-MILES-SINCE-SERVICE IS NOT LESS THAN
                FLT-SERVICE-INTERVAL
            MOVE "OVERDUE" TO WS-SERVICE-STATE
            ADD 1 TO WS-OVERDUE-COUNT
        WHEN WS-MILES-SINCE-SERVICE + FLEET-DUE-WINDOW-MILES
                IS NOT LESS THAN FLT-SERVICE-INTERVAL
            MOVE "DUE" TO WS-SERVICE-STATE
            ADD 1 TO WS-DUE-COUNT
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE FLT-VEHICLE-ID TO WSS-VEHICLE
    MOVE FLT-DEPOT-CODE TO WSS-DEPOT
    MOVE FLT-SERVICE-INTERVAL TO WSS-INTERVAL
    MOVE WS-MILES-SINCE-SERVICE TO WSS-SINCE-SERVICE
    MOVE WS-DUE-AT-MILES TO WSS-DUE-AT
    MOVE FLT-LEDGER-MILES TO WSS-LEDGER-MILES
    MOVE WS-SERVICE-STATE TO WSS-STATE
    WRITE SERVICE-DUE-REC FROM WS-DUE-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==DISCREPANCY-REPORT-REC==.
