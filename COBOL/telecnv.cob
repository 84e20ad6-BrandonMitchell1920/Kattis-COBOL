IDENTIFICATION DIVISION.
    PROGRAM-ID. TelematicsConvert.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TELEMATICS-FILE ASSIGN TO "TELEMIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TELEM-STATUS.
        SELECT TICKET-OUT-FILE ASSIGN TO "TICKOUT"
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

      *> In-cab unit export, one event per line:
      *> DEPOT,VEHICLE,DRIVER,YYYY-MM-DDTHH:MM:SS,EVENT,SPEED
      *> where EVENT is IGNON, IGNOFF or PING. A first line that
      *> starts DEPOT is the column heading the units put out.
    FD TELEMATICS-FILE.
        01 TELEM-REC PIC X(80).

      *> The same three record shapes TicketSort reads from the depots.
    FD TICKET-OUT-FILE.
        01 TICKET-OUT-REC.
            05 TICKET-TRIP-NUMBER PIC 9(4).
            05 TICKET-SPEED PIC 99.
            05 TICKET-DAY-NUM PIC 9(3).
            05 TICKET-HH PIC 99.
            05 TICKET-MM PIC 99.
            05 TICKET-SS PIC 99.
        01 TICKET-OUT-HEADER-REC.
            05 TICKET-HEADER-TAG PIC X.
            05 TICKET-VEHICLE-ID PIC X(6).
            05 TICKET-DRIVER-ID PIC X(6).
        01 TICKET-OUT-DEPOT-REC.
            05 FILLER PIC X.
            05 TICKET-DEPOT-CODE PIC X(3).

      *> Events in vehicle and time order. Events at the same second
      *> rank ignition-on first and ignition-off last so a ping
      *> stamped with either lands inside the trip.
    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-KEY.
                10 SORT-DEPOT-CODE PIC X(3).
                10 SORT-VEHICLE-ID PIC X(6).
                10 SORT-STAMP PIC 9(14).
                10 SORT-EVENT-RANK PIC 9.
                    88 SORT-IGNITION-ON VALUE 1.
                    88 SORT-PING VALUE 2.
                    88 SORT-IGNITION-OFF VALUE 3.
            05 SORT-DRIVER-ID PIC X(6).
            05 SORT-SPEED PIC 99.
            05 SORT-DAY PIC 9(3).
            05 SORT-HH PIC 99.
            05 SORT-MM PIC 99.
            05 SORT-SS PIC 99.
            05 SORT-INPUT-LINE PIC X(50).

    WORKING-STORAGE SECTION.
        01 WS-TELEM-STATUS PIC XX.
        01 WS-TELEM-EOF PIC X VALUE "N".
            88 TELEM-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> Trip numbers handed out to telematics trips come from their
      *> own block so they never collide with the depots' own trip
      *> numbers once TicketSort merges the feeds.
        01 TLM-TRIP-LOW PIC 9(4) VALUE 9000.
        01 TLM-TRIP-HIGH PIC 9(4) VALUE 9999.
        01 WS-NEXT-TRIP PIC 9(5).
        01 WS-FIELD-COUNT PIC 9.
        01 WS-TLM-DEPOT PIC X(10).
        01 WS-TLM-VEHICLE PIC X(10).
        01 WS-TLM-DRIVER PIC X(10).
        01 WS-TLM-STAMP PIC X(20).
        01 WS-TLM-STAMP-PARTS REDEFINES WS-TLM-STAMP.
            05 WS-STAMP-YYYY PIC X(4).
            05 WS-STAMP-DASH1 PIC X.
            05 WS-STAMP-MO PIC XX.
            05 WS-STAMP-DASH2 PIC X.
            05 WS-STAMP-DD PIC XX.
            05 WS-STAMP-T PIC X.
            05 WS-STAMP-HH PIC XX.
            05 WS-STAMP-COLON1 PIC X.
            05 WS-STAMP-MI PIC XX.
            05 WS-STAMP-COLON2 PIC X.
            05 WS-STAMP-SS PIC XX.
            05 WS-STAMP-REST PIC X.
        01 WS-TLM-EVENT PIC X(10).
        01 WS-TLM-SPEED PIC X(10).
        01 WS-TLM-REASON PIC X(4).
        01 WS-STAMP-DATE PIC X(8).
        01 WS-STAMP-DATE-NUM REDEFINES WS-STAMP-DATE PIC 9(8).
        01 WS-STAMP-JAN1 PIC 9(8).
        01 WS-STAMP-TIME PIC X(6).
        01 WS-STAMP-TIME-NUM REDEFINES WS-STAMP-TIME PIC 9(6).
        01 WS-SPEED-VALUE PIC S9(5)V9.
        01 WS-CURRENT-DEPOT PIC X(3) VALUE SPACES.
        01 WS-CURRENT-VEHICLE PIC X(6) VALUE SPACES.
        01 WS-OUT-DEPOT PIC X(3) VALUE SPACES.
        01 WS-OUT-VEHICLE PIC X(6) VALUE SPACES.
        01 WS-OUT-DRIVER PIC X(6) VALUE SPACES.
        01 WS-TRIP-STATE PIC X VALUE "N".
            88 TRIP-NONE VALUE "N".
            88 TRIP-OPEN VALUE "Y".
            88 TRIP-REFUSED VALUE "R".
        01 WS-TRIP-NUMBER PIC 9(4).
        01 WS-TRIP-PINGS PIC 9(5).
        01 WS-LINES-READ PIC 9(7) VALUE ZEROS.
        01 WS-EVENTS-SORTED PIC 9(7) VALUE ZEROS.
        01 WS-PINGS-CONVERTED PIC 9(7) VALUE ZEROS.
        01 WS-TRIPS-BUILT PIC 9(5) VALUE ZEROS.
        01 WS-TRIPS-UNCLOSED PIC 9(5) VALUE ZEROS.
        01 WS-REJECT-COUNT PIC 9(7) VALUE ZEROS.
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
    DISPLAY "RUN " WS-RUN-ID " CONVERTING TELEMATICS EXPORT TO TICKIN"
    PERFORM 1000-READ-PARAMETERS
    OPEN OUTPUT TICKET-OUT-FILE
    OPEN INPUT TELEMATICS-FILE
    IF WS-TELEM-STATUS IS NOT EQUAL TO "00"
      *> No export from the units today still leaves an empty file
      *> for the speed feed concatenation to pick up.
        DISPLAY "NOTE: NO TELEMATICS EXPORT THIS RUN - STATUS "
            WS-TELEM-STATUS
        CLOSE TICKET-OUT-FILE
        MOVE 0 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    CLOSE TELEMATICS-FILE
    MOVE TLM-TRIP-LOW TO WS-NEXT-TRIP
    SORT SORT-WORK
        ON ASCENDING KEY SORT-KEY
        INPUT PROCEDURE IS 2000-RELEASE-EVENTS
        OUTPUT PROCEDURE IS 3000-BUILD-TRIPS
    IF TRIP-OPEN
        PERFORM 3500-CLOSE-UNFINISHED-TRIP
    END-IF
    CLOSE TICKET-OUT-FILE
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "LINES READ " WS-LINES-READ
        " EVENTS " WS-EVENTS-SORTED
        " TRIPS " WS-TRIPS-BUILT
        " PINGS CONVERTED " WS-PINGS-CONVERTED
        " UNCLOSED TRIPS " WS-TRIPS-UNCLOSED
        " REJECTED " WS-REJECT-COUNT
    IF WS-REJECT-COUNT IS GREATER THAN ZERO OR
            WS-TRIPS-UNCLOSED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="TELECONV"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "TLMTRPLO"
                COMPUTE TLM-TRIP-LOW = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "TLMTRPHI"
                COMPUTE TLM-TRIP-HIGH = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
    IF TLM-TRIP-HIGH IS LESS THAN TLM-TRIP-LOW
        DISPLAY "NOTE: TLMTRPHI " TLM-TRIP-HIGH
            " BELOW TLMTRPLO - USING " TLM-TRIP-LOW
        MOVE TLM-TRIP-LOW TO TLM-TRIP-HIGH
    END-IF.

      *> Edit each export line and release the good ones. Anything
      *> that cannot be placed in a trip goes to the reject log here
      *> with the original line so the depot can chase the unit.
2000-RELEASE-EVENTS.
    OPEN INPUT TELEMATICS-FILE
    READ TELEMATICS-FILE
        AT END SET TELEM-EOF TO TRUE
    END-READ
    PERFORM UNTIL TELEM-EOF
        ADD 1 TO WS-LINES-READ
        IF WS-LINES-READ IS EQUAL TO 1 AND
                TELEM-REC(1:6) IS EQUAL TO "DEPOT,"
            CONTINUE
        ELSE
            IF TELEM-REC IS NOT EQUAL TO SPACES
                PERFORM 2100-RELEASE-ONE-EVENT
            END-IF
        END-IF
        READ TELEMATICS-FILE
            AT END SET TELEM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE TELEMATICS-FILE.

2100-RELEASE-ONE-EVENT.
    MOVE SPACES TO WS-TLM-DEPOT, WS-TLM-VEHICLE, WS-TLM-DRIVER,
        WS-TLM-STAMP, WS-TLM-EVENT, WS-TLM-SPEED
    MOVE ZERO TO WS-FIELD-COUNT
    UNSTRING TELEM-REC DELIMITED BY ","
        INTO WS-TLM-DEPOT, WS-TLM-VEHICLE, WS-TLM-DRIVER,
            WS-TLM-STAMP, WS-TLM-EVENT, WS-TLM-SPEED
        TALLYING IN WS-FIELD-COUNT
    IF WS-FIELD-COUNT IS LESS THAN 5 OR
            WS-TLM-DEPOT IS EQUAL TO SPACES OR
            WS-TLM-DEPOT(4:) IS NOT EQUAL TO SPACES OR
            WS-TLM-VEHICLE IS EQUAL TO SPACES OR
            WS-TLM-VEHICLE(7:) IS NOT EQUAL TO SPACES OR
            WS-TLM-DRIVER(7:) IS NOT EQUAL TO SPACES
        MOVE "BADF" TO WS-TLM-REASON
        PERFORM 2800-REJECT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO SORT-REC
    EVALUATE WS-TLM-EVENT
        WHEN "IGNON"
            SET SORT-IGNITION-ON TO TRUE
        WHEN "PING"
            SET SORT-PING TO TRUE
        WHEN "IGNOFF"
            SET SORT-IGNITION-OFF TO TRUE
        WHEN OTHER
            MOVE "BADF" TO WS-TLM-REASON
            PERFORM 2800-REJECT-LINE
            EXIT PARAGRAPH
    END-EVALUATE
      *> The driver rides on the ignition-on event; it is what goes
      *> into the vehicle header for the trip.
    IF SORT-IGNITION-ON AND WS-TLM-DRIVER IS EQUAL TO SPACES
        MOVE "BADF" TO WS-TLM-REASON
        PERFORM 2800-REJECT-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM 2200-EDIT-TIMESTAMP
    IF WS-TLM-REASON IS NOT EQUAL TO SPACES
        PERFORM 2800-REJECT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO SORT-SPEED
    IF SORT-PING
        PERFORM 2300-EDIT-SPEED
        IF WS-TLM-REASON IS NOT EQUAL TO SPACES
            PERFORM 2800-REJECT-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-TLM-DEPOT TO SORT-DEPOT-CODE
    MOVE WS-TLM-VEHICLE TO SORT-VEHICLE-ID
    MOVE WS-TLM-DRIVER TO SORT-DRIVER-ID
    COMPUTE SORT-STAMP = WS-STAMP-DATE-NUM * 1000000
        + WS-STAMP-TIME-NUM
    MOVE TELEM-REC TO SORT-INPUT-LINE
    ADD 1 TO WS-EVENTS-SORTED
    RELEASE SORT-REC.

      *> ISO stamp to the TICKIN day number (day of the year) and
      *> HH/MM/SS.
2200-EDIT-TIMESTAMP.
    MOVE SPACES TO WS-TLM-REASON
    IF WS-STAMP-DASH1 IS NOT EQUAL TO "-" OR
            WS-STAMP-DASH2 IS NOT EQUAL TO "-" OR
            WS-STAMP-T IS NOT EQUAL TO "T" OR
            WS-STAMP-COLON1 IS NOT EQUAL TO ":" OR
            WS-STAMP-COLON2 IS NOT EQUAL TO ":" OR
            WS-STAMP-REST IS NOT EQUAL TO SPACE
        MOVE "BADT" TO WS-TLM-REASON
        EXIT PARAGRAPH
    END-IF
    STRING WS-STAMP-YYYY WS-STAMP-MO WS-STAMP-DD DELIMITED BY SIZE
        INTO WS-STAMP-DATE
    STRING WS-STAMP-HH WS-STAMP-MI WS-STAMP-SS DELIMITED BY SIZE
        INTO WS-STAMP-TIME
    IF WS-STAMP-DATE IS NOT NUMERIC OR
            WS-STAMP-TIME IS NOT NUMERIC
        MOVE "BADT" TO WS-TLM-REASON
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE-NUM)
            IS NOT EQUAL TO ZERO OR
            WS-STAMP-HH IS GREATER THAN "23" OR
            WS-STAMP-MI IS GREATER THAN "59" OR
            WS-STAMP-SS IS GREATER THAN "59"
        MOVE "BADT" TO WS-TLM-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STAMP-JAN1 = WS-STAMP-DATE-NUM / 10000 * 10000 + 101
    COMPUTE SORT-DAY =
        FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-NUM)
        - FUNCTION INTEGER-OF-DATE(WS-STAMP-JAN1) + 1
    MOVE WS-STAMP-HH TO SORT-HH
    MOVE WS-STAMP-MI TO SORT-MM
    MOVE WS-STAMP-SS TO SORT-SS.

      *> Units report speed with a decimal; TICKIN carries two whole
      *> digits, so round and refuse anything that will not fit.
2300-EDIT-SPEED.
    MOVE SPACES TO WS-TLM-REASON
    IF WS-TLM-SPEED IS EQUAL TO SPACES OR
            FUNCTION TEST-NUMVAL(WS-TLM-SPEED) IS NOT EQUAL TO ZERO
        MOVE "BADF" TO WS-TLM-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SPEED-VALUE ROUNDED = FUNCTION NUMVAL(WS-TLM-SPEED)
    IF WS-SPEED-VALUE IS LESS THAN ZERO OR
            WS-SPEED-VALUE IS GREATER THAN 99.4
        MOVE "OOOR" TO WS-TLM-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE SORT-SPEED ROUNDED = WS-SPEED-VALUE.

2800-REJECT-LINE.
    ADD 1 TO WS-REJECT-COUNT
    MOVE "W" TO REJW-ACTION
    MOVE "TELECONV" TO REJW-PROGRAM
    MOVE TELEM-REC TO REJW-INPUT-LINE
    MOVE WS-TLM-REASON TO REJW-REASON
    CALL "REJWRITE" USING REJW-PARMS.

      *> Walk each vehicle's events in time order. Ignition-on opens
      *> a trip and takes the next number from the block, pings inside
      *> a trip become tickets, ignition-off closes it.
3000-BUILD-TRIPS.
    PERFORM FOREVER
        RETURN SORT-WORK
            AT END EXIT PERFORM
        END-RETURN
        IF SORT-DEPOT-CODE IS NOT EQUAL TO WS-CURRENT-DEPOT OR
                SORT-VEHICLE-ID IS NOT EQUAL TO WS-CURRENT-VEHICLE
            IF TRIP-OPEN
                PERFORM 3500-CLOSE-UNFINISHED-TRIP
            END-IF
            SET TRIP-NONE TO TRUE
            MOVE SORT-DEPOT-CODE TO WS-CURRENT-DEPOT
            MOVE SORT-VEHICLE-ID TO WS-CURRENT-VEHICLE
        END-IF
        EVALUATE TRUE
            WHEN SORT-IGNITION-ON
                PERFORM 3100-OPEN-TRIP
            WHEN SORT-PING
                PERFORM 3200-CONVERT-PING
            WHEN SORT-IGNITION-OFF
                PERFORM 3300-CLOSE-TRIP
        END-EVALUATE
    END-PERFORM.

3100-OPEN-TRIP.
    IF TRIP-OPEN
        PERFORM 3500-CLOSE-UNFINISHED-TRIP
    END-IF
    IF WS-NEXT-TRIP IS GREATER THAN TLM-TRIP-HIGH
        DISPLAY "EXCEPTION: TELEMATICS TRIP BLOCK " TLM-TRIP-LOW
            "-" TLM-TRIP-HIGH " USED UP - VEHICLE "
            SORT-VEHICLE-ID " TRIP NOT CONVERTED"
        SET TRIP-REFUSED TO TRUE
        MOVE "OOOR" TO WS-TLM-REASON
        PERFORM 3800-REJECT-EVENT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEXT-TRIP TO WS-TRIP-NUMBER
    ADD 1 TO WS-NEXT-TRIP
    MOVE ZERO TO WS-TRIP-PINGS
    SET TRIP-OPEN TO TRUE
    IF SORT-DEPOT-CODE IS NOT EQUAL TO WS-OUT-DEPOT
        MOVE SPACES TO TICKET-OUT-REC
        MOVE "D" TO TICKET-HEADER-TAG
        MOVE SORT-DEPOT-CODE TO TICKET-DEPOT-CODE
        WRITE TICKET-OUT-DEPOT-REC
        MOVE SORT-DEPOT-CODE TO WS-OUT-DEPOT
        MOVE SPACES TO WS-OUT-VEHICLE, WS-OUT-DRIVER
    END-IF
    IF SORT-VEHICLE-ID IS NOT EQUAL TO WS-OUT-VEHICLE OR
            SORT-DRIVER-ID IS NOT EQUAL TO WS-OUT-DRIVER
        MOVE "V" TO TICKET-HEADER-TAG
        MOVE SORT-VEHICLE-ID TO TICKET-VEHICLE-ID
        MOVE SORT-DRIVER-ID TO TICKET-DRIVER-ID
        WRITE TICKET-OUT-HEADER-REC
        MOVE SORT-VEHICLE-ID TO WS-OUT-VEHICLE
        MOVE SORT-DRIVER-ID TO WS-OUT-DRIVER
    END-IF.

3200-CONVERT-PING.
    EVALUATE TRUE
        WHEN TRIP-NONE
            MOVE "ORPH" TO WS-TLM-REASON
            PERFORM 3800-REJECT-EVENT
        WHEN TRIP-REFUSED
            MOVE "OOOR" TO WS-TLM-REASON
            PERFORM 3800-REJECT-EVENT
        WHEN OTHER
            MOVE WS-TRIP-NUMBER TO TICKET-TRIP-NUMBER
            MOVE SORT-SPEED TO TICKET-SPEED
            MOVE SORT-DAY TO TICKET-DAY-NUM
            MOVE SORT-HH TO TICKET-HH
            MOVE SORT-MM TO TICKET-MM
            MOVE SORT-SS TO TICKET-SS
            WRITE TICKET-OUT-REC
            ADD 1 TO WS-TRIP-PINGS
            ADD 1 TO WS-PINGS-CONVERTED
    END-EVALUATE.

3300-CLOSE-TRIP.
    EVALUATE TRUE
        WHEN TRIP-NONE
            MOVE "ORPH" TO WS-TLM-REASON
            PERFORM 3800-REJECT-EVENT
        WHEN TRIP-OPEN
            ADD 1 TO WS-TRIPS-BUILT
    END-EVALUATE
    SET TRIP-NONE TO TRUE.

      *> A trip the unit never closed (lost power, next ignition-on,
      *> or the export cut off) keeps the pings already written.
3500-CLOSE-UNFINISHED-TRIP.
    DISPLAY "NOTE: TRIP " WS-TRIP-NUMBER " VEHICLE " WS-CURRENT-VEHICLE
        " HAS NO IGNITION OFF - CLOSED AFTER " WS-TRIP-PINGS " PINGS"
    ADD 1 TO WS-TRIPS-BUILT
    ADD 1 TO WS-TRIPS-UNCLOSED
    SET TRIP-NONE TO TRUE.

3800-REJECT-EVENT.
    ADD 1 TO WS-REJECT-COUNT
    MOVE "W" TO REJW-ACTION
    MOVE "TELECONV" TO REJW-PROGRAM
    MOVE SORT-INPUT-LINE TO REJW-INPUT-LINE
    MOVE WS-TLM-REASON TO REJW-REASON
    CALL "REJWRITE" USING REJW-PARMS.
