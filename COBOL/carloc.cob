IDENTIFICATION DIVISION.
    PROGRAM-ID. CarLocation.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY railmvsel.
        COPY carownsel.
        COPY carlocsel.
        COPY paramctl.
        SELECT CAR-REPORT-FILE ASSIGN TO "CARLOCR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SORT-WORK ASSIGN TO "SORTWK01".
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY railmvfd.
    COPY carownfd.
    COPY carlocfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> The position listing and the idle-car report share the one
      *> print DD; each step points it at its own dataset.
    FD CAR-REPORT-FILE.
        01 CAR-REPORT-REC PIC X(132).

    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-ROAD PIC X(4).
            05 SORT-IDLE-DAYS PIC 9(5).
            05 SORT-CAR-MARK PIC X(6).
            05 SORT-EVENT PIC X(3).
            05 SORT-TRAIN PIC X(6).
            05 SORT-YARD PIC X(6).
            05 SORT-LAST-DATE PIC X(8).

    WORKING-STORAGE SECTION.
        01 WS-MODE PIC X(8).
            88 UPDATE-MODE VALUE "UPDATE".
            88 INQUIRY-MODE VALUE "INQUIRY".
            88 IDLE-MODE VALUE "IDLE".
        01 INP PIC X(20).
        01 WS-MOVEMENT-STATUS PIC XX.
        01 WS-OWNER-STATUS PIC XX.
        01 WS-CARLOC-STATUS PIC XX.
        01 WS-MOVEMENT-EOF PIC X VALUE "N".
            88 MOVEMENT-EOF VALUE "Y".
        01 WS-OWNER-EOF PIC X VALUE "N".
            88 OWNER-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-SCAN-DONE PIC X VALUE "N".
            88 SCAN-DONE VALUE "Y".
      *> The last movement seen for each car on the ledger; later
      *> business dates win, and within a date the later line wins.
        01 WS-CAR-TABLE.
            05 WS-CAR-ENTRY OCCURS 2000 TIMES.
                10 WS-CM-MARK PIC X(6).
                10 WS-CM-EVENT PIC X(3).
                10 WS-CM-TRAIN PIC X(6).
                10 WS-CM-YARD PIC X(6).
                10 WS-CM-DATE PIC X(8).
        01 WS-CAR-COUNT PIC 9(4) VALUE ZEROS.
        01 CAR-IDX PIC 9(4).
        01 WS-CAR-FOUND PIC X.
            88 CAR-FOUND VALUE "Y".
        01 WS-OWNER-TABLE.
            05 WS-OWNER-ENTRY OCCURS 200 TIMES.
                10 WS-OWN-MARK PIC X(6).
                10 WS-OWN-ROAD PIC X(4).
                10 WS-OWN-SIDE PIC X.
        01 WS-OWNER-COUNT PIC 9(3) VALUE ZEROS.
        01 OWNER-IDX PIC 9(3).
        01 WS-OWNER-FOUND PIC X.
            88 OWNER-FOUND VALUE "Y".
      *> A car that has sat more than this many days without a
      *> movement is idle; PARMCTL CARIDLDY overrides it.
        01 WS-IDLE-DAYS-LIMIT PIC 9(3) VALUE 5.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-LAST-INT PIC 9(8).
        01 WS-IDLE-DAYS PIC 9(5).
        01 WS-CURRENT-ROAD PIC X(4).
        01 WS-ROAD-CARS PIC 9(5) VALUE ZEROS.
        01 WS-ROAD-CAR-DAYS PIC 9(7) VALUE ZEROS.
        01 WS-LOCATION PIC X(40).
        01 WS-MOVEMENTS-READ PIC 9(7) VALUE ZEROS.
        01 WS-MOVEMENTS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-CARS-DROPPED PIC 9(5) VALUE ZEROS.
        01 WS-CARS-ADDED PIC 9(5) VALUE ZEROS.
        01 WS-CARS-MOVED PIC 9(5) VALUE ZEROS.
        01 WS-CARS-UNCHANGED PIC 9(5) VALUE ZEROS.
        01 WS-CARS-STALE PIC 9(5) VALUE ZEROS.
        01 WS-CARS-REQUESTED PIC 9(5) VALUE ZEROS.
        01 WS-CARS-LISTED PIC 9(5) VALUE ZEROS.
        01 WS-CARS-NOT-FOUND PIC 9(5) VALUE ZEROS.
        01 WS-CARS-OFF-LINE PIC 9(5) VALUE ZEROS.
        01 WS-IDLE-CARS PIC 9(5) VALUE ZEROS.
        01 WS-NO-OWNER-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-CAR-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-MARK PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-EVENT PIC X(3).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSC-TRAIN PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-DAYS PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-LOCATION PIC X(40).
        01 WS-IDLE-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSI-ROAD PIC X(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSI-MARK PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSI-YARD PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSI-TRAIN PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSI-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSI-DAYS PIC Z(4)9.
        01 WS-ROAD-TOTAL-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-ROAD PIC X(4).
            05 FILLER PIC X(8) VALUE " TOTAL  ".
            05 WSR-CARS PIC Z(4)9.
            05 FILLER PIC X(12) VALUE " IDLE CARS  ".
            05 WSR-CAR-DAYS PIC Z(6)9.
            05 FILLER PIC X(9) VALUE " CAR-DAYS".
        01 WS-SAVE-RECORD PIC X(80).
        COPY printws.
        COPY rundate.
        COPY rejwcall.
        COPY jrnwcall.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    ACCEPT WS-MODE
    IF WS-MODE IS EQUAL TO SPACES
        MOVE "UPDATE" TO WS-MODE
    END-IF
    DISPLAY "RUN " WS-RUN-ID " CAR LOCATION " WS-MODE
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    EVALUATE TRUE
        WHEN UPDATE-MODE
            PERFORM 2000-LOAD-LATEST-MOVEMENTS
            PERFORM 2500-UPDATE-LOCATION-MASTER
        WHEN INQUIRY-MODE
            PERFORM 4000-LIST-CAR-POSITIONS
        WHEN IDLE-MODE
            PERFORM 1000-LOAD-PARAMETERS
            PERFORM 1100-LOAD-OWNER-MASTER
            PERFORM 5000-WRITE-IDLE-REPORT
        WHEN OTHER
            DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
                " - EXPECTED UPDATE, INQUIRY OR IDLE"
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
    END-EVALUATE
    IF WS-MOVEMENTS-REJECTED IS GREATER THAN ZERO
            OR WS-CARS-DROPPED IS GREATER THAN ZERO
            OR WS-CARS-NOT-FOUND IS GREATER THAN ZERO
            OR WS-NO-OWNER-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="CARLOC  "==.

    COPY busdateget.

1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "CARIDLDY"
                COMPUTE WS-IDLE-DAYS-LIMIT =
                    FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

      *> Only the mark, road and side matter here - the rates and
      *> free days are CarHireSettlement's business.
1100-LOAD-OWNER-MASTER.
    OPEN INPUT CAR-OWNER-FILE
    IF WS-OWNER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CAR-OWNER MASTER NOT AVAILABLE - STATUS "
            WS-OWNER-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CAR-OWNER-FILE
        AT END SET OWNER-EOF TO TRUE
    END-READ
    PERFORM UNTIL OWNER-EOF
        IF WS-OWNER-COUNT IS LESS THAN 200
            ADD 1 TO WS-OWNER-COUNT
            MOVE OWNER-CAR-MARK TO WS-OWN-MARK(WS-OWNER-COUNT)
            MOVE OWNER-ROAD TO WS-OWN-ROAD(WS-OWNER-COUNT)
            IF OWNER-SIDE IS EQUAL TO "O"
                MOVE "O" TO WS-OWN-SIDE(WS-OWNER-COUNT)
            ELSE
                MOVE "T" TO WS-OWN-SIDE(WS-OWNER-COUNT)
            END-IF
        END-IF
        READ CAR-OWNER-FILE
            AT END SET OWNER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CAR-OWNER-FILE.

      *> The ledger is cumulative, so the whole of it is read and only
      *> each car's latest movement kept.  A night that was missed is
      *> caught up the next time round, and a rerun of the same night
      *> finds the master already saying what the ledger says.
2000-LOAD-LATEST-MOVEMENTS.
    OPEN INPUT CAR-MOVEMENT-FILE
    IF WS-MOVEMENT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: MOVEMENT FILE NOT AVAILABLE - STATUS "
            WS-MOVEMENT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CAR-MOVEMENT-FILE
        AT END SET MOVEMENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL MOVEMENT-EOF
        ADD 1 TO WS-MOVEMENTS-READ
        PERFORM 2100-KEEP-LATEST-MOVEMENT
        READ CAR-MOVEMENT-FILE
            AT END SET MOVEMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CAR-MOVEMENT-FILE.

2100-KEEP-LATEST-MOVEMENT.
    IF MOVE-CAR-MARK IS EQUAL TO SPACES
            OR MOVE-BUSINESS-DATE IS NOT NUMERIC
            OR NOT (MOVE-RECEIVED OR MOVE-RETURNED)
        DISPLAY "EXCEPTION: MALFORMED MOVEMENT FOR " MOVE-CAR-MARK
            " - NOT APPLIED"
        ADD 1 TO WS-MOVEMENTS-REJECTED
        MOVE "W" TO REJW-ACTION
        MOVE "CARLOC  " TO REJW-PROGRAM
        MOVE CAR-MOVEMENT-REC TO REJW-INPUT-LINE
        MOVE "BADF" TO REJW-REASON
        CALL "REJWRITE" USING REJW-PARMS
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CAR-FOUND
    PERFORM VARYING CAR-IDX FROM 1 BY 1
            UNTIL CAR-IDX IS GREATER THAN WS-CAR-COUNT
        IF MOVE-CAR-MARK IS EQUAL TO WS-CM-MARK(CAR-IDX)
            SET CAR-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CAR-FOUND
        IF WS-CAR-COUNT IS EQUAL TO 2000
            DISPLAY "EXCEPTION: MORE THAN 2000 CARS ON THE LEDGER - "
                MOVE-CAR-MARK " NOT LOCATED"
            ADD 1 TO WS-CARS-DROPPED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CAR-COUNT
        MOVE WS-CAR-COUNT TO CAR-IDX
        MOVE MOVE-CAR-MARK TO WS-CM-MARK(CAR-IDX)
        MOVE LOW-VALUES TO WS-CM-DATE(CAR-IDX)
    END-IF
    IF MOVE-BUSINESS-DATE IS NOT LESS THAN WS-CM-DATE(CAR-IDX)
        MOVE MOVE-EVENT TO WS-CM-EVENT(CAR-IDX)
        MOVE MOVE-TRAIN-ID TO WS-CM-TRAIN(CAR-IDX)
        MOVE MOVE-YARD TO WS-CM-YARD(CAR-IDX)
        MOVE MOVE-BUSINESS-DATE TO WS-CM-DATE(CAR-IDX)
    END-IF.

2500-UPDATE-LOCATION-MASTER.
    OPEN I-O CAR-LOCATION-FILE
    IF WS-CARLOC-STATUS IS EQUAL TO "35"
        OPEN OUTPUT CAR-LOCATION-FILE
        CLOSE CAR-LOCATION-FILE
        OPEN I-O CAR-LOCATION-FILE
    END-IF
    IF WS-CARLOC-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CAR LOCATION MASTER NOT AVAILABLE"
            " - STATUS " WS-CARLOC-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM VARYING CAR-IDX FROM 1 BY 1
            UNTIL CAR-IDX IS GREATER THAN WS-CAR-COUNT
        PERFORM 2600-POST-ONE-CAR
    END-PERFORM
    CLOSE CAR-LOCATION-FILE
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "MOVEMENTS READ " WS-MOVEMENTS-READ
        " REJECTED " WS-MOVEMENTS-REJECTED
        " CARS ON LEDGER " WS-CAR-COUNT
    DISPLAY "CARS ADDED " WS-CARS-ADDED
        " MOVED " WS-CARS-MOVED
        " UNCHANGED " WS-CARS-UNCHANGED
        " MASTER NEWER " WS-CARS-STALE.

      *> A master row dated after the ledger's latest movement for the
      *> car was put there by a later ledger than this one (a rerun
      *> from an old generation) and is left alone.
2600-POST-ONE-CAR.
    MOVE WS-CM-MARK(CAR-IDX) TO CARL-CAR-MARK
    READ CAR-LOCATION-FILE
        INVALID KEY
            MOVE SPACES TO CAR-LOCATION-REC
            MOVE WS-CM-MARK(CAR-IDX) TO CARL-CAR-MARK
            MOVE WS-CM-EVENT(CAR-IDX) TO CARL-LAST-EVENT
            MOVE WS-CM-TRAIN(CAR-IDX) TO CARL-LAST-TRAIN
            MOVE WS-CM-YARD(CAR-IDX) TO CARL-YARD
            MOVE WS-CM-DATE(CAR-IDX) TO CARL-LAST-DATE
            MOVE WS-RUN-ID TO CARL-RUN-ID
            WRITE CAR-LOCATION-REC
            ADD 1 TO WS-CARS-ADDED
            MOVE "A" TO JRNW-VERB
            MOVE SPACES TO JRNW-BEFORE
            PERFORM 8500-JOURNAL-LOCATION-CHANGE
            EXIT PARAGRAPH
    END-READ
    IF WS-CM-DATE(CAR-IDX) IS LESS THAN CARL-LAST-DATE
        ADD 1 TO WS-CARS-STALE
        EXIT PARAGRAPH
    END-IF
    IF WS-CM-DATE(CAR-IDX) IS EQUAL TO CARL-LAST-DATE
            AND WS-CM-EVENT(CAR-IDX) IS EQUAL TO CARL-LAST-EVENT
            AND WS-CM-TRAIN(CAR-IDX) IS EQUAL TO CARL-LAST-TRAIN
            AND WS-CM-YARD(CAR-IDX) IS EQUAL TO CARL-YARD
        ADD 1 TO WS-CARS-UNCHANGED
        EXIT PARAGRAPH
    END-IF
    MOVE CAR-LOCATION-REC TO WS-SAVE-RECORD
    MOVE WS-CM-EVENT(CAR-IDX) TO CARL-LAST-EVENT
    MOVE WS-CM-TRAIN(CAR-IDX) TO CARL-LAST-TRAIN
    MOVE WS-CM-YARD(CAR-IDX) TO CARL-YARD
    MOVE WS-CM-DATE(CAR-IDX) TO CARL-LAST-DATE
    MOVE WS-RUN-ID TO CARL-RUN-ID
    REWRITE CAR-LOCATION-REC
    ADD 1 TO WS-CARS-MOVED
    MOVE "C" TO JRNW-VERB
    MOVE WS-SAVE-RECORD TO JRNW-BEFORE
    PERFORM 8500-JOURNAL-LOCATION-CHANGE.

      *> SYSIN names the cars wanted, one mark a line, END to finish;
      *> ALL, or no marks at all, lists every car on the master.
4000-LIST-CAR-POSITIONS.
    OPEN INPUT CAR-LOCATION-FILE
    IF WS-CARLOC-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CAR LOCATION MASTER NOT AVAILABLE"
            " - STATUS " WS-CARLOC-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT CAR-REPORT-FILE
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "CAR POSITIONS AS OF " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "  CAR     LAST  TRAIN   LAST MOVE   DAYS  LOCATION"
        TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    DISPLAY "ENTER CAR MARKS, ALL FOR EVERY CAR, END TO FINISH: "
    PERFORM FOREVER
        ACCEPT INP
        IF INP(1:3) IS EQUAL TO "END" EXIT PERFORM END-IF
        ADD 1 TO WS-CARS-REQUESTED
        IF INP(1:3) IS EQUAL TO "ALL"
            PERFORM 4200-LIST-ALL-CARS
        ELSE
            MOVE INP(1:6) TO CARL-CAR-MARK
            READ CAR-LOCATION-FILE
                INVALID KEY
                    ADD 1 TO WS-CARS-NOT-FOUND
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "  " INP(1:6)
                        "  NOT ON THE CAR LOCATION MASTER"
                        DELIMITED BY SIZE INTO WS-PRINT-LINE
                    PERFORM 9700-PRINT-LINE
                NOT INVALID KEY
                    PERFORM 4100-PRINT-CAR-POSITION
            END-READ
        END-IF
    END-PERFORM
    IF WS-CARS-REQUESTED IS EQUAL TO ZERO
        PERFORM 4200-LIST-ALL-CARS
    END-IF
    IF WS-CARS-LISTED IS EQUAL TO ZERO
            AND WS-CARS-NOT-FOUND IS EQUAL TO ZERO
        MOVE "  NO CARS ON THE CAR LOCATION MASTER" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    CLOSE CAR-LOCATION-FILE, CAR-REPORT-FILE
    DISPLAY "CARS LISTED " WS-CARS-LISTED
        " NOT ON FILE " WS-CARS-NOT-FOUND.

      *> RCV leaves the car on our line at the yard the train set it
      *> out at; RTN means it went back across the interchange.
4100-PRINT-CAR-POSITION.
    ADD 1 TO WS-CARS-LISTED
    MOVE CARL-CAR-MARK TO WSC-MARK
    MOVE CARL-LAST-EVENT TO WSC-EVENT
    MOVE CARL-LAST-TRAIN TO WSC-TRAIN
    MOVE CARL-LAST-DATE TO WSC-DATE
    COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(CARL-LAST-DATE))
    COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
    MOVE WS-IDLE-DAYS TO WSC-DAYS
    MOVE SPACES TO WS-LOCATION
    EVALUATE TRUE
        WHEN CARL-ON-LINE AND CARL-YARD IS NOT EQUAL TO SPACES
            STRING "ON LINE AT " CARL-YARD
                DELIMITED BY SIZE INTO WS-LOCATION
        WHEN CARL-ON-LINE
            MOVE "ON LINE - YARD NOT REPORTED" TO WS-LOCATION
        WHEN CARL-YARD IS NOT EQUAL TO SPACES
            STRING "OFF LINE - INTERCHANGED AT " CARL-YARD
                DELIMITED BY SIZE INTO WS-LOCATION
        WHEN OTHER
            MOVE "OFF LINE - INTERCHANGED" TO WS-LOCATION
    END-EVALUATE
    MOVE WS-LOCATION TO WSC-LOCATION
    MOVE WS-CAR-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4200-LIST-ALL-CARS.
    MOVE "N" TO WS-SCAN-DONE
    MOVE LOW-VALUES TO CARL-CAR-MARK
    START CAR-LOCATION-FILE KEY IS GREATER THAN CARL-CAR-MARK
        INVALID KEY SET SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL SCAN-DONE
        READ CAR-LOCATION-FILE NEXT RECORD
            AT END SET SCAN-DONE TO TRUE
        END-READ
        IF NOT SCAN-DONE
            PERFORM 4100-PRINT-CAR-POSITION
        END-IF
    END-PERFORM.

      *> Only cars standing on our line can be idle on our account; a
      *> car last seen going out on interchange is the partner's to
      *> move.  Partner cars group under the road that owns them, our
      *> own marked fleet under OURS, and a mark the car-owner master
      *> does not know under ????.
5000-WRITE-IDLE-REPORT.
    OPEN INPUT CAR-LOCATION-FILE
    IF WS-CARLOC-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CAR LOCATION MASTER NOT AVAILABLE"
            " - STATUS " WS-CARLOC-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT CAR-REPORT-FILE
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "CARS IDLE OVER " WS-IDLE-DAYS-LIMIT " DAYS AS OF "
        WS-RUN-DATE DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "  ROAD  CAR     YARD    TRAIN   LAST MOVE   DAYS"
        TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    SORT SORT-WORK
        ON ASCENDING KEY SORT-ROAD
        ON DESCENDING KEY SORT-IDLE-DAYS
        ON ASCENDING KEY SORT-CAR-MARK
        INPUT PROCEDURE IS 5100-RELEASE-IDLE-CARS
        OUTPUT PROCEDURE IS 5500-PRINT-IDLE-CARS
    CLOSE CAR-LOCATION-FILE, CAR-REPORT-FILE
    DISPLAY "IDLE CARS " WS-IDLE-CARS
        " OFF LINE " WS-CARS-OFF-LINE
        " NO OWNER " WS-NO-OWNER-COUNT.

5100-RELEASE-IDLE-CARS.
    MOVE LOW-VALUES TO CARL-CAR-MARK
    START CAR-LOCATION-FILE KEY IS GREATER THAN CARL-CAR-MARK
        INVALID KEY SET SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL SCAN-DONE
        READ CAR-LOCATION-FILE NEXT RECORD
            AT END SET SCAN-DONE TO TRUE
        END-READ
        IF NOT SCAN-DONE
            PERFORM 5200-RELEASE-ONE-CAR
        END-IF
    END-PERFORM.

5200-RELEASE-ONE-CAR.
    IF NOT CARL-ON-LINE
        ADD 1 TO WS-CARS-OFF-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(CARL-LAST-DATE))
    COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
    IF WS-IDLE-DAYS IS NOT GREATER THAN WS-IDLE-DAYS-LIMIT
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-OWNER-FOUND
    PERFORM VARYING OWNER-IDX FROM 1 BY 1
            UNTIL OWNER-IDX IS GREATER THAN WS-OWNER-COUNT
        IF CARL-CAR-MARK IS EQUAL TO WS-OWN-MARK(OWNER-IDX)
            SET OWNER-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN NOT OWNER-FOUND
            MOVE "????" TO SORT-ROAD
            ADD 1 TO WS-NO-OWNER-COUNT
            DISPLAY "EXCEPTION: IDLE CAR " CARL-CAR-MARK
                " NOT ON THE CAR-OWNER MASTER"
        WHEN WS-OWN-SIDE(OWNER-IDX) IS EQUAL TO "O"
            MOVE "OURS" TO SORT-ROAD
        WHEN OTHER
            MOVE WS-OWN-ROAD(OWNER-IDX) TO SORT-ROAD
    END-EVALUATE
    MOVE WS-IDLE-DAYS TO SORT-IDLE-DAYS
    MOVE CARL-CAR-MARK TO SORT-CAR-MARK
    MOVE CARL-LAST-EVENT TO SORT-EVENT
    MOVE CARL-LAST-TRAIN TO SORT-TRAIN
    MOVE CARL-YARD TO SORT-YARD
    MOVE CARL-LAST-DATE TO SORT-LAST-DATE
    RELEASE SORT-REC.

5500-PRINT-IDLE-CARS.
    MOVE SPACES TO WS-CURRENT-ROAD
    PERFORM FOREVER
        RETURN SORT-WORK
            AT END EXIT PERFORM
        END-RETURN
        IF SORT-ROAD IS NOT EQUAL TO WS-CURRENT-ROAD
            IF WS-ROAD-CARS IS GREATER THAN ZERO
                PERFORM 5600-PRINT-ROAD-TOTAL
            END-IF
            MOVE SORT-ROAD TO WS-CURRENT-ROAD
        END-IF
        ADD 1 TO WS-IDLE-CARS, WS-ROAD-CARS
        ADD SORT-IDLE-DAYS TO WS-ROAD-CAR-DAYS
        MOVE SORT-ROAD TO WSI-ROAD
        MOVE SORT-CAR-MARK TO WSI-MARK
        MOVE SORT-YARD TO WSI-YARD
        MOVE SORT-TRAIN TO WSI-TRAIN
        MOVE SORT-LAST-DATE TO WSI-DATE
        MOVE SORT-IDLE-DAYS TO WSI-DAYS
        MOVE WS-IDLE-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-ROAD-CARS IS GREATER THAN ZERO
        PERFORM 5600-PRINT-ROAD-TOTAL
    END-IF
    IF WS-IDLE-CARS IS EQUAL TO ZERO
        MOVE "  NO IDLE CARS ON LINE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

5600-PRINT-ROAD-TOTAL.
    MOVE WS-CURRENT-ROAD TO WSR-ROAD
    MOVE WS-ROAD-CARS TO WSR-CARS
    MOVE WS-ROAD-CAR-DAYS TO WSR-CAR-DAYS
    MOVE WS-ROAD-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE ZEROS TO WS-ROAD-CARS, WS-ROAD-CAR-DAYS.

8500-JOURNAL-LOCATION-CHANGE.
    MOVE "W" TO JRNW-ACTION
    MOVE "CARLOC    " TO JRNW-MASTER
    MOVE "CARLOC  " TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE CARL-CAR-MARK TO JRNW-KEY
    MOVE CAR-LOCATION-REC TO JRNW-AFTER
    CALL "JRNWRITE" USING JRNW-PARMS.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==CAR-REPORT-REC==.
