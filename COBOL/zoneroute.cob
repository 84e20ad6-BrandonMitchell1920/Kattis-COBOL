IDENTIFICATION DIVISION.
    PROGRAM-ID. ZoneRouteSequence.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY zworksel.
        COPY zcrewsel.
        SELECT ROUTE-SHEET-FILE ASSIGN TO "ZONERTSH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY zworkfd.
    COPY zcrewfd.
    COPY busdatefd.
    COPY steplogfd.

    FD ROUTE-SHEET-FILE.
        01 ROUTE-SHEET-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-WORK-STATUS PIC XX.
        01 WS-CREW-STATUS PIC XX.
        01 WS-WORK-EOF PIC X VALUE "N".
            88 WORK-EOF VALUE "Y".
        01 WS-CREW-EOF PIC X VALUE "N".
            88 CREW-EOF VALUE "Y".
        01 WS-ORDER-TABLE.
            05 WS-ORDER-ENTRY OCCURS 1000 TIMES.
                10 WS-OR-NUMBER PIC X(13).
                10 WS-OR-ZONE PIC X(4).
                10 WS-OR-X PIC S9(5).
                10 WS-OR-Y PIC S9(5).
                10 WS-OR-CREW PIC 99.
                10 WS-OR-STOP PIC 99.
                10 WS-OR-LEG PIC 9(6)V9.
                10 WS-OR-CUMULATIVE PIC 9(7)V9.
        01 WS-ORDER-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-ORDERS-DROPPED PIC 9(5) VALUE ZEROS.
        01 ORDER-IDX PIC 9(4).
        01 WS-CREW-TABLE.
            05 WS-CREW-ENTRY OCCURS 50 TIMES.
                10 WS-CR-ID PIC X(4).
                10 WS-CR-NAME PIC X(20).
                10 WS-CR-ZONE PIC X(4).
                10 WS-CR-START-X PIC S9(5).
                10 WS-CR-START-Y PIC S9(5).
                10 WS-CR-CAPACITY PIC 99.
                10 WS-CR-AT-X PIC S9(5).
                10 WS-CR-AT-Y PIC S9(5).
                10 WS-CR-STOPS PIC 99.
                10 WS-CR-DISTANCE PIC 9(7)V9.
        01 WS-CREW-COUNT PIC 99 VALUE ZEROS.
        01 CREW-IDX PIC 99.
        01 WS-CREW-REJECTED PIC 9(3) VALUE ZEROS.
      *> Each pass hands the closest open order to whichever crew with
      *> room left is nearest it, from wherever that crew last stopped;
      *> squared distance is enough to pick, the root is taken only for
      *> the leg actually driven.
        01 WS-BEST-CREW PIC 99.
        01 WS-BEST-ORDER PIC 9(4).
        01 WS-BEST-SQUARE PIC 9(11).
        01 WS-SQUARE PIC 9(11).
        01 WS-DELTA-X PIC S9(6).
        01 WS-DELTA-Y PIC S9(6).
        01 WS-LEG-WORK USAGE COMP-2.
        01 WS-ZONE-HAS-CREW PIC X.
            88 ZONE-HAS-CREW VALUE "Y".
        01 WS-ASSIGNED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNASSIGNED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-STOP-NUM PIC 99.
        01 WS-STOP-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-STOP PIC Z9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-NUMBER PIC X(13).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-X PIC -(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-Y PIC -(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-LEG PIC Z(5)9.9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-CUMULATIVE PIC Z(6)9.9.
        01 WS-UNASSIGNED-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSU-NUMBER PIC X(13).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSU-ZONE PIC X(4).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSU-X PIC -(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSU-Y PIC -(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSU-REASON PIC X(20).
        01 WS-DISPLAY-DISTANCE PIC Z(6)9.9.
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
    DISPLAY "RUN " WS-RUN-ID " ZONE ROUTE SEQUENCING"
    PERFORM 1000-LOAD-CREW-MASTER
    PERFORM 1100-LOAD-WORK-ORDERS
    PERFORM 2000-ASSIGN-ORDERS
    OPEN OUTPUT ROUTE-SHEET-FILE
    PERFORM 3000-WRITE-ROUTE-SHEETS
    PERFORM 3500-WRITE-UNASSIGNED-LIST
    CLOSE ROUTE-SHEET-FILE
    DISPLAY "CREWS " WS-CREW-COUNT
        " ORDERS " WS-ORDER-COUNT
        " ASSIGNED " WS-ASSIGNED-COUNT
        " UNASSIGNED " WS-UNASSIGNED-COUNT
    IF WS-UNASSIGNED-COUNT IS GREATER THAN ZERO
            OR WS-CREW-REJECTED IS GREATER THAN ZERO
            OR WS-ORDERS-DROPPED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ZONEROUT"==.

    COPY busdateget.

1000-LOAD-CREW-MASTER.
    OPEN INPUT CREW-MASTER-FILE
    IF WS-CREW-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CREW MASTER NOT AVAILABLE - STATUS "
            WS-CREW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CREW-MASTER-FILE
        AT END SET CREW-EOF TO TRUE
    END-READ
    PERFORM UNTIL CREW-EOF
        IF CREW-START-X IS NOT NUMERIC OR CREW-START-Y IS NOT NUMERIC
                OR CREW-CAPACITY IS NOT NUMERIC
            DISPLAY "EXCEPTION: MALFORMED CREW RECORD " CREW-ID
                " - CREW NOT ROUTED"
            ADD 1 TO WS-CREW-REJECTED
        ELSE
            IF WS-CREW-COUNT IS LESS THAN 50
                ADD 1 TO WS-CREW-COUNT
                MOVE CREW-ID TO WS-CR-ID(WS-CREW-COUNT)
                MOVE CREW-NAME TO WS-CR-NAME(WS-CREW-COUNT)
                MOVE CREW-ZONE-CODE TO WS-CR-ZONE(WS-CREW-COUNT)
                MOVE CREW-START-X TO WS-CR-START-X(WS-CREW-COUNT),
                    WS-CR-AT-X(WS-CREW-COUNT)
                MOVE CREW-START-Y TO WS-CR-START-Y(WS-CREW-COUNT),
                    WS-CR-AT-Y(WS-CREW-COUNT)
                MOVE CREW-CAPACITY TO WS-CR-CAPACITY(WS-CREW-COUNT)
                MOVE ZEROS TO WS-CR-STOPS(WS-CREW-COUNT),
                    WS-CR-DISTANCE(WS-CREW-COUNT)
            ELSE
                DISPLAY "EXCEPTION: MORE THAN 50 CREWS - "
                    CREW-ID " NOT ROUTED"
                ADD 1 TO WS-CREW-REJECTED
            END-IF
        END-IF
        READ CREW-MASTER-FILE
            AT END SET CREW-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CREW-MASTER-FILE.

1100-LOAD-WORK-ORDERS.
    OPEN INPUT WORK-ORDER-FILE
    IF WS-WORK-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: WORK ORDERS NOT AVAILABLE - STATUS "
            WS-WORK-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ WORK-ORDER-FILE
        AT END SET WORK-EOF TO TRUE
    END-READ
    PERFORM UNTIL WORK-EOF
        IF WS-ORDER-COUNT IS LESS THAN 1000
            ADD 1 TO WS-ORDER-COUNT
            MOVE WORK-NUMBER TO WS-OR-NUMBER(WS-ORDER-COUNT)
            MOVE WORK-ZONE-CODE TO WS-OR-ZONE(WS-ORDER-COUNT)
            MOVE WORK-X TO WS-OR-X(WS-ORDER-COUNT)
            MOVE WORK-Y TO WS-OR-Y(WS-ORDER-COUNT)
            MOVE ZEROS TO WS-OR-CREW(WS-ORDER-COUNT),
                WS-OR-STOP(WS-ORDER-COUNT), WS-OR-LEG(WS-ORDER-COUNT),
                WS-OR-CUMULATIVE(WS-ORDER-COUNT)
        ELSE
            ADD 1 TO WS-ORDERS-DROPPED
        END-IF
        READ WORK-ORDER-FILE
            AT END SET WORK-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE WORK-ORDER-FILE
    IF WS-ORDERS-DROPPED IS GREATER THAN ZERO
        DISPLAY "EXCEPTION: MORE THAN 1000 WORK ORDERS - "
            WS-ORDERS-DROPPED " LEFT OFF THE ROUTE SHEETS"
    END-IF.

2000-ASSIGN-ORDERS.
    PERFORM FOREVER
        MOVE ZEROS TO WS-BEST-CREW, WS-BEST-ORDER
        MOVE 99999999999 TO WS-BEST-SQUARE
        PERFORM VARYING CREW-IDX FROM 1 BY 1
                UNTIL CREW-IDX IS GREATER THAN WS-CREW-COUNT
            IF WS-CR-STOPS(CREW-IDX) IS LESS THAN
                    WS-CR-CAPACITY(CREW-IDX)
                PERFORM 2100-NEAREST-FOR-CREW
            END-IF
        END-PERFORM
        IF WS-BEST-ORDER IS EQUAL TO ZERO
            EXIT PERFORM
        END-IF
        PERFORM 2200-ASSIGN-BEST-ORDER
    END-PERFORM.

2100-NEAREST-FOR-CREW.
    PERFORM VARYING ORDER-IDX FROM 1 BY 1
            UNTIL ORDER-IDX IS GREATER THAN WS-ORDER-COUNT
        IF WS-OR-CREW(ORDER-IDX) IS EQUAL TO ZERO AND
                WS-OR-ZONE(ORDER-IDX) IS EQUAL TO WS-CR-ZONE(CREW-IDX)
            COMPUTE WS-DELTA-X = WS-OR-X(ORDER-IDX)
                - WS-CR-AT-X(CREW-IDX)
            COMPUTE WS-DELTA-Y = WS-OR-Y(ORDER-IDX)
                - WS-CR-AT-Y(CREW-IDX)
            COMPUTE WS-SQUARE = (WS-DELTA-X * WS-DELTA-X)
                + (WS-DELTA-Y * WS-DELTA-Y)
            IF WS-SQUARE IS LESS THAN WS-BEST-SQUARE
                MOVE WS-SQUARE TO WS-BEST-SQUARE
                MOVE CREW-IDX TO WS-BEST-CREW
                MOVE ORDER-IDX TO WS-BEST-ORDER
            END-IF
        END-IF
    END-PERFORM.

2200-ASSIGN-BEST-ORDER.
    MOVE WS-BEST-CREW TO CREW-IDX
    MOVE WS-BEST-ORDER TO ORDER-IDX
    COMPUTE WS-LEG-WORK = FUNCTION SQRT(WS-BEST-SQUARE)
    ADD 1 TO WS-CR-STOPS(CREW-IDX)
    ADD 1 TO WS-ASSIGNED-COUNT
    MOVE CREW-IDX TO WS-OR-CREW(ORDER-IDX)
    MOVE WS-CR-STOPS(CREW-IDX) TO WS-OR-STOP(ORDER-IDX)
    COMPUTE WS-OR-LEG(ORDER-IDX) ROUNDED = WS-LEG-WORK
    ADD WS-OR-LEG(ORDER-IDX) TO WS-CR-DISTANCE(CREW-IDX)
    MOVE WS-CR-DISTANCE(CREW-IDX) TO WS-OR-CUMULATIVE(ORDER-IDX)
    MOVE WS-OR-X(ORDER-IDX) TO WS-CR-AT-X(CREW-IDX)
    MOVE WS-OR-Y(ORDER-IDX) TO WS-CR-AT-Y(CREW-IDX).

      *> One sheet per crew, stops in the order they are to be driven,
      *> each with its leg and the distance run so far.
3000-WRITE-ROUTE-SHEETS.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "CREW ROUTE SHEETS FOR " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    PERFORM VARYING CREW-IDX FROM 1 BY 1
            UNTIL CREW-IDX IS GREATER THAN WS-CREW-COUNT
        PERFORM 3100-WRITE-ONE-ROUTE
    END-PERFORM
    IF WS-CREW-COUNT IS EQUAL TO ZERO
        MOVE SPACES TO WS-PRINT-COLUMNS
        MOVE "NO CREWS ON THE CREW MASTER" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

3100-WRITE-ONE-ROUTE.
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE WS-CR-START-X(CREW-IDX) TO WSS-X
    MOVE WS-CR-START-Y(CREW-IDX) TO WSS-Y
    MOVE SPACES TO WS-PRINT-LINE
    STRING "CREW " WS-CR-ID(CREW-IDX) "  " WS-CR-NAME(CREW-IDX)
        "  ZONE " WS-CR-ZONE(CREW-IDX)
        "  START " WSS-X "," WSS-Y
        "  CAPACITY " WS-CR-CAPACITY(CREW-IDX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF WS-CR-STOPS(CREW-IDX) IS EQUAL TO ZERO
        MOVE "    NO ORDERS FOR THIS CREW" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "  STOP WORK ORDER            X      Y        LEG  CUMULATIVE"
        TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-PRINT-LINE TO WS-PRINT-COLUMNS
    PERFORM VARYING WS-STOP-NUM FROM 1 BY 1
            UNTIL WS-STOP-NUM IS GREATER THAN WS-CR-STOPS(CREW-IDX)
        PERFORM VARYING ORDER-IDX FROM 1 BY 1
                UNTIL ORDER-IDX IS GREATER THAN WS-ORDER-COUNT
            IF WS-OR-CREW(ORDER-IDX) IS EQUAL TO CREW-IDX AND
                    WS-OR-STOP(ORDER-IDX) IS EQUAL TO WS-STOP-NUM
                MOVE WS-STOP-NUM TO WSS-STOP
                MOVE WS-OR-NUMBER(ORDER-IDX) TO WSS-NUMBER
                MOVE WS-OR-X(ORDER-IDX) TO WSS-X
                MOVE WS-OR-Y(ORDER-IDX) TO WSS-Y
                MOVE WS-OR-LEG(ORDER-IDX) TO WSS-LEG
                MOVE WS-OR-CUMULATIVE(ORDER-IDX) TO WSS-CUMULATIVE
                MOVE WS-STOP-LINE TO WS-PRINT-LINE
                PERFORM 9700-PRINT-LINE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE WS-CR-DISTANCE(CREW-IDX) TO WS-DISPLAY-DISTANCE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  STOPS " WS-CR-STOPS(CREW-IDX)
        " OF " WS-CR-CAPACITY(CREW-IDX)
        "   ROUTE DISTANCE " WS-DISPLAY-DISTANCE
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Orders no crew could take: either the zone has no crew at all
      *> or every crew in it is already full for the day.
3500-WRITE-UNASSIGNED-LIST.
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "UNASSIGNED WORK ORDERS FOR " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  WORK ORDER      ZONE        X      Y   REASON"
        TO WS-PRINT-COLUMNS
    PERFORM VARYING ORDER-IDX FROM 1 BY 1
            UNTIL ORDER-IDX IS GREATER THAN WS-ORDER-COUNT
        IF WS-OR-CREW(ORDER-IDX) IS EQUAL TO ZERO
            PERFORM 3600-WRITE-UNASSIGNED-ORDER
        END-IF
    END-PERFORM
    IF WS-UNASSIGNED-COUNT IS EQUAL TO ZERO
        MOVE "  EVERY ORDER IS ON A ROUTE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

3600-WRITE-UNASSIGNED-ORDER.
    ADD 1 TO WS-UNASSIGNED-COUNT
    MOVE "N" TO WS-ZONE-HAS-CREW
    PERFORM VARYING CREW-IDX FROM 1 BY 1
            UNTIL CREW-IDX IS GREATER THAN WS-CREW-COUNT
        IF WS-CR-ZONE(CREW-IDX) IS EQUAL TO WS-OR-ZONE(ORDER-IDX)
            SET ZONE-HAS-CREW TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE WS-OR-NUMBER(ORDER-IDX) TO WSU-NUMBER
    MOVE WS-OR-ZONE(ORDER-IDX) TO WSU-ZONE
    MOVE WS-OR-X(ORDER-IDX) TO WSU-X
    MOVE WS-OR-Y(ORDER-IDX) TO WSU-Y
    IF ZONE-HAS-CREW
        MOVE "CREW CAPACITY FULL" TO WSU-REASON
    ELSE
        MOVE "NO CREW FOR ZONE" TO WSU-REASON
    END-IF
    MOVE WS-UNASSIGNED-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==ROUTE-SHEET-REC==.
