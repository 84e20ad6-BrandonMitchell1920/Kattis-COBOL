ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY railinsel.
        SELECT EXCEPTION-FILE ASSIGN TO "RAILEXCP"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT TRAIN-SUMMARY-FILE ASSIGN TO "RAILSUMM"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY railmvsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY railinfd.
    COPY railmvfd.
    COPY busdatefd.
    COPY steplogfd.

    FD EXCEPTION-FILE.
        01 EXCEPTION-REC.
            05 EXCEPTION-X PIC Z(3)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 SUMMARY-DISPOSITION PIC X(9).

    WORKING-STORAGE SECTION.
        01 WS-EOF PIC X VALUE "N".
            88 CAR-EOF VALUE "Y".
        01 WS-ORIG-Y PIC 9(4).
        01 IMPOSSIBLE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-TRAIN-ID PIC X(6) VALUE "NONE".
        01 WS-TRAIN-YARD PIC X(6) VALUE SPACES.
        01 WS-TRAIN-EXPECTED PIC 9(3) VALUE ZEROS.
        01 WS-TRAIN-CARS PIC 9(3) VALUE ZEROS.
        01 WS-TRAIN-IMPOSSIBLE PIC 9(3) VALUE ZEROS.
            END-IF
            MOVE TRAIN-HEADER-ID TO WS-TRAIN-ID
            MOVE TRAIN-HEADER-CARS TO WS-TRAIN-EXPECTED
            MOVE TRAIN-HEADER-YARD TO WS-TRAIN-YARD
            MOVE ZEROS TO WS-TRAIN-CARS, WS-TRAIN-IMPOSSIBLE
            SET TRAIN-IN-PROGRESS TO TRUE
            READ CAR-FILE
        END-IF
        IF NOT TRAIN-IN-PROGRESS
            MOVE "NONE  " TO WS-TRAIN-ID
            MOVE SPACES TO WS-TRAIN-YARD
            MOVE ZEROS TO WS-TRAIN-EXPECTED
            MOVE ZEROS TO WS-TRAIN-CARS, WS-TRAIN-IMPOSSIBLE
            SET TRAIN-IN-PROGRESS TO TRUE
      *> road.  For the partner's marks that is receipt and return;
      *> for our own marked fleet the same two events bracket the
      *> interval the partner owes us for.  Only unmarked yard
      *> equipment settles nothing.  The yard named on the train
      *> header rides along so the car location master can say where
      *> the car was set out; headers that name none leave it blank.
2500-WRITE-CAR-MOVEMENT.
    MOVE SPACES TO CAR-MOVEMENT-REC
    MOVE WS-RUN-DATE TO MOVE-BUSINESS-DATE
    MOVE WS-TRAIN-ID TO MOVE-TRAIN-ID
    MOVE CAR-MARK TO MOVE-CAR-MARK
    MOVE WS-TRAIN-YARD TO MOVE-YARD
    IF WS-TRAIN-ID(1:1) IS EQUAL TO "X"
        MOVE "RTN" TO MOVE-EVENT
    ELSE
