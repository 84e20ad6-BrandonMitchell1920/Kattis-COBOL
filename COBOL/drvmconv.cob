IDENTIFICATION DIVISION.
    PROGRAM-ID. DriverMasterConvert.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SEQ-DRIVER-FILE ASSIGN TO "SEQDRVM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-DRIVER-STATUS.
        COPY drvmstsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

      *> The driver master as it was kept before it was keyed: ID and
      *> name only.
    FD SEQ-DRIVER-FILE.
        01 SEQ-DRIVER-REC.
            05 SEQ-DRVM-DRIVER-ID PIC X(6).
            05 FILLER PIC X.
            05 SEQ-DRVM-DRIVER-NAME PIC X(20).

    COPY drvmstfd.

    WORKING-STORAGE SECTION.
        01 WS-SEQ-DRIVER-STATUS PIC XX.
        01 WS-DRIVER-MST-STATUS PIC XX.
        01 WS-SEQ-EOF PIC X VALUE "N".
            88 SEQ-EOF VALUE "Y".
        01 WS-DRIVERS-READ PIC 9(7) VALUE ZEROS.
        01 WS-DRIVERS-LOADED PIC 9(7) VALUE ZEROS.
        01 WS-DRIVERS-DROPPED PIC 9(7) VALUE ZEROS.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " BUILDING DRIVER MASTER FROM SEQUENTIAL"
    OPEN INPUT SEQ-DRIVER-FILE
    IF WS-SEQ-DRIVER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: SEQUENTIAL DRIVER MASTER NOT AVAILABLE"
            " - STATUS " WS-SEQ-DRIVER-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT DRIVER-MASTER-FILE
    READ SEQ-DRIVER-FILE
        AT END SET SEQ-EOF TO TRUE
    END-READ
    PERFORM UNTIL SEQ-EOF
        ADD 1 TO WS-DRIVERS-READ
        PERFORM 2000-LOAD-ONE-DRIVER
        READ SEQ-DRIVER-FILE
            AT END SET SEQ-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SEQ-DRIVER-FILE, DRIVER-MASTER-FILE
    DISPLAY "DRIVERS READ " WS-DRIVERS-READ
        " LOADED " WS-DRIVERS-LOADED
        " DROPPED " WS-DRIVERS-DROPPED
    IF WS-DRIVERS-DROPPED IS GREATER THAN ZERO
        DISPLAY "EXCEPTION: " WS-DRIVERS-DROPPED
            " DRIVERS NOT LOADED - DO NOT RELEASE THE MASTER"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="DRVMCONV"==.

    COPY busdateget.

      *> Every driver starts with no license on file; the first
      *> licensing authority file fills the license columns in.
2000-LOAD-ONE-DRIVER.
    IF SEQ-DRVM-DRIVER-ID IS EQUAL TO SPACES
        ADD 1 TO WS-DRIVERS-DROPPED
        DISPLAY "EXCEPTION: BLANK DRIVER ID - " SEQ-DRVM-DRIVER-NAME
            " NOT LOADED"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO DRIVER-MASTER-REC
    MOVE SEQ-DRVM-DRIVER-ID TO DRVM-DRIVER-ID
    MOVE SEQ-DRVM-DRIVER-NAME TO DRVM-DRIVER-NAME
    WRITE DRIVER-MASTER-REC
        INVALID KEY
            ADD 1 TO WS-DRIVERS-DROPPED
            DISPLAY "EXCEPTION: DUPLICATE DRIVER " DRVM-DRIVER-ID
                " - NOT LOADED"
        NOT INVALID KEY
            ADD 1 TO WS-DRIVERS-LOADED
    END-WRITE.
