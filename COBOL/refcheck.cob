        SELECT DRIVER-SUMMARY-FILE ASSIGN TO "DRIVERSUM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DRIVERSUM-STATUS.
        COPY drvmstsel.
        SELECT SEASON-FILE ASSIGN TO "PETSEASN"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            05 SUMMARY-DRIVER-ID PIC X(6).
            05 FILLER PIC X(74).

    COPY drvmstfd.

    FD SEASON-FILE.
        01 PS-REC.
            88 INPUT-EOF VALUE "Y".
        01 WS-SCAN-DONE PIC X.
            88 SCAN-DONE VALUE "Y".
        01 WS-CLIENT-IDS.
            05 WS-CLIENT-ID PIC X(6) OCCURS 50 TIMES.
        01 WS-CLIENT-COUNT PIC 99 VALUE ZEROS.
            " - DRIVER RELATIONSHIP NOT CHECKED"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT DRIVER-SUMMARY-FILE
    IF WS-DRIVERSUM-STATUS IS NOT EQUAL TO "00"
        CLOSE DRIVER-MASTER-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-INPUT-EOF
        AT END SET INPUT-EOF TO TRUE
    END-READ
    PERFORM UNTIL INPUT-EOF
        MOVE SUMMARY-DRIVER-ID TO DRVM-DRIVER-ID
        MOVE "Y" TO WS-KEY-FOUND
        READ DRIVER-MASTER-FILE
            INVALID KEY MOVE "N" TO WS-KEY-FOUND
        END-READ
        IF NOT KEY-FOUND
            ADD 1 TO WS-DRIVER-ORPHANS
            MOVE SPACES TO INTEGRITY-REPORT-REC
            AT END SET INPUT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DRIVER-SUMMARY-FILE, DRIVER-MASTER-FILE.

3000-CHECK-PET-PLAYERS.
    OPEN INPUT ROSTER-FILE
