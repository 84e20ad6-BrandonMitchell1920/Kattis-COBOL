IDENTIFICATION DIVISION.
    PROGRAM-ID. LicenseLoad.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LICENSE-FEED-FILE ASSIGN TO "LICFEED"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.
        COPY drvmstsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

      *> The licensing authority's periodic file: one row for each
      *> driver we have enrolled with them, carrying our driver ID.
    FD LICENSE-FEED-FILE.
        01 LICENSE-FEED-REC.
            05 LIC-DRIVER-ID PIC X(6).
            05 FILLER PIC X.
            05 LIC-LICENSE-NUMBER PIC X(15).
            05 FILLER PIC X.
            05 LIC-CLASS PIC X(2).
            05 FILLER PIC X.
            05 LIC-EXPIRY PIC X(8).
            05 FILLER PIC X.
            05 LIC-STATUS PIC X.
                88 LIC-STATUS-KNOWN VALUE "V" "S" "R".

    COPY drvmstfd.

    WORKING-STORAGE SECTION.
        01 WS-FEED-STATUS PIC XX.
        01 WS-DRIVER-MST-STATUS PIC XX.
        01 WS-FEED-EOF PIC X VALUE "N".
            88 FEED-EOF VALUE "Y".
        01 WS-FEED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNCHANGED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
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
    DISPLAY "RUN " WS-RUN-ID " LOADING LICENSING AUTHORITY FILE"
      *> The authority sends its file periodically, not nightly; on
      *> the nights between, the feed is empty and the master stands.
    OPEN INPUT LICENSE-FEED-FILE
    IF WS-FEED-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO LICENSING FILE THIS RUN - MASTER UNCHANGED"
        MOVE 0 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN I-O DRIVER-MASTER-FILE
    IF WS-DRIVER-MST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: DRIVER MASTER NOT AVAILABLE - STATUS "
            WS-DRIVER-MST-STATUS
        CLOSE LICENSE-FEED-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ LICENSE-FEED-FILE
        AT END SET FEED-EOF TO TRUE
    END-READ
    PERFORM UNTIL FEED-EOF
        ADD 1 TO WS-FEED-COUNT
        PERFORM 2000-APPLY-LICENSE-ROW
        READ LICENSE-FEED-FILE
            AT END SET FEED-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE LICENSE-FEED-FILE, DRIVER-MASTER-FILE
    DISPLAY "LICENSE ROWS " WS-FEED-COUNT
        " CHANGED " WS-CHANGED-COUNT
        " UNCHANGED " WS-UNCHANGED-COUNT
        " REJECTED " WS-REJECTED-COUNT
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-REJECTED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="LICLOAD "==.

    COPY busdateget.

      *> Only a row that changes what the master holds is rewritten
      *> and journaled, so reloading the same file is harmless.
2000-APPLY-LICENSE-ROW.
    IF LIC-DRIVER-ID IS EQUAL TO SPACES OR
            NOT LIC-STATUS-KNOWN OR
            LIC-EXPIRY IS NOT NUMERIC
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(LIC-EXPIRY))
            IS NOT EQUAL TO ZERO
        MOVE "BADF" TO REJW-REASON
        PERFORM 2900-REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    MOVE LIC-DRIVER-ID TO DRVM-DRIVER-ID
    READ DRIVER-MASTER-FILE
        INVALID KEY
            DISPLAY "EXCEPTION: LICENSE ROW FOR " LIC-DRIVER-ID
                " - NOT ON DRIVER MASTER"
            MOVE "ORPH" TO REJW-REASON
            PERFORM 2900-REJECT-ROW
            EXIT PARAGRAPH
    END-READ
    IF DRVM-LICENSE-NUMBER IS EQUAL TO LIC-LICENSE-NUMBER AND
            DRVM-LICENSE-CLASS IS EQUAL TO LIC-CLASS AND
            DRVM-LICENSE-EXPIRY IS EQUAL TO LIC-EXPIRY AND
            DRVM-LICENSE-STATUS IS EQUAL TO LIC-STATUS
        ADD 1 TO WS-UNCHANGED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE DRIVER-MASTER-REC TO JRNW-BEFORE
    MOVE LIC-LICENSE-NUMBER TO DRVM-LICENSE-NUMBER
    MOVE LIC-CLASS TO DRVM-LICENSE-CLASS
    MOVE LIC-EXPIRY TO DRVM-LICENSE-EXPIRY
    MOVE LIC-STATUS TO DRVM-LICENSE-STATUS
    MOVE WS-RUN-DATE TO DRVM-LICENSE-AS-OF
    REWRITE DRIVER-MASTER-REC
    ADD 1 TO WS-CHANGED-COUNT
    IF NOT LICENSE-VALID
        DISPLAY "NOTE: DRIVER " DRVM-DRIVER-ID " LICENSE "
            DRVM-LICENSE-NUMBER " STATUS " DRVM-LICENSE-STATUS
            " PER AUTHORITY"
    END-IF
    MOVE "W" TO JRNW-ACTION
    MOVE "DRIVRMST  " TO JRNW-MASTER
    MOVE "LICLOAD " TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE "C" TO JRNW-VERB
    MOVE DRVM-DRIVER-ID TO JRNW-KEY
    MOVE DRIVER-MASTER-REC TO JRNW-AFTER
    CALL "JRNWRITE" USING JRNW-PARMS.

2900-REJECT-ROW.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE "W" TO REJW-ACTION
    MOVE "LICLOAD " TO REJW-PROGRAM
    MOVE LICENSE-FEED-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.
