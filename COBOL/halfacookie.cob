    FILE SECTION.
    FD COOKIE-IN-FILE.
        01 COOKIE-IN-REC PIC X(50).
        01 COOKIE-SHIFT-HEADER-REC.
            05 COOKIE-HEADER-TAG PIC X.
                88 SHIFT-HEADER VALUE "S".
            05 COOKIE-HEADER-SHIFT PIC X(2).
            05 COOKIE-HEADER-OPERATOR PIC X(6).
            05 COOKIE-HEADER-PROD-DATE PIC X(8).

    FD COOKIE-OUT-FILE.
        01 COOKIE-OUT-REC PIC X(40).

    FD DISTRIBUTION-FILE.
        01 DISTRIBUTION-REC.
            05 FILLER PIC X VALUE SPACE.
            05 TREND-BANDS.
                10 TREND-BAND-COUNT PIC 9(6) OCCURS 11 TIMES.
            05 FILLER PIC X VALUE SPACE.
            05 TREND-SHIFT PIC X(2).
            05 FILLER PIC X VALUE SPACE.
            05 TREND-OPERATOR PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 TREND-PROD-DATE PIC X(8).

    COPY busdatefd.
    COPY steplogfd.
        01 WS-BAND-HIGH PIC 9.9.
        01 WS-BAND-LABEL PIC X(9).
        01 WS-HASH-UNITS PIC 9(12).
      *> Shift and line operator from the COOKIEIN header, stamped on
      *> every output line and on the run's trend record.
        01 WS-SHIFT-CODE PIC X(2) VALUE SPACES.
        01 WS-OPERATOR-ID PIC X(6) VALUE SPACES.
        01 WS-PROD-DATE PIC X(8) VALUE SPACES.
        01 WS-EXTRA-HEADERS PIC 9(4) VALUE ZEROS.
        COPY outtrail.
        COPY rundate.
        COPY busdatews.
    READ COOKIE-IN-FILE INTO INP
        AT END SET COOKIE-EOF TO TRUE
    END-READ
    IF NOT COOKIE-EOF AND SHIFT-HEADER
        PERFORM 1500-TAKE-SHIFT-HEADER
        READ COOKIE-IN-FILE INTO INP
            AT END SET COOKIE-EOF TO TRUE
        END-READ
    ELSE
        DISPLAY "NOTE: NO SHIFT HEADER ON COOKIEIN"
            " - RUN NOT ATTRIBUTED TO A SHIFT"
    END-IF
    IF WS-PROD-DATE IS EQUAL TO SPACES
        MOVE WS-RUN-DATE TO WS-PROD-DATE
    END-IF
    PERFORM UNTIL COOKIE-EOF
        IF SHIFT-HEADER
            ADD 1 TO WS-EXTRA-HEADERS
            READ COOKIE-IN-FILE INTO INP
                AT END SET COOKIE-EOF TO TRUE
            END-READ
            EXIT PERFORM CYCLE
        END-IF
        ADD 1 TO PROCESSED-COUNT
        UNSTRING INP DELIMITED BY SPACE INTO R X Y
        COMPUTE H = FUNCTION SQRT(((X ** 2) + (Y ** 2)))
            PERFORM 6000-HASH-AREA
            MOVE AREA1 TO DISPLAY-AREA1
            MOVE AREA2 TO DISPLAY-AREA2
            MOVE SPACES TO COOKIE-OUT-REC
            STRING DISPLAY-AREA2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                DISPLAY-AREA1 DELIMITED BY SIZE
                INTO COOKIE-OUT-REC
        END-IF
        MOVE WS-SHIFT-CODE TO COOKIE-OUT-REC(29:2)
        MOVE WS-OPERATOR-ID TO COOKIE-OUT-REC(32:6)
        WRITE COOKIE-OUT-REC
        ADD 1 TO WS-TRAILER-RECORD-COUNT
        READ COOKIE-IN-FILE INTO INP
        REMAINDER WS-ELAPSED-SS
    DISPLAY "ELAPSED TIME " WS-ELAPSED-HH ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
    DISPLAY "PROCESSED " PROCESSED-COUNT " MISS " MISS-COUNT
    DISPLAY "SHIFT " WS-SHIFT-CODE " OPERATOR " WS-OPERATOR-ID
        " PRODUCTION DATE " WS-PROD-DATE
    IF WS-EXTRA-HEADERS IS GREATER THAN ZERO
        DISPLAY "NOTE: " WS-EXTRA-HEADERS
            " FURTHER SHIFT HEADER(S) IGNORED - ONE SHIFT PER RUN"
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY busdateget.

      *> The header names the shift and operator for the whole run; a
      *> blank production date means the run's own business date.
1500-TAKE-SHIFT-HEADER.
    MOVE COOKIE-HEADER-SHIFT TO WS-SHIFT-CODE
    MOVE COOKIE-HEADER-OPERATOR TO WS-OPERATOR-ID
    IF COOKIE-HEADER-PROD-DATE IS NUMERIC
        MOVE COOKIE-HEADER-PROD-DATE TO WS-PROD-DATE
    END-IF.

6000-HASH-AREA.
    COMPUTE WS-HASH-UNITS = FUNCTION INTEGER-PART(AREA2)
    COMPUTE WS-TRAILER-HASH-TOTAL = FUNCTION MOD(
    MOVE WS-RUN-ID TO TREND-RUN-ID
    MOVE PROCESSED-COUNT TO TREND-PROCESSED
    MOVE MISS-COUNT TO TREND-MISS
    MOVE WS-SHIFT-CODE TO TREND-SHIFT
    MOVE WS-OPERATOR-ID TO TREND-OPERATOR
    MOVE WS-PROD-DATE TO TREND-PROD-DATE
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
            UNTIL WS-BAND-IDX IS GREATER THAN 11
        MOVE WS-BAND-COUNT(WS-BAND-IDX)
