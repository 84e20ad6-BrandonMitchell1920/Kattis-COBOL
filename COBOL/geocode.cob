IDENTIFICATION DIVISION.
    PROGRAM-ID. AddressGeocode.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADDRESS-STATUS.
        SELECT ADDRESS-REQUEST-FILE ASSIGN TO "GEOREQ"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUEST-STATUS.
        SELECT COORD-OUT-FILE ASSIGN TO "COORDOUT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT EXCEPTION-REPORT-FILE ASSIGN TO "GEOEXCP"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

      *> Street/address-range master: one line per block face, with
      *> the grid points at the low and high ends of the range.  A
      *> range holds odd numbers, even numbers or both; the same
      *> street name in two localities is two sets of ranges.
    FD ADDRESS-MASTER-FILE.
        01 ADDRESS-MASTER-REC.
            05 ADDR-STREET PIC X(24).
            05 FILLER PIC X.
            05 ADDR-LOCALITY PIC X(5).
            05 FILLER PIC X.
            05 ADDR-LOW-NUMBER PIC 9(6).
            05 FILLER PIC X.
            05 ADDR-HIGH-NUMBER PIC 9(6).
            05 FILLER PIC X.
            05 ADDR-PARITY PIC X.
                88 ADDR-ODD-SIDE VALUE "O".
                88 ADDR-EVEN-SIDE VALUE "E".
                88 ADDR-BOTH-SIDES VALUE "B".
            05 FILLER PIC X.
            05 ADDR-LOW-X PIC S9(5) SIGN LEADING SEPARATE.
            05 FILLER PIC X.
            05 ADDR-LOW-Y PIC S9(5) SIGN LEADING SEPARATE.
            05 FILLER PIC X.
            05 ADDR-HIGH-X PIC S9(5) SIGN LEADING SEPARATE.
            05 FILLER PIC X.
            05 ADDR-HIGH-Y PIC S9(5) SIGN LEADING SEPARATE.

      *> Call-center address requests, one per line.
    FD ADDRESS-REQUEST-FILE.
        01 ADDRESS-REQUEST-REC.
            05 REQ-ID PIC X(8).
            05 FILLER PIC X.
            05 REQ-HOUSE-NUMBER PIC X(6).
            05 FILLER PIC X.
            05 REQ-STREET PIC X(24).
            05 FILLER PIC X.
            05 REQ-LOCALITY PIC X(5).

      *> The same record shape QuadrantSelction and ZoneDispatch read
      *> from COORDIN.
    FD COORD-OUT-FILE.
        01 COORD-OUT-REC.
            05 COORD-X PIC S9(5).
            05 FILLER PIC X.
            05 COORD-Y PIC S9(5).

    FD EXCEPTION-REPORT-FILE.
        01 EXCEPTION-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-ADDRESS-STATUS PIC XX.
        01 WS-REQUEST-STATUS PIC XX.
        01 WS-ADDRESS-EOF PIC X VALUE "N".
            88 ADDRESS-EOF VALUE "Y".
        01 WS-REQUEST-EOF PIC X VALUE "N".
            88 REQUEST-EOF VALUE "Y".
        01 WS-RANGE-TABLE.
            05 WS-RANGE-ENTRY OCCURS 2000 TIMES.
                10 WS-RG-STREET PIC X(24).
                10 WS-RG-LOCALITY PIC X(5).
                10 WS-RG-LOW PIC 9(6).
                10 WS-RG-HIGH PIC 9(6).
                10 WS-RG-PARITY PIC X.
                10 WS-RG-LOW-X PIC S9(5).
                10 WS-RG-LOW-Y PIC S9(5).
                10 WS-RG-HIGH-X PIC S9(5).
                10 WS-RG-HIGH-Y PIC S9(5).
        01 WS-RANGE-COUNT PIC 9(4) VALUE ZEROS.
        01 RANGE-IDX PIC 9(4).
        01 WS-RANGES-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-UPPER-CASE PIC X(26)
            VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        01 WS-LOWER-CASE PIC X(26)
            VALUE "abcdefghijklmnopqrstuvwxyz".
        01 WS-REQ-STREET PIC X(24).
        01 WS-REQ-LOCALITY PIC X(5).
        01 WS-HOUSE-NUMBER PIC 9(6).
        01 WS-HOUSE-PARITY PIC 9.
        01 WS-STREET-SEEN PIC X.
            88 STREET-SEEN VALUE "Y".
        01 WS-RANGE-MATCHES PIC X.
            88 RANGE-MATCHES VALUE "Y".
      *> Two ranges that land the request on the same grid point are
      *> one location, not an ambiguity - overlapping block faces on
      *> the master are common where a street changes locality.
        01 WS-LOCATION-COUNT PIC 9(3).
        01 WS-FOUND-X PIC S9(5).
        01 WS-FOUND-Y PIC S9(5).
        01 WS-POINT-X PIC S9(5).
        01 WS-POINT-Y PIC S9(5).
        01 WS-EXCEPTION-REASON PIC X(30).
        01 WS-REQUESTS-READ PIC 9(6) VALUE ZEROS.
        01 WS-REQUESTS-GEOCODED PIC 9(6) VALUE ZEROS.
        01 WS-REQUESTS-UNRESOLVED PIC 9(6) VALUE ZEROS.
        01 WS-REQUESTS-AMBIGUOUS PIC 9(6) VALUE ZEROS.
        01 WS-REQUESTS-MALFORMED PIC 9(6) VALUE ZEROS.
        01 WS-EXCEPTION-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSE-ID PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSE-NUMBER PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSE-STREET PIC X(24).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSE-LOCALITY PIC X(5).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSE-REASON PIC X(30).
        01 WS-CANDIDATE-LINE.
            05 FILLER PIC X(12) VALUE SPACE.
            05 FILLER PIC X(10) VALUE "CANDIDATE ".
            05 WSC-LOCALITY PIC X(5).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-LOW PIC Z(5)9.
            05 FILLER PIC X VALUE "-".
            05 WSC-HIGH PIC Z(5)9.
            05 FILLER PIC X VALUE SPACE.
            05 WSC-PARITY PIC X.
            05 FILLER PIC X(4) VALUE "  AT".
            05 WSC-X PIC -(4)9.
            05 FILLER PIC X VALUE ",".
            05 WSC-Y PIC -(4)9.
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
    DISPLAY "RUN " WS-RUN-ID " GEOCODING ADDRESS REQUESTS TO COORDIN"
    PERFORM 1000-LOAD-ADDRESS-MASTER
    OPEN OUTPUT COORD-OUT-FILE
    OPEN OUTPUT EXCEPTION-REPORT-FILE
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "GEOCODE EXCEPTIONS FOR " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "  REQUEST   NUMBER  STREET                    LOCAL   REASON"
        TO WS-PRINT-COLUMNS
    OPEN INPUT ADDRESS-REQUEST-FILE
    IF WS-REQUEST-STATUS IS NOT EQUAL TO "00"
      *> No requests from the call center today still leaves an empty
      *> file for the coordinate feed concatenation to pick up.
        DISPLAY "NOTE: NO ADDRESS REQUESTS THIS RUN - STATUS "
            WS-REQUEST-STATUS
        MOVE "  NO ADDRESS REQUESTS THIS RUN" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        CLOSE COORD-OUT-FILE, EXCEPTION-REPORT-FILE
        MOVE 0 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ ADDRESS-REQUEST-FILE
        AT END SET REQUEST-EOF TO TRUE
    END-READ
    PERFORM UNTIL REQUEST-EOF
        IF ADDRESS-REQUEST-REC IS NOT EQUAL TO SPACES
            ADD 1 TO WS-REQUESTS-READ
            PERFORM 2000-GEOCODE-ONE-REQUEST
        END-IF
        READ ADDRESS-REQUEST-FILE
            AT END SET REQUEST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADDRESS-REQUEST-FILE
    PERFORM 4000-WRITE-EXCEPTION-TOTALS
    CLOSE COORD-OUT-FILE, EXCEPTION-REPORT-FILE
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "REQUESTS " WS-REQUESTS-READ
        " GEOCODED " WS-REQUESTS-GEOCODED
        " UNRESOLVED " WS-REQUESTS-UNRESOLVED
        " AMBIGUOUS " WS-REQUESTS-AMBIGUOUS
        " MALFORMED " WS-REQUESTS-MALFORMED
    IF WS-REQUESTS-GEOCODED IS LESS THAN WS-REQUESTS-READ
            OR WS-RANGES-REJECTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="GEOCODE "==.

    COPY busdateget.

1000-LOAD-ADDRESS-MASTER.
    OPEN INPUT ADDRESS-MASTER-FILE
    IF WS-ADDRESS-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ADDRESS RANGE MASTER NOT AVAILABLE"
            " - STATUS " WS-ADDRESS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ ADDRESS-MASTER-FILE
        AT END SET ADDRESS-EOF TO TRUE
    END-READ
    PERFORM UNTIL ADDRESS-EOF
        PERFORM 1100-LOAD-ONE-RANGE
        READ ADDRESS-MASTER-FILE
            AT END SET ADDRESS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADDRESS-MASTER-FILE
    DISPLAY "ADDRESS RANGES LOADED " WS-RANGE-COUNT
        " REFUSED " WS-RANGES-REJECTED.

1100-LOAD-ONE-RANGE.
    IF ADDR-STREET IS EQUAL TO SPACES
            OR ADDR-LOW-NUMBER IS NOT NUMERIC
            OR ADDR-HIGH-NUMBER IS NOT NUMERIC
            OR ADDR-LOW-X IS NOT NUMERIC
            OR ADDR-LOW-Y IS NOT NUMERIC
            OR ADDR-HIGH-X IS NOT NUMERIC
            OR ADDR-HIGH-Y IS NOT NUMERIC
            OR NOT (ADDR-ODD-SIDE OR ADDR-EVEN-SIDE
                OR ADDR-BOTH-SIDES)
        DISPLAY "EXCEPTION: MALFORMED ADDRESS RANGE " ADDR-STREET
            " " ADDR-LOCALITY " - RANGE NOT LOADED"
        ADD 1 TO WS-RANGES-REJECTED
        EXIT PARAGRAPH
    END-IF
    IF ADDR-HIGH-NUMBER IS LESS THAN ADDR-LOW-NUMBER
        DISPLAY "EXCEPTION: ADDRESS RANGE " ADDR-STREET " "
            ADDR-LOW-NUMBER "-" ADDR-HIGH-NUMBER
            " RUNS BACKWARDS - RANGE NOT LOADED"
        ADD 1 TO WS-RANGES-REJECTED
        EXIT PARAGRAPH
    END-IF
    IF WS-RANGE-COUNT IS EQUAL TO 2000
        DISPLAY "EXCEPTION: MORE THAN 2000 ADDRESS RANGES - "
            ADDR-STREET " " ADDR-LOCALITY " NOT LOADED"
        ADD 1 TO WS-RANGES-REJECTED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RANGE-COUNT
    MOVE ADDR-STREET TO WS-RG-STREET(WS-RANGE-COUNT)
    INSPECT WS-RG-STREET(WS-RANGE-COUNT)
        CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    MOVE ADDR-LOCALITY TO WS-RG-LOCALITY(WS-RANGE-COUNT)
    MOVE ADDR-LOW-NUMBER TO WS-RG-LOW(WS-RANGE-COUNT)
    MOVE ADDR-HIGH-NUMBER TO WS-RG-HIGH(WS-RANGE-COUNT)
    MOVE ADDR-PARITY TO WS-RG-PARITY(WS-RANGE-COUNT)
    MOVE ADDR-LOW-X TO WS-RG-LOW-X(WS-RANGE-COUNT)
    MOVE ADDR-LOW-Y TO WS-RG-LOW-Y(WS-RANGE-COUNT)
    MOVE ADDR-HIGH-X TO WS-RG-HIGH-X(WS-RANGE-COUNT)
    MOVE ADDR-HIGH-Y TO WS-RG-HIGH-Y(WS-RANGE-COUNT).

      *> A request resolves when exactly one grid point answers it.
      *> The locality narrows the search when the call center caught
      *> it; without one, a street name shared between localities is
      *> ambiguous and goes back for a human to pick.
2000-GEOCODE-ONE-REQUEST.
    IF REQ-HOUSE-NUMBER IS EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(REQ-HOUSE-NUMBER)
                IS NOT EQUAL TO ZERO
            OR REQ-STREET IS EQUAL TO SPACES
        ADD 1 TO WS-REQUESTS-MALFORMED
        MOVE "MALFORMED REQUEST" TO WS-EXCEPTION-REASON
        PERFORM 3000-PRINT-EXCEPTION
        MOVE "W" TO REJW-ACTION
        MOVE "GEOCODE " TO REJW-PROGRAM
        MOVE ADDRESS-REQUEST-REC TO REJW-INPUT-LINE
        MOVE "BADF" TO REJW-REASON
        CALL "REJWRITE" USING REJW-PARMS
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-HOUSE-NUMBER = FUNCTION NUMVAL(REQ-HOUSE-NUMBER)
    COMPUTE WS-HOUSE-PARITY = FUNCTION MOD(WS-HOUSE-NUMBER, 2)
    MOVE FUNCTION TRIM(REQ-STREET LEADING) TO WS-REQ-STREET
    INSPECT WS-REQ-STREET CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    MOVE FUNCTION TRIM(REQ-LOCALITY LEADING) TO WS-REQ-LOCALITY
    MOVE "N" TO WS-STREET-SEEN
    MOVE ZERO TO WS-LOCATION-COUNT
    PERFORM VARYING RANGE-IDX FROM 1 BY 1
            UNTIL RANGE-IDX IS GREATER THAN WS-RANGE-COUNT
        PERFORM 2100-TEST-ONE-RANGE
        IF RANGE-MATCHES
            IF WS-LOCATION-COUNT IS EQUAL TO ZERO
                MOVE 1 TO WS-LOCATION-COUNT
                MOVE WS-POINT-X TO WS-FOUND-X
                MOVE WS-POINT-Y TO WS-FOUND-Y
            ELSE
                IF WS-POINT-X IS NOT EQUAL TO WS-FOUND-X OR
                        WS-POINT-Y IS NOT EQUAL TO WS-FOUND-Y
                    ADD 1 TO WS-LOCATION-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-LOCATION-COUNT IS EQUAL TO 1
            MOVE SPACES TO COORD-OUT-REC
            MOVE WS-FOUND-X TO COORD-X
            MOVE WS-FOUND-Y TO COORD-Y
            WRITE COORD-OUT-REC
            ADD 1 TO WS-REQUESTS-GEOCODED
        WHEN WS-LOCATION-COUNT IS GREATER THAN 1
            ADD 1 TO WS-REQUESTS-AMBIGUOUS
            MOVE "MATCHES MORE THAN ONE LOCATION" TO WS-EXCEPTION-REASON
            PERFORM 3000-PRINT-EXCEPTION
            PERFORM 3100-PRINT-CANDIDATES
        WHEN STREET-SEEN
            ADD 1 TO WS-REQUESTS-UNRESOLVED
            MOVE "NUMBER NOT IN ANY RANGE" TO WS-EXCEPTION-REASON
            PERFORM 3000-PRINT-EXCEPTION
        WHEN OTHER
            ADD 1 TO WS-REQUESTS-UNRESOLVED
            MOVE "STREET NOT ON ADDRESS MASTER" TO WS-EXCEPTION-REASON
            PERFORM 3000-PRINT-EXCEPTION
    END-EVALUATE.

      *> The point is placed along the block face in proportion to
      *> where the house number falls in the range.
2100-TEST-ONE-RANGE.
    MOVE "N" TO WS-RANGE-MATCHES
    IF WS-REQ-STREET IS NOT EQUAL TO WS-RG-STREET(RANGE-IDX)
        EXIT PARAGRAPH
    END-IF
    IF WS-REQ-LOCALITY IS NOT EQUAL TO SPACES AND
            WS-REQ-LOCALITY IS NOT EQUAL TO WS-RG-LOCALITY(RANGE-IDX)
        EXIT PARAGRAPH
    END-IF
    SET STREET-SEEN TO TRUE
    IF WS-HOUSE-NUMBER IS LESS THAN WS-RG-LOW(RANGE-IDX) OR
            WS-HOUSE-NUMBER IS GREATER THAN WS-RG-HIGH(RANGE-IDX)
        EXIT PARAGRAPH
    END-IF
    IF (WS-RG-PARITY(RANGE-IDX) IS EQUAL TO "O" AND
            WS-HOUSE-PARITY IS EQUAL TO ZERO) OR
            (WS-RG-PARITY(RANGE-IDX) IS EQUAL TO "E" AND
            WS-HOUSE-PARITY IS EQUAL TO 1)
        EXIT PARAGRAPH
    END-IF
    SET RANGE-MATCHES TO TRUE
    IF WS-RG-HIGH(RANGE-IDX) IS EQUAL TO WS-RG-LOW(RANGE-IDX)
        MOVE WS-RG-LOW-X(RANGE-IDX) TO WS-POINT-X
        MOVE WS-RG-LOW-Y(RANGE-IDX) TO WS-POINT-Y
    ELSE
        COMPUTE WS-POINT-X ROUNDED = WS-RG-LOW-X(RANGE-IDX)
            + (WS-RG-HIGH-X(RANGE-IDX) - WS-RG-LOW-X(RANGE-IDX))
            * (WS-HOUSE-NUMBER - WS-RG-LOW(RANGE-IDX))
            / (WS-RG-HIGH(RANGE-IDX) - WS-RG-LOW(RANGE-IDX))
        COMPUTE WS-POINT-Y ROUNDED = WS-RG-LOW-Y(RANGE-IDX)
            + (WS-RG-HIGH-Y(RANGE-IDX) - WS-RG-LOW-Y(RANGE-IDX))
            * (WS-HOUSE-NUMBER - WS-RG-LOW(RANGE-IDX))
            / (WS-RG-HIGH(RANGE-IDX) - WS-RG-LOW(RANGE-IDX))
    END-IF.

3000-PRINT-EXCEPTION.
    MOVE REQ-ID TO WSE-ID
    MOVE REQ-HOUSE-NUMBER TO WSE-NUMBER
    MOVE REQ-STREET TO WSE-STREET
    MOVE REQ-LOCALITY TO WSE-LOCALITY
    MOVE WS-EXCEPTION-REASON TO WSE-REASON
    MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Every range that answered, so whoever resolves the request
      *> can see which localities it could be.
3100-PRINT-CANDIDATES.
    PERFORM VARYING RANGE-IDX FROM 1 BY 1
            UNTIL RANGE-IDX IS GREATER THAN WS-RANGE-COUNT
        PERFORM 2100-TEST-ONE-RANGE
        IF RANGE-MATCHES
            MOVE WS-RG-LOCALITY(RANGE-IDX) TO WSC-LOCALITY
            MOVE WS-RG-LOW(RANGE-IDX) TO WSC-LOW
            MOVE WS-RG-HIGH(RANGE-IDX) TO WSC-HIGH
            MOVE WS-RG-PARITY(RANGE-IDX) TO WSC-PARITY
            MOVE WS-POINT-X TO WSC-X
            MOVE WS-POINT-Y TO WSC-Y
            MOVE WS-CANDIDATE-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM.

4000-WRITE-EXCEPTION-TOTALS.
    IF WS-REQUESTS-GEOCODED IS EQUAL TO WS-REQUESTS-READ
        MOVE "  EVERY ADDRESS REQUEST WAS GEOCODED" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    STRING "  REQUESTS " WS-REQUESTS-READ
        "  GEOCODED " WS-REQUESTS-GEOCODED
        "  UNRESOLVED " WS-REQUESTS-UNRESOLVED
        "  AMBIGUOUS " WS-REQUESTS-AMBIGUOUS
        "  MALFORMED " WS-REQUESTS-MALFORMED
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==EXCEPTION-REPORT-REC==.
