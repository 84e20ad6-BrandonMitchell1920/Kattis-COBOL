            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT COST-REPORT-FILE ASSIGN TO "CANDLECOST"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROOM-STATUS.
        SELECT ROOM-REPORT-FILE ASSIGN TO "ROOMCOMP"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY perclsel.
        COPY busdatesel.
            05 FILLER PIC X VALUE SPACE.
            05 COST-DARK-CASES PIC Z(3)9.

      *> Facilities' room master: the rectangle each room covers on
      *> the candle grid, the share of its reading positions that must
      *> be lit, and who answers for it.
    FD ROOM-MASTER-FILE.
        01 ROOM-MASTER-REC.
            05 ROOM-BUILDING PIC X(4).
            05 FILLER PIC X.
            05 ROOM-ID PIC X(6).
            05 FILLER PIC X.
            05 ROOM-X-LOW PIC S9(4)V99 SIGN LEADING SEPARATE.
            05 FILLER PIC X.
            05 ROOM-X-HIGH PIC S9(4)V99 SIGN LEADING SEPARATE.
            05 FILLER PIC X.
            05 ROOM-Y-LOW PIC S9(4)V99 SIGN LEADING SEPARATE.
            05 FILLER PIC X.
            05 ROOM-Y-HIGH PIC S9(4)V99 SIGN LEADING SEPARATE.
            05 FILLER PIC X.
            05 ROOM-MIN-COVERAGE PIC 9(3).
            05 FILLER PIC X.
            05 ROOM-CONTACT PIC X(30).

    FD ROOM-REPORT-FILE.
        01 ROOM-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 CASES PIC 99.
        01 CASE-NUM PIC 99 VALUE ZEROS.
        01 WS-BOOK-VALID PIC X VALUE "Y".
            88 BOOK-COORD-OK VALUE "Y".
        01 WS-CANDLE-REPLACED PIC X.
        01 WS-ROOM-STATUS PIC XX.
        01 WS-ROOM-EOF PIC X VALUE "N".
            88 ROOM-EOF VALUE "Y".
        01 WS-ROOMS-LOADED PIC X VALUE "N".
            88 ROOMS-LOADED VALUE "Y".
      *> The entry after the last room collects whatever falls inside
      *> no room, so nothing drops out of the roll-up unseen.
        01 WS-ROOM-TABLE.
            05 WS-ROOM-ENTRY OCCURS 51 TIMES.
                10 WS-RM-BUILDING PIC X(4).
                10 WS-RM-ID PIC X(10).
                10 WS-RM-X-LOW PIC S9(4)V99.
                10 WS-RM-X-HIGH PIC S9(4)V99.
                10 WS-RM-Y-LOW PIC S9(4)V99.
                10 WS-RM-Y-HIGH PIC S9(4)V99.
                10 WS-RM-MIN-COVERAGE PIC 9(3).
                10 WS-RM-CONTACT PIC X(30).
                10 WS-RM-CANDLES PIC 9(5).
                10 WS-RM-IN-RANGE PIC 9(5).
                10 WS-RM-CASES PIC 9(5).
                10 WS-RM-DARK PIC 9(5).
        01 WS-ROOM-COUNT PIC 99 VALUE ZEROS.
        01 WS-UNASSIGNED-IDX PIC 99.
        01 ROOM-IDX PIC 99.
        01 WS-BOOK-ROOM-IDX PIC 99.
        01 WS-FIND-X PIC S9(4)V9(7).
        01 WS-FIND-Y PIC S9(4)V9(7).
        01 WS-FOUND-ROOM-IDX PIC 99.
        01 WS-ROOM-COVERAGE PIC 9(3)V9.
        01 WS-ROOM-FAIL-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-ROOM-LINE.
            05 WSR-BUILDING PIC X(4).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-ROOM PIC X(10).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-CANDLES PIC Z(4)9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSR-IN-RANGE PIC Z(4)9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSR-CASES PIC Z(4)9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSR-DARK PIC Z(4)9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSR-COVERAGE PIC ZZ9.9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSR-REQUIRED PIC ZZ9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSR-STATUS PIC X(10).
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-CONTACT PIC X(30).
        COPY printws.
        COPY perclws.
        COPY jrnwcall.
        COPY rundate.
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
    PERFORM 1200-LOAD-ROOM-MASTER
    OPEN I-O CANDLE-FILE
    IF WS-CANDLE-STATUS IS EQUAL TO "35"
        OPEN OUTPUT CANDLE-FILE
            MOVE "BADF" TO REJW-REASON
            CALL "REJWRITE" USING REJW-PARMS
        END-IF
        IF ROOMS-LOADED
            PERFORM 7000-LOCATE-BOOK-ROOM
        END-IF
        INITIALIZE CANDLES-IN-RANGE
        ACCEPT NUM-OF-CANDLES
        PERFORM VARYING CANDLE-SEQ-NUM FROM 1 BY 1
            ELSE
                MOVE "N" TO CANDLE-IN-RANGE-FLAG
            END-IF
            IF ROOMS-LOADED
                PERFORM 7100-ROLL-UP-CANDLE
            END-IF
            MOVE "N" TO WS-CANDLE-REPLACED
            WRITE CANDLE-REC
                INVALID KEY
            DISPLAY "curse the darkness"
            ADD 1 TO TOTAL-DARK-CASES
        END-IF
        IF ROOMS-LOADED
            ADD 1 TO WS-RM-CASES(WS-BOOK-ROOM-IDX)
            IF CANDLES-IN-RANGE IS ZERO
                ADD 1 TO WS-RM-DARK(WS-BOOK-ROOM-IDX)
            END-IF
        END-IF
        MOVE CASE-NUM TO TUNE-CASE-NUM
        MOVE DISPLAY-RANGE-LIMIT TO TUNE-LIMIT-USED
        MOVE NUM-OF-CANDLES TO TUNE-CANDLES-TOTAL
    MOVE TOTAL-DARK-CASES TO COST-DARK-CASES
    WRITE COST-REPORT-REC
    CLOSE COST-REPORT-FILE
    IF ROOMS-LOADED
        PERFORM 7500-WRITE-ROOM-REPORT
    END-IF
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    MOVE "C" TO JRNW-ACTION

    COPY perclget.

      *> Without a room master the night runs as it always has and
      *> only the room roll-up is skipped.
1200-LOAD-ROOM-MASTER.
    OPEN INPUT ROOM-MASTER-FILE
    IF WS-ROOM-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: ROOM MASTER NOT ON FILE - NO ROOM ROLL-UP"
        EXIT PARAGRAPH
    END-IF
    READ ROOM-MASTER-FILE
        AT END SET ROOM-EOF TO TRUE
    END-READ
    PERFORM UNTIL ROOM-EOF
        IF ROOM-X-LOW IS NOT NUMERIC OR ROOM-X-HIGH IS NOT NUMERIC OR
                ROOM-Y-LOW IS NOT NUMERIC OR
                ROOM-Y-HIGH IS NOT NUMERIC OR
                ROOM-MIN-COVERAGE IS NOT NUMERIC
            ADD 1 TO MALFORMED-COUNT
            MOVE "W" TO REJW-ACTION
            MOVE "CURSDARK" TO REJW-PROGRAM
            MOVE ROOM-MASTER-REC TO REJW-INPUT-LINE
            MOVE "BADF" TO REJW-REASON
            CALL "REJWRITE" USING REJW-PARMS
        ELSE
            IF WS-ROOM-COUNT IS LESS THAN 50
                ADD 1 TO WS-ROOM-COUNT
                MOVE WS-ROOM-COUNT TO ROOM-IDX
                INITIALIZE WS-ROOM-ENTRY(ROOM-IDX)
                MOVE ROOM-BUILDING TO WS-RM-BUILDING(ROOM-IDX)
                MOVE ROOM-ID TO WS-RM-ID(ROOM-IDX)
                MOVE ROOM-X-LOW TO WS-RM-X-LOW(ROOM-IDX)
                MOVE ROOM-X-HIGH TO WS-RM-X-HIGH(ROOM-IDX)
                MOVE ROOM-Y-LOW TO WS-RM-Y-LOW(ROOM-IDX)
                MOVE ROOM-Y-HIGH TO WS-RM-Y-HIGH(ROOM-IDX)
                MOVE ROOM-MIN-COVERAGE TO WS-RM-MIN-COVERAGE(ROOM-IDX)
                MOVE ROOM-CONTACT TO WS-RM-CONTACT(ROOM-IDX)
            ELSE
                DISPLAY "EXCEPTION: MORE THAN 50 ROOMS ON MASTER - "
                    ROOM-BUILDING " " ROOM-ID " NOT LOADED"
            END-IF
        END-IF
        READ ROOM-MASTER-FILE
            AT END SET ROOM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ROOM-MASTER-FILE
    COMPUTE WS-UNASSIGNED-IDX = WS-ROOM-COUNT + 1
    INITIALIZE WS-ROOM-ENTRY(WS-UNASSIGNED-IDX)
    MOVE "UNASSIGNED" TO WS-RM-ID(WS-UNASSIGNED-IDX)
    SET ROOMS-LOADED TO TRUE.

      *> A case is placed by its book position; one whose coordinate
      *> could not be read has no room.
7000-LOCATE-BOOK-ROOM.
    IF BOOK-COORD-OK
        MOVE BOOK-X TO WS-FIND-X
        MOVE BOOK-Y TO WS-FIND-Y
        PERFORM 7300-FIND-ROOM
        MOVE WS-FOUND-ROOM-IDX TO WS-BOOK-ROOM-IDX
    ELSE
        MOVE WS-UNASSIGNED-IDX TO WS-BOOK-ROOM-IDX
    END-IF.

      *> A candle counts in the room it stands in, which need not be
      *> the room of the book it was lit for.
7100-ROLL-UP-CANDLE.
    IF WS-FIELD-COUNT IS EQUAL TO 2
        MOVE CANDLE-X TO WS-FIND-X
        MOVE CANDLE-Y TO WS-FIND-Y
        PERFORM 7300-FIND-ROOM
    ELSE
        MOVE WS-UNASSIGNED-IDX TO WS-FOUND-ROOM-IDX
    END-IF
    ADD 1 TO WS-RM-CANDLES(WS-FOUND-ROOM-IDX)
    IF CANDLE-IN-RANGE-FLAG IS EQUAL TO "Y"
        ADD 1 TO WS-RM-IN-RANGE(WS-FOUND-ROOM-IDX)
    END-IF.

      *> Boundaries are inclusive; where rooms overlap the first on
      *> the master wins.
7300-FIND-ROOM.
    MOVE WS-UNASSIGNED-IDX TO WS-FOUND-ROOM-IDX
    PERFORM VARYING ROOM-IDX FROM 1 BY 1
            UNTIL ROOM-IDX IS GREATER THAN WS-ROOM-COUNT
        IF WS-FIND-X IS NOT LESS THAN WS-RM-X-LOW(ROOM-IDX) AND
                WS-FIND-X IS NOT GREATER THAN WS-RM-X-HIGH(ROOM-IDX) AND
                WS-FIND-Y IS NOT LESS THAN WS-RM-Y-LOW(ROOM-IDX) AND
                WS-FIND-Y IS NOT GREATER THAN WS-RM-Y-HIGH(ROOM-IDX)
            MOVE ROOM-IDX TO WS-FOUND-ROOM-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> Coverage is the share of a room's cases that found a candle
      *> in range.  Every room is rolled up; those under their
      *> minimum are then listed again with the contact to chase.
7500-WRITE-ROOM-REPORT.
    OPEN OUTPUT ROOM-REPORT-FILE
    MOVE "ROOM LIGHTING COMPLIANCE" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "BLDG  ROOM        CANDLES  IN RANGE    CASES     DARK"
        "  COVER%  REQ%  STATUS"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    PERFORM VARYING ROOM-IDX FROM 1 BY 1
            UNTIL ROOM-IDX IS GREATER THAN WS-UNASSIGNED-IDX
        PERFORM 7510-ROOM-COMPLIANCE
        IF ROOM-IDX IS LESS THAN WS-UNASSIGNED-IDX OR
                WS-RM-CANDLES(ROOM-IDX) IS GREATER THAN ZERO OR
                WS-RM-CASES(ROOM-IDX) IS GREATER THAN ZERO
            MOVE SPACES TO WSR-CONTACT
            MOVE WS-ROOM-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE "ROOMS FAILING LIGHTING REQUIREMENT" TO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "BLDG  ROOM        CANDLES  IN RANGE    CASES     DARK"
        "  COVER%  REQ%  STATUS      FACILITIES CONTACT"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    PERFORM VARYING ROOM-IDX FROM 1 BY 1
            UNTIL ROOM-IDX IS GREATER THAN WS-ROOM-COUNT
        PERFORM 7510-ROOM-COMPLIANCE
        IF WSR-STATUS IS EQUAL TO "FAIL"
            ADD 1 TO WS-ROOM-FAIL-COUNT
            MOVE WS-ROOM-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM
    IF WS-ROOM-FAIL-COUNT IS EQUAL TO ZERO
        MOVE "ALL ROOMS MEET THEIR REQUIREMENT" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    CLOSE ROOM-REPORT-FILE
    DISPLAY "ROOMS " WS-ROOM-COUNT " FAILING " WS-ROOM-FAIL-COUNT.

      *> A room with no cases tonight had nothing to light and is not
      *> held against its requirement.
7510-ROOM-COMPLIANCE.
    MOVE SPACES TO WS-ROOM-LINE
    MOVE WS-RM-BUILDING(ROOM-IDX) TO WSR-BUILDING
    MOVE WS-RM-ID(ROOM-IDX) TO WSR-ROOM
    MOVE WS-RM-CANDLES(ROOM-IDX) TO WSR-CANDLES
    MOVE WS-RM-IN-RANGE(ROOM-IDX) TO WSR-IN-RANGE
    MOVE WS-RM-CASES(ROOM-IDX) TO WSR-CASES
    MOVE WS-RM-DARK(ROOM-IDX) TO WSR-DARK
    MOVE WS-RM-CONTACT(ROOM-IDX) TO WSR-CONTACT
    MOVE ZEROS TO WS-ROOM-COVERAGE
    IF WS-RM-CASES(ROOM-IDX) IS GREATER THAN ZERO
        COMPUTE WS-ROOM-COVERAGE ROUNDED =
            (WS-RM-CASES(ROOM-IDX) - WS-RM-DARK(ROOM-IDX)) * 100
            / WS-RM-CASES(ROOM-IDX)
    END-IF
    MOVE WS-ROOM-COVERAGE TO WSR-COVERAGE
    IF ROOM-IDX IS EQUAL TO WS-UNASSIGNED-IDX
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RM-MIN-COVERAGE(ROOM-IDX) TO WSR-REQUIRED
    EVALUATE TRUE
        WHEN WS-RM-CASES(ROOM-IDX) IS EQUAL TO ZERO
            MOVE "NO CASES" TO WSR-STATUS
        WHEN WS-ROOM-COVERAGE IS LESS THAN WS-RM-MIN-COVERAGE(ROOM-IDX)
            MOVE "FAIL" TO WSR-STATUS
        WHEN OTHER
            MOVE "PASS" TO WSR-STATUS
    END-EVALUATE.

      *> The nightly reload rewrites a candle in place without reading
      *> it first, so a replaced candle's prior image is not on hand;
      *> the journal says so rather than pretending one was captured.
    END-IF
    MOVE CANDLE-REC TO JRNW-AFTER
    CALL "JRNWRITE" USING JRNW-PARMS.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==ROOM-REPORT-REC==.
