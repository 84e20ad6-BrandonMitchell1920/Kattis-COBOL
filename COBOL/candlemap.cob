IDENTIFICATION DIVISION.
    PROGRAM-ID. CandleCoverageMap.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CANDLE-FILE ASSIGN TO "CANDLEIDX"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CANDLE-KEY
            FILE STATUS IS WS-CANDLE-STATUS.
        SELECT MAP-REPORT-FILE ASSIGN TO "CANDLMAP"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD CANDLE-FILE.
        01 CANDLE-REC.
            05 CANDLE-KEY.
                10 CANDLE-CASE-NUM PIC 99.
                10 CANDLE-SEQ-NUM PIC 9(4).
            05 CANDLE-X-OUT PIC S9(4)V9(7).
            05 CANDLE-Y-OUT PIC S9(4)V9(7).
            05 CANDLE-IN-RANGE-FLAG PIC X.
            05 CANDLE-BOOK-X PIC S9(4)V9(7).
            05 CANDLE-BOOK-Y PIC S9(4)V9(7).

    FD MAP-REPORT-FILE.
        01 MAP-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-CANDLE-STATUS PIC XX.
        01 WS-EOF PIC X VALUE "N".
            88 CANDLE-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 CANDLE-RANGE-LIMIT USAGE COMP-2 VALUE 8.0.
        01 DISPLAY-RANGE-LIMIT PIC ZZ9.99.
      *> One case's candles, held until the case is complete so the
      *> grid can be scaled to everything that has to fit on it.
        01 WS-CASE-TABLE.
            05 WS-CASE-CANDLE OCCURS 500 TIMES.
                10 WS-CC-X PIC S9(4)V9(7).
                10 WS-CC-Y PIC S9(4)V9(7).
                10 WS-CC-IN-RANGE PIC X.
        01 WS-CASE-COUNT PIC 9(3) VALUE ZEROS.
        01 CC-IDX PIC 9(3).
        01 WS-CURRENT-CASE PIC 99 VALUE ZEROS.
        01 WS-BOOK-X PIC S9(4)V9(7).
        01 WS-BOOK-Y PIC S9(4)V9(7).
        01 WS-CASE-LIT PIC X.
            88 CASE-LIT VALUE "Y".
        01 WS-CANDLES-DROPPED PIC 9(5) VALUE ZEROS.
        01 WS-CASES-MAPPED PIC 9(3) VALUE ZEROS.
        01 WS-DARK-CASES PIC 9(3) VALUE ZEROS.
      *> The grid is 81 columns by 41 rows.  A row stands for twice
      *> the distance a column does, which is about the shape of a
      *> printed character, so the in-range radius draws round.
        01 WS-MAP-GRID.
            05 WS-MAP-ROW OCCURS 41 TIMES.
                10 WS-MAP-CELL PIC X OCCURS 81 TIMES.
        01 ROW-IDX PIC 99.
        01 COL-IDX PIC 99.
        01 WS-X-MIN PIC S9(5)V9(6).
        01 WS-X-MAX PIC S9(5)V9(6).
        01 WS-Y-MIN PIC S9(5)V9(6).
        01 WS-Y-MAX PIC S9(5)V9(6).
        01 WS-X-MID PIC S9(5)V9(6).
        01 WS-Y-MID PIC S9(5)V9(6).
        01 WS-UNIT PIC S9(5)V9(6).
        01 WS-ROW-UNIT PIC S9(5)V9(6).
        01 WS-GRID-OFFSET PIC S9(4).
        01 WS-CELL-X PIC S9(5)V9(6).
        01 WS-CELL-Y PIC S9(5)V9(6).
        01 WS-LIMIT-SQUARED PIC S9(9)V9(6).
        01 WS-DIST-SQUARED PIC S9(9)V9(6).
        01 WS-POINT-X PIC S9(5)V9(6).
        01 WS-POINT-Y PIC S9(5)V9(6).
        01 WS-POINT-COL PIC S9(4).
        01 WS-POINT-ROW PIC S9(4).
        01 WS-MARK PIC X.
        01 WS-DISPLAY-UNIT PIC Z(3)9.999.
        01 WS-DISPLAY-ROW-UNIT PIC Z(3)9.999.
        01 WS-DISPLAY-COORD PIC -(4)9.99.
        01 WS-DISPLAY-COORD-2 PIC -(4)9.99.
        01 WS-MAP-LINE.
            05 WSL-Y-LABEL PIC X(9).
            05 FILLER PIC X VALUE SPACE.
            05 WSL-BORDER-L PIC X.
            05 WSL-CELLS PIC X(81).
            05 WSL-BORDER-R PIC X.
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
    DISPLAY "RUN " WS-RUN-ID " CANDLE COVERAGE MAP"
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        IF PARM-PROGRAM-NAME IS EQUAL TO "CURSDARK"
            COMPUTE CANDLE-RANGE-LIMIT = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
    MOVE CANDLE-RANGE-LIMIT TO DISPLAY-RANGE-LIMIT
    OPEN INPUT CANDLE-FILE
    IF WS-CANDLE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CANDLE FILE NOT AVAILABLE - STATUS "
            WS-CANDLE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT MAP-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    READ CANDLE-FILE
        AT END SET CANDLE-EOF TO TRUE
    END-READ
    PERFORM UNTIL CANDLE-EOF
        IF CANDLE-CASE-NUM IS NOT EQUAL TO WS-CURRENT-CASE
            PERFORM 3000-MAP-ONE-CASE
            MOVE CANDLE-CASE-NUM TO WS-CURRENT-CASE
            MOVE CANDLE-BOOK-X TO WS-BOOK-X
            MOVE CANDLE-BOOK-Y TO WS-BOOK-Y
            MOVE ZEROS TO WS-CASE-COUNT
        END-IF
        PERFORM 2000-HOLD-CANDLE
        READ CANDLE-FILE
            AT END SET CANDLE-EOF TO TRUE
        END-READ
    END-PERFORM
    PERFORM 3000-MAP-ONE-CASE
    CLOSE CANDLE-FILE
    IF WS-CASES-MAPPED IS EQUAL TO ZERO
        MOVE "CANDLE COVERAGE MAP" TO WS-PRINT-TITLE
        MOVE "NO CANDLES ON FILE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    CLOSE MAP-REPORT-FILE
    DISPLAY "CASES MAPPED " WS-CASES-MAPPED
        " DARK " WS-DARK-CASES
        " CANDLES NOT DRAWN " WS-CANDLES-DROPPED
    IF WS-CANDLES-DROPPED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="CANDLMAP"==.

    COPY busdateget.

2000-HOLD-CANDLE.
    IF WS-CASE-COUNT IS EQUAL TO 500
        ADD 1 TO WS-CANDLES-DROPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CASE-COUNT
    MOVE CANDLE-X-OUT TO WS-CC-X(WS-CASE-COUNT)
    MOVE CANDLE-Y-OUT TO WS-CC-Y(WS-CASE-COUNT)
    MOVE CANDLE-IN-RANGE-FLAG TO WS-CC-IN-RANGE(WS-CASE-COUNT).

      *> One page per case: the grid is fitted around the candles, the
      *> target and the whole in-range circle, centred, with the same
      *> scale both ways allowing for the taller rows.
3000-MAP-ONE-CASE.
    IF WS-CASE-COUNT IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CASES-MAPPED
    MOVE "N" TO WS-CASE-LIT
    COMPUTE WS-X-MIN = WS-BOOK-X - CANDLE-RANGE-LIMIT
    COMPUTE WS-X-MAX = WS-BOOK-X + CANDLE-RANGE-LIMIT
    COMPUTE WS-Y-MIN = WS-BOOK-Y - CANDLE-RANGE-LIMIT
    COMPUTE WS-Y-MAX = WS-BOOK-Y + CANDLE-RANGE-LIMIT
    PERFORM VARYING CC-IDX FROM 1 BY 1
            UNTIL CC-IDX IS GREATER THAN WS-CASE-COUNT
        IF WS-CC-X(CC-IDX) IS LESS THAN WS-X-MIN
            MOVE WS-CC-X(CC-IDX) TO WS-X-MIN
        END-IF
        IF WS-CC-X(CC-IDX) IS GREATER THAN WS-X-MAX
            MOVE WS-CC-X(CC-IDX) TO WS-X-MAX
        END-IF
        IF WS-CC-Y(CC-IDX) IS LESS THAN WS-Y-MIN
            MOVE WS-CC-Y(CC-IDX) TO WS-Y-MIN
        END-IF
        IF WS-CC-Y(CC-IDX) IS GREATER THAN WS-Y-MAX
            MOVE WS-CC-Y(CC-IDX) TO WS-Y-MAX
        END-IF
        IF WS-CC-IN-RANGE(CC-IDX) IS EQUAL TO "Y"
            SET CASE-LIT TO TRUE
        END-IF
    END-PERFORM
    IF NOT CASE-LIT
        ADD 1 TO WS-DARK-CASES
    END-IF
    COMPUTE WS-X-MID = (WS-X-MIN + WS-X-MAX) / 2
    COMPUTE WS-Y-MID = (WS-Y-MIN + WS-Y-MAX) / 2
    COMPUTE WS-UNIT = (WS-X-MAX - WS-X-MIN) / 80
    IF (WS-Y-MAX - WS-Y-MIN) / 80 IS GREATER THAN WS-UNIT
        COMPUTE WS-UNIT = (WS-Y-MAX - WS-Y-MIN) / 80
    END-IF
    IF WS-UNIT IS NOT GREATER THAN ZERO
        MOVE 1 TO WS-UNIT
    END-IF
    COMPUTE WS-ROW-UNIT = WS-UNIT * 2
    PERFORM 3100-DRAW-RADIUS
    PERFORM VARYING CC-IDX FROM 1 BY 1
            UNTIL CC-IDX IS GREATER THAN WS-CASE-COUNT
        MOVE WS-CC-X(CC-IDX) TO WS-POINT-X
        MOVE WS-CC-Y(CC-IDX) TO WS-POINT-Y
        IF WS-CC-IN-RANGE(CC-IDX) IS EQUAL TO "Y"
            MOVE "*" TO WS-MARK
        ELSE
            MOVE "X" TO WS-MARK
        END-IF
        PERFORM 3200-PLOT-POINT
    END-PERFORM
    MOVE WS-BOOK-X TO WS-POINT-X
    MOVE WS-BOOK-Y TO WS-POINT-Y
    IF CASE-LIT
        MOVE "B" TO WS-MARK
    ELSE
        MOVE "#" TO WS-MARK
    END-IF
    PERFORM 3200-PLOT-POINT
    PERFORM 4000-PRINT-CASE-PAGE.

      *> Every cell whose centre lies within the range limit of the
      *> target is shaded; distances are compared squared.
3100-DRAW-RADIUS.
    COMPUTE WS-LIMIT-SQUARED = CANDLE-RANGE-LIMIT * CANDLE-RANGE-LIMIT
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX IS GREATER THAN 41
        COMPUTE WS-GRID-OFFSET = 21 - ROW-IDX
        COMPUTE WS-CELL-Y = WS-Y-MID + WS-ROW-UNIT * WS-GRID-OFFSET
        PERFORM VARYING COL-IDX FROM 1 BY 1
                UNTIL COL-IDX IS GREATER THAN 81
            COMPUTE WS-GRID-OFFSET = COL-IDX - 41
            COMPUTE WS-CELL-X = WS-X-MID + WS-UNIT * WS-GRID-OFFSET
            COMPUTE WS-DIST-SQUARED =
                (WS-CELL-X - WS-BOOK-X) * (WS-CELL-X - WS-BOOK-X)
                + (WS-CELL-Y - WS-BOOK-Y) * (WS-CELL-Y - WS-BOOK-Y)
            IF WS-DIST-SQUARED IS NOT GREATER THAN WS-LIMIT-SQUARED
                MOVE "+" TO WS-MAP-CELL(ROW-IDX, COL-IDX)
            ELSE
                MOVE "." TO WS-MAP-CELL(ROW-IDX, COL-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.

      *> Where marks share a cell the target wins, then a lit candle
      *> over an unlit one.
3200-PLOT-POINT.
    COMPUTE WS-POINT-COL ROUNDED =
        41 + (WS-POINT-X - WS-X-MID) / WS-UNIT
    COMPUTE WS-POINT-ROW ROUNDED =
        21 - (WS-POINT-Y - WS-Y-MID) / WS-ROW-UNIT
    IF WS-POINT-COL IS LESS THAN 1
        MOVE 1 TO WS-POINT-COL
    END-IF
    IF WS-POINT-COL IS GREATER THAN 81
        MOVE 81 TO WS-POINT-COL
    END-IF
    IF WS-POINT-ROW IS LESS THAN 1
        MOVE 1 TO WS-POINT-ROW
    END-IF
    IF WS-POINT-ROW IS GREATER THAN 41
        MOVE 41 TO WS-POINT-ROW
    END-IF
    MOVE WS-POINT-ROW TO ROW-IDX
    MOVE WS-POINT-COL TO COL-IDX
    EVALUATE WS-MAP-CELL(ROW-IDX, COL-IDX)
        WHEN "B"
        WHEN "#"
            CONTINUE
        WHEN "*"
            IF WS-MARK IS NOT EQUAL TO "X"
                MOVE WS-MARK TO WS-MAP-CELL(ROW-IDX, COL-IDX)
            END-IF
        WHEN OTHER
            MOVE WS-MARK TO WS-MAP-CELL(ROW-IDX, COL-IDX)
    END-EVALUATE.

      *> The Y value of every fifth row runs down the left margin and
      *> the X values of the edges and centre sit under the grid.
4000-PRINT-CASE-PAGE.
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "CANDLE COVERAGE MAP - CASE " WS-CURRENT-CASE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-BOOK-X TO WS-DISPLAY-COORD
    MOVE WS-BOOK-Y TO WS-DISPLAY-COORD-2
    MOVE SPACES TO WS-PRINT-COLUMNS
    IF CASE-LIT
        STRING "TARGET AT " WS-DISPLAY-COORD "," WS-DISPLAY-COORD-2
            "   CANDLES " WS-CASE-COUNT
            "   RANGE LIMIT " DISPLAY-RANGE-LIMIT "   LIT"
            DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    ELSE
        STRING "TARGET AT " WS-DISPLAY-COORD "," WS-DISPLAY-COORD-2
            "   CANDLES " WS-CASE-COUNT
            "   RANGE LIMIT " DISPLAY-RANGE-LIMIT
            "   UNCOVERED - CURSE THE DARKNESS"
            DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    END-IF
    MOVE SPACES TO WS-MAP-LINE
    MOVE "+" TO WSL-BORDER-L, WSL-BORDER-R
    MOVE ALL "-" TO WSL-CELLS
    MOVE WS-MAP-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX IS GREATER THAN 41
        MOVE SPACES TO WS-MAP-LINE
        IF FUNCTION MOD(ROW-IDX - 1, 5) IS EQUAL TO ZERO
            COMPUTE WS-GRID-OFFSET = 21 - ROW-IDX
            COMPUTE WS-DISPLAY-COORD ROUNDED =
                WS-Y-MID + WS-ROW-UNIT * WS-GRID-OFFSET
            MOVE WS-DISPLAY-COORD TO WSL-Y-LABEL
        END-IF
        MOVE "|" TO WSL-BORDER-L, WSL-BORDER-R
        MOVE WS-MAP-ROW(ROW-IDX) TO WSL-CELLS
        MOVE WS-MAP-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE SPACES TO WS-MAP-LINE
    MOVE "+" TO WSL-BORDER-L, WSL-BORDER-R
    MOVE ALL "-" TO WSL-CELLS
    MOVE WS-MAP-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    COMPUTE WS-DISPLAY-COORD ROUNDED = WS-X-MID - WS-UNIT * 40
    MOVE WS-DISPLAY-COORD TO WS-PRINT-LINE(5:8)
    COMPUTE WS-DISPLAY-COORD ROUNDED = WS-X-MID
    MOVE WS-DISPLAY-COORD TO WS-PRINT-LINE(49:8)
    COMPUTE WS-DISPLAY-COORD ROUNDED = WS-X-MID + WS-UNIT * 40
    MOVE WS-DISPLAY-COORD TO WS-PRINT-LINE(85:8)
    PERFORM 9700-PRINT-LINE
    MOVE WS-UNIT TO WS-DISPLAY-UNIT
    MOVE WS-ROW-UNIT TO WS-DISPLAY-ROW-UNIT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "SCALE: ONE COLUMN = " WS-DISPLAY-UNIT
        "  ONE ROW = " WS-DISPLAY-ROW-UNIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "LEGEND:  B TARGET (LIT)   # TARGET UNCOVERED   "
        "* CANDLE IN RANGE   X CANDLE OUT OF RANGE   "
        "+ IN-RANGE RADIUS   . OPEN FLOOR"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==MAP-REPORT-REC==.
