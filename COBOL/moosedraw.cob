IDENTIFICATION DIVISION.
    PROGRAM-ID. MoosePermitDraw.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT APPLICATION-FILE ASSIGN TO "PERMAPPL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPL-STATUS.
        SELECT DRAW-REPORT-FILE ASSIGN TO "MOOSDRWR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY permqsel.
        COPY permrsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.
    COPY permqfd.
    COPY permrfd.

    FD APPLICATION-FILE.
        01 APPLICATION-REC.
            05 APPL-SEASON PIC X(4).
            05 FILLER PIC X.
            05 APPL-APPLICANT PIC X(8).
            05 FILLER PIC X.
            05 APPL-SPECIES PIC X.
                88 APPL-PERMIT-SPECIES VALUE "E" "O".
            05 FILLER PIC X.
            05 APPL-ZONE PIC X(3).

    FD DRAW-REPORT-FILE.
        01 DRAW-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-APPL-STATUS PIC XX.
        01 WS-QUOTA-STATUS PIC XX.
        01 WS-REGISTER-STATUS PIC XX.
        01 WS-APPL-EOF PIC X VALUE "N".
            88 APPL-EOF VALUE "Y".
        01 WS-QUOTA-EOF PIC X VALUE "N".
            88 QUOTA-EOF VALUE "Y".
        01 WS-DRAW-SEASON PIC X(4).
      *> The seed is printed on the draw report so the office can rerun
      *> the same lottery on a test master and show it was fair; left
      *> blank it is taken from the clock.
        01 WS-SEED-TEXT PIC X(9).
        01 WS-SEED PIC 9(9).
        01 WS-START-SEED PIC 9(9).
        01 WS-QUOTA-TABLE.
            05 WS-QUOTA-ENTRY OCCURS 200 TIMES.
                10 WS-QT-SEASON PIC X(4).
                10 WS-QT-SPECIES PIC X.
                10 WS-QT-ZONE PIC X(3).
                10 WS-QT-QUOTA PIC 9(5).
                10 WS-QT-ISSUED PIC 9(5).
                10 WS-QT-HARVESTED PIC 9(5).
                10 WS-QT-DRAW-DATE PIC X(8).
                10 WS-QT-APPLIED PIC 9(5).
        01 WS-QUOTA-COUNT PIC 9(3) VALUE ZEROS.
        01 QT-IDX PIC 9(3).
        01 WS-SEASON-LINES PIC 9(3) VALUE ZEROS.
      *> Valid applications, held in draw-number order as they are
      *> loaded; permits are issued down the list until each quota
      *> line is full.
        01 WS-APPL-TABLE.
            05 WS-APPL-ENTRY OCCURS 2000 TIMES.
                10 WS-AP-DRAW PIC 9(8).
                10 WS-AP-APPLICANT PIC X(8).
                10 WS-AP-SPECIES PIC X.
                10 WS-AP-ZONE PIC X(3).
                10 WS-AP-QUOTA-IDX PIC 9(3).
        01 WS-APPL-COUNT PIC 9(4) VALUE ZEROS.
        01 AP-IDX PIC 9(4).
        01 SHIFT-IDX PIC 9(4).
        01 WS-DRAW-NUMBER PIC 9(8).
        01 WS-QUOTA-FOUND PIC X.
            88 QUOTA-FOUND VALUE "Y".
        01 WS-DUPLICATE PIC X.
            88 DUPLICATE-APPLICATION VALUE "Y".
        01 WS-REJECT-REASON PIC X(4).
        01 WS-APPS-READ PIC 9(5) VALUE ZEROS.
        01 WS-APPS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-PERMITS-ISSUED PIC 9(5) VALUE ZEROS.
        01 WS-NOT-DRAWN PIC 9(5) VALUE ZEROS.
        01 WS-DRAW-LINE.
            05 WSD-POSITION PIC Z(3)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-APPLICANT PIC X(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-SPECIES PIC X.
            05 FILLER PIC X(6) VALUE SPACE.
            05 WSD-ZONE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-DRAW PIC 9(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-RESULT PIC X(40).
        01 WS-SUMMARY-LINE.
            05 WSS-SPECIES PIC X.
            05 FILLER PIC X(6) VALUE SPACE.
            05 WSS-ZONE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-QUOTA PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-APPLIED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-ISSUED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-UNSUCCESSFUL PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-UNISSUED PIC Z(4)9.
        01 WS-UNSUCCESSFUL PIC 9(5).
        01 WS-UNISSUED PIC 9(5).
        COPY rejwcall.
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
    ACCEPT WS-DRAW-SEASON
    IF WS-DRAW-SEASON IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:4) TO WS-DRAW-SEASON
    END-IF
    ACCEPT WS-SEED-TEXT
    IF WS-SEED-TEXT IS EQUAL TO SPACES OR
            FUNCTION TEST-NUMVAL(WS-SEED-TEXT) IS NOT EQUAL TO ZERO
        MOVE WS-RUN-TIME TO WS-SEED
    ELSE
        COMPUTE WS-SEED = FUNCTION NUMVAL(WS-SEED-TEXT)
    END-IF
    MOVE WS-SEED TO WS-START-SEED
    DISPLAY "RUN " WS-RUN-ID " MOOSE PERMIT LOTTERY SEASON "
        WS-DRAW-SEASON " SEED " WS-START-SEED
    PERFORM 1000-LOAD-QUOTAS
    PERFORM 2000-LOAD-APPLICATIONS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    MOVE "MOOSE PERMIT LOTTERY DRAW" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "DRAW   APPLICANT   SPECIES  ZONE   DRAW NO.    RESULT"
        TO WS-PRINT-COLUMNS
    OPEN OUTPUT DRAW-REPORT-FILE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "SEASON " WS-DRAW-SEASON "   SEED " WS-START-SEED
        "   APPLICATIONS IN THE DRAW " WS-APPL-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM 3000-RUN-DRAW
    PERFORM 4000-WRITE-QUOTA-SUMMARY
    CLOSE DRAW-REPORT-FILE
    PERFORM 5000-REWRITE-QUOTAS
    DISPLAY "APPLICATIONS READ " WS-APPS-READ
        " REJECTED " WS-APPS-REJECTED
        " PERMITS ISSUED " WS-PERMITS-ISSUED
        " NOT DRAWN " WS-NOT-DRAWN
    IF WS-APPS-REJECTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="MOOSDRAW"==.

    COPY busdateget.

      *> A season is drawn once.  When any of its quota lines already
      *> carries a draw date the permits are out and the run is
      *> refused, the same lock the contest certification keeps on
      *> published standings.
1000-LOAD-QUOTAS.
    OPEN INPUT PERMIT-QUOTA-FILE
    IF WS-QUOTA-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PERMIT QUOTA MASTER NOT AVAILABLE"
            " - STATUS " WS-QUOTA-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ PERMIT-QUOTA-FILE
        AT END SET QUOTA-EOF TO TRUE
    END-READ
    PERFORM UNTIL QUOTA-EOF
        IF WS-QUOTA-COUNT IS EQUAL TO 200
            DISPLAY "EXCEPTION: MORE THAN 200 QUOTA LINES"
                " - MASTER NOT REWRITTEN"
            CLOSE PERMIT-QUOTA-FILE
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
        END-IF
        ADD 1 TO WS-QUOTA-COUNT
        MOVE PQ-SEASON TO WS-QT-SEASON(WS-QUOTA-COUNT)
        MOVE PQ-SPECIES TO WS-QT-SPECIES(WS-QUOTA-COUNT)
        MOVE PQ-ZONE TO WS-QT-ZONE(WS-QUOTA-COUNT)
        MOVE PQ-QUOTA TO WS-QT-QUOTA(WS-QUOTA-COUNT)
        MOVE PQ-ISSUED TO WS-QT-ISSUED(WS-QUOTA-COUNT)
        MOVE PQ-HARVESTED TO WS-QT-HARVESTED(WS-QUOTA-COUNT)
        MOVE PQ-DRAW-DATE TO WS-QT-DRAW-DATE(WS-QUOTA-COUNT)
        MOVE ZEROS TO WS-QT-APPLIED(WS-QUOTA-COUNT)
        IF WS-QT-ISSUED(WS-QUOTA-COUNT) IS NOT NUMERIC
            MOVE ZEROS TO WS-QT-ISSUED(WS-QUOTA-COUNT)
        END-IF
        IF WS-QT-HARVESTED(WS-QUOTA-COUNT) IS NOT NUMERIC
            MOVE ZEROS TO WS-QT-HARVESTED(WS-QUOTA-COUNT)
        END-IF
        IF PQ-SEASON IS EQUAL TO WS-DRAW-SEASON
            ADD 1 TO WS-SEASON-LINES
            IF PQ-DRAW-DATE IS NOT EQUAL TO SPACES
                DISPLAY "EXCEPTION: SEASON " WS-DRAW-SEASON
                    " ALREADY DRAWN " PQ-DRAW-DATE
                    " - PERMITS ARE LOCKED"
                CLOSE PERMIT-QUOTA-FILE
                MOVE 8 TO RETURN-CODE
                PERFORM 9800-WRITE-STEPLOG
                GOBACK
            END-IF
        END-IF
        READ PERMIT-QUOTA-FILE
            AT END SET QUOTA-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PERMIT-QUOTA-FILE
    IF WS-SEASON-LINES IS EQUAL TO ZERO
        DISPLAY "EXCEPTION: NO QUOTA LINES FOR SEASON "
            WS-DRAW-SEASON
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF.

      *> An application must name a species and zone with a quota this
      *> season, and an applicant gets one chance per hunt.
2000-LOAD-APPLICATIONS.
    OPEN INPUT APPLICATION-FILE
    IF WS-APPL-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: APPLICATION FILE NOT AVAILABLE - STATUS "
            WS-APPL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ APPLICATION-FILE
        AT END SET APPL-EOF TO TRUE
    END-READ
    PERFORM UNTIL APPL-EOF
        ADD 1 TO WS-APPS-READ
        PERFORM 2100-TAKE-APPLICATION
        READ APPLICATION-FILE
            AT END SET APPL-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE.

2100-TAKE-APPLICATION.
    MOVE SPACES TO WS-REJECT-REASON
    IF APPL-APPLICANT IS EQUAL TO SPACES OR
            NOT APPL-PERMIT-SPECIES OR APPL-ZONE IS EQUAL TO SPACES
        MOVE "BADF" TO WS-REJECT-REASON
    ELSE
        PERFORM 2200-FIND-QUOTA-LINE
        IF NOT QUOTA-FOUND
            MOVE "BADR" TO WS-REJECT-REASON
        ELSE
            PERFORM 2300-CHECK-DUPLICATE
            IF DUPLICATE-APPLICATION
                MOVE "DUPC" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF
    IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
        ADD 1 TO WS-APPS-REJECTED
        MOVE "W" TO REJW-ACTION
        MOVE WS-REJECT-REASON TO REJW-REASON
        MOVE "MOOSDRAW" TO REJW-PROGRAM
        MOVE APPLICATION-REC TO REJW-INPUT-LINE
        CALL "REJWRITE" USING REJW-PARMS
        EXIT PARAGRAPH
    END-IF
    IF WS-APPL-COUNT IS EQUAL TO 2000
        DISPLAY "EXCEPTION: MORE THAN 2000 APPLICATIONS - "
            APPL-APPLICANT " NOT IN THE DRAW"
        ADD 1 TO WS-APPS-REJECTED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-QT-APPLIED(QT-IDX)
    PERFORM 8000-NEXT-RANDOM
    PERFORM 2400-INSERT-IN-DRAW-ORDER.

2200-FIND-QUOTA-LINE.
    MOVE "N" TO WS-QUOTA-FOUND
    IF APPL-SEASON IS NOT EQUAL TO WS-DRAW-SEASON
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING QT-IDX FROM 1 BY 1
            UNTIL QT-IDX IS GREATER THAN WS-QUOTA-COUNT
        IF WS-QT-SEASON(QT-IDX) IS EQUAL TO WS-DRAW-SEASON AND
                WS-QT-SPECIES(QT-IDX) IS EQUAL TO APPL-SPECIES AND
                WS-QT-ZONE(QT-IDX) IS EQUAL TO APPL-ZONE
            SET QUOTA-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

2300-CHECK-DUPLICATE.
    MOVE "N" TO WS-DUPLICATE
    PERFORM VARYING AP-IDX FROM 1 BY 1
            UNTIL AP-IDX IS GREATER THAN WS-APPL-COUNT
        IF WS-AP-APPLICANT(AP-IDX) IS EQUAL TO APPL-APPLICANT AND
                WS-AP-SPECIES(AP-IDX) IS EQUAL TO APPL-SPECIES AND
                WS-AP-ZONE(AP-IDX) IS EQUAL TO APPL-ZONE
            SET DUPLICATE-APPLICATION TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> Equal draw numbers fall back to applicant ID so the order
      *> is the same on every rerun from the same seed.
2400-INSERT-IN-DRAW-ORDER.
    PERFORM VARYING AP-IDX FROM 1 BY 1
            UNTIL AP-IDX IS GREATER THAN WS-APPL-COUNT
        IF WS-AP-DRAW(AP-IDX) IS GREATER THAN WS-DRAW-NUMBER
            EXIT PERFORM
        END-IF
        IF WS-AP-DRAW(AP-IDX) IS EQUAL TO WS-DRAW-NUMBER AND
                WS-AP-APPLICANT(AP-IDX) IS GREATER THAN APPL-APPLICANT
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM VARYING SHIFT-IDX FROM WS-APPL-COUNT BY -1
            UNTIL SHIFT-IDX IS LESS THAN AP-IDX
        MOVE WS-APPL-ENTRY(SHIFT-IDX) TO WS-APPL-ENTRY(SHIFT-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-APPL-COUNT
    MOVE WS-DRAW-NUMBER TO WS-AP-DRAW(AP-IDX)
    MOVE APPL-APPLICANT TO WS-AP-APPLICANT(AP-IDX)
    MOVE APPL-SPECIES TO WS-AP-SPECIES(AP-IDX)
    MOVE APPL-ZONE TO WS-AP-ZONE(AP-IDX)
    MOVE QT-IDX TO WS-AP-QUOTA-IDX(AP-IDX).

      *> Every quota line of the season is stamped with the draw date,
      *> including lines nobody applied for, so the season is locked.
3000-RUN-DRAW.
    OPEN EXTEND PERMIT-REGISTER-FILE
    IF WS-REGISTER-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PERMIT-REGISTER-FILE
    END-IF
    PERFORM VARYING AP-IDX FROM 1 BY 1
            UNTIL AP-IDX IS GREATER THAN WS-APPL-COUNT
        PERFORM 3100-DRAW-ONE-APPLICATION
    END-PERFORM
    CLOSE PERMIT-REGISTER-FILE
    PERFORM VARYING QT-IDX FROM 1 BY 1
            UNTIL QT-IDX IS GREATER THAN WS-QUOTA-COUNT
        IF WS-QT-SEASON(QT-IDX) IS EQUAL TO WS-DRAW-SEASON
            MOVE WS-RUN-DATE TO WS-QT-DRAW-DATE(QT-IDX)
        END-IF
    END-PERFORM.

3100-DRAW-ONE-APPLICATION.
    MOVE WS-AP-QUOTA-IDX(AP-IDX) TO QT-IDX
    MOVE AP-IDX TO WSD-POSITION
    MOVE WS-AP-APPLICANT(AP-IDX) TO WSD-APPLICANT
    MOVE WS-AP-SPECIES(AP-IDX) TO WSD-SPECIES
    MOVE WS-AP-ZONE(AP-IDX) TO WSD-ZONE
    MOVE WS-AP-DRAW(AP-IDX) TO WSD-DRAW
    MOVE SPACES TO WSD-RESULT
    IF WS-QT-ISSUED(QT-IDX) IS LESS THAN WS-QT-QUOTA(QT-IDX)
        ADD 1 TO WS-QT-ISSUED(QT-IDX)
        ADD 1 TO WS-PERMITS-ISSUED
        MOVE SPACES TO PERMIT-REGISTER-REC
        MOVE WS-DRAW-SEASON TO PR-SEASON
        MOVE WS-AP-SPECIES(AP-IDX) TO PR-SPECIES
        MOVE WS-AP-ZONE(AP-IDX) TO PR-ZONE
        MOVE WS-QT-ISSUED(QT-IDX) TO PR-SEQ
        MOVE WS-AP-APPLICANT(AP-IDX) TO PR-APPLICANT
        SET PR-ISSUED TO TRUE
        MOVE WS-RUN-DATE TO PR-ISSUE-DATE
        WRITE PERMIT-REGISTER-REC
        STRING "PERMIT " PR-PERMIT-NUMBER
            DELIMITED BY SIZE INTO WSD-RESULT
    ELSE
        ADD 1 TO WS-NOT-DRAWN
        MOVE "NOT DRAWN - QUOTA FILLED" TO WSD-RESULT
    END-IF
    MOVE WS-DRAW-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4000-WRITE-QUOTA-SUMMARY.
    MOVE "MOOSE PERMIT LOTTERY - QUOTA SUMMARY" TO WS-PRINT-TITLE
    MOVE "SPECIES  ZONE   QUOTA   APPLIED   ISSUED   NOT DRAWN  UNISSUED"
        TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING QT-IDX FROM 1 BY 1
            UNTIL QT-IDX IS GREATER THAN WS-QUOTA-COUNT
        IF WS-QT-SEASON(QT-IDX) IS EQUAL TO WS-DRAW-SEASON
            MOVE WS-QT-SPECIES(QT-IDX) TO WSS-SPECIES
            MOVE WS-QT-ZONE(QT-IDX) TO WSS-ZONE
            MOVE WS-QT-QUOTA(QT-IDX) TO WSS-QUOTA
            MOVE WS-QT-APPLIED(QT-IDX) TO WSS-APPLIED
            MOVE WS-QT-ISSUED(QT-IDX) TO WSS-ISSUED
            COMPUTE WS-UNSUCCESSFUL =
                WS-QT-APPLIED(QT-IDX) - WS-QT-ISSUED(QT-IDX)
            IF WS-QT-APPLIED(QT-IDX) IS LESS THAN WS-QT-ISSUED(QT-IDX)
                MOVE ZEROS TO WS-UNSUCCESSFUL
            END-IF
            MOVE WS-UNSUCCESSFUL TO WSS-UNSUCCESSFUL
            COMPUTE WS-UNISSUED =
                WS-QT-QUOTA(QT-IDX) - WS-QT-ISSUED(QT-IDX)
            MOVE WS-UNISSUED TO WSS-UNISSUED
            MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM.

5000-REWRITE-QUOTAS.
    OPEN OUTPUT PERMIT-QUOTA-FILE
    PERFORM VARYING QT-IDX FROM 1 BY 1
            UNTIL QT-IDX IS GREATER THAN WS-QUOTA-COUNT
        MOVE SPACES TO PERMIT-QUOTA-REC
        MOVE WS-QT-SEASON(QT-IDX) TO PQ-SEASON
        MOVE WS-QT-SPECIES(QT-IDX) TO PQ-SPECIES
        MOVE WS-QT-ZONE(QT-IDX) TO PQ-ZONE
        MOVE WS-QT-QUOTA(QT-IDX) TO PQ-QUOTA
        MOVE WS-QT-ISSUED(QT-IDX) TO PQ-ISSUED
        MOVE WS-QT-HARVESTED(QT-IDX) TO PQ-HARVESTED
        MOVE WS-QT-DRAW-DATE(QT-IDX) TO PQ-DRAW-DATE
        WRITE PERMIT-QUOTA-REC
    END-PERFORM
    CLOSE PERMIT-QUOTA-FILE.

      *> The same small multiplicative congruence the test-deck
      *> generator uses, so a draw reruns exactly from its seed.
8000-NEXT-RANDOM.
    COMPUTE WS-SEED = FUNCTION MOD(
        (WS-SEED * 2141) + 12345, 100000000)
    MOVE WS-SEED TO WS-DRAW-NUMBER.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==DRAW-REPORT-REC==.
