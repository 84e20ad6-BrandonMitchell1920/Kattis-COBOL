            05 FILLER PIC X(4) VALUE "BADP".
            05 FILLER PIC X(4) VALUE "NOIV".
            05 FILLER PIC X(4) VALUE "ORPH".
            05 FILLER PIC X(4) VALUE "LICX".
        01 WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODES.
            05 WS-REASON-CODE PIC X(4) OCCURS 12 TIMES.
        01 WS-PROGRAM-TALLIES.
            05 WS-PROGRAM-ENTRY OCCURS 60 TIMES.
                10 WS-TALLY-PROGRAM PIC X(8).
                10 WS-TALLY-CELL PIC 9(5) OCCURS 12 TIMES.
                10 WS-TALLY-ROW-TOTAL PIC 9(5).
        01 WS-PROGRAM-COUNT PIC 99 VALUE ZEROS.
        01 WS-REASON-TOTALS.
            05 WS-REASON-TOTAL PIC 9(5) OCCURS 12 TIMES VALUE ZEROS.
        01 WS-GRAND-TOTAL PIC 9(7) VALUE ZEROS.
        01 WS-UNKNOWN-REASON-COUNT PIC 9(5) VALUE ZEROS.
        01 PGM-IDX PIC 99.
        01 WS-FLAGGED-COUNT PIC 99 VALUE ZEROS.
        01 WS-HEADER-LINE.
            05 FILLER PIC X(10) VALUE "PROGRAM".
            05 WS-HDR-REASON PIC X(7) OCCURS 12 TIMES.
            05 FILLER PIC X(8) VALUE "  TOTAL".
        01 WS-DETAIL-LINE.
            05 WSD-PROGRAM PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSD-CELL PIC Z(5)9B OCCURS 12 TIMES.
            05 WSD-ROW-TOTAL PIC Z(5)9.
            05 FILLER PIC X VALUE SPACE.
            05 WSD-FLAG PIC X(14).
        01 WS-TOTAL-LINE.
            05 FILLER PIC X(8) VALUE "TOTAL".
            05 FILLER PIC XX VALUE SPACE.
            05 WST-CELL PIC Z(5)9B OCCURS 12 TIMES.
            05 WST-GRAND PIC Z(6)9.
        COPY printws.
        COPY rundate.
        END-IF
    END-PERFORM
    IF NOT PROGRAM-FOUND
        IF WS-PROGRAM-COUNT IS EQUAL TO 60
            DISPLAY "EXCEPTION: MORE THAN 60 REJECTING PROGRAMS - "
                REJECT-PROGRAM-NAME " NOT TALLIED"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-PROGRAM-COUNT TO PGM-IDX
        MOVE REJECT-PROGRAM-NAME TO WS-TALLY-PROGRAM(PGM-IDX)
        MOVE ZEROS TO WS-TALLY-ROW-TOTAL(PGM-IDX)
        PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX IS GREATER THAN 12
            MOVE ZEROS TO WS-TALLY-CELL(PGM-IDX, RSN-IDX)
        END-PERFORM
    END-IF
    MOVE "N" TO WS-REASON-FOUND
    PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX IS GREATER THAN 12
        IF REJECT-REASON-CODE IS EQUAL TO WS-REASON-CODE(RSN-IDX)
            SET REASON-FOUND TO TRUE
            ADD 1 TO WS-TALLY-CELL(PGM-IDX, RSN-IDX)
3000-WRITE-REPORT.
    MOVE "CENTRAL REJECT LOG SUMMARY BY PROGRAM" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX IS GREATER THAN 12
        MOVE SPACES TO WS-HDR-REASON(RSN-IDX)
        MOVE WS-REASON-CODE(RSN-IDX) TO WS-HDR-REASON(RSN-IDX)(3:4)
    END-PERFORM
    PERFORM VARYING PGM-IDX FROM 1 BY 1
            UNTIL PGM-IDX IS GREATER THAN WS-PROGRAM-COUNT
        MOVE WS-TALLY-PROGRAM(PGM-IDX) TO WSD-PROGRAM
        PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX IS GREATER THAN 12
            MOVE WS-TALLY-CELL(PGM-IDX, RSN-IDX) TO WSD-CELL(RSN-IDX)
        END-PERFORM
        MOVE WS-TALLY-ROW-TOTAL(PGM-IDX) TO WSD-ROW-TOTAL
        MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX IS GREATER THAN 12
        MOVE WS-REASON-TOTAL(RSN-IDX) TO WST-CELL(RSN-IDX)
    END-PERFORM
    MOVE WS-GRAND-TOTAL TO WST-GRAND
