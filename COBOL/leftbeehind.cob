        SELECT SEASON-TALLY-FILE ASSIGN TO "BEESTREAK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TALLY-STATUS.
        COPY beeatsel.
        COPY beeansel.
        COPY perclsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY beeatfd.
    COPY beeanfd.
    COPY perclfd.
    COPY busdatefd.
    COPY steplogfd.
            05 TALLY-EVENT-CODE PIC X(4).

    WORKING-STORAGE SECTION.
        01 INP PIC X(20).
        01 SWEET PIC 9(4).
        01 SOUR PIC 9(4).
        01 ATTENDEE PIC X(6).
        01 CURRENT-OUTCOME PIC X(20).
        01 CURRENT-OUTCOME-CODE PIC X.
        01 PREVIOUS-OUTCOME PIC X(20) VALUE SPACES.
        01 CURRENT-STREAK PIC 9(4) VALUE ZEROS.
        01 LONGEST-STREAK PIC 9(4) VALUE ZEROS.
        01 WS-EVENT-CODE PIC X(4) VALUE "NONE".
        01 WS-TALLY-STATUS PIC XX.
        01 WS-LAYOUT-SAVE PIC X(80).
        01 WS-ATTENDEE-STATUS PIC XX.
        01 WS-ATTENDANCE-STATUS PIC XX.
        01 WS-ATTENDEE-EOF PIC X VALUE "N".
            88 ATTENDEE-EOF VALUE "Y".
      *> The roster is checked only when the attendee master is on
      *> file; without it every attendee line is recorded as read.
        01 WS-ROSTER-LOADED PIC X VALUE "N".
            88 ROSTER-LOADED VALUE "Y".
        01 WS-ROSTER-TABLE.
            05 WS-ROSTER-ID PIC X(6) OCCURS 500 TIMES.
        01 WS-ROSTER-COUNT PIC 9(3) VALUE ZEROS.
        01 ROSTER-IDX PIC 9(3).
        01 WS-ROSTER-FOUND PIC X.
            88 ROSTER-FOUND VALUE "Y".
        01 WS-ATTENDANCE-RECORDED PIC 9(5) VALUE ZEROS.
        01 WS-ATTENDANCE-DUPLICATE PIC 9(5) VALUE ZEROS.
        01 WS-ATTENDANCE-UNKNOWN PIC 9(5) VALUE ZEROS.
        01 WS-ATTENDANCE-NO-EVENT PIC 9(5) VALUE ZEROS.
        COPY rejwcall.
        COPY jrnwcall.
        COPY perclws.
        COPY rundate.
        COPY busdatews.
        MOVE INP(3:4) TO WS-EVENT-CODE
        ACCEPT INP
    END-IF
    PERFORM 1000-LOAD-ATTENDEE-ROSTER
    OPEN I-O ATTENDANCE-FILE
    IF WS-ATTENDANCE-STATUS IS EQUAL TO "35"
        OPEN OUTPUT ATTENDANCE-FILE
        CLOSE ATTENDANCE-FILE
        OPEN I-O ATTENDANCE-FILE
    END-IF
      *> A line may carry the attendee ID after the two scores; the
      *> outcome is then recorded against that attendee for the event.
    PERFORM FOREVER
        MOVE SPACES TO ATTENDEE
        UNSTRING INP DELIMITED BY ALL SPACE INTO SWEET, SOUR, ATTENDEE
        IF SWEET IS EQUAL TO SOUR
            IF SWEET IS EQUAL TO ZERO
                EXIT PERFORM
            ELSE
                MOVE "Undecided." TO CURRENT-OUTCOME
                MOVE "U" TO CURRENT-OUTCOME-CODE
                DISPLAY "Undecided."
                ADD 1 TO COUNT-UNDECIDED
            END-IF
        ELSE
            IF FUNCTION SUM(SWEET SOUR) IS EQUAL TO 13
                MOVE "Never speak again." TO CURRENT-OUTCOME
                MOVE "N" TO CURRENT-OUTCOME-CODE
                DISPLAY "Never speak again."
                ADD 1 TO COUNT-NEVER-SPEAK
            ELSE
                IF SWEET IS GREATER THAN SOUR
                    MOVE "To the convention." TO CURRENT-OUTCOME
                    MOVE "C" TO CURRENT-OUTCOME-CODE
                    DISPLAY "To the convention."
                    ADD 1 TO COUNT-CONVENTION
                ELSE
                    MOVE "Left beehind." TO CURRENT-OUTCOME
                    MOVE "L" TO CURRENT-OUTCOME-CODE
                    DISPLAY "Left beehind."
                    ADD 1 TO COUNT-LEFT-BEEHIND
                END-IF
            MOVE CURRENT-STREAK TO LONGEST-STREAK
            MOVE CURRENT-OUTCOME TO LONGEST-OUTCOME
        END-IF
        IF ATTENDEE IS NOT EQUAL TO SPACES
            PERFORM 2000-RECORD-ATTENDANCE
        END-IF
        ACCEPT INP
    END-PERFORM
    CLOSE ATTENDANCE-FILE
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    OPEN EXTEND SEASON-TALLY-FILE
      *> A brand-new streak file is born with its layout-version
      *> stamp; V02 carries the event code.
    MOVE WS-EVENT-CODE TO TALLY-EVENT-CODE
    WRITE SEASON-TALLY-REC
    CLOSE SEASON-TALLY-FILE
    DISPLAY "ATTENDANCE RECORDED " WS-ATTENDANCE-RECORDED
        " DUPLICATE " WS-ATTENDANCE-DUPLICATE
        " NOT ON ROSTER " WS-ATTENDANCE-UNKNOWN
    IF WS-ATTENDANCE-NO-EVENT IS GREATER THAN ZERO
        DISPLAY "NOTE: NO E CARD ON THE DECK - "
            WS-ATTENDANCE-NO-EVENT " ATTENDEE LINES TALLIED ONLY"
    END-IF
    IF WS-ATTENDANCE-DUPLICATE IS GREATER THAN ZERO
            OR WS-ATTENDANCE-UNKNOWN IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY busdateget.

    COPY perclget.

1000-LOAD-ATTENDEE-ROSTER.
    OPEN INPUT ATTENDEE-MASTER-FILE
    IF WS-ATTENDEE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: ATTENDEE MASTER NOT ON FILE"
            " - ATTENDEE IDS RECORDED UNCHECKED"
        EXIT PARAGRAPH
    END-IF
    SET ROSTER-LOADED TO TRUE
    READ ATTENDEE-MASTER-FILE
        AT END SET ATTENDEE-EOF TO TRUE
    END-READ
    PERFORM UNTIL ATTENDEE-EOF
        IF WS-ROSTER-COUNT IS LESS THAN 500
            ADD 1 TO WS-ROSTER-COUNT
            MOVE ATND-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
        ELSE
            DISPLAY "EXCEPTION: MORE THAN 500 ATTENDEES - "
                ATND-ID " LEFT OFF THE ROSTER"
        END-IF
        READ ATTENDEE-MASTER-FILE
            AT END SET ATTENDEE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ATTENDEE-MASTER-FILE.

      *> Attendance is keyed by event, so a deck without an E card has
      *> nowhere to put it and the line only counts toward the tally.
2000-RECORD-ATTENDANCE.
    IF WS-EVENT-CODE IS EQUAL TO "NONE"
        ADD 1 TO WS-ATTENDANCE-NO-EVENT
        EXIT PARAGRAPH
    END-IF
    IF ROSTER-LOADED
        MOVE "N" TO WS-ROSTER-FOUND
        PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                UNTIL ROSTER-IDX IS GREATER THAN WS-ROSTER-COUNT
            IF ATTENDEE IS EQUAL TO WS-ROSTER-ID(ROSTER-IDX)
                SET ROSTER-FOUND TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF NOT ROSTER-FOUND
            DISPLAY "EXCEPTION: ATTENDEE " ATTENDEE
                " NOT ON ROSTER - ATTENDANCE NOT RECORDED"
            ADD 1 TO WS-ATTENDANCE-UNKNOWN
            MOVE "ORPH" TO REJW-REASON
            PERFORM 2100-REJECT-ATTENDEE-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SPACES TO ATTENDANCE-REC
    MOVE WS-EVENT-CODE TO ATTN-EVENT-CODE
    MOVE ATTENDEE TO ATTN-ATTENDEE-ID
    MOVE WS-RUN-DATE TO ATTN-BUSINESS-DATE
    MOVE CURRENT-OUTCOME-CODE TO ATTN-OUTCOME
    MOVE SWEET TO ATTN-SWEET
    MOVE SOUR TO ATTN-SOUR
    MOVE WS-RUN-ID TO ATTN-RUN-ID
    WRITE ATTENDANCE-REC
        INVALID KEY
            DISPLAY "EXCEPTION: ATTENDEE " ATTENDEE
                " ALREADY RECORDED FOR EVENT " WS-EVENT-CODE
                " - LINE REJECTED"
            ADD 1 TO WS-ATTENDANCE-DUPLICATE
            MOVE "DUPC" TO REJW-REASON
            PERFORM 2100-REJECT-ATTENDEE-LINE
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO WS-ATTENDANCE-RECORDED
    MOVE "W" TO JRNW-ACTION
    MOVE "BEEATTEN  " TO JRNW-MASTER
    MOVE "LEFTBEE " TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE "A" TO JRNW-VERB
    MOVE ATTN-KEY TO JRNW-KEY
    MOVE SPACES TO JRNW-BEFORE
    MOVE ATTENDANCE-REC TO JRNW-AFTER
    CALL "JRNWRITE" USING JRNW-PARMS.

2100-REJECT-ATTENDEE-LINE.
    MOVE "W" TO REJW-ACTION
    MOVE "LEFTBEE " TO REJW-PROGRAM
    MOVE INP TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.
