IDENTIFICATION DIVISION.
    PROGRAM-ID. BeeAttendeeHistory.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY beeatsel.
        COPY beeansel.
        SELECT SEASON-REPORT-FILE ASSIGN TO "BEEHISTR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OUTREACH-FILE ASSIGN TO "BEEOUTRC"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY beeatfd.
    COPY beeanfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD SEASON-REPORT-FILE.
        01 SEASON-REPORT-REC PIC X(132).

    FD OUTREACH-FILE.
        01 OUTREACH-REC.
            05 OUT-ATTENDEE-ID PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 OUT-NAME PIC X(20).
            05 FILLER PIC X VALUE SPACE.
            05 OUT-CONTACT PIC X(20).
            05 FILLER PIC X VALUE SPACE.
            05 OUT-LAST-EVENT PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 OUT-LAST-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 OUT-EVENTS-ATTENDED PIC 9(4).

    WORKING-STORAGE SECTION.
        01 WS-ATTENDEE-STATUS PIC XX.
        01 WS-ATTENDANCE-STATUS PIC XX.
        01 WS-ATTENDEE-EOF PIC X VALUE "N".
            88 ATTENDEE-EOF VALUE "Y".
        01 WS-ATTENDANCE-EOF PIC X VALUE "N".
            88 ATTENDANCE-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-MODE PIC X(10).
            88 SEASON-MODE VALUE "SEASON".
            88 OUTREACH-MODE VALUE "OUTREACH".
        01 WS-SEASON-INPUT PIC X(4).
        01 WS-SEASON-YEAR PIC X(4).
      *> An attendee left beehind BEELFREP times or more in the season
      *> is listed as a repeat; one who has missed the last BEELAPSE
      *> events held has stopped coming and goes on the outreach list.
        01 BEE-LEFT-REPEAT PIC 99 VALUE 2.
        01 BEE-LAPSE-EVENTS PIC 99 VALUE 3.
        01 WS-ATTENDEE-TABLE.
            05 WS-ATTENDEE-ENTRY OCCURS 500 TIMES.
                10 WS-AT-ID PIC X(6).
                10 WS-AT-NAME PIC X(20).
                10 WS-AT-CONTACT PIC X(20).
                10 WS-AT-STATUS PIC X.
                10 WS-AT-SEASON-EVENTS PIC 9(4).
                10 WS-AT-UNDECIDED PIC 9(4).
                10 WS-AT-NEVER PIC 9(4).
                10 WS-AT-CONVENTION PIC 9(4).
                10 WS-AT-LEFT PIC 9(4).
                10 WS-AT-ALL-EVENTS PIC 9(4).
                10 WS-AT-LAST-EVENT PIC X(4).
                10 WS-AT-LAST-DATE PIC X(8).
        01 WS-ATTENDEE-COUNT PIC 9(3) VALUE ZEROS.
        01 AT-IDX PIC 9(3).
        01 WS-ATTENDEE-FOUND PIC X.
            88 ATTENDEE-FOUND VALUE "Y".
        01 WS-WORK-ATTENDEE PIC X(6).
      *> Each event held, dated by the first night its attendance was
      *> recorded; the outreach cutoff is the date of the BEELAPSE-th
      *> most recent one.
        01 WS-EVENT-TABLE.
            05 WS-EVENT-ENTRY OCCURS 200 TIMES.
                10 WS-EV-CODE PIC X(4).
                10 WS-EV-DATE PIC X(8).
        01 WS-EVENT-COUNT PIC 9(3) VALUE ZEROS.
        01 EV-IDX PIC 9(3).
        01 SWAP-IDX PIC 9(3).
        01 WS-SWAP-ENTRY PIC X(12).
        01 WS-EVENT-FOUND PIC X.
            88 EVENT-FOUND VALUE "Y".
        01 WS-CUTOFF-DATE PIC X(8).
        01 WS-SEASON-ATTENDEES PIC 9(4) VALUE ZEROS.
        01 WS-SEASON-EVENTS PIC 9(3) VALUE ZEROS.
        01 WS-TOTAL-ATTENDANCE PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-UNDECIDED PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-NEVER PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-CONVENTION PIC 9(5) VALUE ZEROS.
        01 WS-TOTAL-LEFT PIC 9(5) VALUE ZEROS.
        01 WS-REPEAT-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-OUTREACH-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-WORK-PCT PIC 9(3)V99.
        01 WS-DETAIL-LINE.
            05 WSD-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-NAME PIC X(20).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-EVENTS PIC Z(3)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-CONVENTION PIC Z(3)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-LEFT PIC Z(3)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-UNDECIDED PIC Z(3)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-NEVER PIC Z(3)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-LEFT-PCT PIC ZZ9.99.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-REPEAT PIC X(6).
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
    ACCEPT WS-MODE
    IF WS-MODE IS EQUAL TO SPACES
        MOVE "SEASON" TO WS-MODE
    END-IF
    DISPLAY "RUN " WS-RUN-ID " CONVENTION ATTENDEE HISTORY " WS-MODE
    IF NOT SEASON-MODE AND NOT OUTREACH-MODE
        DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
            " - EXPECTED SEASON OR OUTREACH"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
      *> The season is a calendar year of business dates; the deck may
      *> name one, otherwise the year of the business date is reported.
    MOVE SPACES TO WS-SEASON-INPUT
    IF SEASON-MODE
        ACCEPT WS-SEASON-INPUT
    END-IF
    IF WS-SEASON-INPUT IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:4) TO WS-SEASON-YEAR
    ELSE
        IF WS-SEASON-INPUT IS NOT NUMERIC
            DISPLAY "EXCEPTION: SEASON " WS-SEASON-INPUT
                " IS NOT A YEAR - RUN STOPPED"
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
        END-IF
        MOVE WS-SEASON-INPUT TO WS-SEASON-YEAR
    END-IF
    PERFORM 1000-READ-PARAMETERS
    PERFORM 1100-LOAD-ATTENDEE-MASTER
    PERFORM 1200-LOAD-ATTENDANCE
    IF SEASON-MODE
        PERFORM 2000-WRITE-SEASON-REPORT
        DISPLAY "SEASON " WS-SEASON-YEAR
            " EVENTS " WS-SEASON-EVENTS
            " ATTENDEES " WS-SEASON-ATTENDEES
            " ATTENDANCE " WS-TOTAL-ATTENDANCE
            " REPEAT LEFT BEEHIND " WS-REPEAT-COUNT
    ELSE
        PERFORM 3000-WRITE-OUTREACH-EXTRACT
        DISPLAY "EVENTS ON FILE " WS-EVENT-COUNT
            " LAPSED AFTER " BEE-LAPSE-EVENTS
            " ATTENDEES EXTRACTED " WS-OUTREACH-COUNT
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="BEEHIST "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "BEELFREP"
                COMPUTE BEE-LEFT-REPEAT = FUNCTION NUMVAL(PARM-VALUE)
            WHEN "BEELAPSE"
                COMPUTE BEE-LAPSE-EVENTS = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-ATTENDEE-MASTER.
    OPEN INPUT ATTENDEE-MASTER-FILE
    IF WS-ATTENDEE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: ATTENDEE MASTER NOT ON FILE"
            " - IDS REPORTED WITHOUT NAMES"
        EXIT PARAGRAPH
    END-IF
    READ ATTENDEE-MASTER-FILE
        AT END SET ATTENDEE-EOF TO TRUE
    END-READ
    PERFORM UNTIL ATTENDEE-EOF
        MOVE ATND-ID TO WS-WORK-ATTENDEE
        PERFORM 1300-FIND-ATTENDEE
        MOVE ATND-NAME TO WS-AT-NAME(AT-IDX)
        MOVE ATND-CONTACT TO WS-AT-CONTACT(AT-IDX)
        MOVE ATND-STATUS TO WS-AT-STATUS(AT-IDX)
        READ ATTENDEE-MASTER-FILE
            AT END SET ATTENDEE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ATTENDEE-MASTER-FILE.

1200-LOAD-ATTENDANCE.
    OPEN INPUT ATTENDANCE-FILE
    IF WS-ATTENDANCE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO ATTENDANCE ON FILE - STATUS "
            WS-ATTENDANCE-STATUS
        EXIT PARAGRAPH
    END-IF
    READ ATTENDANCE-FILE NEXT RECORD
        AT END SET ATTENDANCE-EOF TO TRUE
    END-READ
    PERFORM UNTIL ATTENDANCE-EOF
        MOVE ATTN-ATTENDEE-ID TO WS-WORK-ATTENDEE
        PERFORM 1300-FIND-ATTENDEE
        PERFORM 1400-NOTE-EVENT
        ADD 1 TO WS-AT-ALL-EVENTS(AT-IDX)
        IF ATTN-BUSINESS-DATE IS GREATER THAN WS-AT-LAST-DATE(AT-IDX)
            MOVE ATTN-EVENT-CODE TO WS-AT-LAST-EVENT(AT-IDX)
            MOVE ATTN-BUSINESS-DATE TO WS-AT-LAST-DATE(AT-IDX)
        END-IF
        IF ATTN-BUSINESS-DATE(1:4) IS EQUAL TO WS-SEASON-YEAR
            ADD 1 TO WS-AT-SEASON-EVENTS(AT-IDX)
            EVALUATE TRUE
                WHEN ATTN-UNDECIDED
                    ADD 1 TO WS-AT-UNDECIDED(AT-IDX)
                WHEN ATTN-NEVER-SPEAK
                    ADD 1 TO WS-AT-NEVER(AT-IDX)
                WHEN ATTN-CONVENTION
                    ADD 1 TO WS-AT-CONVENTION(AT-IDX)
                WHEN ATTN-LEFT-BEEHIND
                    ADD 1 TO WS-AT-LEFT(AT-IDX)
            END-EVALUATE
        END-IF
        READ ATTENDANCE-FILE NEXT RECORD
            AT END SET ATTENDANCE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ATTENDANCE-FILE.

1300-FIND-ATTENDEE.
    MOVE "N" TO WS-ATTENDEE-FOUND
    PERFORM VARYING AT-IDX FROM 1 BY 1
            UNTIL AT-IDX IS GREATER THAN WS-ATTENDEE-COUNT
        IF WS-WORK-ATTENDEE IS EQUAL TO WS-AT-ID(AT-IDX)
            SET ATTENDEE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT ATTENDEE-FOUND
        IF WS-ATTENDEE-COUNT IS EQUAL TO 500
            DISPLAY "EXCEPTION: MORE THAN 500 ATTENDEES - "
                WS-WORK-ATTENDEE " TALLIED UNDER " WS-AT-ID(500)
            MOVE 500 TO AT-IDX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-ATTENDEE-COUNT
        MOVE WS-ATTENDEE-COUNT TO AT-IDX
        MOVE WS-WORK-ATTENDEE TO WS-AT-ID(AT-IDX)
        MOVE "NOT ON MASTER" TO WS-AT-NAME(AT-IDX)
        MOVE SPACES TO WS-AT-CONTACT(AT-IDX),
            WS-AT-LAST-EVENT(AT-IDX), WS-AT-LAST-DATE(AT-IDX)
        MOVE "A" TO WS-AT-STATUS(AT-IDX)
        MOVE ZEROS TO WS-AT-SEASON-EVENTS(AT-IDX),
            WS-AT-UNDECIDED(AT-IDX), WS-AT-NEVER(AT-IDX),
            WS-AT-CONVENTION(AT-IDX), WS-AT-LEFT(AT-IDX),
            WS-AT-ALL-EVENTS(AT-IDX)
    END-IF.

1400-NOTE-EVENT.
    MOVE "N" TO WS-EVENT-FOUND
    PERFORM VARYING EV-IDX FROM 1 BY 1
            UNTIL EV-IDX IS GREATER THAN WS-EVENT-COUNT
        IF ATTN-EVENT-CODE IS EQUAL TO WS-EV-CODE(EV-IDX)
            SET EVENT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF EVENT-FOUND
        IF ATTN-BUSINESS-DATE IS LESS THAN WS-EV-DATE(EV-IDX)
            MOVE ATTN-BUSINESS-DATE TO WS-EV-DATE(EV-IDX)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-EVENT-COUNT IS EQUAL TO 200
        DISPLAY "EXCEPTION: MORE THAN 200 EVENTS - "
            ATTN-EVENT-CODE " LEFT OUT OF THE OUTREACH CUTOFF"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EVENT-COUNT
    MOVE ATTN-EVENT-CODE TO WS-EV-CODE(WS-EVENT-COUNT)
    MOVE ATTN-BUSINESS-DATE TO WS-EV-DATE(WS-EVENT-COUNT).

      *> One line per attendee who came at least once in the season,
      *> in roster order, then the repeat left-beehind attendees on a
      *> page of their own for the organizers to follow up.
2000-WRITE-SEASON-REPORT.
    OPEN OUTPUT SEASON-REPORT-FILE
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "ATTENDEE SEASON " WS-SEASON-YEAR
        " - REPEAT AT " BEE-LEFT-REPEAT " LEFT"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "ID      NAME                  EVENTS   CONV   LEFT"
        "   UNDC   NEVR  LEFT PCT"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    PERFORM VARYING EV-IDX FROM 1 BY 1
            UNTIL EV-IDX IS GREATER THAN WS-EVENT-COUNT
        IF WS-EV-DATE(EV-IDX)(1:4) IS EQUAL TO WS-SEASON-YEAR
            ADD 1 TO WS-SEASON-EVENTS
        END-IF
    END-PERFORM
    PERFORM VARYING AT-IDX FROM 1 BY 1
            UNTIL AT-IDX IS GREATER THAN WS-ATTENDEE-COUNT
        IF WS-AT-SEASON-EVENTS(AT-IDX) IS GREATER THAN ZERO
            PERFORM 2100-WRITE-ATTENDEE-LINE
        END-IF
    END-PERFORM
    IF WS-SEASON-ATTENDEES IS EQUAL TO ZERO
        MOVE "NO ATTENDANCE RECORDED FOR THE SEASON" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    ELSE
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE "TOTAL" TO WSD-ID
        MOVE WS-TOTAL-ATTENDANCE TO WSD-EVENTS
        MOVE WS-TOTAL-CONVENTION TO WSD-CONVENTION
        MOVE WS-TOTAL-LEFT TO WSD-LEFT
        MOVE WS-TOTAL-UNDECIDED TO WSD-UNDECIDED
        MOVE WS-TOTAL-NEVER TO WSD-NEVER
        COMPUTE WS-WORK-PCT ROUNDED =
            (WS-TOTAL-LEFT * 100) / WS-TOTAL-ATTENDANCE
        MOVE WS-WORK-PCT TO WSD-LEFT-PCT
        MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "EVENTS HELD " WS-SEASON-EVENTS
            "   ATTENDEES " WS-SEASON-ATTENDEES
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    PERFORM 2200-WRITE-REPEAT-PAGE
    CLOSE SEASON-REPORT-FILE.

2100-WRITE-ATTENDEE-LINE.
    ADD 1 TO WS-SEASON-ATTENDEES
    ADD WS-AT-SEASON-EVENTS(AT-IDX) TO WS-TOTAL-ATTENDANCE
    ADD WS-AT-UNDECIDED(AT-IDX) TO WS-TOTAL-UNDECIDED
    ADD WS-AT-NEVER(AT-IDX) TO WS-TOTAL-NEVER
    ADD WS-AT-CONVENTION(AT-IDX) TO WS-TOTAL-CONVENTION
    ADD WS-AT-LEFT(AT-IDX) TO WS-TOTAL-LEFT
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE WS-AT-ID(AT-IDX) TO WSD-ID
    MOVE WS-AT-NAME(AT-IDX) TO WSD-NAME
    MOVE WS-AT-SEASON-EVENTS(AT-IDX) TO WSD-EVENTS
    MOVE WS-AT-CONVENTION(AT-IDX) TO WSD-CONVENTION
    MOVE WS-AT-LEFT(AT-IDX) TO WSD-LEFT
    MOVE WS-AT-UNDECIDED(AT-IDX) TO WSD-UNDECIDED
    MOVE WS-AT-NEVER(AT-IDX) TO WSD-NEVER
    COMPUTE WS-WORK-PCT ROUNDED =
        (WS-AT-LEFT(AT-IDX) * 100) / WS-AT-SEASON-EVENTS(AT-IDX)
    MOVE WS-WORK-PCT TO WSD-LEFT-PCT
    IF WS-AT-LEFT(AT-IDX) IS NOT LESS THAN BEE-LEFT-REPEAT
        MOVE "REPEAT" TO WSD-REPEAT
        ADD 1 TO WS-REPEAT-COUNT
    END-IF
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

2200-WRITE-REPEAT-PAGE.
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "REPEAT LEFT BEEHIND " WS-SEASON-YEAR
        " - " BEE-LEFT-REPEAT " OR MORE TIMES"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "ID      NAME                  CONTACT               "
        "EVENTS   LEFT"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    IF WS-REPEAT-COUNT IS EQUAL TO ZERO
        MOVE "NO ATTENDEE LEFT BEEHIND REPEATEDLY" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING AT-IDX FROM 1 BY 1
            UNTIL AT-IDX IS GREATER THAN WS-ATTENDEE-COUNT
        IF WS-AT-SEASON-EVENTS(AT-IDX) IS GREATER THAN ZERO AND
                WS-AT-LEFT(AT-IDX) IS NOT LESS THAN BEE-LEFT-REPEAT
            MOVE WS-AT-SEASON-EVENTS(AT-IDX) TO WSD-EVENTS
            MOVE WS-AT-LEFT(AT-IDX) TO WSD-LEFT
            MOVE SPACES TO WS-PRINT-LINE
            STRING WS-AT-ID(AT-IDX) "  " WS-AT-NAME(AT-IDX) "  "
                WS-AT-CONTACT(AT-IDX) "  " WSD-EVENTS "   " WSD-LEFT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM.

      *> Events newest first; an active attendee whose last event falls
      *> before the BEELAPSE-th newest has stopped coming.  With no more
      *> events on file than that, nobody can have lapsed yet.
3000-WRITE-OUTREACH-EXTRACT.
    OPEN OUTPUT OUTREACH-FILE
    IF WS-EVENT-COUNT IS NOT GREATER THAN BEE-LAPSE-EVENTS
        DISPLAY "NOTE: ONLY " WS-EVENT-COUNT
            " EVENTS ON FILE - NO ATTENDEE HAS LAPSED"
        CLOSE OUTREACH-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING EV-IDX FROM 1 BY 1
            UNTIL EV-IDX IS NOT LESS THAN WS-EVENT-COUNT
        PERFORM VARYING SWAP-IDX FROM EV-IDX BY 1
                UNTIL SWAP-IDX IS GREATER THAN WS-EVENT-COUNT
            IF WS-EV-DATE(SWAP-IDX) IS GREATER THAN WS-EV-DATE(EV-IDX)
                MOVE WS-EVENT-ENTRY(EV-IDX) TO WS-SWAP-ENTRY
                MOVE WS-EVENT-ENTRY(SWAP-IDX) TO WS-EVENT-ENTRY(EV-IDX)
                MOVE WS-SWAP-ENTRY TO WS-EVENT-ENTRY(SWAP-IDX)
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE WS-EV-DATE(BEE-LAPSE-EVENTS) TO WS-CUTOFF-DATE
    PERFORM VARYING AT-IDX FROM 1 BY 1
            UNTIL AT-IDX IS GREATER THAN WS-ATTENDEE-COUNT
        IF WS-AT-STATUS(AT-IDX) IS NOT EQUAL TO "I" AND
                WS-AT-ALL-EVENTS(AT-IDX) IS GREATER THAN ZERO AND
                WS-AT-LAST-DATE(AT-IDX) IS LESS THAN WS-CUTOFF-DATE
            MOVE SPACES TO OUTREACH-REC
            MOVE WS-AT-ID(AT-IDX) TO OUT-ATTENDEE-ID
            MOVE WS-AT-NAME(AT-IDX) TO OUT-NAME
            MOVE WS-AT-CONTACT(AT-IDX) TO OUT-CONTACT
            MOVE WS-AT-LAST-EVENT(AT-IDX) TO OUT-LAST-EVENT
            MOVE WS-AT-LAST-DATE(AT-IDX) TO OUT-LAST-DATE
            MOVE WS-AT-ALL-EVENTS(AT-IDX) TO OUT-EVENTS-ATTENDED
            WRITE OUTREACH-REC
            ADD 1 TO WS-OUTREACH-COUNT
        END-IF
    END-PERFORM
    CLOSE OUTREACH-FILE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SEASON-REPORT-REC==.
