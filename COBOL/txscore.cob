IDENTIFICATION DIVISION.
    PROGRAM-ID. TextScorecard.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY txhstsel.
        SELECT CHANNEL-FILE ASSIGN TO "TEXTCHNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHANNEL-STATUS.
        COPY paramctl.
        SELECT SCORECARD-REPORT-FILE ASSIGN TO "TXSCORER"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY txhstfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> Transmission channel master: the channel code carried on each
      *> triple-text message, the link's name, and the corruption rate
      *> (percent of messages needing correction or rejected) above
      *> which the link is flagged as noisy.  A blank rate takes the
      *> PARMCTL TXSCALRT rate.
    FD CHANNEL-FILE.
        01 CHANNEL-REC.
            05 CHNL-ID PIC X(4).
            05 FILLER PIC X.
            05 CHNL-NAME PIC X(20).
            05 FILLER PIC X.
            05 CHNL-ALERT-PCT PIC 9(3).

    FD SCORECARD-REPORT-FILE.
        01 SCORECARD-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-TEXT-HISTORY-STATUS PIC XX.
        01 WS-CHANNEL-STATUS PIC XX.
        01 WS-HISTORY-EOF PIC X VALUE "N".
            88 HISTORY-EOF VALUE "Y".
        01 WS-CHANNEL-EOF PIC X VALUE "N".
            88 CHANNEL-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> Corruption rate a channel is flagged at when the channel
      *> master gives none of its own; PARMCTL TXSCALRT overrides.
        01 WS-DEFAULT-ALERT-PCT PIC 9(3) VALUE 5.
      *> The scorecard week is the seven business days ending on the
      *> business date; the prior week is the seven before that.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-ROW-INT PIC 9(8).
        01 WS-WEEK-START PIC 9(8).
        01 WS-WEEK-END PIC 9(8).
        01 WS-PRIOR-START PIC 9(8).
        01 WS-PRIOR-END PIC 9(8).
        01 WS-DAY-OFFSET PIC 9(2).
        01 WS-WEEK-IDX PIC 9.
      *> Latest run ID seen for each of the fourteen days, so a day
      *> TripleTexting was rerun is only counted once.
        01 WS-DAY-TABLE.
            05 WS-DAY-LATEST-RUN PIC X(16) OCCURS 14 TIMES.
        01 WS-CHANNEL-TABLE.
            05 WS-CHN-ENTRY OCCURS 100 TIMES.
                10 WS-CHN-ID PIC X(4).
                10 WS-CHN-NAME PIC X(20).
                10 WS-CHN-ALERT-PCT PIC 9(3).
                10 WS-CHN-ON-MASTER PIC X.
                    88 CHN-ON-MASTER VALUE "Y".
                10 WS-CHN-WEEK OCCURS 2 TIMES.
                    15 WS-CHN-MSGS PIC 9(7).
                    15 WS-CHN-REPAIRED PIC 9(7).
                    15 WS-CHN-UNRECOV PIC 9(7).
                    15 WS-CHN-BADLEN PIC 9(7).
        01 WS-CHANNEL-COUNT PIC 9(3) VALUE ZEROS.
        01 CHN-IDX PIC 9(3).
        01 WS-PAIR-TABLE.
            05 WS-PAIR-ENTRY OCCURS 500 TIMES.
                10 WS-PAIR-SENDER PIC X(8).
                10 WS-PAIR-CHANNEL PIC X(4).
                10 WS-PAIR-WEEK OCCURS 2 TIMES.
                    15 WS-PAIR-MSGS PIC 9(7).
                    15 WS-PAIR-REPAIRED PIC 9(7).
                    15 WS-PAIR-UNRECOV PIC 9(7).
                    15 WS-PAIR-BADLEN PIC 9(7).
        01 WS-PAIR-COUNT PIC 9(3) VALUE ZEROS.
        01 PAIR-IDX PIC 9(3).
        01 WS-ENTRY-FOUND PIC X.
            88 ENTRY-FOUND VALUE "Y".
        01 WS-TABLE-FULL PIC X VALUE "N".
            88 TABLE-FULL VALUE "Y".
      *> One line's worth of counts, loaded from a channel, a sender
      *> on a channel, or the all-channel total before printing.
        01 WS-LINE-COUNTS.
            05 WS-LC-WEEK OCCURS 2 TIMES.
                10 WS-LC-MSGS PIC 9(7).
                10 WS-LC-REPAIRED PIC 9(7).
                10 WS-LC-UNRECOV PIC 9(7).
                10 WS-LC-BADLEN PIC 9(7).
        01 WS-TOTAL-COUNTS.
            05 WS-TC-WEEK OCCURS 2 TIMES.
                10 WS-TC-MSGS PIC 9(7).
                10 WS-TC-REPAIRED PIC 9(7).
                10 WS-TC-UNRECOV PIC 9(7).
                10 WS-TC-BADLEN PIC 9(7).
        01 WS-LINE-ALERT-PCT PIC 9(3).
        01 WS-THIS-RATE PIC 9(3)V9.
        01 WS-PRIOR-RATE PIC 9(3)V9.
        01 WS-RATE-CHANGE PIC S9(3)V9.
        01 WS-HISTORY-READ PIC 9(7) VALUE ZEROS.
        01 WS-HISTORY-COUNTED PIC 9(7) VALUE ZEROS.
        01 WS-CHANNELS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-NOISY-LINKS PIC 9(5) VALUE ZEROS.
        01 WS-UNKNOWN-CHANNELS PIC 9(5) VALUE ZEROS.
        01 WS-SCORE-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-LABEL-1 PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-LABEL-2 PIC X(20).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-MSGS PIC Z(5)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSS-REPAIRED PIC Z(5)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSS-UNRECOV PIC Z(5)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSS-BADLEN PIC Z(5)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSS-RATE PIC ZZ9.9.
            05 FILLER PIC X(6) VALUE SPACE.
            05 WSS-PRIOR-MSGS PIC Z(5)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSS-PRIOR-RATE PIC ZZ9.9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-CHANGE PIC +(3)9.9.
            05 WSS-CHANGE-X REDEFINES WSS-CHANGE PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-TREND PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-STATUS PIC X(14).
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
    DISPLAY "RUN " WS-RUN-ID " TRIPLE-TEXT CORRUPTION SCORECARD"
    PERFORM 1000-LOAD-PARAMETERS
    PERFORM 1100-SET-WEEKS
    PERFORM 1200-LOAD-CHANNELS
    PERFORM 2000-FIND-LATEST-RUNS
    PERFORM 2200-COUNT-MESSAGES
    OPEN OUTPUT SCORECARD-REPORT-FILE
    PERFORM 4000-WRITE-CHANNEL-SCORECARD
    PERFORM 4500-WRITE-SENDER-SCORECARD
    CLOSE SCORECARD-REPORT-FILE
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "HISTORY ROWS READ " WS-HISTORY-READ
        " COUNTED " WS-HISTORY-COUNTED
    DISPLAY "CHANNELS " WS-CHANNEL-COUNT
        " NOT ON MASTER " WS-UNKNOWN-CHANNELS
        " SENDER LINKS " WS-PAIR-COUNT
        " NOISY " WS-NOISY-LINKS
    IF WS-NOISY-LINKS IS GREATER THAN ZERO
            OR WS-UNKNOWN-CHANNELS IS GREATER THAN ZERO
            OR WS-CHANNELS-REJECTED IS GREATER THAN ZERO
            OR TABLE-FULL
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="TXSCORE "==.

    COPY busdateget.

1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "TXSCALRT"
                COMPUTE WS-DEFAULT-ALERT-PCT =
                    FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-SET-WEEKS.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    MOVE WS-RUN-DATE TO WS-WEEK-END
    COMPUTE WS-WEEK-START =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6)
    COMPUTE WS-PRIOR-END =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7)
    COMPUTE WS-PRIOR-START =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 13)
    MOVE SPACES TO WS-DAY-TABLE.

      *> Without the channel master every channel is still scored,
      *> but all of them show as not on the master.
1200-LOAD-CHANNELS.
    OPEN INPUT CHANNEL-FILE
    IF WS-CHANNEL-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: CHANNEL MASTER NOT AVAILABLE - STATUS "
            WS-CHANNEL-STATUS " - CHANNELS SCORED WITHOUT NAMES"
        EXIT PARAGRAPH
    END-IF
    READ CHANNEL-FILE
        AT END SET CHANNEL-EOF TO TRUE
    END-READ
    PERFORM UNTIL CHANNEL-EOF
        PERFORM 1300-LOAD-ONE-CHANNEL
        READ CHANNEL-FILE
            AT END SET CHANNEL-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CHANNEL-FILE.

1300-LOAD-ONE-CHANNEL.
    IF CHNL-ID IS EQUAL TO SPACES
            OR (CHNL-ALERT-PCT IS NOT NUMERIC
                AND CHNL-ALERT-PCT IS NOT EQUAL TO SPACES)
        DISPLAY "EXCEPTION: MALFORMED CHANNEL " CHANNEL-REC
            " - NOT LOADED"
        ADD 1 TO WS-CHANNELS-REJECTED
        MOVE "W" TO REJW-ACTION
        MOVE "TXSCORE " TO REJW-PROGRAM
        MOVE CHANNEL-REC TO REJW-INPUT-LINE
        MOVE "BADF" TO REJW-REASON
        CALL "REJWRITE" USING REJW-PARMS
        EXIT PARAGRAPH
    END-IF
    MOVE CHNL-ID TO TXH-CHANNEL
    PERFORM 3100-FIND-CHANNEL
    IF NOT ENTRY-FOUND
        EXIT PARAGRAPH
    END-IF
    MOVE CHNL-NAME TO WS-CHN-NAME(CHN-IDX)
    SET CHN-ON-MASTER(CHN-IDX) TO TRUE
    IF CHNL-ALERT-PCT IS NUMERIC
        MOVE CHNL-ALERT-PCT TO WS-CHN-ALERT-PCT(CHN-IDX)
    END-IF.

      *> First pass: the latest run ID for each day in the fortnight.
2000-FIND-LATEST-RUNS.
    OPEN INPUT TEXT-HISTORY-FILE
    IF WS-TEXT-HISTORY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: MESSAGE HISTORY NOT AVAILABLE - STATUS "
            WS-TEXT-HISTORY-STATUS " - NOTHING TO SCORE"
        SET HISTORY-EOF TO TRUE
        EXIT PARAGRAPH
    END-IF
    READ TEXT-HISTORY-FILE
        AT END SET HISTORY-EOF TO TRUE
    END-READ
    PERFORM UNTIL HISTORY-EOF
        ADD 1 TO WS-HISTORY-READ
        PERFORM 2100-PLACE-HISTORY-DAY
        IF WS-DAY-OFFSET IS GREATER THAN ZERO
                AND TXH-RUN-ID IS GREATER THAN
                    WS-DAY-LATEST-RUN(WS-DAY-OFFSET)
            MOVE TXH-RUN-ID TO WS-DAY-LATEST-RUN(WS-DAY-OFFSET)
        END-IF
        READ TEXT-HISTORY-FILE
            AT END SET HISTORY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE TEXT-HISTORY-FILE.

      *> Day 1 is the business date, day 14 the first day of the
      *> prior week; zero is outside the fortnight or undated.
2100-PLACE-HISTORY-DAY.
    MOVE ZERO TO WS-DAY-OFFSET
    IF TXH-BUSINESS-DATE IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(TXH-BUSINESS-DATE))
            IS NOT EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    IF TXH-BUSINESS-DATE IS LESS THAN WS-PRIOR-START
            OR TXH-BUSINESS-DATE IS GREATER THAN WS-WEEK-END
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(TXH-BUSINESS-DATE))
    COMPUTE WS-DAY-OFFSET = WS-TODAY-INT - WS-ROW-INT + 1.

      *> Second pass: count each message of the latest run for its day
      *> against its channel and its sender on that channel.
2200-COUNT-MESSAGES.
    IF WS-TEXT-HISTORY-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-HISTORY-EOF
    OPEN INPUT TEXT-HISTORY-FILE
    READ TEXT-HISTORY-FILE
        AT END SET HISTORY-EOF TO TRUE
    END-READ
    PERFORM UNTIL HISTORY-EOF
        PERFORM 2100-PLACE-HISTORY-DAY
        IF WS-DAY-OFFSET IS GREATER THAN ZERO
            IF TXH-RUN-ID IS EQUAL TO
                    WS-DAY-LATEST-RUN(WS-DAY-OFFSET)
                PERFORM 2300-COUNT-ONE-MESSAGE
            END-IF
        END-IF
        READ TEXT-HISTORY-FILE
            AT END SET HISTORY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE TEXT-HISTORY-FILE.

2300-COUNT-ONE-MESSAGE.
    IF WS-DAY-OFFSET IS GREATER THAN 7
        MOVE 2 TO WS-WEEK-IDX
    ELSE
        MOVE 1 TO WS-WEEK-IDX
    END-IF
    PERFORM 3100-FIND-CHANNEL
    IF NOT ENTRY-FOUND
        EXIT PARAGRAPH
    END-IF
    PERFORM 3200-FIND-PAIR
    IF NOT ENTRY-FOUND
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-HISTORY-COUNTED
    ADD 1 TO WS-CHN-MSGS(CHN-IDX, WS-WEEK-IDX)
    ADD 1 TO WS-PAIR-MSGS(PAIR-IDX, WS-WEEK-IDX)
    EVALUATE TRUE
        WHEN TXH-REPAIRED
            ADD 1 TO WS-CHN-REPAIRED(CHN-IDX, WS-WEEK-IDX)
            ADD 1 TO WS-PAIR-REPAIRED(PAIR-IDX, WS-WEEK-IDX)
        WHEN TXH-UNRECOVERABLE
            ADD 1 TO WS-CHN-UNRECOV(CHN-IDX, WS-WEEK-IDX)
            ADD 1 TO WS-PAIR-UNRECOV(PAIR-IDX, WS-WEEK-IDX)
        WHEN TXH-BAD-LENGTH
            ADD 1 TO WS-CHN-BADLEN(CHN-IDX, WS-WEEK-IDX)
            ADD 1 TO WS-PAIR-BADLEN(PAIR-IDX, WS-WEEK-IDX)
    END-EVALUATE.

      *> Finds the channel in TXH-CHANNEL, adding it when it is not
      *> yet in the table.
3100-FIND-CHANNEL.
    MOVE "N" TO WS-ENTRY-FOUND
    PERFORM VARYING CHN-IDX FROM 1 BY 1
            UNTIL CHN-IDX IS GREATER THAN WS-CHANNEL-COUNT
        IF WS-CHN-ID(CHN-IDX) IS EQUAL TO TXH-CHANNEL
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-CHANNEL-COUNT IS NOT LESS THAN 100
        IF NOT TABLE-FULL
            DISPLAY "EXCEPTION: MORE THAN 100 CHANNELS - CHANNEL "
                TXH-CHANNEL " AND LATER NOT SCORED"
        END-IF
        SET TABLE-FULL TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CHANNEL-COUNT
    MOVE WS-CHANNEL-COUNT TO CHN-IDX
    INITIALIZE WS-CHN-ENTRY(CHN-IDX)
    MOVE TXH-CHANNEL TO WS-CHN-ID(CHN-IDX)
    MOVE WS-DEFAULT-ALERT-PCT TO WS-CHN-ALERT-PCT(CHN-IDX)
    MOVE "N" TO WS-CHN-ON-MASTER(CHN-IDX)
    IF TXH-CHANNEL IS EQUAL TO SPACES
        MOVE "(NOT RECORDED)" TO WS-CHN-NAME(CHN-IDX)
    END-IF
    SET ENTRY-FOUND TO TRUE.

3200-FIND-PAIR.
    MOVE "N" TO WS-ENTRY-FOUND
    PERFORM VARYING PAIR-IDX FROM 1 BY 1
            UNTIL PAIR-IDX IS GREATER THAN WS-PAIR-COUNT
        IF WS-PAIR-SENDER(PAIR-IDX) IS EQUAL TO TXH-SENDER
                AND WS-PAIR-CHANNEL(PAIR-IDX) IS EQUAL TO TXH-CHANNEL
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-PAIR-COUNT IS NOT LESS THAN 500
        IF NOT TABLE-FULL
            DISPLAY "EXCEPTION: MORE THAN 500 SENDER LINKS - SENDER "
                TXH-SENDER " AND LATER NOT SCORED"
        END-IF
        SET TABLE-FULL TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PAIR-COUNT
    MOVE WS-PAIR-COUNT TO PAIR-IDX
    INITIALIZE WS-PAIR-ENTRY(PAIR-IDX)
    MOVE TXH-SENDER TO WS-PAIR-SENDER(PAIR-IDX)
    MOVE TXH-CHANNEL TO WS-PAIR-CHANNEL(PAIR-IDX)
    SET ENTRY-FOUND TO TRUE.

4000-WRITE-CHANNEL-SCORECARD.
    MOVE "TRIPLE-TEXT CORRUPTION SCORECARD BY CHANNEL" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "  CHNL      NAME                    MSGS  REPAIRED   UNRECOV"
        TO WS-PRINT-COLUMNS
    PERFORM 4060-SET-COUNT-HEADINGS
    PERFORM 4050-PRINT-WEEK-LINE
    INITIALIZE WS-TOTAL-COUNTS
    PERFORM VARYING CHN-IDX FROM 1 BY 1
            UNTIL CHN-IDX IS GREATER THAN WS-CHANNEL-COUNT
        PERFORM 4100-PRINT-ONE-CHANNEL
    END-PERFORM
    IF WS-CHANNEL-COUNT IS EQUAL TO ZERO
        MOVE "  NO MESSAGES IN THE LAST TWO WEEKS" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-TOTAL-COUNTS TO WS-LINE-COUNTS
    MOVE WS-DEFAULT-ALERT-PCT TO WS-LINE-ALERT-PCT
    PERFORM 4800-FORMAT-COUNTS
    MOVE "ALL" TO WSS-LABEL-1
    MOVE "ALL CHANNELS" TO WSS-LABEL-2
    MOVE SPACES TO WSS-STATUS
    MOVE WS-SCORE-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4050-PRINT-WEEK-LINE.
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  WEEK " WS-WEEK-START " - " WS-WEEK-END
        "   PRIOR WEEK " WS-PRIOR-START " - " WS-PRIOR-END
        "   CORRUPT = REPAIRED + UNRECOVERABLE + BAD LENGTH"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4060-SET-COUNT-HEADINGS.
    MOVE "    BADLEN CORRUPT%  PRIOR MSGS   PRIOR%"
        TO WS-PRINT-COLUMNS(61:40)
    MOVE "  CHANGE  TREND   STATUS" TO WS-PRINT-COLUMNS(101:24).

4100-PRINT-ONE-CHANNEL.
    MOVE WS-CHN-WEEK(CHN-IDX, 1) TO WS-LC-WEEK(1)
    MOVE WS-CHN-WEEK(CHN-IDX, 2) TO WS-LC-WEEK(2)
    PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
            UNTIL WS-WEEK-IDX IS GREATER THAN 2
        ADD WS-LC-MSGS(WS-WEEK-IDX) TO WS-TC-MSGS(WS-WEEK-IDX)
        ADD WS-LC-REPAIRED(WS-WEEK-IDX) TO WS-TC-REPAIRED(WS-WEEK-IDX)
        ADD WS-LC-UNRECOV(WS-WEEK-IDX) TO WS-TC-UNRECOV(WS-WEEK-IDX)
        ADD WS-LC-BADLEN(WS-WEEK-IDX) TO WS-TC-BADLEN(WS-WEEK-IDX)
    END-PERFORM
    MOVE WS-CHN-ALERT-PCT(CHN-IDX) TO WS-LINE-ALERT-PCT
    PERFORM 4800-FORMAT-COUNTS
    MOVE WS-CHN-ID(CHN-IDX) TO WSS-LABEL-1
    MOVE WS-CHN-NAME(CHN-IDX) TO WSS-LABEL-2
    IF WSS-STATUS IS EQUAL TO "*** NOISY"
        ADD 1 TO WS-NOISY-LINKS
    END-IF
    IF NOT CHN-ON-MASTER(CHN-IDX)
            AND WS-CHN-ID(CHN-IDX) IS NOT EQUAL TO SPACES
        ADD 1 TO WS-UNKNOWN-CHANNELS
        IF WSS-STATUS IS EQUAL TO SPACES
            MOVE "NOT ON MASTER" TO WSS-STATUS
        END-IF
    END-IF
    MOVE WS-SCORE-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Each sender is scored on each channel it sent over, grouped
      *> under the channel, so a noisy link shows up whether it is the
      *> channel or one sender's equipment.
4500-WRITE-SENDER-SCORECARD.
    MOVE "TRIPLE-TEXT CORRUPTION SCORECARD BY SENDER" TO WS-PRINT-TITLE
    MOVE "  SENDER    CHANNEL                 MSGS  REPAIRED   UNRECOV"
        TO WS-PRINT-COLUMNS
    PERFORM 4060-SET-COUNT-HEADINGS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM 4050-PRINT-WEEK-LINE
    PERFORM VARYING CHN-IDX FROM 1 BY 1
            UNTIL CHN-IDX IS GREATER THAN WS-CHANNEL-COUNT
        PERFORM VARYING PAIR-IDX FROM 1 BY 1
                UNTIL PAIR-IDX IS GREATER THAN WS-PAIR-COUNT
            IF WS-PAIR-CHANNEL(PAIR-IDX) IS EQUAL TO WS-CHN-ID(CHN-IDX)
                PERFORM 4600-PRINT-ONE-SENDER
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-PAIR-COUNT IS EQUAL TO ZERO
        MOVE "  NO MESSAGES IN THE LAST TWO WEEKS" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

4600-PRINT-ONE-SENDER.
    MOVE WS-PAIR-WEEK(PAIR-IDX, 1) TO WS-LC-WEEK(1)
    MOVE WS-PAIR-WEEK(PAIR-IDX, 2) TO WS-LC-WEEK(2)
    MOVE WS-CHN-ALERT-PCT(CHN-IDX) TO WS-LINE-ALERT-PCT
    PERFORM 4800-FORMAT-COUNTS
    IF WS-PAIR-SENDER(PAIR-IDX) IS EQUAL TO SPACES
        MOVE "(NONE)" TO WSS-LABEL-1
    ELSE
        MOVE WS-PAIR-SENDER(PAIR-IDX) TO WSS-LABEL-1
    END-IF
    MOVE SPACES TO WSS-LABEL-2
    STRING WS-CHN-ID(CHN-IDX) " " WS-CHN-NAME(CHN-IDX)
        DELIMITED BY SIZE INTO WSS-LABEL-2
    IF WSS-STATUS IS EQUAL TO "*** NOISY"
        ADD 1 TO WS-NOISY-LINKS
    END-IF
    MOVE WS-SCORE-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Fills the counts, rates and trend of WS-SCORE-LINE from
      *> WS-LINE-COUNTS.  The corruption rate is the share of the
      *> week's messages that needed the majority vote to correct them,
      *> could not be recovered, or did not split into three copies.
      *> A link is noisy when this week's rate reaches its alert rate.
4800-FORMAT-COUNTS.
    MOVE ZEROS TO WS-THIS-RATE WS-PRIOR-RATE WS-RATE-CHANGE
    IF WS-LC-MSGS(1) IS GREATER THAN ZERO
        COMPUTE WS-THIS-RATE ROUNDED =
            (WS-LC-REPAIRED(1) + WS-LC-UNRECOV(1) + WS-LC-BADLEN(1))
            * 100 / WS-LC-MSGS(1)
    END-IF
    IF WS-LC-MSGS(2) IS GREATER THAN ZERO
        COMPUTE WS-PRIOR-RATE ROUNDED =
            (WS-LC-REPAIRED(2) + WS-LC-UNRECOV(2) + WS-LC-BADLEN(2))
            * 100 / WS-LC-MSGS(2)
    END-IF
    MOVE WS-LC-MSGS(1) TO WSS-MSGS
    MOVE WS-LC-REPAIRED(1) TO WSS-REPAIRED
    MOVE WS-LC-UNRECOV(1) TO WSS-UNRECOV
    MOVE WS-LC-BADLEN(1) TO WSS-BADLEN
    MOVE WS-THIS-RATE TO WSS-RATE
    MOVE WS-LC-MSGS(2) TO WSS-PRIOR-MSGS
    MOVE WS-PRIOR-RATE TO WSS-PRIOR-RATE
    MOVE SPACES TO WSS-CHANGE-X
    EVALUATE TRUE
        WHEN WS-LC-MSGS(1) IS EQUAL TO ZERO
            MOVE "QUIET" TO WSS-TREND
        WHEN WS-LC-MSGS(2) IS EQUAL TO ZERO
            MOVE "NEW" TO WSS-TREND
        WHEN OTHER
            COMPUTE WS-RATE-CHANGE = WS-THIS-RATE - WS-PRIOR-RATE
            MOVE WS-RATE-CHANGE TO WSS-CHANGE
            EVALUATE TRUE
                WHEN WS-RATE-CHANGE IS GREATER THAN ZERO
                    MOVE "WORSE" TO WSS-TREND
                WHEN WS-RATE-CHANGE IS LESS THAN ZERO
                    MOVE "BETTER" TO WSS-TREND
                WHEN OTHER
                    MOVE "STEADY" TO WSS-TREND
            END-EVALUATE
    END-EVALUATE
    MOVE SPACES TO WSS-STATUS
    IF WS-LC-MSGS(1) IS GREATER THAN ZERO
            AND WS-THIS-RATE IS NOT LESS THAN WS-LINE-ALERT-PCT
        MOVE "*** NOISY" TO WSS-STATUS
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SCORECARD-REPORT-REC==.
