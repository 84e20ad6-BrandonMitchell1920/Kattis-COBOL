        SELECT SCHEDULE-FILE ASSIGN TO "TIMESCHED"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        COPY timercsel.
        COPY timedlsel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY timercfd.
    COPY timedlfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.
            05 SCHEDULE-REPEAT PIC 9(3).
            05 FILLER PIC X.
            05 SCHEDULE-TEXT PIC X(30).
            05 FILLER PIC X.
            05 SCHEDULE-CATEGORY PIC X(4).

    WORKING-STORAGE SECTION.
        01 repeat PIC 999.
        01 word PIC X(30).
        01 WS-TIMELOOP-STATUS PIC XX.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-RECIPIENT-STATUS PIC XX.
        01 WS-DELIVERY-STATUS PIC XX.
        01 WS-RECIPIENT-EOF PIC X VALUE "N".
            88 RECIPIENT-EOF VALUE "Y".
        01 WS-SCHEDULE-EOF PIC X VALUE "N".
            88 SCHEDULE-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
        01 WS-TRIMMED-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-TRIM-OVERFLOW PIC X VALUE "N".
            88 TRIM-OVERFLOWED VALUE "Y".
        01 WS-DELIVERY-EOF PIC X VALUE "N".
            88 DELIVERY-EOF VALUE "Y".
        01 WS-DLV-KEEP-TABLE.
            05 WS-DLV-KEEP-LINE PIC X(67) OCCURS 5000 TIMES.
        01 WS-DLV-KEEP-COUNT PIC 9(4) VALUE ZEROS.
        01 WS-DLV-TRIMMED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-RECIPIENT-TABLE.
            05 WS-RECIPIENT-ENTRY OCCURS 200 TIMES.
                10 WS-RCP-ID PIC X(8).
                10 WS-RCP-OPT-OUT PIC X.
                10 WS-RCP-WINDOW-FROM PIC X(4).
                10 WS-RCP-WINDOW-TO PIC X(4).
                10 WS-RCP-CATEGORY PIC X(4) OCCURS 5 TIMES.
        01 WS-RECIPIENT-COUNT PIC 9(3) VALUE ZEROS.
        01 RCP-IDX PIC 9(3).
        01 CAT-IDX PIC 9.
        01 WS-SUBSCRIBED PIC X.
            88 SUBSCRIBED VALUE "Y".
        01 WS-DELIVERIES-WRITTEN PIC 9(7) VALUE ZEROS.
        01 WS-OPTED-OUT-SKIPPED PIC 9(7) VALUE ZEROS.
        01 WS-NOT-SUBSCRIBED PIC 9(7) VALUE ZEROS.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-LOAD-RECIPIENTS
    PERFORM 1100-TRIM-BROADCAST-FILE
    PERFORM 1200-TRIM-DELIVERY-FILE
    OPEN EXTEND TIMELOOP-FILE
    IF WS-TIMELOOP-STATUS IS EQUAL TO "35"
        OPEN OUTPUT TIMELOOP-FILE
    END-IF
    OPEN EXTEND DELIVERY-FILE
    IF WS-DELIVERY-STATUS IS EQUAL TO "35"
        OPEN OUTPUT DELIVERY-FILE
    END-IF
    READ SCHEDULE-FILE
        AT END SET SCHEDULE-EOF TO TRUE
    END-READ
    END-PERFORM
    CLOSE SCHEDULE-FILE
    CLOSE TIMELOOP-FILE
    CLOSE DELIVERY-FILE
    DISPLAY "SELECTED " MESSAGES-SELECTED
        " NOT YET EFFECTIVE " MESSAGES-NOT-YET
        " EXPIRED " MESSAGES-EXPIRED
        " TRIMMED " WS-TRIMMED-COUNT
    DISPLAY "DELIVERIES " WS-DELIVERIES-WRITTEN
        " OPTED OUT " WS-OPTED-OUT-SKIPPED
        " NOT SUBSCRIBED " WS-NOT-SUBSCRIBED
        " DELIVERIES TRIMMED " WS-DLV-TRIMMED-COUNT
    IF WS-RECIPIENT-COUNT IS EQUAL TO ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.


    COPY busdateget.

      *> Without the recipient master the broadcast stream is still
      *> written, but no one is sent anything personally.
1000-LOAD-RECIPIENTS.
    OPEN INPUT RECIPIENT-FILE
    IF WS-RECIPIENT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: RECIPIENT MASTER NOT AVAILABLE - STATUS "
            WS-RECIPIENT-STATUS " - NO PER-RECIPIENT DELIVERIES"
        EXIT PARAGRAPH
    END-IF
    READ RECIPIENT-FILE
        AT END SET RECIPIENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL RECIPIENT-EOF
        IF RCPT-ID IS NOT EQUAL TO SPACES
                AND WS-RECIPIENT-COUNT IS LESS THAN 200
            ADD 1 TO WS-RECIPIENT-COUNT
            MOVE WS-RECIPIENT-COUNT TO RCP-IDX
            MOVE RCPT-ID TO WS-RCP-ID(RCP-IDX)
            MOVE RCPT-OPT-OUT TO WS-RCP-OPT-OUT(RCP-IDX)
            MOVE RCPT-WINDOW-FROM TO WS-RCP-WINDOW-FROM(RCP-IDX)
            MOVE RCPT-WINDOW-TO TO WS-RCP-WINDOW-TO(RCP-IDX)
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX IS GREATER THAN 5
                MOVE RCPT-CATEGORY(CAT-IDX)
                    TO WS-RCP-CATEGORY(RCP-IDX, CAT-IDX)
            END-PERFORM
        END-IF
        READ RECIPIENT-FILE
            AT END SET RECIPIENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RECIPIENT-FILE.

      *> Keep every broadcast still inside the retention window and
      *> drop the rest, along with the old per-night summary lines -
      *> the acknowledgment matcher needs the broadcasts themselves,
    END-PERFORM
    CLOSE TIMELOOP-FILE.

      *> The deliveries are trimmed to the same window as the
      *> broadcasts they came from, and on the same terms.
1200-TRIM-DELIVERY-FILE.
    MOVE "N" TO WS-TRIM-OVERFLOW
    OPEN INPUT DELIVERY-FILE
    IF WS-DELIVERY-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    READ DELIVERY-FILE
        AT END SET DELIVERY-EOF TO TRUE
    END-READ
    PERFORM UNTIL DELIVERY-EOF
        IF DLV-RUN-DATE IS NUMERIC AND
                DLV-RUN-DATE IS NOT LESS THAN WS-CUTOFF-DATE
            IF WS-DLV-KEEP-COUNT IS LESS THAN 5000
                ADD 1 TO WS-DLV-KEEP-COUNT
                MOVE DELIVERY-REC TO WS-DLV-KEEP-LINE(WS-DLV-KEEP-COUNT)
            ELSE
                SET TRIM-OVERFLOWED TO TRUE
            END-IF
        ELSE
            ADD 1 TO WS-DLV-TRIMMED-COUNT
        END-IF
        READ DELIVERY-FILE
            AT END SET DELIVERY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DELIVERY-FILE
    IF TRIM-OVERFLOWED
        DISPLAY "EXCEPTION: MORE UNEXPIRED DELIVERIES THAN THE TRIM"
            " TABLE HOLDS - FILE LEFT UNTRIMMED THIS NIGHT"
        MOVE ZEROS TO WS-DLV-TRIMMED-COUNT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT DELIVERY-FILE
    PERFORM VARYING KEEP-IDX FROM 1 BY 1
            UNTIL KEEP-IDX IS GREATER THAN WS-DLV-KEEP-COUNT
        MOVE WS-DLV-KEEP-LINE(KEEP-IDX) TO DELIVERY-REC
        WRITE DELIVERY-REC
    END-PERFORM
    CLOSE DELIVERY-FILE.

2000-BROADCAST-MESSAGE.
    IF WS-RUN-DATE IS LESS THAN SCHEDULE-FROM
        ADD 1 TO MESSAGES-NOT-YET
        MOVE incre TO TIMELOOP-SEQ
        MOVE word TO TIMELOOP-WORD
        WRITE TIMELOOP-REC
        PERFORM VARYING RCP-IDX FROM 1 BY 1
                UNTIL RCP-IDX IS GREATER THAN WS-RECIPIENT-COUNT
            PERFORM 2100-DELIVER-TO-RECIPIENT
        END-PERFORM
    END-PERFORM.

      *> A message with no category goes to every recipient; one
      *> with a category only to those subscribed to it.  Nothing
      *> goes to a recipient who has opted out.
2100-DELIVER-TO-RECIPIENT.
    IF WS-RCP-OPT-OUT(RCP-IDX) IS EQUAL TO "Y"
        ADD 1 TO WS-OPTED-OUT-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-SUBSCRIBED
    IF SCHEDULE-CATEGORY IS EQUAL TO SPACES
        SET SUBSCRIBED TO TRUE
    ELSE
        PERFORM VARYING CAT-IDX FROM 1 BY 1
                UNTIL CAT-IDX IS GREATER THAN 5
            IF WS-RCP-CATEGORY(RCP-IDX, CAT-IDX) IS EQUAL TO
                    SCHEDULE-CATEGORY
                SET SUBSCRIBED TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF NOT SUBSCRIBED
        ADD 1 TO WS-NOT-SUBSCRIBED
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO DELIVERY-REC
    MOVE WS-RUN-DATE TO DLV-RUN-DATE
    MOVE incre TO DLV-SEQ
    MOVE WS-RCP-ID(RCP-IDX) TO DLV-RECIPIENT
    MOVE SCHEDULE-CATEGORY TO DLV-CATEGORY
    MOVE WS-RCP-WINDOW-FROM(RCP-IDX) TO DLV-WINDOW-FROM
    MOVE WS-RCP-WINDOW-TO(RCP-IDX) TO DLV-WINDOW-TO
    MOVE word TO DLV-TEXT
    WRITE DELIVERY-REC
    ADD 1 TO WS-DELIVERIES-WRITTEN.
