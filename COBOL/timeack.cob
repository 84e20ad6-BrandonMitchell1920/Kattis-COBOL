            FILE STATUS IS WS-ACK-STATUS.
        SELECT CHASE-REPORT-FILE ASSIGN TO "TIMECHASE"
            ORGANIZATION IS LINE SEQUENTIAL.
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
            05 ACK-SEQ PIC 9(3).
            05 FILLER PIC X.
            05 ACK-RECEIVED-DATE PIC X(8).
            05 FILLER PIC X.
            05 ACK-RECIPIENT PIC X(8).

    FD CHASE-REPORT-FILE.
        01 CHASE-REPORT-REC PIC X(100).
    WORKING-STORAGE SECTION.
        01 WS-BROADCAST-STATUS PIC XX.
        01 WS-ACK-STATUS PIC XX.
        01 WS-RECIPIENT-STATUS PIC XX.
        01 WS-DELIVERY-STATUS PIC XX.
        01 WS-RECIPIENT-EOF PIC X VALUE "N".
            88 RECIPIENT-EOF VALUE "Y".
        01 WS-DELIVERY-EOF PIC X VALUE "N".
            88 DELIVERY-EOF VALUE "Y".
        01 WS-BROADCAST-EOF PIC X VALUE "N".
            88 BROADCAST-EOF VALUE "Y".
        01 WS-ACK-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 ACK-WINDOW-DAYS PIC 9(3) VALUE 3.
        01 WS-ACK-TABLE.
            05 WS-ACK-ENTRY OCCURS 2000 TIMES.
                10 WS-ACK-DATE PIC X(8).
                10 WS-ACK-SEQ PIC 9(3).
                10 WS-ACK-RECEIVED PIC X(8).
                10 WS-ACK-RECIPIENT PIC X(8).
                10 WS-ACK-USED PIC X.
        01 WS-ACK-COUNT PIC 9(4) VALUE ZEROS.
        01 ACK-IDX PIC 9(4).
      *> Who each broadcast line went to, from TIMELOOP's delivery
      *> file, and the names to chase them by.
        01 WS-DELIVERY-TABLE.
            05 WS-DELIVERY-ENTRY OCCURS 5000 TIMES.
                10 WS-DLV-DATE PIC X(8).
                10 WS-DLV-SEQ PIC 9(3).
                10 WS-DLV-RECIPIENT PIC X(8).
                10 WS-DLV-TEXT PIC X(30).
                10 WS-DLV-USED PIC X.
        01 WS-DELIVERY-COUNT PIC 9(4) VALUE ZEROS.
        01 DLV-IDX PIC 9(4).
        01 WS-DELIVERED PIC X.
            88 DELIVERED VALUE "Y".
        01 WS-RECIPIENT-TABLE.
            05 WS-RECIPIENT-ENTRY OCCURS 200 TIMES.
                10 WS-RCP-ID PIC X(8).
                10 WS-RCP-NAME PIC X(20).
        01 WS-RECIPIENT-COUNT PIC 9(3) VALUE ZEROS.
        01 RCP-IDX PIC 9(3).
        01 WS-CHASE-NAME PIC X(20).
        01 WS-ACK-FOUND PIC X.
            88 ACK-FOUND VALUE "Y".
        01 WS-BROADCAST-SEQ PIC 9(3).
        01 WS-LATE-ACK-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNACKED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-ORPHAN-ACK-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-RECIPIENTS-CHASED PIC 9(5) VALUE ZEROS.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    PERFORM 1000-LOAD-ACKS
    PERFORM 1100-LOAD-RECIPIENTS
    PERFORM 1200-LOAD-DELIVERIES
    OPEN INPUT TIMELOOP-FILE
    IF WS-BROADCAST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: BROADCAST FILE NOT AVAILABLE - STATUS "
        " LATE " WS-LATE-ACK-COUNT
        " UNACKNOWLEDGED " WS-UNACKED-COUNT
        " ORPHAN ACKS " WS-ORPHAN-ACK-COUNT
    DISPLAY "DELIVERIES ON FILE " WS-DELIVERY-COUNT
        " RECIPIENTS CHASED " WS-RECIPIENTS-CHASED
    IF WS-UNACKED-COUNT IS GREATER THAN ZERO OR
            WS-LATE-ACK-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
        AT END SET ACK-EOF TO TRUE
    END-READ
    PERFORM UNTIL ACK-EOF
        IF WS-ACK-COUNT IS LESS THAN 2000
            ADD 1 TO WS-ACK-COUNT
            MOVE ACK-BROADCAST-DATE TO WS-ACK-DATE(WS-ACK-COUNT)
            MOVE ACK-SEQ TO WS-ACK-SEQ(WS-ACK-COUNT)
            MOVE ACK-RECEIVED-DATE TO WS-ACK-RECEIVED(WS-ACK-COUNT)
            MOVE ACK-RECIPIENT TO WS-ACK-RECIPIENT(WS-ACK-COUNT)
            MOVE "N" TO WS-ACK-USED(WS-ACK-COUNT)
        ELSE
            DISPLAY "EXCEPTION: MORE THAN 2000 ACKS - ROW DROPPED"
        END-IF
        READ ACK-FILE
            AT END SET ACK-EOF TO TRUE
    END-PERFORM
    CLOSE ACK-FILE.

1100-LOAD-RECIPIENTS.
    OPEN INPUT RECIPIENT-FILE
    IF WS-RECIPIENT-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    READ RECIPIENT-FILE
        AT END SET RECIPIENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL RECIPIENT-EOF
        IF WS-RECIPIENT-COUNT IS LESS THAN 200
            ADD 1 TO WS-RECIPIENT-COUNT
            MOVE RCPT-ID TO WS-RCP-ID(WS-RECIPIENT-COUNT)
            MOVE RCPT-NAME TO WS-RCP-NAME(WS-RECIPIENT-COUNT)
        END-IF
        READ RECIPIENT-FILE
            AT END SET RECIPIENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RECIPIENT-FILE.

      *> Broadcasts with no deliveries on file - sent before anyone
      *> was on the recipient master, or to a category nobody takes -
      *> are matched as a whole, as they always were.
1200-LOAD-DELIVERIES.
    OPEN INPUT DELIVERY-FILE
    IF WS-DELIVERY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: DELIVERY FILE NOT ON FILE"
            " - BROADCASTS MATCHED WITHOUT RECIPIENTS"
        EXIT PARAGRAPH
    END-IF
    READ DELIVERY-FILE
        AT END SET DELIVERY-EOF TO TRUE
    END-READ
    PERFORM UNTIL DELIVERY-EOF
        IF DLV-RUN-DATE IS NUMERIC AND DLV-SEQ IS NUMERIC
            IF WS-DELIVERY-COUNT IS LESS THAN 5000
                ADD 1 TO WS-DELIVERY-COUNT
                MOVE DLV-RUN-DATE TO WS-DLV-DATE(WS-DELIVERY-COUNT)
                MOVE DLV-SEQ TO WS-DLV-SEQ(WS-DELIVERY-COUNT)
                MOVE DLV-RECIPIENT
                    TO WS-DLV-RECIPIENT(WS-DELIVERY-COUNT)
                MOVE DLV-TEXT TO WS-DLV-TEXT(WS-DELIVERY-COUNT)
                MOVE "N" TO WS-DLV-USED(WS-DELIVERY-COUNT)
            ELSE
                DISPLAY "EXCEPTION: MORE THAN 5000 DELIVERIES"
                    " - ROW DROPPED"
            END-IF
        END-IF
        READ DELIVERY-FILE
            AT END SET DELIVERY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DELIVERY-FILE.

      *> The ack is keyed by the line number TIMELOOP stamped on the
      *> broadcast plus the business date it went out, and - once the
      *> line went to named recipients - by who is acknowledging it;
      *> each recipient who never confirmed is chased by name.  Line
      *> numbers restart with every scheduled message, so a delivery
      *> belongs to the broadcast line with its text, each taken once.
      *> An ack landing outside the window counts as late - delivered,
      *> but not proof we could show compliance in time.
2000-MATCH-ONE-BROADCAST.
    COMPUTE WS-BROADCAST-SEQ = FUNCTION NUMVAL(TIMELOOP-SEQ)
    COMPUTE WS-SENT-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(TIMELOOP-RUN-DATE))
    MOVE "N" TO WS-DELIVERED
    PERFORM VARYING DLV-IDX FROM 1 BY 1
            UNTIL DLV-IDX IS GREATER THAN WS-DELIVERY-COUNT
        IF WS-DLV-USED(DLV-IDX) IS EQUAL TO "N"
                AND WS-DLV-DATE(DLV-IDX) IS EQUAL TO TIMELOOP-RUN-DATE
                AND WS-DLV-SEQ(DLV-IDX) IS EQUAL TO WS-BROADCAST-SEQ
                AND WS-DLV-TEXT(DLV-IDX) IS EQUAL TO TIMELOOP-WORD
            SET DELIVERED TO TRUE
            MOVE "Y" TO WS-DLV-USED(DLV-IDX)
            PERFORM 2200-MATCH-ONE-DELIVERY
        END-IF
    END-PERFORM
    IF NOT DELIVERED
        PERFORM 2100-MATCH-WHOLE-BROADCAST
    END-IF.

2100-MATCH-WHOLE-BROADCAST.
    MOVE "N" TO WS-ACK-FOUND
    PERFORM VARYING ACK-IDX FROM 1 BY 1
            UNTIL ACK-IDX IS GREATER THAN WS-ACK-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ACK-FOUND
        MOVE "Y" TO WS-ACK-USED(ACK-IDX)
        IF WS-ACK-RECEIVED(ACK-IDX) IS NUMERIC
        WRITE CHASE-REPORT-REC
    END-IF.

2200-MATCH-ONE-DELIVERY.
    MOVE "N" TO WS-ACK-FOUND
    PERFORM VARYING ACK-IDX FROM 1 BY 1
            UNTIL ACK-IDX IS GREATER THAN WS-ACK-COUNT
        IF WS-ACK-USED(ACK-IDX) IS EQUAL TO "N" AND
                WS-ACK-DATE(ACK-IDX) IS EQUAL TO TIMELOOP-RUN-DATE
                AND WS-ACK-SEQ(ACK-IDX) IS EQUAL TO WS-BROADCAST-SEQ
                AND WS-ACK-RECIPIENT(ACK-IDX) IS EQUAL TO
                    WS-DLV-RECIPIENT(DLV-IDX)
            SET ACK-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE "NOT ON MASTER" TO WS-CHASE-NAME
    PERFORM VARYING RCP-IDX FROM 1 BY 1
            UNTIL RCP-IDX IS GREATER THAN WS-RECIPIENT-COUNT
        IF WS-RCP-ID(RCP-IDX) IS EQUAL TO WS-DLV-RECIPIENT(DLV-IDX)
            MOVE WS-RCP-NAME(RCP-IDX) TO WS-CHASE-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ACK-FOUND
        MOVE "Y" TO WS-ACK-USED(ACK-IDX)
        IF WS-ACK-RECEIVED(ACK-IDX) IS NUMERIC
            COMPUTE WS-ACKED-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-ACK-RECEIVED(ACK-IDX)))
            COMPUTE WS-LAG-DAYS = WS-ACKED-INT - WS-SENT-INT
        ELSE
            MOVE ZEROS TO WS-LAG-DAYS
        END-IF
        IF WS-LAG-DAYS IS GREATER THAN ACK-WINDOW-DAYS
            ADD 1 TO WS-LATE-ACK-COUNT
            MOVE SPACES TO CHASE-REPORT-REC
            STRING "LATE ACK  " TIMELOOP-RUN-DATE
                " LINE " TIMELOOP-SEQ
                " ACKED AFTER " WS-LAG-DAYS " DAYS  "
                WS-DLV-RECIPIENT(DLV-IDX) " " WS-CHASE-NAME
                DELIMITED BY SIZE INTO CHASE-REPORT-REC
            WRITE CHASE-REPORT-REC
        ELSE
            ADD 1 TO WS-MATCHED-COUNT
        END-IF
    ELSE
        ADD 1 TO WS-UNACKED-COUNT
        ADD 1 TO WS-RECIPIENTS-CHASED
        COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
        MOVE SPACES TO CHASE-REPORT-REC
        STRING "CHASE     " TIMELOOP-RUN-DATE
            " LINE " TIMELOOP-SEQ
            " AGE " WS-AGE-DAYS " DAYS  "
            WS-DLV-RECIPIENT(DLV-IDX) " " WS-CHASE-NAME
            DELIMITED BY SIZE INTO CHASE-REPORT-REC
        WRITE CHASE-REPORT-REC
    END-IF.

3000-REPORT-ORPHAN-ACKS.
    PERFORM VARYING ACK-IDX FROM 1 BY 1
            UNTIL ACK-IDX IS GREATER THAN WS-ACK-COUNT
            MOVE SPACES TO CHASE-REPORT-REC
            STRING "ORPHAN ACK " WS-ACK-DATE(ACK-IDX)
                " LINE " WS-ACK-SEQ(ACK-IDX)
                " - NO BROADCAST OR DELIVERY  "
                WS-ACK-RECIPIENT(ACK-IDX)
                DELIMITED BY SIZE INTO CHASE-REPORT-REC
            WRITE CHASE-REPORT-REC
        END-IF
