IDENTIFICATION DIVISION.
    PROGRAM-ID. ZoneSlaTracking.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY zmastsel.
        COPY zworksel.
        COPY zwkstsel.
        COPY zcompsel.
        SELECT ALERT-OUT-FILE ASSIGN TO "ALERTOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-STATUS.
        SELECT SLA-REPORT-FILE ASSIGN TO "ZONESLAR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY zmastfd.
    COPY zworkfd.
    COPY zwkstfd.
    COPY zcompfd.
    COPY busdatefd.
    COPY steplogfd.

    FD ALERT-OUT-FILE.
        01 ALERT-OUT-REC.
            05 ALERT-SEVERITY PIC X(4).
            05 FILLER PIC X.
            05 ALERT-PROGRAM PIC X(8).
            05 FILLER PIC X.
            05 ALERT-CONDITION PIC X(20).
            05 FILLER PIC X.
            05 ALERT-MEASURED PIC 9(7).
            05 FILLER PIC X.
            05 ALERT-THRESHOLD PIC 9(7).
            05 FILLER PIC X.
            05 ALERT-RUN-ID PIC X(16).

    FD SLA-REPORT-FILE.
        01 SLA-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-ZONE-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-WKST-STATUS PIC XX.
        01 WS-COMPLETION-STATUS PIC XX.
        01 WS-ALERT-STATUS PIC XX.
        01 WS-ZONE-EOF PIC X VALUE "N".
            88 ZONE-EOF VALUE "Y".
        01 WS-WORK-EOF PIC X VALUE "N".
            88 WORK-EOF VALUE "Y".
        01 WS-COMPLETION-EOF PIC X VALUE "N".
            88 COMPLETION-EOF VALUE "Y".
        01 WS-SCAN-DONE PIC X VALUE "N".
            88 SCAN-DONE VALUE "Y".
      *> A zone with no SLA on the zone master is held to two days.
        01 WS-DEFAULT-SLA-HOURS PIC 9(4) VALUE 48.
        01 WS-ZONE-TABLE.
            05 WS-ZONE-ENTRY OCCURS 50 TIMES.
                10 WS-ZS-CODE PIC X(4).
                10 WS-ZS-SLA-HOURS PIC 9(4).
                10 WS-ZS-CLOSED PIC 9(5).
                10 WS-ZS-MET PIC 9(5).
                10 WS-ZS-BREACHED PIC 9(5).
                10 WS-ZS-CANCELLED PIC 9(5).
                10 WS-ZS-HOURS PIC 9(8)V9.
                10 WS-ZS-OPEN PIC 9(5).
                10 WS-ZS-LATE PIC 9(5).
        01 WS-ZONE-COUNT PIC 99 VALUE ZEROS.
        01 ZONE-IDX PIC 99.
        01 WS-WANTED-ZONE PIC X(4).
        01 WS-ZONE-FOUND PIC X.
            88 ZONE-FOUND VALUE "Y".
        01 WS-TECH-TABLE.
            05 WS-TECH-ENTRY OCCURS 200 TIMES.
                10 WS-TC-ID PIC X(6).
                10 WS-TC-CLOSED PIC 9(5).
                10 WS-TC-MET PIC 9(5).
                10 WS-TC-BREACHED PIC 9(5).
                10 WS-TC-HOURS PIC 9(8)V9.
        01 WS-TECH-COUNT PIC 9(3) VALUE ZEROS.
        01 TECH-IDX PIC 9(3).
        01 WS-TECH-FOUND PIC X.
            88 TECH-FOUND VALUE "Y".
        01 WS-TODAY-INT PIC 9(8).
        01 WS-DISPATCH-INT PIC 9(8).
        01 WS-COMPLETED-INT PIC 9(8).
        01 WS-ELAPSED-MINUTES PIC 9(8).
        01 WS-SLA-MINUTES PIC 9(8).
        01 WS-AGE-HOURS PIC 9(7).
        01 WS-RUN-MONTH PIC X(6).
        01 WS-ZONE-SLA PIC 9(4).
        01 WS-ORDERS-ADDED PIC 9(5) VALUE ZEROS.
        01 WS-ORDERS-ON-FILE PIC 9(5) VALUE ZEROS.
        01 WS-COMPLETIONS-APPLIED PIC 9(5) VALUE ZEROS.
        01 WS-COMPLETIONS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-ORDERS-OPEN PIC 9(5) VALUE ZEROS.
        01 WS-ORDERS-LATE PIC 9(5) VALUE ZEROS.
        01 WS-NEWLY-LATE PIC 9(5) VALUE ZEROS.
        01 WS-ALERT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-ZONE-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSZ-CODE PIC X(4).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-SLA PIC Z(3)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-CLOSED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-MET PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-BREACHED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-PCT PIC ZZ9.9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-AVG-HOURS PIC Z(4)9.9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-CANCELLED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-OPEN PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSZ-LATE PIC Z(4)9.
        01 WS-TECH-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-ID PIC X(6).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WST-CLOSED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WST-MET PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WST-BREACHED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WST-PCT PIC ZZ9.9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WST-AVG-HOURS PIC Z(4)9.9.
        01 WS-PCT PIC 9(3)V9.
        01 WS-AVG-HOURS PIC 9(5)V9.
        01 WS-SAVE-RECORD PIC X(80).
        COPY printws.
        COPY rundate.
        COPY rejwcall.
        COPY jrnwcall.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " ZONE WORK ORDER SLA TRACKING"
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
    PERFORM 1000-LOAD-ZONE-SLA
    OPEN I-O WORK-STATUS-FILE
    IF WS-WKST-STATUS IS EQUAL TO "35"
        OPEN OUTPUT WORK-STATUS-FILE
        CLOSE WORK-STATUS-FILE
        OPEN I-O WORK-STATUS-FILE
    END-IF
    IF WS-WKST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: WORK ORDER STATUS MASTER NOT AVAILABLE"
            " - STATUS " WS-WKST-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 2000-ADD-NEW-ORDERS
    PERFORM 3000-APPLY-COMPLETIONS
      *> Overdue orders go out on the same alert dataset the feed,
      *> rule and control-figure checks append to, so INCIDENT opens
      *> them (once per order) with everything else.
    OPEN EXTEND ALERT-OUT-FILE
    IF WS-ALERT-STATUS IS EQUAL TO "35"
        OPEN OUTPUT ALERT-OUT-FILE
    END-IF
    PERFORM 4000-AGE-ORDERS
    CLOSE ALERT-OUT-FILE, WORK-STATUS-FILE
    OPEN OUTPUT SLA-REPORT-FILE
    PERFORM 5000-WRITE-ZONE-ATTAINMENT
    PERFORM 5500-WRITE-TECH-ATTAINMENT
    CLOSE SLA-REPORT-FILE
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    DISPLAY "ORDERS ADDED " WS-ORDERS-ADDED
        " ALREADY ON FILE " WS-ORDERS-ON-FILE
        " COMPLETIONS " WS-COMPLETIONS-APPLIED
        " REJECTED " WS-COMPLETIONS-REJECTED
    DISPLAY "OPEN " WS-ORDERS-OPEN
        " LATE " WS-ORDERS-LATE
        " NEWLY LATE " WS-NEWLY-LATE
        " ALERTS RAISED " WS-ALERT-COUNT
    IF WS-ORDERS-LATE IS GREATER THAN ZERO
            OR WS-COMPLETIONS-REJECTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ZONESLA "==.

    COPY busdateget.

      *> A zone may own several distance bands; the first band with
      *> an SLA on it sets the zone's hours.
1000-LOAD-ZONE-SLA.
    OPEN INPUT ZONE-MASTER-FILE
    IF WS-ZONE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ZONE MASTER NOT AVAILABLE - STATUS "
            WS-ZONE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ ZONE-MASTER-FILE
        AT END SET ZONE-EOF TO TRUE
    END-READ
    PERFORM UNTIL ZONE-EOF
        IF ZONE-SLA-HOURS IS NUMERIC
            MOVE ZONE-SLA-HOURS TO WS-ZONE-SLA
        ELSE
            MOVE ZEROS TO WS-ZONE-SLA
        END-IF
        MOVE ZONE-CODE TO WS-WANTED-ZONE
        PERFORM 1100-FIND-ZONE
        IF ZONE-FOUND AND
                WS-ZS-SLA-HOURS(ZONE-IDX) IS EQUAL TO ZERO
            MOVE WS-ZONE-SLA TO WS-ZS-SLA-HOURS(ZONE-IDX)
        END-IF
        READ ZONE-MASTER-FILE
            AT END SET ZONE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ZONE-MASTER-FILE
    PERFORM VARYING ZONE-IDX FROM 1 BY 1
            UNTIL ZONE-IDX IS GREATER THAN WS-ZONE-COUNT
        IF WS-ZS-SLA-HOURS(ZONE-IDX) IS EQUAL TO ZERO
            DISPLAY "NOTE: ZONE " WS-ZS-CODE(ZONE-IDX)
                " HAS NO SLA ON THE ZONE MASTER - HELD TO "
                WS-DEFAULT-SLA-HOURS " HOURS"
            MOVE WS-DEFAULT-SLA-HOURS TO WS-ZS-SLA-HOURS(ZONE-IDX)
        END-IF
    END-PERFORM.

      *> Finds WS-WANTED-ZONE in the table, adding it with no SLA yet
      *> if it is not there; a zone dropped from the zone master
      *> still has orders on the status master to report on.
1100-FIND-ZONE.
    MOVE "N" TO WS-ZONE-FOUND
    PERFORM VARYING ZONE-IDX FROM 1 BY 1
            UNTIL ZONE-IDX IS GREATER THAN WS-ZONE-COUNT
        IF WS-WANTED-ZONE IS EQUAL TO WS-ZS-CODE(ZONE-IDX)
            SET ZONE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT ZONE-FOUND AND WS-ZONE-COUNT IS LESS THAN 50
        ADD 1 TO WS-ZONE-COUNT
        MOVE WS-ZONE-COUNT TO ZONE-IDX
        INITIALIZE WS-ZONE-ENTRY(ZONE-IDX)
        MOVE WS-WANTED-ZONE TO WS-ZS-CODE(ZONE-IDX)
        SET ZONE-FOUND TO TRUE
    END-IF.

      *> Tonight's dispatches join the status master open, carrying
      *> their zone's SLA as it stands tonight.  An order already on
      *> file is a rerun of the same night and is left as it is.
2000-ADD-NEW-ORDERS.
    OPEN INPUT WORK-ORDER-FILE
    IF WS-WORK-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: WORK ORDERS NOT AVAILABLE - STATUS "
            WS-WORK-STATUS
        CLOSE WORK-STATUS-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ WORK-ORDER-FILE
        AT END SET WORK-EOF TO TRUE
    END-READ
    PERFORM UNTIL WORK-EOF
        MOVE WORK-ZONE-CODE TO WS-WANTED-ZONE
        PERFORM 1100-FIND-ZONE
        MOVE SPACES TO WORK-STATUS-REC
        MOVE WORK-NUMBER TO WKST-NUMBER
        MOVE WORK-ZONE-CODE TO WKST-ZONE-CODE
        IF ZONE-FOUND AND
                WS-ZS-SLA-HOURS(ZONE-IDX) IS GREATER THAN ZERO
            MOVE WS-ZS-SLA-HOURS(ZONE-IDX) TO WKST-SLA-HOURS
        ELSE
            MOVE WS-DEFAULT-SLA-HOURS TO WKST-SLA-HOURS
        END-IF
        SET WKST-OPEN TO TRUE
        MOVE ZEROS TO WKST-ELAPSED-HOURS
        MOVE WS-RUN-ID TO WKST-RUN-ID
        WRITE WORK-STATUS-REC
            INVALID KEY
                ADD 1 TO WS-ORDERS-ON-FILE
            NOT INVALID KEY
                ADD 1 TO WS-ORDERS-ADDED
                MOVE "A" TO JRNW-VERB
                MOVE SPACES TO JRNW-BEFORE
                PERFORM 8500-JOURNAL-STATUS-CHANGE
        END-WRITE
        READ WORK-ORDER-FILE
            AT END SET WORK-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE WORK-ORDER-FILE.

      *> The completion feed is optional - a night with nothing back
      *> from the field simply ages every open order.
3000-APPLY-COMPLETIONS.
    OPEN INPUT COMPLETION-FILE
    IF WS-COMPLETION-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO COMPLETION FEED TONIGHT - STATUS "
            WS-COMPLETION-STATUS
        EXIT PARAGRAPH
    END-IF
    READ COMPLETION-FILE
        AT END SET COMPLETION-EOF TO TRUE
    END-READ
    PERFORM UNTIL COMPLETION-EOF
        PERFORM 3100-APPLY-ONE-COMPLETION
        READ COMPLETION-FILE
            AT END SET COMPLETION-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE COMPLETION-FILE.

      *> The SLA clock starts at midnight of the dispatch date - the
      *> work order number carries the date but not the hour.
3100-APPLY-ONE-COMPLETION.
    IF COMP-DATE IS NOT NUMERIC OR COMP-TIME IS NOT NUMERIC
            OR COMP-TIME-HH IS GREATER THAN 23
            OR COMP-TIME-MM IS GREATER THAN 59
            OR NOT COMP-OUTCOME-VALID
            OR COMP-TECHNICIAN IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: MALFORMED COMPLETION FOR "
            COMP-WORK-NUMBER " - NOT APPLIED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 3900-REJECT-COMPLETION
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(COMP-DATE))
            IS NOT EQUAL TO ZERO
            OR COMP-DATE IS GREATER THAN WS-RUN-DATE
        DISPLAY "EXCEPTION: COMPLETION DATE " COMP-DATE " FOR "
            COMP-WORK-NUMBER " IS NOT A VALID PAST DATE"
            " - NOT APPLIED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 3900-REJECT-COMPLETION
        EXIT PARAGRAPH
    END-IF
    MOVE COMP-WORK-NUMBER TO WKST-NUMBER
    READ WORK-STATUS-FILE
        INVALID KEY
            DISPLAY "EXCEPTION: COMPLETION FOR UNKNOWN WORK ORDER "
                COMP-WORK-NUMBER " - NOT APPLIED"
            MOVE "ORPH" TO REJW-REASON
            PERFORM 3900-REJECT-COMPLETION
            EXIT PARAGRAPH
    END-READ
    IF WKST-CLOSED
        DISPLAY "EXCEPTION: WORK ORDER " COMP-WORK-NUMBER
            " ALREADY CLOSED " WKST-COMPLETED-DATE
            " - COMPLETION NOT APPLIED"
        MOVE "DUPC" TO REJW-REASON
        PERFORM 3900-REJECT-COMPLETION
        EXIT PARAGRAPH
    END-IF
    IF COMP-DATE IS LESS THAN WKST-NUMBER-DATE
        DISPLAY "EXCEPTION: WORK ORDER " COMP-WORK-NUMBER
            " COMPLETED BEFORE IT WAS DISPATCHED - NOT APPLIED"
        MOVE "BADF" TO REJW-REASON
        PERFORM 3900-REJECT-COMPLETION
        EXIT PARAGRAPH
    END-IF
    MOVE WORK-STATUS-REC TO WS-SAVE-RECORD
    COMPUTE WS-DISPATCH-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WKST-NUMBER-DATE))
    COMPUTE WS-COMPLETED-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(COMP-DATE))
    COMPUTE WS-ELAPSED-MINUTES =
        ((WS-COMPLETED-INT - WS-DISPATCH-INT) * 1440)
        + (COMP-TIME-HH * 60) + COMP-TIME-MM
    COMPUTE WS-SLA-MINUTES = WKST-SLA-HOURS * 60
    SET WKST-CLOSED TO TRUE
    MOVE COMP-DATE TO WKST-COMPLETED-DATE
    MOVE COMP-TIME TO WKST-COMPLETED-TIME
    MOVE COMP-OUTCOME TO WKST-OUTCOME
    MOVE COMP-TECHNICIAN TO WKST-TECHNICIAN
    COMPUTE WKST-ELAPSED-HOURS ROUNDED = WS-ELAPSED-MINUTES / 60
    IF WS-ELAPSED-MINUTES IS GREATER THAN WS-SLA-MINUTES
        SET WKST-BREACHED-SLA TO TRUE
    ELSE
        SET WKST-WITHIN-SLA TO TRUE
    END-IF
    MOVE WS-RUN-ID TO WKST-RUN-ID
    REWRITE WORK-STATUS-REC
    ADD 1 TO WS-COMPLETIONS-APPLIED
    MOVE "C" TO JRNW-VERB
    MOVE WS-SAVE-RECORD TO JRNW-BEFORE
    PERFORM 8500-JOURNAL-STATUS-CHANGE.

3900-REJECT-COMPLETION.
    ADD 1 TO WS-COMPLETIONS-REJECTED
    MOVE "W" TO REJW-ACTION
    MOVE "ZONESLA " TO REJW-PROGRAM
    MOVE COMPLETION-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.

      *> One pass of the status master: open orders are aged to the
      *> end of the business day and raised as overdue once past
      *> their SLA, every night until the field closes them; orders
      *> closed this business month feed the attainment figures.
4000-AGE-ORDERS.
    MOVE LOW-VALUES TO WKST-NUMBER
    START WORK-STATUS-FILE KEY IS GREATER THAN WKST-NUMBER
        INVALID KEY SET SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL SCAN-DONE
        READ WORK-STATUS-FILE NEXT RECORD
            AT END SET SCAN-DONE TO TRUE
        END-READ
        IF NOT SCAN-DONE
            MOVE WKST-ZONE-CODE TO WS-WANTED-ZONE
            PERFORM 1100-FIND-ZONE
            IF WKST-CLOSED
                IF WKST-COMPLETED-DATE(1:6) IS EQUAL TO WS-RUN-MONTH
                    PERFORM 4200-TALLY-CLOSED-ORDER
                END-IF
            ELSE
                PERFORM 4100-AGE-OPEN-ORDER
            END-IF
        END-IF
    END-PERFORM.

4100-AGE-OPEN-ORDER.
    ADD 1 TO WS-ORDERS-OPEN
    IF ZONE-FOUND
        ADD 1 TO WS-ZS-OPEN(ZONE-IDX)
    END-IF
    COMPUTE WS-DISPATCH-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WKST-NUMBER-DATE))
    COMPUTE WS-AGE-HOURS = (WS-TODAY-INT - WS-DISPATCH-INT + 1) * 24
    IF WS-AGE-HOURS IS NOT GREATER THAN WKST-SLA-HOURS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ORDERS-LATE
    IF ZONE-FOUND
        ADD 1 TO WS-ZS-LATE(ZONE-IDX)
    END-IF
    IF WKST-OPEN
        MOVE WORK-STATUS-REC TO WS-SAVE-RECORD
        SET WKST-LATE TO TRUE
        MOVE WS-RUN-ID TO WKST-RUN-ID
        REWRITE WORK-STATUS-REC
        ADD 1 TO WS-NEWLY-LATE
        MOVE "C" TO JRNW-VERB
        MOVE WS-SAVE-RECORD TO JRNW-BEFORE
        PERFORM 8500-JOURNAL-STATUS-CHANGE
    END-IF
    MOVE "SLA " TO ALERT-SEVERITY
    MOVE "ZONESLA " TO ALERT-PROGRAM
    MOVE SPACES TO ALERT-CONDITION
    STRING "OVERDUE " WKST-NUMBER-DATE(3:6) WKST-NUMBER-SEQ
        DELIMITED BY SIZE INTO ALERT-CONDITION
    MOVE WS-AGE-HOURS TO ALERT-MEASURED
    MOVE WKST-SLA-HOURS TO ALERT-THRESHOLD
    MOVE WS-RUN-ID TO ALERT-RUN-ID
    WRITE ALERT-OUT-REC
    ADD 1 TO WS-ALERT-COUNT
    DISPLAY "ALERT " ALERT-SEVERITY " " ALERT-PROGRAM
        " " ALERT-CONDITION " MEASURED " ALERT-MEASURED.

      *> Cancelled orders are counted but stand outside attainment -
      *> nobody was sent to do them.
4200-TALLY-CLOSED-ORDER.
    IF NOT ZONE-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WKST-OUTCOME IS EQUAL TO "CX"
        ADD 1 TO WS-ZS-CANCELLED(ZONE-IDX)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ZS-CLOSED(ZONE-IDX)
    ADD WKST-ELAPSED-HOURS TO WS-ZS-HOURS(ZONE-IDX)
    IF WKST-WITHIN-SLA
        ADD 1 TO WS-ZS-MET(ZONE-IDX)
    ELSE
        ADD 1 TO WS-ZS-BREACHED(ZONE-IDX)
    END-IF
    MOVE "N" TO WS-TECH-FOUND
    PERFORM VARYING TECH-IDX FROM 1 BY 1
            UNTIL TECH-IDX IS GREATER THAN WS-TECH-COUNT
        IF WKST-TECHNICIAN IS EQUAL TO WS-TC-ID(TECH-IDX)
            SET TECH-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT TECH-FOUND
        IF WS-TECH-COUNT IS EQUAL TO 200
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-TECH-COUNT
        MOVE WS-TECH-COUNT TO TECH-IDX
        INITIALIZE WS-TECH-ENTRY(TECH-IDX)
        MOVE WKST-TECHNICIAN TO WS-TC-ID(TECH-IDX)
    END-IF
    ADD 1 TO WS-TC-CLOSED(TECH-IDX)
    ADD WKST-ELAPSED-HOURS TO WS-TC-HOURS(TECH-IDX)
    IF WKST-WITHIN-SLA
        ADD 1 TO WS-TC-MET(TECH-IDX)
    ELSE
        ADD 1 TO WS-TC-BREACHED(TECH-IDX)
    END-IF.

5000-WRITE-ZONE-ATTAINMENT.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "SLA ATTAINMENT BY ZONE TO " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "  ZONE    SLA  CLOSED     MET  BREACH     PCT   AVG HRS"
        TO WS-PRINT-COLUMNS
    MOVE "CANCEL    OPEN    LATE" TO WS-PRINT-COLUMNS(58:22)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING ZONE-IDX FROM 1 BY 1
            UNTIL ZONE-IDX IS GREATER THAN WS-ZONE-COUNT
        MOVE WS-ZS-CODE(ZONE-IDX) TO WSZ-CODE
        MOVE WS-ZS-SLA-HOURS(ZONE-IDX) TO WSZ-SLA
        MOVE WS-ZS-CLOSED(ZONE-IDX) TO WSZ-CLOSED
        MOVE WS-ZS-MET(ZONE-IDX) TO WSZ-MET
        MOVE WS-ZS-BREACHED(ZONE-IDX) TO WSZ-BREACHED
        MOVE ZEROS TO WS-PCT, WS-AVG-HOURS
        IF WS-ZS-CLOSED(ZONE-IDX) IS GREATER THAN ZERO
            COMPUTE WS-PCT ROUNDED = WS-ZS-MET(ZONE-IDX) * 100
                / WS-ZS-CLOSED(ZONE-IDX)
            COMPUTE WS-AVG-HOURS ROUNDED = WS-ZS-HOURS(ZONE-IDX)
                / WS-ZS-CLOSED(ZONE-IDX)
        END-IF
        MOVE WS-PCT TO WSZ-PCT
        MOVE WS-AVG-HOURS TO WSZ-AVG-HOURS
        MOVE WS-ZS-CANCELLED(ZONE-IDX) TO WSZ-CANCELLED
        MOVE WS-ZS-OPEN(ZONE-IDX) TO WSZ-OPEN
        MOVE WS-ZS-LATE(ZONE-IDX) TO WSZ-LATE
        MOVE WS-ZONE-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-ZONE-COUNT IS EQUAL TO ZERO
        MOVE "  NO ZONES ON THE ZONE MASTER" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

5500-WRITE-TECH-ATTAINMENT.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "SLA ATTAINMENT BY TECHNICIAN TO " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  TECH    CLOSED     MET  BREACH     PCT   AVG HRS"
        TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING TECH-IDX FROM 1 BY 1
            UNTIL TECH-IDX IS GREATER THAN WS-TECH-COUNT
        MOVE WS-TC-ID(TECH-IDX) TO WST-ID
        MOVE WS-TC-CLOSED(TECH-IDX) TO WST-CLOSED
        MOVE WS-TC-MET(TECH-IDX) TO WST-MET
        MOVE WS-TC-BREACHED(TECH-IDX) TO WST-BREACHED
        COMPUTE WS-PCT ROUNDED = WS-TC-MET(TECH-IDX) * 100
            / WS-TC-CLOSED(TECH-IDX)
        COMPUTE WS-AVG-HOURS ROUNDED = WS-TC-HOURS(TECH-IDX)
            / WS-TC-CLOSED(TECH-IDX)
        MOVE WS-PCT TO WST-PCT
        MOVE WS-AVG-HOURS TO WST-AVG-HOURS
        MOVE WS-TECH-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-TECH-COUNT IS EQUAL TO ZERO
        MOVE "  NO ORDERS CLOSED THIS MONTH" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

8500-JOURNAL-STATUS-CHANGE.
    MOVE "W" TO JRNW-ACTION
    MOVE "ZONEWKST  " TO JRNW-MASTER
    MOVE "ZONESLA " TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE WKST-NUMBER TO JRNW-KEY
    MOVE WORK-STATUS-REC TO JRNW-AFTER
    CALL "JRNWRITE" USING JRNW-PARMS.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SLA-REPORT-REC==.
