            FILE STATUS IS WS-LOT-STATUS.
        SELECT EXPIRY-REPORT-FILE ASSIGN TO "SOYEXPIR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT DEMAND-HISTORY-FILE ASSIGN TO "SOYDEMND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.
        SELECT FORECAST-REPORT-FILE ASSIGN TO "SOYFCST"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VENDOR-STATUS.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.
    FD EXPIRY-REPORT-FILE.
        01 EXPIRY-REPORT-REC PIC X(80).

      *> Packets picked per client per week (weeks start Monday).  A
      *> week's row is stamped with the business date that last added
      *> to it, so a rerun of the same night does not count twice.
    FD DEMAND-HISTORY-FILE.
        01 DEMAND-HISTORY-REC.
            05 HIST-CLIENT-ID PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-WEEK-START PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-PACKETS PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-POSTED-DATE PIC X(8).

    FD FORECAST-REPORT-FILE.
        01 FORECAST-REPORT-REC PIC X(80).

    FD VENDOR-MASTER-FILE.
        01 VENDOR-MASTER-REC.
            05 VEND-CODE PIC X(4).
            05 FILLER PIC X.
            05 VEND-ITEM PIC X(8).
            05 FILLER PIC X.
            05 VEND-LEAD-DAYS PIC 9(3).
            05 FILLER PIC X.
            05 VEND-MIN-QTY PIC 9(5).

    FD WASTE-REPORT-FILE.
        01 WASTE-REPORT-REC.
            05 WASTE-CASE-NUM PIC Z(4)9.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-EXPIRY-INT PIC 9(8).
        01 WS-DAYS-LEFT PIC S9(8).
        01 WS-HIST-STATUS PIC XX.
        01 WS-VENDOR-STATUS PIC XX.
        01 WS-HIST-EOF PIC X VALUE "N".
            88 HIST-EOF VALUE "Y".
        01 WS-VENDOR-EOF PIC X VALUE "N".
            88 VENDOR-EOF VALUE "Y".
        01 WS-VENDOR-FOUND PIC X.
            88 VENDOR-FOUND VALUE "Y".
        01 WS-HIST-OVERFLOW PIC X VALUE "N".
            88 HIST-OVERFLOWED VALUE "Y".
        01 WS-HIST-FOUND PIC X.
            88 HIST-FOUND VALUE "Y".
        01 WS-HIST-RERUN PIC X VALUE "N".
            88 HIST-ALREADY-POSTED VALUE "Y".
      *> Fifty-two weeks of history are kept, enough for every
      *> client to show its month-end pattern several times over.
        01 WS-HIST-TABLE.
            05 WS-HIST-ENTRY OCCURS 3000 TIMES.
                10 WS-HST-CLIENT PIC X(6).
                10 WS-HST-WEEK PIC X(8).
                10 WS-HST-PACKETS PIC 9(7).
                10 WS-HST-POSTED PIC X(8).
        01 WS-HIST-COUNT PIC 9(4) VALUE ZEROS.
        01 HIST-IDX PIC 9(4).
        01 FORECAST-MA-WEEKS PIC 99 VALUE 4.
        01 SOYLENT-LEAD-DAYS PIC 9(3) VALUE 7.
      *> One row per client seen in the history window.  Weeks 1-52
      *> are the complete weeks before the one in progress, oldest
      *> first, and week 53 is the week in progress.  The seasonal
      *> factor is held per week-of-month slot: 1-4 by the day of the
      *> month the week starts on, 5 for a week that takes in a month
      *> end.
        01 WS-FCST-TABLE.
            05 WS-FCST-ENTRY OCCURS 100 TIMES.
                10 WS-FC-CLIENT PIC X(6).
                10 WS-FC-FIRST-WEEK PIC 99.
                10 WS-FC-WEEK-PACKETS PIC 9(7) OCCURS 53 TIMES.
                10 WS-FC-WEEKS-USED PIC 99.
                10 WS-FC-AVERAGE PIC 9(7)V99.
                10 WS-FC-FACTOR PIC 9V99 OCCURS 5 TIMES.
                10 WS-FC-NEXT-WEEK PIC 9(7).
                10 WS-FC-LEAD-DEMAND PIC 9(7).
        01 WS-FCST-COUNT PIC 999 VALUE ZEROS.
        01 FCST-IDX PIC 999.
        01 WEEK-IDX PIC 99.
        01 SLOT-IDX PIC 9.
        01 DAY-IDX PIC 9(4).
        01 WS-WEEK-SLOTS.
            05 WS-WEEK-SLOT PIC 9 OCCURS 53 TIMES.
        01 WS-LEAD-SLOT-DAYS-TABLE.
            05 WS-LEAD-SLOT-DAYS PIC 9(3) OCCURS 5 TIMES.
        01 WS-CUR-WEEK-INT PIC 9(8).
        01 WS-BASE-WEEK-INT PIC 9(8).
        01 WS-SLOT-WEEK-INT PIC 9(8).
        01 WS-SLOT-DATE PIC 9(8).
        01 WS-SLOT-DATE-PARTS REDEFINES WS-SLOT-DATE.
            05 FILLER PIC 9(4).
            05 WS-SLOT-MONTH PIC 99.
            05 WS-SLOT-DAY PIC 99.
        01 WS-SLOT-NEXT-DATE PIC 9(8).
        01 WS-SLOT-NEXT-PARTS REDEFINES WS-SLOT-NEXT-DATE.
            05 FILLER PIC 9(4).
            05 WS-SLOT-NEXT-MONTH PIC 99.
            05 FILLER PIC 99.
        01 WS-SLOT PIC 9.
        01 WS-WORK-INT PIC 9(8).
        01 WS-WORK-DATE PIC 9(8).
        01 WS-WEEK-OFFSET PIC S9(5).
        01 WS-CUR-WEEK-DATE PIC X(8).
        01 WS-NEXT-WEEK-DATE PIC 9(8).
        01 WS-OLDEST-WEEK-DATE PIC X(8).
        01 WS-ALL-SUM PIC 9(9).
        01 WS-ALL-WEEKS PIC 99.
        01 WS-SLOT-SUM PIC 9(9).
        01 WS-SLOT-WEEKS PIC 99.
        01 WS-MA-SUM PIC 9(9).
        01 WS-LEAD-FACTOR-DAYS PIC 9(5)V99.
        01 WS-FCST-TOTAL-NEXT PIC 9(8) VALUE ZEROS.
        01 WS-FCST-TOTAL-LEAD PIC 9(8) VALUE ZEROS.
        01 WS-FORECAST-SKIPPED PIC X VALUE "N".
            88 FORECAST-SKIPPED VALUE "Y".
        01 WS-REORDER-TARGET PIC 9(7).
        01 WS-FORECAST-LINE.
            05 WSF-CLIENT PIC X(6).
            05 FILLER PIC XX VALUE SPACE.
            05 WSF-WEEKS PIC Z9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSF-AVERAGE PIC Z(6)9.99.
            05 FILLER PIC XX VALUE SPACE.
            05 WSF-FACTOR PIC 9.99.
            05 FILLER PIC XX VALUE SPACE.
            05 WSF-NEXT-WEEK PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACE.
            05 WSF-LEAD-DEMAND PIC Z(6)9.
        COPY busdatews.
        COPY steplogws.

        IF PARM-PROGRAM-NAME IS EQUAL TO "SOYEXPWN"
            COMPUTE EXPIRY-WARN-DAYS = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        IF PARM-PROGRAM-NAME IS EQUAL TO "SOYFCMAW"
            COMPUTE FORECAST-MA-WEEKS = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
        FUNCTION NUMVAL(WS-RUN-DATE))
    PERFORM 1000-READ-STOCK-BALANCE
    PERFORM 1050-LOAD-LOTS
    PERFORM 1070-LOAD-LEAD-DAYS
      *> The run ends by rewriting the lot file and the stock balance
      *> from the table, so a load that overflowed the table would
      *> destroy every lot past the cap - refuse the run instead.
        GOBACK
    END-IF
    PERFORM 7600-REWRITE-LOTS
    PERFORM 7700-POST-DEMAND-HISTORY
    PERFORM 7800-FORECAST-DEMAND
    PERFORM 8000-UPDATE-STOCK-BALANCE
    MOVE TOTAL-PACKETS TO DISPLAY-TOTAL-PACKETS
    DISPLAY "TOTAL PACKETS NEEDED " DISPLAY-TOTAL-PACKETS
    END-IF
    MOVE TOTAL-WASTE-PERCENT TO DISPLAY-TOTAL-WASTE-PERCENT
    DISPLAY "TOTAL PACKET WASTE " DISPLAY-TOTAL-WASTE-PERCENT "%"
    IF FORECAST-SKIPPED
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    DISPLAY "ON HAND " DISPLAY-ON-HAND
        " CONSUMED " DISPLAY-TOTAL-PACKETS
        " ON ORDER " DISPLAY-ON-ORDER
      *> The trigger is the SOYSTOCK safety level plus the packets
      *> the clients are forecast to draw before a new order could
      *> land, so an order is cut while there is still time for it.
    COMPUTE WS-REORDER-TARGET = REORDER-POINT + WS-FCST-TOTAL-LEAD
        ON SIZE ERROR MOVE 9999999 TO WS-REORDER-TARGET
    END-COMPUTE
    MOVE SPACES TO REORDER-REPORT-REC
    STRING "FORECAST LEAD " SOYLENT-LEAD-DAYS " DAYS DEMAND "
        WS-FCST-TOTAL-LEAD " SAFETY " REORDER-POINT
        DELIMITED BY SIZE INTO REORDER-REPORT-REC
    WRITE REORDER-REPORT-REC
    IF WS-ON-HAND + WS-ON-ORDER IS LESS THAN WS-REORDER-TARGET
        MOVE SPACES TO REORDER-REPORT-REC
        STRING "REORDER: PROJECTED STOCK BELOW REORDER POINT "
            WS-REORDER-TARGET
            DELIMITED BY SIZE INTO REORDER-REPORT-REC
        WRITE REORDER-REPORT-REC
        DISPLAY "REORDER: PROJECTED STOCK BELOW REORDER POINT "
            WS-REORDER-TARGET
    END-IF
    CLOSE REORDER-REPORT-FILE
    OPEN OUTPUT STOCK-FILE
    WRITE STOCK-REC
    CLOSE STOCK-FILE.

      *> The vendor master's lead time for SOYLENT is how far ahead
      *> the reorder has to look; without it a week is assumed.
1070-LOAD-LEAD-DAYS.
    OPEN INPUT VENDOR-MASTER-FILE
    IF WS-VENDOR-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: VENDOR MASTER NOT ON FILE - FORECAST LEAD TIME "
            SOYLENT-LEAD-DAYS " DAYS"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-VENDOR-FOUND
    READ VENDOR-MASTER-FILE
        AT END SET VENDOR-EOF TO TRUE
    END-READ
    PERFORM UNTIL VENDOR-EOF
        IF VEND-ITEM IS EQUAL TO "SOYLENT " AND NOT VENDOR-FOUND
            SET VENDOR-FOUND TO TRUE
            MOVE VEND-LEAD-DAYS TO SOYLENT-LEAD-DAYS
        END-IF
        READ VENDOR-MASTER-FILE
            AT END SET VENDOR-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE VENDOR-MASTER-FILE
    IF NOT VENDOR-FOUND
        DISPLAY "NOTE: NO SOYLENT VENDOR ON MASTER - FORECAST LEAD"
            " TIME " SOYLENT-LEAD-DAYS " DAYS"
    END-IF.

      *> Tonight's packets per client are added to the client's row
      *> for the week in progress; weeks older than the 52 kept drop
      *> off as the history is rewritten.  The history is only
      *> rewritten when the whole of it fitted in the table.
7700-POST-DEMAND-HISTORY.
    COMPUTE WS-CUR-WEEK-INT =
        WS-TODAY-INT - FUNCTION MOD(WS-TODAY-INT - 1, 7)
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-CUR-WEEK-INT)
    MOVE WS-WORK-DATE TO WS-CUR-WEEK-DATE
    COMPUTE WS-BASE-WEEK-INT = WS-CUR-WEEK-INT - 364
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-BASE-WEEK-INT)
    MOVE WS-WORK-DATE TO WS-OLDEST-WEEK-DATE
    PERFORM 7710-LOAD-DEMAND-HISTORY
    IF NOT HIST-OVERFLOWED
        PERFORM VARYING CLIENT-IDX FROM 1 BY 1
                UNTIL CLIENT-IDX IS GREATER THAN WS-CLIENT-COUNT
            IF WS-CLI-PACKETS(CLIENT-IDX) IS GREATER THAN ZERO
                PERFORM 7720-POST-ONE-CLIENT
            END-IF
        END-PERFORM
    END-IF
    IF HIST-OVERFLOWED
        DISPLAY "EXCEPTION: DEMAND HISTORY TABLE FULL - HISTORY NOT"
            " POSTED, REORDER ON SAFETY LEVEL ONLY"
        SET FORECAST-SKIPPED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF HIST-ALREADY-POSTED
        DISPLAY "NOTE: DEMAND HISTORY ALREADY POSTED FOR " WS-RUN-DATE
            " - NOT ADDED AGAIN"
    END-IF
    OPEN OUTPUT DEMAND-HISTORY-FILE
    PERFORM VARYING HIST-IDX FROM 1 BY 1
            UNTIL HIST-IDX IS GREATER THAN WS-HIST-COUNT
        MOVE SPACES TO DEMAND-HISTORY-REC
        MOVE WS-HST-CLIENT(HIST-IDX) TO HIST-CLIENT-ID
        MOVE WS-HST-WEEK(HIST-IDX) TO HIST-WEEK-START
        MOVE WS-HST-PACKETS(HIST-IDX) TO HIST-PACKETS
        MOVE WS-HST-POSTED(HIST-IDX) TO HIST-POSTED-DATE
        WRITE DEMAND-HISTORY-REC
    END-PERFORM
    CLOSE DEMAND-HISTORY-FILE.

7710-LOAD-DEMAND-HISTORY.
    OPEN INPUT DEMAND-HISTORY-FILE
    IF WS-HIST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: DEMAND HISTORY NOT ON FILE - STARTING A NEW"
            " HISTORY"
        EXIT PARAGRAPH
    END-IF
    READ DEMAND-HISTORY-FILE
        AT END SET HIST-EOF TO TRUE
    END-READ
    PERFORM UNTIL HIST-EOF
        IF HIST-WEEK-START IS NOT LESS THAN WS-OLDEST-WEEK-DATE
            IF WS-HIST-COUNT IS LESS THAN 3000
                ADD 1 TO WS-HIST-COUNT
                MOVE HIST-CLIENT-ID TO WS-HST-CLIENT(WS-HIST-COUNT)
                MOVE HIST-WEEK-START TO WS-HST-WEEK(WS-HIST-COUNT)
                MOVE HIST-PACKETS TO WS-HST-PACKETS(WS-HIST-COUNT)
                MOVE HIST-POSTED-DATE TO WS-HST-POSTED(WS-HIST-COUNT)
            ELSE
                SET HIST-OVERFLOWED TO TRUE
            END-IF
        END-IF
        READ DEMAND-HISTORY-FILE
            AT END SET HIST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DEMAND-HISTORY-FILE.

7720-POST-ONE-CLIENT.
    MOVE "N" TO WS-HIST-FOUND
    PERFORM VARYING HIST-IDX FROM 1 BY 1
            UNTIL HIST-IDX IS GREATER THAN WS-HIST-COUNT
        IF WS-HST-CLIENT(HIST-IDX) IS EQUAL TO WS-CLI-ID(CLIENT-IDX) AND
                WS-HST-WEEK(HIST-IDX) IS EQUAL TO WS-CUR-WEEK-DATE
            SET HIST-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF HIST-FOUND
        IF WS-HST-POSTED(HIST-IDX) IS EQUAL TO WS-RUN-DATE
            SET HIST-ALREADY-POSTED TO TRUE
        ELSE
            ADD WS-CLI-PACKETS(CLIENT-IDX) TO WS-HST-PACKETS(HIST-IDX)
            MOVE WS-RUN-DATE TO WS-HST-POSTED(HIST-IDX)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-HIST-COUNT IS EQUAL TO 3000
        SET HIST-OVERFLOWED TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-HIST-COUNT
    MOVE WS-CLI-ID(CLIENT-IDX) TO WS-HST-CLIENT(WS-HIST-COUNT)
    MOVE WS-CUR-WEEK-DATE TO WS-HST-WEEK(WS-HIST-COUNT)
    MOVE WS-CLI-PACKETS(CLIENT-IDX) TO WS-HST-PACKETS(WS-HIST-COUNT)
    MOVE WS-RUN-DATE TO WS-HST-POSTED(WS-HIST-COUNT).

      *> Next week's demand per client is the moving average of its
      *> last SOYFCMAW complete weeks times the seasonal factor for
      *> the slot next week falls in.  A slot's factor is its average
      *> week over the client's average week across the history, so
      *> a client that surges at month end carries a factor above one
      *> for slot 5.  Fewer than eight complete weeks of history is
      *> too little to judge, and the factor stays at one.  The
      *> lead-time demand runs the same daily rate over each day
      *> until an order placed tonight would land.
7800-FORECAST-DEMAND.
    MOVE ZEROS TO WS-FCST-TOTAL-NEXT, WS-FCST-TOTAL-LEAD
    OPEN OUTPUT FORECAST-REPORT-FILE
    IF FORECAST-SKIPPED
        MOVE "SOYLENT CLIENT DEMAND FORECAST NOT PRODUCED - SEE RUN LOG"
            TO FORECAST-REPORT-REC
        WRITE FORECAST-REPORT-REC
        CLOSE FORECAST-REPORT-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM 7810-SET-WEEK-SLOTS
    PERFORM 7820-BUILD-CLIENT-WEEKS
    MOVE SPACES TO FORECAST-REPORT-REC
    STRING "SOYLENT CLIENT DEMAND FORECAST - WEEK OF "
        WS-NEXT-WEEK-DATE " LEAD " SOYLENT-LEAD-DAYS " DAYS"
        DELIMITED BY SIZE INTO FORECAST-REPORT-REC
    WRITE FORECAST-REPORT-REC
    MOVE "CLIENT  WK     AVERAGE  FACT  NEXT WK  LEAD DM"
        TO FORECAST-REPORT-REC
    WRITE FORECAST-REPORT-REC
    PERFORM VARYING FCST-IDX FROM 1 BY 1
            UNTIL FCST-IDX IS GREATER THAN WS-FCST-COUNT
        PERFORM 7830-FORECAST-ONE-CLIENT
        MOVE WS-FC-CLIENT(FCST-IDX) TO WSF-CLIENT
        MOVE WS-FC-WEEKS-USED(FCST-IDX) TO WSF-WEEKS
        MOVE WS-FC-AVERAGE(FCST-IDX) TO WSF-AVERAGE
        MOVE WS-FC-FACTOR(FCST-IDX, WS-WEEK-SLOT(53)) TO WSF-FACTOR
        MOVE WS-FC-NEXT-WEEK(FCST-IDX) TO WSF-NEXT-WEEK
        MOVE WS-FC-LEAD-DEMAND(FCST-IDX) TO WSF-LEAD-DEMAND
        MOVE WS-FORECAST-LINE TO FORECAST-REPORT-REC
        WRITE FORECAST-REPORT-REC
    END-PERFORM
    MOVE SPACES TO FORECAST-REPORT-REC
    STRING "TOTAL CLIENTS " WS-FCST-COUNT
        " NEXT WEEK " WS-FCST-TOTAL-NEXT
        " LEAD-TIME DEMAND " WS-FCST-TOTAL-LEAD
        DELIMITED BY SIZE INTO FORECAST-REPORT-REC
    WRITE FORECAST-REPORT-REC
    CLOSE FORECAST-REPORT-FILE
    DISPLAY "FORECAST NEXT WEEK " WS-FCST-TOTAL-NEXT
        " LEAD-TIME DEMAND " WS-FCST-TOTAL-LEAD.

      *> Slot 53 is held for the week after the one in progress, the
      *> week being forecast; the lead-time days are counted by slot.
7810-SET-WEEK-SLOTS.
    PERFORM VARYING WEEK-IDX FROM 1 BY 1
            UNTIL WEEK-IDX IS GREATER THAN 52
        COMPUTE WS-SLOT-WEEK-INT =
            WS-BASE-WEEK-INT + (WEEK-IDX - 1) * 7
        PERFORM 7850-FIND-WEEK-SLOT
        MOVE WS-SLOT TO WS-WEEK-SLOT(WEEK-IDX)
    END-PERFORM
    COMPUTE WS-SLOT-WEEK-INT = WS-CUR-WEEK-INT + 7
    PERFORM 7850-FIND-WEEK-SLOT
    MOVE WS-SLOT TO WS-WEEK-SLOT(53)
    MOVE WS-SLOT-DATE TO WS-NEXT-WEEK-DATE
    MOVE ZEROS TO WS-LEAD-SLOT-DAYS-TABLE
    PERFORM VARYING DAY-IDX FROM 1 BY 1
            UNTIL DAY-IDX IS GREATER THAN SOYLENT-LEAD-DAYS
        COMPUTE WS-WORK-INT = WS-TODAY-INT + DAY-IDX
        COMPUTE WS-SLOT-WEEK-INT =
            WS-WORK-INT - FUNCTION MOD(WS-WORK-INT - 1, 7)
        PERFORM 7850-FIND-WEEK-SLOT
        ADD 1 TO WS-LEAD-SLOT-DAYS(WS-SLOT)
    END-PERFORM.

7820-BUILD-CLIENT-WEEKS.
    MOVE ZEROS TO WS-FCST-COUNT
    PERFORM VARYING HIST-IDX FROM 1 BY 1
            UNTIL HIST-IDX IS GREATER THAN WS-HIST-COUNT
        PERFORM 7825-FIND-FORECAST-CLIENT
        IF FCST-IDX IS GREATER THAN ZERO AND
                WS-HST-WEEK(HIST-IDX) IS NUMERIC
            COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-HST-WEEK(HIST-IDX)))
            COMPUTE WS-WEEK-OFFSET =
                (WS-WORK-INT - WS-BASE-WEEK-INT) / 7 + 1
            IF WS-WEEK-OFFSET IS GREATER THAN ZERO AND
                    WS-WEEK-OFFSET IS LESS THAN 54
                ADD WS-HST-PACKETS(HIST-IDX) TO
                    WS-FC-WEEK-PACKETS(FCST-IDX, WS-WEEK-OFFSET)
                IF WS-WEEK-OFFSET IS LESS THAN
                        WS-FC-FIRST-WEEK(FCST-IDX)
                    MOVE WS-WEEK-OFFSET TO WS-FC-FIRST-WEEK(FCST-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

7825-FIND-FORECAST-CLIENT.
    PERFORM VARYING FCST-IDX FROM 1 BY 1
            UNTIL FCST-IDX IS GREATER THAN WS-FCST-COUNT
        IF WS-FC-CLIENT(FCST-IDX) IS EQUAL TO WS-HST-CLIENT(HIST-IDX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-FCST-COUNT IS EQUAL TO 100
        DISPLAY "EXCEPTION: MORE THAN 100 CLIENTS IN DEMAND HISTORY - "
            WS-HST-CLIENT(HIST-IDX) " NOT FORECAST"
        SET FORECAST-SKIPPED TO TRUE
        MOVE ZEROS TO FCST-IDX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FCST-COUNT
    MOVE WS-FCST-COUNT TO FCST-IDX
    MOVE ZEROS TO WS-FCST-ENTRY(FCST-IDX)
    MOVE WS-HST-CLIENT(HIST-IDX) TO WS-FC-CLIENT(FCST-IDX)
    MOVE 99 TO WS-FC-FIRST-WEEK(FCST-IDX).

7830-FORECAST-ONE-CLIENT.
    IF WS-FC-FIRST-WEEK(FCST-IDX) IS GREATER THAN 53
        MOVE 53 TO WS-FC-FIRST-WEEK(FCST-IDX)
    END-IF
    COMPUTE WS-ALL-WEEKS = 53 - WS-FC-FIRST-WEEK(FCST-IDX)
    IF WS-ALL-WEEKS IS EQUAL TO ZERO
        MOVE ZEROS TO WS-FC-WEEKS-USED(FCST-IDX)
        MOVE WS-FC-WEEK-PACKETS(FCST-IDX, 53)
            TO WS-FC-AVERAGE(FCST-IDX)
    ELSE
        IF WS-ALL-WEEKS IS GREATER THAN FORECAST-MA-WEEKS
            MOVE FORECAST-MA-WEEKS TO WS-FC-WEEKS-USED(FCST-IDX)
        ELSE
            MOVE WS-ALL-WEEKS TO WS-FC-WEEKS-USED(FCST-IDX)
        END-IF
        MOVE ZEROS TO WS-MA-SUM
        PERFORM VARYING WEEK-IDX FROM 1 BY 1
                UNTIL WEEK-IDX IS GREATER THAN
                WS-FC-WEEKS-USED(FCST-IDX)
            ADD WS-FC-WEEK-PACKETS(FCST-IDX, 53 - WEEK-IDX)
                TO WS-MA-SUM
        END-PERFORM
        COMPUTE WS-FC-AVERAGE(FCST-IDX) ROUNDED =
            WS-MA-SUM / WS-FC-WEEKS-USED(FCST-IDX)
    END-IF
    PERFORM VARYING SLOT-IDX FROM 1 BY 1
            UNTIL SLOT-IDX IS GREATER THAN 5
        MOVE 1 TO WS-FC-FACTOR(FCST-IDX, SLOT-IDX)
    END-PERFORM
    IF WS-ALL-WEEKS IS NOT LESS THAN 8
        MOVE ZEROS TO WS-ALL-SUM
        PERFORM VARYING WEEK-IDX FROM WS-FC-FIRST-WEEK(FCST-IDX) BY 1
                UNTIL WEEK-IDX IS GREATER THAN 52
            ADD WS-FC-WEEK-PACKETS(FCST-IDX, WEEK-IDX) TO WS-ALL-SUM
        END-PERFORM
        IF WS-ALL-SUM IS GREATER THAN ZERO
            PERFORM VARYING SLOT-IDX FROM 1 BY 1
                    UNTIL SLOT-IDX IS GREATER THAN 5
                PERFORM 7840-SEASONAL-FACTOR
            END-PERFORM
        END-IF
    END-IF
    COMPUTE WS-FC-NEXT-WEEK(FCST-IDX) ROUNDED =
        WS-FC-AVERAGE(FCST-IDX) *
        WS-FC-FACTOR(FCST-IDX, WS-WEEK-SLOT(53))
        ON SIZE ERROR MOVE 9999999 TO WS-FC-NEXT-WEEK(FCST-IDX)
    END-COMPUTE
    MOVE ZEROS TO WS-LEAD-FACTOR-DAYS
    PERFORM VARYING SLOT-IDX FROM 1 BY 1
            UNTIL SLOT-IDX IS GREATER THAN 5
        COMPUTE WS-LEAD-FACTOR-DAYS = WS-LEAD-FACTOR-DAYS +
            WS-LEAD-SLOT-DAYS(SLOT-IDX) *
            WS-FC-FACTOR(FCST-IDX, SLOT-IDX)
    END-PERFORM
    COMPUTE WS-FC-LEAD-DEMAND(FCST-IDX) ROUNDED =
        WS-FC-AVERAGE(FCST-IDX) * WS-LEAD-FACTOR-DAYS / 7
        ON SIZE ERROR MOVE 9999999 TO WS-FC-LEAD-DEMAND(FCST-IDX)
    END-COMPUTE
    ADD WS-FC-NEXT-WEEK(FCST-IDX) TO WS-FCST-TOTAL-NEXT
    ADD WS-FC-LEAD-DEMAND(FCST-IDX) TO WS-FCST-TOTAL-LEAD.

7840-SEASONAL-FACTOR.
    MOVE ZEROS TO WS-SLOT-SUM, WS-SLOT-WEEKS
    PERFORM VARYING WEEK-IDX FROM WS-FC-FIRST-WEEK(FCST-IDX) BY 1
            UNTIL WEEK-IDX IS GREATER THAN 52
        IF WS-WEEK-SLOT(WEEK-IDX) IS EQUAL TO SLOT-IDX
            ADD WS-FC-WEEK-PACKETS(FCST-IDX, WEEK-IDX) TO WS-SLOT-SUM
            ADD 1 TO WS-SLOT-WEEKS
        END-IF
    END-PERFORM
    IF WS-SLOT-WEEKS IS GREATER THAN ZERO
        COMPUTE WS-FC-FACTOR(FCST-IDX, SLOT-IDX) ROUNDED =
            (WS-SLOT-SUM * WS-ALL-WEEKS) /
            (WS-SLOT-WEEKS * WS-ALL-SUM)
            ON SIZE ERROR MOVE 9.99 TO WS-FC-FACTOR(FCST-IDX, SLOT-IDX)
        END-COMPUTE
    END-IF.

      *> A week takes in a month end when the day a week after its
      *> Monday falls in the next month.
7850-FIND-WEEK-SLOT.
    COMPUTE WS-SLOT-DATE = FUNCTION DATE-OF-INTEGER(WS-SLOT-WEEK-INT)
    COMPUTE WS-SLOT-NEXT-DATE =
        FUNCTION DATE-OF-INTEGER(WS-SLOT-WEEK-INT + 7)
    IF WS-SLOT-MONTH IS NOT EQUAL TO WS-SLOT-NEXT-MONTH
        MOVE 5 TO WS-SLOT
    ELSE
        COMPUTE WS-SLOT = (WS-SLOT-DAY - 1) / 7 + 1
    END-IF.
