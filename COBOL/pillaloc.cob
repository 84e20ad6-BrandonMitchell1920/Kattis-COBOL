IDENTIFICATION DIVISION.
    PROGRAM-ID. PillarAllocation.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PILLAR-JOURNAL-FILE ASSIGN TO "PILLARJRN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
        SELECT SPONSOR-MASTER-FILE ASSIGN TO "PILLSPON"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SPONSOR-STATUS.
        SELECT UNIT-COST-FILE ASSIGN TO "PILLCOST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COST-STATUS.
        SELECT PILLAR-POOL-FILE ASSIGN TO "PILLPOOL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POOL-STATUS.
        COPY paramctl.
        SELECT ALLOCATION-REPORT-FILE ASSIGN TO "PILLALCR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VOUCHER-FILE ASSIGN TO "PILLVCH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD PILLAR-JOURNAL-FILE.
        01 PILLAR-JOURNAL-REC.
            05 JOURNAL-BATTLE-ID PIC X(8).
            05 FILLER PIC X.
            05 JOURNAL-RUN-ID PIC X(16).
            05 FILLER PIC X.
            05 JOURNAL-PILLARS-ADDED PIC 9(6).
            05 FILLER PIC X.
            05 JOURNAL-BALANCE PIC 9(6).

      *> Sponsor master: the cost center that pays for each battle's
      *> pillars, and the sponsor's name for the charge statement.
    FD SPONSOR-MASTER-FILE.
        01 SPONSOR-MASTER-REC.
            05 SPON-BATTLE-ID PIC X(8).
            05 FILLER PIC X.
            05 SPON-COST-CENTER PIC X(4).
            05 FILLER PIC X.
            05 SPON-NAME PIC X(20).

      *> Pillar unit cost, one row per price change: a pillar drawn
      *> from the pool is priced at the row with the latest effective
      *> date on or before the day it was drawn.
    FD UNIT-COST-FILE.
        01 UNIT-COST-REC.
            05 COST-EFFECTIVE-DATE PIC X(8).
            05 FILLER PIC X.
            05 COST-UNIT-COST PIC 9(5)V99.

    FD PILLAR-POOL-FILE.
        01 PILLAR-POOL-REC.
            05 POOL-AVAILABLE PIC 9(7).

    FD ALLOCATION-REPORT-FILE.
        01 ALLOCATION-REPORT-REC PIC X(132).

    COPY glvchfd.

    WORKING-STORAGE SECTION.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-SPONSOR-STATUS PIC XX.
        01 WS-COST-STATUS PIC XX.
        01 WS-POOL-STATUS PIC XX.
        01 WS-JOURNAL-EOF PIC X VALUE "N".
            88 JOURNAL-EOF VALUE "Y".
        01 WS-SPONSOR-EOF PIC X VALUE "N".
            88 SPONSOR-EOF VALUE "Y".
        01 WS-COST-EOF PIC X VALUE "N".
            88 COST-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-ALLOCATION-MONTH PIC X(6).
        01 WS-MONTH-PARTS REDEFINES WS-ALLOCATION-MONTH.
            05 WS-MONTH-YEAR PIC 9(4).
            05 WS-MONTH-MM PIC 99.
      *> GL accounts for the allocation voucher: each sponsor's cost
      *> center is debited with its pillar charge and pillar stock is
      *> credited with the total, under the PARMCTL PLALCCTR cost
      *> center.
        01 WS-EXPENSE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-STOCK-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-STOCK-COST-CENTER PIC X(4) VALUE SPACES.
        01 WS-COST-TABLE.
            05 WS-COST-ENTRY OCCURS 100 TIMES.
                10 WS-COST-DATE PIC X(8).
                10 WS-COST-UNIT PIC 9(5)V99.
        01 WS-COST-COUNT PIC 9(3) VALUE ZEROS.
        01 COST-IDX PIC 9(3).
        01 WS-BEST-COST PIC 9(3).
        01 WS-PRICE-DATE PIC X(8).
        01 WS-SPONSOR-TABLE.
            05 WS-SPONSOR-ENTRY OCCURS 50 TIMES.
                10 WS-SP-COST-CENTER PIC X(4).
                10 WS-SP-NAME PIC X(20).
                10 WS-SP-PILLARS PIC 9(7).
                10 WS-SP-CHARGE PIC 9(9)V99.
        01 WS-SPONSOR-COUNT PIC 99 VALUE ZEROS.
        01 SP-IDX PIC 99.
      *> Every battle on the sponsor master, and every battle that
      *> drew pillars in the month whether sponsored or not.
        01 WS-BATTLE-TABLE.
            05 WS-BATTLE-ENTRY OCCURS 500 TIMES.
                10 WS-BT-BATTLE-ID PIC X(8).
                10 WS-BT-SPONSOR PIC 99.
                10 WS-BT-PILLARS PIC 9(7).
                10 WS-BT-UNPRICED PIC 9(7).
                10 WS-BT-CHARGE PIC 9(9)V99.
        01 WS-BATTLE-COUNT PIC 9(3) VALUE ZEROS.
        01 BT-IDX PIC 9(3).
        01 WS-ENTRY-FOUND PIC X.
            88 ENTRY-FOUND VALUE "Y".
        01 WS-ENTRY-CHARGE PIC 9(9)V99.
        01 WS-POOL-ON-HAND PIC 9(7) VALUE ZEROS.
        01 WS-POOL-UNIT-COST PIC 9(5)V99 VALUE ZEROS.
        01 WS-UNABSORBED-COST PIC 9(9)V99 VALUE ZEROS.
        01 WS-CHARGE-TOTAL PIC 9(9)V99 VALUE ZEROS.
        01 WS-PILLARS-CHARGED PIC 9(7) VALUE ZEROS.
        01 WS-PILLARS-UNSPONSORED PIC 9(7) VALUE ZEROS.
        01 WS-PILLARS-UNPRICED PIC 9(7) VALUE ZEROS.
        01 WS-JOURNAL-IN-MONTH PIC 9(7) VALUE ZEROS.
        01 WS-SPONSORS-SKIPPED PIC 9(5) VALUE ZEROS.
        01 WS-COSTS-SKIPPED PIC 9(5) VALUE ZEROS.
        01 WS-BATTLES-LISTED PIC 9(5).
        01 WS-DISPLAY-AMOUNT PIC Z(8)9.99.
        01 WS-ALLOCATION-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSA-BATTLE PIC X(8).
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSA-PILLARS PIC Z(6)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSA-CHARGE PIC Z(8)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSA-NOTE PIC X(30).
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
    ACCEPT WS-ALLOCATION-MONTH
    IF WS-ALLOCATION-MONTH IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:6) TO WS-ALLOCATION-MONTH
    END-IF
    DISPLAY "RUN " WS-RUN-ID " PILLAR COST ALLOCATION FOR "
        WS-ALLOCATION-MONTH
    IF WS-ALLOCATION-MONTH IS NOT NUMERIC
            OR WS-MONTH-MM IS LESS THAN 1
            OR WS-MONTH-MM IS GREATER THAN 12
        DISPLAY "EXCEPTION: ALLOCATION MONTH " WS-ALLOCATION-MONTH
            " IS NOT A YYYYMM MONTH - NOTHING CHARGED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-LOAD-PARAMETERS
    IF WS-EXPENSE-ACCOUNT IS EQUAL TO SPACES OR
            WS-STOCK-ACCOUNT IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: PILLAR ALLOCATION GL ACCOUNTS NOT IN"
            " PARMCTL (PLALCEXP/PLALCINV) - NOTHING CHARGED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1100-LOAD-UNIT-COSTS
    PERFORM 1200-LOAD-SPONSORS
    PERFORM 1400-READ-PILLAR-POOL
    PERFORM 2000-PRICE-JOURNAL
    OPEN OUTPUT ALLOCATION-REPORT-FILE
    PERFORM 4000-WRITE-STATEMENTS
    PERFORM 4500-WRITE-UNCHARGED
    PERFORM 4700-WRITE-UNABSORBED
    CLOSE ALLOCATION-REPORT-FILE
    PERFORM 8000-RELEASE-VOUCHER
    DISPLAY "JOURNAL ENTRIES IN MONTH " WS-JOURNAL-IN-MONTH
        " SPONSORS " WS-SPONSOR-COUNT
    DISPLAY "PILLARS CHARGED " WS-PILLARS-CHARGED
        " UNSPONSORED " WS-PILLARS-UNSPONSORED
        " UNPRICED " WS-PILLARS-UNPRICED
    MOVE WS-CHARGE-TOTAL TO WS-DISPLAY-AMOUNT
    DISPLAY "SPONSOR CHARGES " WS-DISPLAY-AMOUNT
    MOVE WS-UNABSORBED-COST TO WS-DISPLAY-AMOUNT
    DISPLAY "UNABSORBED POOL COST " WS-DISPLAY-AMOUNT
    IF WS-PILLARS-UNSPONSORED IS GREATER THAN ZERO
            OR WS-PILLARS-UNPRICED IS GREATER THAN ZERO
            OR WS-SPONSORS-SKIPPED IS GREATER THAN ZERO
            OR WS-COSTS-SKIPPED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="PILLALOC"==.

    COPY busdateget.

1000-LOAD-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "PLALCEXP"
                MOVE PARM-VALUE(1:8) TO WS-EXPENSE-ACCOUNT
            WHEN "PLALCINV"
                MOVE PARM-VALUE(1:8) TO WS-STOCK-ACCOUNT
            WHEN "PLALCCTR"
                MOVE PARM-VALUE(1:4) TO WS-STOCK-COST-CENTER
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-UNIT-COSTS.
    OPEN INPUT UNIT-COST-FILE
    IF WS-COST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PILLAR UNIT COST TABLE NOT AVAILABLE"
            " - STATUS " WS-COST-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ UNIT-COST-FILE
        AT END SET COST-EOF TO TRUE
    END-READ
    PERFORM UNTIL COST-EOF
        IF COST-EFFECTIVE-DATE IS NOT NUMERIC
                OR COST-UNIT-COST IS NOT NUMERIC
            DISPLAY "NOTE: MALFORMED PILLAR UNIT COST ROW "
                UNIT-COST-REC " - SKIPPED"
            ADD 1 TO WS-COSTS-SKIPPED
        ELSE
            IF WS-COST-COUNT IS LESS THAN 100
                ADD 1 TO WS-COST-COUNT
                MOVE COST-EFFECTIVE-DATE TO WS-COST-DATE(WS-COST-COUNT)
                MOVE COST-UNIT-COST TO WS-COST-UNIT(WS-COST-COUNT)
            END-IF
        END-IF
        READ UNIT-COST-FILE
            AT END SET COST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE UNIT-COST-FILE.

      *> Sponsors are grouped by cost center: one charge statement
      *> and one voucher debit per cost center, however many battles
      *> it sponsors.  A battle listed twice keeps its first sponsor.
1200-LOAD-SPONSORS.
    OPEN INPUT SPONSOR-MASTER-FILE
    IF WS-SPONSOR-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: BATTLE SPONSOR MASTER NOT AVAILABLE"
            " - STATUS " WS-SPONSOR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ SPONSOR-MASTER-FILE
        AT END SET SPONSOR-EOF TO TRUE
    END-READ
    PERFORM UNTIL SPONSOR-EOF
        PERFORM 1300-LOAD-ONE-SPONSOR
        READ SPONSOR-MASTER-FILE
            AT END SET SPONSOR-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SPONSOR-MASTER-FILE.

1300-LOAD-ONE-SPONSOR.
    IF SPON-BATTLE-ID IS EQUAL TO SPACES
            OR SPON-COST-CENTER IS EQUAL TO SPACES
        DISPLAY "NOTE: MALFORMED SPONSOR ROW " SPONSOR-MASTER-REC
            " - SKIPPED"
        ADD 1 TO WS-SPONSORS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SP-IDX FROM 1 BY 1
            UNTIL SP-IDX IS GREATER THAN WS-SPONSOR-COUNT
        IF WS-SP-COST-CENTER(SP-IDX) IS EQUAL TO SPON-COST-CENTER
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF SP-IDX IS GREATER THAN WS-SPONSOR-COUNT
        IF WS-SPONSOR-COUNT IS NOT LESS THAN 50
            DISPLAY "NOTE: MORE THAN 50 SPONSOR COST CENTERS - "
                SPON-BATTLE-ID " SKIPPED"
            ADD 1 TO WS-SPONSORS-SKIPPED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SPONSOR-COUNT
        MOVE WS-SPONSOR-COUNT TO SP-IDX
        INITIALIZE WS-SPONSOR-ENTRY(SP-IDX)
        MOVE SPON-COST-CENTER TO WS-SP-COST-CENTER(SP-IDX)
        MOVE SPON-NAME TO WS-SP-NAME(SP-IDX)
    END-IF
    MOVE SPON-BATTLE-ID TO JOURNAL-BATTLE-ID
    PERFORM 3000-FIND-BATTLE
    IF ENTRY-FOUND AND WS-BT-SPONSOR(BT-IDX) IS EQUAL TO ZERO
        MOVE SP-IDX TO WS-BT-SPONSOR(BT-IDX)
    END-IF.

1400-READ-PILLAR-POOL.
    OPEN INPUT PILLAR-POOL-FILE
    IF WS-POOL-STATUS IS EQUAL TO "00"
        READ PILLAR-POOL-FILE
            AT END CONTINUE
            NOT AT END
                IF POOL-AVAILABLE IS NUMERIC
                    MOVE POOL-AVAILABLE TO WS-POOL-ON-HAND
                END-IF
        END-READ
        CLOSE PILLAR-POOL-FILE
    ELSE
        DISPLAY "NOTE: PILLAR POOL NOT ON FILE - NO STOCK ON HAND"
    END-IF.

      *> Each pillar BossBattle drew from the pool in the month is
      *> charged to the battle's sponsor at the unit cost in force on
      *> the day of the posting run.
2000-PRICE-JOURNAL.
    OPEN INPUT PILLAR-JOURNAL-FILE
    IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PILLAR JOURNAL NOT AVAILABLE - STATUS "
            WS-JOURNAL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ PILLAR-JOURNAL-FILE
        AT END SET JOURNAL-EOF TO TRUE
    END-READ
    PERFORM UNTIL JOURNAL-EOF
        IF JOURNAL-RUN-ID(1:6) IS EQUAL TO WS-ALLOCATION-MONTH
                AND JOURNAL-PILLARS-ADDED IS NUMERIC
            PERFORM 2100-PRICE-ONE-ENTRY
        END-IF
        READ PILLAR-JOURNAL-FILE
            AT END SET JOURNAL-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PILLAR-JOURNAL-FILE.

2100-PRICE-ONE-ENTRY.
    ADD 1 TO WS-JOURNAL-IN-MONTH
    PERFORM 3000-FIND-BATTLE
    IF NOT ENTRY-FOUND
        EXIT PARAGRAPH
    END-IF
    ADD JOURNAL-PILLARS-ADDED TO WS-BT-PILLARS(BT-IDX)
    IF WS-BT-SPONSOR(BT-IDX) IS EQUAL TO ZERO
        ADD JOURNAL-PILLARS-ADDED TO WS-PILLARS-UNSPONSORED
        EXIT PARAGRAPH
    END-IF
    MOVE JOURNAL-RUN-ID(1:8) TO WS-PRICE-DATE
    PERFORM 3100-FIND-UNIT-COST
    IF WS-BEST-COST IS EQUAL TO ZERO
        ADD JOURNAL-PILLARS-ADDED TO WS-BT-UNPRICED(BT-IDX)
            WS-PILLARS-UNPRICED
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ENTRY-CHARGE =
        JOURNAL-PILLARS-ADDED * WS-COST-UNIT(WS-BEST-COST)
    MOVE WS-BT-SPONSOR(BT-IDX) TO SP-IDX
    ADD WS-ENTRY-CHARGE TO WS-BT-CHARGE(BT-IDX) WS-SP-CHARGE(SP-IDX)
        WS-CHARGE-TOTAL
    ADD JOURNAL-PILLARS-ADDED TO WS-SP-PILLARS(SP-IDX)
        WS-PILLARS-CHARGED.

      *> Finds the battle in JOURNAL-BATTLE-ID, adding it when it is
      *> not yet in the table.
3000-FIND-BATTLE.
    MOVE "N" TO WS-ENTRY-FOUND
    PERFORM VARYING BT-IDX FROM 1 BY 1
            UNTIL BT-IDX IS GREATER THAN WS-BATTLE-COUNT
        IF WS-BT-BATTLE-ID(BT-IDX) IS EQUAL TO JOURNAL-BATTLE-ID
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-BATTLE-COUNT IS NOT LESS THAN 500
        DISPLAY "NOTE: MORE THAN 500 BATTLES - " JOURNAL-BATTLE-ID
            " NOT ALLOCATED"
        ADD 1 TO WS-SPONSORS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-BATTLE-COUNT
    MOVE WS-BATTLE-COUNT TO BT-IDX
    INITIALIZE WS-BATTLE-ENTRY(BT-IDX)
    MOVE JOURNAL-BATTLE-ID TO WS-BT-BATTLE-ID(BT-IDX)
    SET ENTRY-FOUND TO TRUE.

      *> The cost row with the latest effective date on or before
      *> WS-PRICE-DATE; zero when the table starts after it.
3100-FIND-UNIT-COST.
    MOVE ZEROS TO WS-BEST-COST
    PERFORM VARYING COST-IDX FROM 1 BY 1
            UNTIL COST-IDX IS GREATER THAN WS-COST-COUNT
        IF WS-COST-DATE(COST-IDX) IS NOT GREATER THAN WS-PRICE-DATE
            IF WS-BEST-COST IS EQUAL TO ZERO
                MOVE COST-IDX TO WS-BEST-COST
            ELSE
                IF WS-COST-DATE(COST-IDX) IS GREATER THAN
                        WS-COST-DATE(WS-BEST-COST)
                    MOVE COST-IDX TO WS-BEST-COST
                END-IF
            END-IF
        END-IF
    END-PERFORM.

      *> One charge statement per sponsoring cost center, listing
      *> each of its battles with the pillars drawn and their cost.
4000-WRITE-STATEMENTS.
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE "  BATTLE       PILLARS         CHARGE"
        TO WS-PRINT-COLUMNS
    PERFORM VARYING SP-IDX FROM 1 BY 1
            UNTIL SP-IDX IS GREATER THAN WS-SPONSOR-COUNT
        MOVE SPACES TO WS-PRINT-TITLE
        STRING "PILLAR COST " WS-SP-COST-CENTER(SP-IDX) " "
            WS-SP-NAME(SP-IDX) " " WS-ALLOCATION-MONTH
            DELIMITED BY SIZE INTO WS-PRINT-TITLE
        MOVE 999 TO WS-PRINT-LINE-COUNT
        MOVE ZEROS TO WS-BATTLES-LISTED
        PERFORM VARYING BT-IDX FROM 1 BY 1
                UNTIL BT-IDX IS GREATER THAN WS-BATTLE-COUNT
            IF WS-BT-SPONSOR(BT-IDX) IS EQUAL TO SP-IDX
                    AND WS-BT-PILLARS(BT-IDX) IS GREATER THAN ZERO
                PERFORM 4100-PRINT-ONE-BATTLE
            END-IF
        END-PERFORM
        IF WS-BATTLES-LISTED IS EQUAL TO ZERO
            MOVE "  NO PILLARS DRAWN THIS MONTH" TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        MOVE "TOTAL" TO WSA-BATTLE
        MOVE WS-SP-PILLARS(SP-IDX) TO WSA-PILLARS
        MOVE WS-SP-CHARGE(SP-IDX) TO WSA-CHARGE
        MOVE "CHARGED TO COST CENTER" TO WSA-NOTE
        MOVE WS-ALLOCATION-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM.

4100-PRINT-ONE-BATTLE.
    ADD 1 TO WS-BATTLES-LISTED
    MOVE WS-BT-BATTLE-ID(BT-IDX) TO WSA-BATTLE
    MOVE WS-BT-PILLARS(BT-IDX) TO WSA-PILLARS
    MOVE WS-BT-CHARGE(BT-IDX) TO WSA-CHARGE
    MOVE SPACES TO WSA-NOTE
    IF WS-BT-UNPRICED(BT-IDX) IS GREATER THAN ZERO
        STRING "NO UNIT COST FOR " WS-BT-UNPRICED(BT-IDX)
            DELIMITED BY SIZE INTO WSA-NOTE
    END-IF
    MOVE WS-ALLOCATION-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Battles that drew pillars with no sponsor on the master - and
      *> so were charged to no one - for follow-up.
4500-WRITE-UNCHARGED.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "PILLAR CHARGES - UNSPONSORED " WS-ALLOCATION-MONTH
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE ZEROS TO WS-BATTLES-LISTED
    PERFORM VARYING BT-IDX FROM 1 BY 1
            UNTIL BT-IDX IS GREATER THAN WS-BATTLE-COUNT
        IF WS-BT-SPONSOR(BT-IDX) IS EQUAL TO ZERO
                AND WS-BT-PILLARS(BT-IDX) IS GREATER THAN ZERO
            ADD 1 TO WS-BATTLES-LISTED
            MOVE WS-BT-BATTLE-ID(BT-IDX) TO WSA-BATTLE
            MOVE WS-BT-PILLARS(BT-IDX) TO WSA-PILLARS
            MOVE ZEROS TO WSA-CHARGE
            MOVE "NO SPONSOR ON MASTER" TO WSA-NOTE
            MOVE WS-ALLOCATION-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM
    IF WS-BATTLES-LISTED IS EQUAL TO ZERO
        MOVE "  NONE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

      *> Stock still in the pool was bought but has been drawn by no
      *> battle, so no sponsor carries its cost; it is valued at the
      *> unit cost in force at the end of the month.
4700-WRITE-UNABSORBED.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "PILLAR POOL - UNABSORBED COST " WS-ALLOCATION-MONTH
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    STRING WS-ALLOCATION-MONTH "31" DELIMITED BY SIZE
        INTO WS-PRICE-DATE
    PERFORM 3100-FIND-UNIT-COST
    IF WS-BEST-COST IS GREATER THAN ZERO
        MOVE WS-COST-UNIT(WS-BEST-COST) TO WS-POOL-UNIT-COST
    END-IF
    COMPUTE WS-UNABSORBED-COST = WS-POOL-ON-HAND * WS-POOL-UNIT-COST
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  PILLARS CHARGED TO SPONSORS     " WS-PILLARS-CHARGED
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-CHARGE-TOTAL TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  SPONSOR CHARGES          " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  PILLARS IN POOL, UNALLOCATED    " WS-POOL-ON-HAND
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-POOL-UNIT-COST TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  UNIT COST                " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-UNABSORBED-COST TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  UNABSORBED COST          " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> The month's charges go to accounting as one voucher: each
      *> sponsoring cost center debited with its charge and pillar
      *> stock credited with the total.  It is held back if it does
      *> not prove.
8000-RELEASE-VOUCHER.
    OPEN OUTPUT VOUCHER-FILE
    MOVE ZEROS TO WS-ENTRY-CHARGE
    PERFORM VARYING SP-IDX FROM 1 BY 1
            UNTIL SP-IDX IS GREATER THAN WS-SPONSOR-COUNT
        ADD WS-SP-CHARGE(SP-IDX) TO WS-ENTRY-CHARGE
    END-PERFORM
    IF WS-ENTRY-CHARGE IS NOT EQUAL TO WS-CHARGE-TOTAL
        DISPLAY "EXCEPTION: PILLAR ALLOCATION VOUCHER OUT OF BALANCE"
            " - NOT RELEASED"
        MOVE 8 TO RETURN-CODE
        CLOSE VOUCHER-FILE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE SPACES TO VOUCHER-REC
    MOVE WS-RUN-ID TO VCH-RUN-ID
    MOVE ZEROS TO VCH-SEQ
    MOVE "D" TO VCH-DR-CR
    MOVE WS-EXPENSE-ACCOUNT TO VCH-ACCOUNT
    PERFORM VARYING SP-IDX FROM 1 BY 1
            UNTIL SP-IDX IS GREATER THAN WS-SPONSOR-COUNT
        MOVE WS-SP-COST-CENTER(SP-IDX) TO VCH-COST-CENTER
        MOVE WS-SP-CHARGE(SP-IDX) TO VCH-AMOUNT
        PERFORM 8100-WRITE-VOUCHER-LINE
    END-PERFORM
    MOVE "C" TO VCH-DR-CR
    MOVE WS-STOCK-ACCOUNT TO VCH-ACCOUNT
    MOVE WS-STOCK-COST-CENTER TO VCH-COST-CENTER
    MOVE WS-CHARGE-TOTAL TO VCH-AMOUNT
    PERFORM 8100-WRITE-VOUCHER-LINE
    IF VCH-SEQ IS GREATER THAN ZERO
        DISPLAY "PILLAR ALLOCATION VOUCHER RELEASED - " VCH-SEQ
            " LINES"
    END-IF
    CLOSE VOUCHER-FILE.

8100-WRITE-VOUCHER-LINE.
    IF VCH-AMOUNT IS GREATER THAN ZERO
        ADD 1 TO VCH-SEQ
        WRITE VOUCHER-REC
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==ALLOCATION-REPORT-REC==.
