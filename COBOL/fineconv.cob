IDENTIFICATION DIVISION.
    PROGRAM-ID. FineConvert.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SEQ-INVOICE-FILE ASSIGN TO "SEQINV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-INVOICE-STATUS.
        SELECT SEQ-LEDGER-FILE ASSIGN TO "SEQLEDG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-LEDGER-STATUS.
        SELECT SEQ-POINTS-FILE ASSIGN TO "SEQPTLEDG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-POINTS-STATUS.
        COPY fineinvsel.
        COPY fineldgsel.
        COPY drvptsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    FD SEQ-INVOICE-FILE.
        01 SEQ-INVOICE-REC PIC X(80).

    FD SEQ-LEDGER-FILE.
        01 SEQ-LEDGER-REC PIC X(80).

      *> The points ledger as DriverPoints kept it before it became a
      *> keyed master: points ahead of the entry type and trip, with
      *> the entry sequence after them on copies FineUnload has made
      *> since; older copies have none and load with sequence zero.
    FD SEQ-POINTS-FILE.
        01 SEQ-POINTS-REC.
            05 SEQ-PTS-DRIVER-ID PIC X(6).
            05 FILLER PIC X.
            05 SEQ-PTS-BUSINESS-DATE PIC X(8).
            05 FILLER PIC X.
            05 SEQ-PTS-POINTS PIC 99.
            05 FILLER PIC X.
            05 SEQ-PTS-ENTRY-TYPE PIC X.
            05 FILLER PIC X.
            05 SEQ-PTS-TRIP-NUMBER PIC X(4).
            05 FILLER PIC X.
            05 SEQ-PTS-ENTRY-SEQ PIC X(5).

    COPY fineinvfd.

    COPY fineldgfd.

    COPY drvptfd.

    WORKING-STORAGE SECTION.
        01 WS-SEQ-INVOICE-STATUS PIC XX.
        01 WS-SEQ-LEDGER-STATUS PIC XX.
        01 WS-SEQ-POINTS-STATUS PIC XX.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-POINTS-STATUS PIC XX.
        01 WS-SEQ-EOF PIC X VALUE "N".
            88 SEQ-EOF VALUE "Y".
        01 WS-INVOICES-READ PIC 9(7) VALUE ZEROS.
        01 WS-INVOICES-LOADED PIC 9(7) VALUE ZEROS.
        01 WS-INVOICES-DROPPED PIC 9(7) VALUE ZEROS.
        01 WS-LEDGER-READ PIC 9(7) VALUE ZEROS.
        01 WS-LEDGER-LOADED PIC 9(7) VALUE ZEROS.
        01 WS-LEDGER-MERGED PIC 9(7) VALUE ZEROS.
        01 WS-POINTS-READ PIC 9(7) VALUE ZEROS.
        01 WS-POINTS-LOADED PIC 9(7) VALUE ZEROS.
        01 WS-POINTS-MERGED PIC 9(7) VALUE ZEROS.
        01 WS-HOLD-OPEN-BALANCE PIC 9(7)V99.
        01 WS-HOLD-CREDIT-BALANCE PIC 9(7)V99.
        01 WS-HOLD-CREDIT-DATE PIC X(8).
        01 WS-HOLD-POINTS PIC 99.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " BUILDING FINE MASTERS FROM SEQUENTIAL"
    PERFORM 1000-LOAD-INVOICES
    PERFORM 2000-LOAD-RECEIVABLES
    PERFORM 3000-LOAD-POINTS
    DISPLAY "INVOICES READ " WS-INVOICES-READ
        " LOADED " WS-INVOICES-LOADED
        " DROPPED " WS-INVOICES-DROPPED
    DISPLAY "LEDGER ROWS READ " WS-LEDGER-READ
        " LOADED " WS-LEDGER-LOADED
        " MERGED " WS-LEDGER-MERGED
    DISPLAY "POINTS ROWS READ " WS-POINTS-READ
        " LOADED " WS-POINTS-LOADED
        " MERGED " WS-POINTS-MERGED
      *> A dropped invoice is an open item the masters no longer know
      *> about - the conversion must be rerun, not released.
    IF WS-INVOICES-DROPPED IS GREATER THAN ZERO
        DISPLAY "EXCEPTION: " WS-INVOICES-DROPPED
            " INVOICES NOT LOADED - DO NOT RELEASE THE MASTERS"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-LEDGER-MERGED IS GREATER THAN ZERO OR
                WS-POINTS-MERGED IS GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FINECONV"==.

    COPY busdateget.

      *> Rows written before the paid, dunning, fee and dispute columns
      *> were added carry spaces there; they load as zero, the way the
      *> table-driven steps used to default them on every read.
1000-LOAD-INVOICES.
    OPEN INPUT SEQ-INVOICE-FILE
    IF WS-SEQ-INVOICE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: SEQUENTIAL INVOICE FILE NOT AVAILABLE"
            " - STATUS " WS-SEQ-INVOICE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT INVOICE-FILE
    MOVE "N" TO WS-SEQ-EOF
    READ SEQ-INVOICE-FILE
        AT END SET SEQ-EOF TO TRUE
    END-READ
    PERFORM UNTIL SEQ-EOF
        ADD 1 TO WS-INVOICES-READ
        MOVE SEQ-INVOICE-REC TO INVOICE-REC
        IF INV-NUMBER-DATE IS NOT NUMERIC OR
                INV-NUMBER-SEQ IS NOT NUMERIC
            ADD 1 TO WS-INVOICES-DROPPED
            DISPLAY "EXCEPTION: INVOICE NUMBER " INV-NUMBER
                " NOT NUMERIC - NOT LOADED"
        ELSE
            IF INV-PAID-AMOUNT IS NOT NUMERIC
                MOVE ZEROS TO INV-PAID-AMOUNT
            END-IF
            IF INV-DUNNING-LEVEL IS NOT NUMERIC
                MOVE ZERO TO INV-DUNNING-LEVEL
            END-IF
            IF INV-LATE-FEE IS NOT NUMERIC
                MOVE ZEROS TO INV-LATE-FEE
            END-IF
            WRITE INVOICE-REC
                INVALID KEY
                    ADD 1 TO WS-INVOICES-DROPPED
                    DISPLAY "EXCEPTION: DUPLICATE INVOICE " INV-NUMBER
                        " - NOT LOADED"
                NOT INVALID KEY
                    ADD 1 TO WS-INVOICES-LOADED
            END-WRITE
        END-IF
        READ SEQ-INVOICE-FILE
            AT END SET SEQ-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SEQ-INVOICE-FILE
    CLOSE INVOICE-FILE.

      *> The table-driven steps kept one row per driver, so a second
      *> row for a driver only comes from a hand-edited file; its
      *> balances are added in rather than lost.
2000-LOAD-RECEIVABLES.
    OPEN INPUT SEQ-LEDGER-FILE
    IF WS-SEQ-LEDGER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: SEQUENTIAL LEDGER NOT ON FILE - MASTER EMPTY"
        OPEN OUTPUT RECEIVABLE-FILE
        CLOSE RECEIVABLE-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RECEIVABLE-FILE
    CLOSE RECEIVABLE-FILE
    OPEN I-O RECEIVABLE-FILE
    MOVE "N" TO WS-SEQ-EOF
    READ SEQ-LEDGER-FILE
        AT END SET SEQ-EOF TO TRUE
    END-READ
    PERFORM UNTIL SEQ-EOF
        ADD 1 TO WS-LEDGER-READ
        MOVE SEQ-LEDGER-REC TO RECEIVABLE-REC
        IF LEDG-OPEN-BALANCE IS NOT NUMERIC
            MOVE ZEROS TO LEDG-OPEN-BALANCE
        END-IF
        IF LEDG-CREDIT-BALANCE IS NOT NUMERIC
            MOVE ZEROS TO LEDG-CREDIT-BALANCE
        END-IF
        IF LEDG-CREDIT-DATE IS NOT NUMERIC
            MOVE SPACES TO LEDG-CREDIT-DATE
        END-IF
        WRITE RECEIVABLE-REC
            INVALID KEY
                PERFORM 2100-MERGE-LEDGER-ROW
            NOT INVALID KEY
                ADD 1 TO WS-LEDGER-LOADED
        END-WRITE
        READ SEQ-LEDGER-FILE
            AT END SET SEQ-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SEQ-LEDGER-FILE
    CLOSE RECEIVABLE-FILE.

2100-MERGE-LEDGER-ROW.
    MOVE LEDG-OPEN-BALANCE TO WS-HOLD-OPEN-BALANCE
    MOVE LEDG-CREDIT-BALANCE TO WS-HOLD-CREDIT-BALANCE
    MOVE LEDG-CREDIT-DATE TO WS-HOLD-CREDIT-DATE
    READ RECEIVABLE-FILE
        INVALID KEY
            DISPLAY "EXCEPTION: LEDGER ROW " LEDG-DRIVER-ID
                " NEITHER WRITTEN NOR FOUND"
            EXIT PARAGRAPH
    END-READ
    ADD WS-HOLD-OPEN-BALANCE TO LEDG-OPEN-BALANCE
    ADD WS-HOLD-CREDIT-BALANCE TO LEDG-CREDIT-BALANCE
    IF WS-HOLD-CREDIT-DATE IS GREATER THAN LEDG-CREDIT-DATE
        MOVE WS-HOLD-CREDIT-DATE TO LEDG-CREDIT-DATE
    END-IF
    REWRITE RECEIVABLE-REC
    ADD 1 TO WS-LEDGER-MERGED
    DISPLAY "NOTE: SECOND LEDGER ROW FOR " LEDG-DRIVER-ID
        " - BALANCES ADDED TOGETHER".

      *> Rows from before the entry type existed are postings.  A
      *> night that was run twice posted the same trip twice; the
      *> points are added onto the one keyed row so the driver's
      *> total is what the old ledger said it was.
3000-LOAD-POINTS.
    OPEN INPUT SEQ-POINTS-FILE
    IF WS-SEQ-POINTS-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: SEQUENTIAL POINTS LEDGER NOT ON FILE"
            " - MASTER EMPTY"
        OPEN OUTPUT POINTS-LEDGER-FILE
        CLOSE POINTS-LEDGER-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT POINTS-LEDGER-FILE
    CLOSE POINTS-LEDGER-FILE
    OPEN I-O POINTS-LEDGER-FILE
    MOVE "N" TO WS-SEQ-EOF
    READ SEQ-POINTS-FILE
        AT END SET SEQ-EOF TO TRUE
    END-READ
    PERFORM UNTIL SEQ-EOF
        ADD 1 TO WS-POINTS-READ
        MOVE SPACES TO POINTS-LEDGER-REC
        MOVE SEQ-PTS-DRIVER-ID TO PTS-DRIVER-ID
        MOVE SEQ-PTS-BUSINESS-DATE TO PTS-BUSINESS-DATE
        IF SEQ-PTS-ENTRY-TYPE IS EQUAL TO SPACE
            MOVE "V" TO PTS-ENTRY-TYPE
        ELSE
            MOVE SEQ-PTS-ENTRY-TYPE TO PTS-ENTRY-TYPE
        END-IF
        MOVE SEQ-PTS-TRIP-NUMBER TO PTS-TRIP-NUMBER
        IF SEQ-PTS-ENTRY-SEQ IS NUMERIC
            MOVE SEQ-PTS-ENTRY-SEQ TO PTS-ENTRY-SEQ
        ELSE
            MOVE ZEROS TO PTS-ENTRY-SEQ
        END-IF
        IF SEQ-PTS-POINTS IS NUMERIC
            MOVE SEQ-PTS-POINTS TO PTS-POINTS
        ELSE
            MOVE ZEROS TO PTS-POINTS
        END-IF
        WRITE POINTS-LEDGER-REC
            INVALID KEY
                PERFORM 3100-MERGE-POINTS-ROW
            NOT INVALID KEY
                ADD 1 TO WS-POINTS-LOADED
        END-WRITE
        READ SEQ-POINTS-FILE
            AT END SET SEQ-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SEQ-POINTS-FILE
    CLOSE POINTS-LEDGER-FILE.

3100-MERGE-POINTS-ROW.
    MOVE PTS-POINTS TO WS-HOLD-POINTS
    READ POINTS-LEDGER-FILE
        INVALID KEY
            DISPLAY "EXCEPTION: POINTS ROW " PTS-KEY
                " NEITHER WRITTEN NOR FOUND"
            EXIT PARAGRAPH
    END-READ
    ADD WS-HOLD-POINTS TO PTS-POINTS
        ON SIZE ERROR
            MOVE 99 TO PTS-POINTS
    END-ADD
    REWRITE POINTS-LEDGER-REC
    ADD 1 TO WS-POINTS-MERGED
    DISPLAY "NOTE: REPEATED POINTS ROW " PTS-KEY
        " - POINTS ADDED TOGETHER".
