IDENTIFICATION DIVISION.
    PROGRAM-ID. FineUnload.
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

      *> Same sequential points layout FineConvert reads, so the
      *> nightly copy can rebuild the master if it is ever lost.
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
        01 WS-MASTER-EOF PIC X VALUE "N".
            88 MASTER-EOF VALUE "Y".
        01 WS-INVOICES-UNLOADED PIC 9(7) VALUE ZEROS.
        01 WS-LEDGER-UNLOADED PIC 9(7) VALUE ZEROS.
        01 WS-POINTS-UNLOADED PIC 9(7) VALUE ZEROS.
        01 WS-MASTERS-MISSING PIC 9 VALUE ZERO.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " UNLOADING FINE MASTERS TO SEQUENTIAL"
    PERFORM 1000-UNLOAD-INVOICES
    PERFORM 2000-UNLOAD-RECEIVABLES
    PERFORM 3000-UNLOAD-POINTS
    DISPLAY "INVOICES UNLOADED " WS-INVOICES-UNLOADED
        " LEDGER ROWS " WS-LEDGER-UNLOADED
        " POINTS ROWS " WS-POINTS-UNLOADED
    IF WS-MASTERS-MISSING IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="FINEUNLD"==.

    COPY busdateget.

      *> Each unload is in key order and replaces the prior night's
      *> copy; a master that will not open leaves its copy as it was.
1000-UNLOAD-INVOICES.
    OPEN INPUT INVOICE-FILE
    IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
        ADD 1 TO WS-MASTERS-MISSING
        DISPLAY "NOTE: INVOICE MASTER NOT AVAILABLE - STATUS "
            WS-INVOICE-STATUS " - NOT UNLOADED"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SEQ-INVOICE-FILE
    MOVE "N" TO WS-MASTER-EOF
    MOVE LOW-VALUES TO INV-NUMBER
    START INVOICE-FILE KEY IS GREATER THAN INV-NUMBER
        INVALID KEY SET MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL MASTER-EOF
        READ INVOICE-FILE NEXT RECORD
            AT END SET MASTER-EOF TO TRUE
            NOT AT END
                WRITE SEQ-INVOICE-REC FROM INVOICE-REC
                ADD 1 TO WS-INVOICES-UNLOADED
        END-READ
    END-PERFORM
    CLOSE SEQ-INVOICE-FILE
    CLOSE INVOICE-FILE.

2000-UNLOAD-RECEIVABLES.
    OPEN INPUT RECEIVABLE-FILE
    IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
        ADD 1 TO WS-MASTERS-MISSING
        DISPLAY "NOTE: RECEIVABLE MASTER NOT AVAILABLE - STATUS "
            WS-LEDGER-STATUS " - NOT UNLOADED"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SEQ-LEDGER-FILE
    MOVE "N" TO WS-MASTER-EOF
    MOVE LOW-VALUES TO LEDG-DRIVER-ID
    START RECEIVABLE-FILE KEY IS GREATER THAN LEDG-DRIVER-ID
        INVALID KEY SET MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL MASTER-EOF
        READ RECEIVABLE-FILE NEXT RECORD
            AT END SET MASTER-EOF TO TRUE
            NOT AT END
                WRITE SEQ-LEDGER-REC FROM RECEIVABLE-REC
                ADD 1 TO WS-LEDGER-UNLOADED
        END-READ
    END-PERFORM
    CLOSE SEQ-LEDGER-FILE
    CLOSE RECEIVABLE-FILE.

3000-UNLOAD-POINTS.
    OPEN INPUT POINTS-LEDGER-FILE
    IF WS-POINTS-STATUS IS NOT EQUAL TO "00"
        ADD 1 TO WS-MASTERS-MISSING
        DISPLAY "NOTE: POINTS MASTER NOT AVAILABLE - STATUS "
            WS-POINTS-STATUS " - NOT UNLOADED"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SEQ-POINTS-FILE
    MOVE "N" TO WS-MASTER-EOF
    MOVE LOW-VALUES TO PTS-KEY
    START POINTS-LEDGER-FILE KEY IS GREATER THAN PTS-KEY
        INVALID KEY SET MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL MASTER-EOF
        READ POINTS-LEDGER-FILE NEXT RECORD
            AT END SET MASTER-EOF TO TRUE
            NOT AT END
                MOVE SPACES TO SEQ-POINTS-REC
                MOVE PTS-DRIVER-ID TO SEQ-PTS-DRIVER-ID
                MOVE PTS-BUSINESS-DATE TO SEQ-PTS-BUSINESS-DATE
                MOVE PTS-POINTS TO SEQ-PTS-POINTS
                MOVE PTS-ENTRY-TYPE TO SEQ-PTS-ENTRY-TYPE
                MOVE PTS-TRIP-NUMBER TO SEQ-PTS-TRIP-NUMBER
                MOVE PTS-ENTRY-SEQ TO SEQ-PTS-ENTRY-SEQ
                WRITE SEQ-POINTS-REC
                ADD 1 TO WS-POINTS-UNLOADED
        END-READ
    END-PERFORM
    CLOSE SEQ-POINTS-FILE
    CLOSE POINTS-LEDGER-FILE.
