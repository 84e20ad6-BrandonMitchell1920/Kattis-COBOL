IDENTIFICATION DIVISION.
    PROGRAM-ID. MailingExtract.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY partysel.
        COPY fineinvsel.
        SELECT STATEMENT-FILE ASSIGN TO "RETSTMTS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATEMENT-STATUS.
        SELECT LETTER-FILE ASSIGN TO "NUMFLETR"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LETTER-STATUS.
        SELECT CLIENT-INVOICE-FILE ASSIGN TO "SOYINVPR"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLIENT-INVOICE-STATUS.
        SELECT MAIL-STREAM-FILE ASSIGN TO "MAILSTRM"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT MAIL-REPORT-FILE ASSIGN TO "MAILRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SORT-WORK ASSIGN TO "SORTWK01".
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    COPY partyfd.

    COPY fineinvfd.

    FD STATEMENT-FILE.
        01 STATEMENT-REC PIC X(132).

    FD LETTER-FILE.
        01 LETTER-REC PIC X(132).

    FD CLIENT-INVOICE-FILE.
        01 CLIENT-INVOICE-REC PIC X(132).

      *> The mail house's print stream.  Every line of a piece carries
      *> the piece number, the party key and mailing date it is to
      *> quote on returned mail, and the postcode the stream is sorted
      *> on.  A lines are the address block for the envelope window,
      *> D lines the document itself as the producing step printed it.
    FD MAIL-STREAM-FILE.
        01 MAIL-STREAM-REC.
            05 MS-PIECE-NUM PIC 9(6).
            05 FILLER PIC X VALUE SPACE.
            05 MS-LINE-TYPE PIC X.
            05 FILLER PIC X VALUE SPACE.
            05 MS-PARTY-KEY PIC X(7).
            05 FILLER PIC X VALUE SPACE.
            05 MS-MAILED-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 MS-POSTCODE PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 MS-DOCUMENT PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 MS-TEXT PIC X(132).

    FD MAIL-REPORT-FILE.
        01 MAIL-REPORT-REC PIC X(132).

    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-KEY.
                10 SORT-POSTCODE PIC X(10).
                10 SORT-PARTY-KEY PIC X(7).
                10 SORT-DOC-SEQ PIC 9(6).
                10 SORT-LINE-NUM PIC 9(4).
            05 SORT-LINE-TYPE PIC X.
            05 SORT-DOCUMENT PIC X(8).
            05 SORT-TEXT PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-PARTY-STATUS PIC XX.
        01 WS-INVOICE-STATUS PIC XX.
        01 WS-STATEMENT-STATUS PIC XX.
        01 WS-LETTER-STATUS PIC XX.
        01 WS-CLIENT-INVOICE-STATUS PIC XX.
        01 WS-DOCUMENT-EOF PIC X.
            88 DOCUMENT-EOF VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
            88 SORT-EOF VALUE "Y".
        01 WS-SOURCE-NAMES.
            05 FILLER PIC X(8) VALUE "FINEINV ".
            05 FILLER PIC X(8) VALUE "RETSTMTS".
            05 FILLER PIC X(8) VALUE "NUMFLETR".
            05 FILLER PIC X(8) VALUE "SOYINVPR".
        01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
            05 WS-SRC-NAME PIC X(8) OCCURS 4 TIMES.
        01 WS-SOURCE-COUNTS.
            05 WS-SOURCE-COUNT OCCURS 4 TIMES.
                10 WS-SRC-READ PIC 9(5).
                10 WS-SRC-MAILED PIC 9(5).
                10 WS-SRC-HELD PIC 9(5).
        01 SRC-IDX PIC 9.
        01 WS-DOC-OPEN PIC X.
            88 DOCUMENT-OPEN VALUE "Y".
        01 WS-DOC-MAILED PIC X.
            88 DOCUMENT-MAILED VALUE "Y".
        01 WS-DOC-PARTY-KEY.
            05 WS-DOC-PARTY-TYPE PIC X.
            05 WS-DOC-PARTY-ID PIC X(6).
        01 WS-DOC-REFERENCE PIC X(12).
        01 WS-DOC-POSTCODE PIC X(10).
        01 WS-DOC-SEQ PIC 9(6) VALUE ZEROS.
        01 WS-DOC-LINE-NUM PIC 9(4).
        01 WS-HOLD-REASON PIC X(30).
        01 WS-KEY-LINE PIC X.
            88 KEY-LINE-FOUND VALUE "Y".
        01 WS-IN-LINE PIC X(132).
        01 WS-OUT-TEXT PIC X(132).
        01 WS-OUT-TYPE PIC X VALUE "D".
        01 WS-LEADING-TEXT PIC X(132).
        01 WS-CASE-TEXT PIC X(5).
        01 WS-HELD-LINES.
            05 WS-HELD-LINE PIC X(132) OCCURS 2 TIMES.
        01 WS-HELD-COUNT PIC 9 VALUE ZERO.
        01 HELD-IDX PIC 9.
        01 WS-OPEN-AMOUNT PIC 9(6)V99.
        01 WS-DISPLAY-AMOUNT PIC Z(5)9.99.
        01 WS-PIECE-NUM PIC 9(6) VALUE ZEROS.
        01 WS-LAST-DOC-SEQ PIC 9(6) VALUE ZEROS.
        01 WS-LAST-POSTCODE PIC X(10) VALUE LOW-VALUES.
        01 WS-POSTCODE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-STREAM-LINES PIC 9(7) VALUE ZEROS.
        01 WS-HELD-TOTAL PIC 9(5) VALUE ZEROS.
        01 WS-ATTENTION-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-HELD-DETAIL-LINE.
            05 MRD-DOCUMENT PIC X(8).
            05 FILLER PIC XX VALUE SPACES.
            05 MRD-PARTY-KEY PIC X(7).
            05 FILLER PIC XX VALUE SPACES.
            05 MRD-NAME PIC X(30).
            05 FILLER PIC XX VALUE SPACES.
            05 MRD-REFERENCE PIC X(12).
            05 FILLER PIC XX VALUE SPACES.
            05 MRD-REASON PIC X(30).
        01 WS-SUMMARY-LINE.
            05 MRS-DOCUMENT PIC X(8).
            05 FILLER PIC X(4) VALUE SPACES.
            05 MRS-READ PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 MRS-MAILED PIC Z(4)9.
            05 FILLER PIC X(6) VALUE SPACES.
            05 MRS-HELD PIC Z(4)9.
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
    DISPLAY "RUN " WS-RUN-ID " MAILING EXTRACT FOR THE MAIL HOUSE"
    OPEN INPUT PARTY-MASTER-FILE
    IF WS-PARTY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PARTY MASTER NOT AVAILABLE - STATUS "
            WS-PARTY-STATUS " - NOTHING MAILED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    INITIALIZE WS-SOURCE-COUNTS
    MOVE "MAILING EXTRACT - DOCUMENTS NOT MAILED" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE "DOCUMENT" TO WS-PRINT-COLUMNS(1:8)
    MOVE "PARTY" TO WS-PRINT-COLUMNS(11:5)
    MOVE "NAME" TO WS-PRINT-COLUMNS(20:4)
    MOVE "REFERENCE" TO WS-PRINT-COLUMNS(52:9)
    MOVE "REASON NOT MAILED" TO WS-PRINT-COLUMNS(66:17)
    OPEN OUTPUT MAIL-STREAM-FILE, MAIL-REPORT-FILE
    SORT SORT-WORK
        ON ASCENDING KEY SORT-KEY
        INPUT PROCEDURE IS 2000-EXTRACT-DOCUMENTS
        OUTPUT PROCEDURE IS 3000-WRITE-MAIL-STREAM
    IF WS-HELD-TOTAL IS EQUAL TO ZERO
        MOVE "EVERY DOCUMENT WAS MAILED" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    PERFORM 4000-PRINT-SUMMARY
    CLOSE PARTY-MASTER-FILE, MAIL-STREAM-FILE, MAIL-REPORT-FILE
    DISPLAY "PIECES MAILED " WS-PIECE-NUM
        " POSTCODES " WS-POSTCODE-COUNT
        " DOCUMENTS NOT MAILED " WS-HELD-TOTAL
        " NEEDING AN ADDRESS " WS-ATTENTION-COUNT
    IF WS-ATTENTION-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="MAILEXTR"==.

    COPY busdateget.

      *> Each document file tonight's steps cut for an outside party.
      *> A file that was not produced tonight is noted and skipped.
2000-EXTRACT-DOCUMENTS.
    PERFORM 2100-EXTRACT-FINE-INVOICES
    PERFORM 2200-EXTRACT-STATEMENTS
    PERFORM 2300-EXTRACT-LETTERS
    PERFORM 2400-EXTRACT-CLIENT-INVOICES.

      *> FineBilling prints nothing; the invoices it cut today are
      *> read from the open-item master and set out as a notice.
2100-EXTRACT-FINE-INVOICES.
    MOVE 1 TO SRC-IDX
    OPEN INPUT INVOICE-FILE
    IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: FINE INVOICE MASTER NOT AVAILABLE - STATUS "
            WS-INVOICE-STATUS " - NO FINE INVOICES MAILED"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-DOCUMENT-EOF
    MOVE WS-RUN-DATE TO INV-NUMBER-DATE
    MOVE ZEROS TO INV-NUMBER-SEQ
    START INVOICE-FILE KEY IS NOT LESS THAN INV-NUMBER
        INVALID KEY SET DOCUMENT-EOF TO TRUE
    END-START
    PERFORM 2110-READ-NEXT-INVOICE
    PERFORM UNTIL DOCUMENT-EOF
        IF INVOICE-OPEN
            PERFORM 2150-FINE-INVOICE-DOCUMENT
        END-IF
        PERFORM 2110-READ-NEXT-INVOICE
    END-PERFORM
    CLOSE INVOICE-FILE.

2110-READ-NEXT-INVOICE.
    IF DOCUMENT-EOF
        EXIT PARAGRAPH
    END-IF
    READ INVOICE-FILE NEXT RECORD
        AT END SET DOCUMENT-EOF TO TRUE
    END-READ
    IF NOT DOCUMENT-EOF AND INV-NUMBER-DATE IS NOT EQUAL TO WS-RUN-DATE
        SET DOCUMENT-EOF TO TRUE
    END-IF.

2150-FINE-INVOICE-DOCUMENT.
    MOVE "D" TO WS-DOC-PARTY-TYPE
    MOVE INV-DRIVER-ID TO WS-DOC-PARTY-ID
    MOVE INV-NUMBER TO WS-DOC-REFERENCE
    PERFORM 2600-OPEN-DOCUMENT
    MOVE SPACES TO WS-OUT-TEXT
    STRING "SPEEDING FINE INVOICE " INV-NUMBER
        "  DATE " INV-NUMBER-DATE
        DELIMITED BY SIZE INTO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    MOVE SPACES TO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    STRING "DRIVER " INV-DRIVER-ID "  TRIP " INV-TRIP-NUMBER
        "  MILES OVER THE LIMIT " INV-MILES-OVER
        DELIMITED BY SIZE INTO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    COMPUTE WS-OPEN-AMOUNT =
        INV-AMOUNT + INV-LATE-FEE - INV-PAID-AMOUNT
    MOVE WS-OPEN-AMOUNT TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO WS-OUT-TEXT
    STRING "AMOUNT DUE " WS-DISPLAY-AMOUNT
        DELIMITED BY SIZE INTO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    MOVE SPACES TO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    STRING "PLEASE QUOTE INVOICE " INV-NUMBER
        " WITH YOUR PAYMENT"
        DELIMITED BY SIZE INTO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE.

      *> Statements are a periodic run, not a nightly one: RETSTMTS is
      *> DUMMY unless operations points it at the statement run's
      *> output, and a file whose first page header does not carry
      *> tonight's run date is left alone, so statements already sent
      *> are never mailed a second time.
2200-EXTRACT-STATEMENTS.
    MOVE 2 TO SRC-IDX
    OPEN INPUT STATEMENT-FILE
    IF WS-STATEMENT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO RETIREMENT STATEMENTS TO MAIL"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-DOCUMENT-EOF, WS-DOC-OPEN
    READ STATEMENT-FILE INTO WS-IN-LINE
        AT END SET DOCUMENT-EOF TO TRUE
    END-READ
    IF DOCUMENT-EOF
        DISPLAY "NOTE: NO RETIREMENT STATEMENTS TO MAIL"
        CLOSE STATEMENT-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-IN-LINE(50:8) IS NOT EQUAL TO WS-RUN-DATE
        DISPLAY "NOTE: RETIREMENT STATEMENTS ARE FROM RUN "
            WS-IN-LINE(50:16) " - NOT TONIGHT'S, NOT MAILED"
        CLOSE STATEMENT-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL DOCUMENT-EOF
        PERFORM 2500-SCAN-PRINT-LINE
        READ STATEMENT-FILE INTO WS-IN-LINE
            AT END SET DOCUMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2800-END-PRINT-FILE
    CLOSE STATEMENT-FILE.

2300-EXTRACT-LETTERS.
    MOVE 3 TO SRC-IDX
    OPEN INPUT LETTER-FILE
    IF WS-LETTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO NUMBERFUN SUBMITTER LETTERS TO MAIL"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-DOCUMENT-EOF, WS-DOC-OPEN
    READ LETTER-FILE INTO WS-IN-LINE
        AT END SET DOCUMENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL DOCUMENT-EOF
        PERFORM 2500-SCAN-PRINT-LINE
        READ LETTER-FILE INTO WS-IN-LINE
            AT END SET DOCUMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2800-END-PRINT-FILE
    CLOSE LETTER-FILE.

2400-EXTRACT-CLIENT-INVOICES.
    MOVE 4 TO SRC-IDX
    OPEN INPUT CLIENT-INVOICE-FILE
    IF WS-CLIENT-INVOICE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO SOYLENT CLIENT INVOICES TO MAIL"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-DOCUMENT-EOF, WS-DOC-OPEN
    READ CLIENT-INVOICE-FILE INTO WS-IN-LINE
        AT END SET DOCUMENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL DOCUMENT-EOF
        PERFORM 2500-SCAN-PRINT-LINE
        READ CLIENT-INVOICE-FILE INTO WS-IN-LINE
            AT END SET DOCUMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2800-END-PRINT-FILE
    CLOSE CLIENT-INVOICE-FILE.

      *> The printed documents each start on a fresh page, so the page
      *> header and column line come just before the line naming the
      *> party.  The last two lines read are held back until the next
      *> line shows whether they open a new document or belong to the
      *> one in hand; lines ahead of the first document are dropped.
2500-SCAN-PRINT-LINE.
    PERFORM 2550-FIND-PARTY-LINE
    IF KEY-LINE-FOUND
        PERFORM 2600-OPEN-DOCUMENT
        PERFORM VARYING HELD-IDX FROM 1 BY 1
                UNTIL HELD-IDX IS GREATER THAN WS-HELD-COUNT
            MOVE WS-HELD-LINE(HELD-IDX) TO WS-OUT-TEXT
            PERFORM 2700-RELEASE-LINE
        END-PERFORM
        MOVE ZERO TO WS-HELD-COUNT
        MOVE WS-IN-LINE TO WS-OUT-TEXT
        PERFORM 2700-RELEASE-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-HELD-COUNT IS EQUAL TO 2
        MOVE WS-HELD-LINE(1) TO WS-OUT-TEXT
        PERFORM 2700-RELEASE-LINE
        MOVE WS-HELD-LINE(2) TO WS-HELD-LINE(1)
        MOVE 1 TO WS-HELD-COUNT
    END-IF
    ADD 1 TO WS-HELD-COUNT
    MOVE WS-IN-LINE TO WS-HELD-LINE(WS-HELD-COUNT).

      *> RetireStatements leads with the ADVISOR line naming the client
      *> case, NumberFun letters with the TO: line naming the submitter,
      *> Soylent invoices with the INVOICE line naming the client.
2550-FIND-PARTY-LINE.
    MOVE "N" TO WS-KEY-LINE
    EVALUATE SRC-IDX
        WHEN 2
            IF WS-IN-LINE(1:8) IS EQUAL TO "ADVISOR "
                MOVE SPACES TO WS-CASE-TEXT
                UNSTRING WS-IN-LINE DELIMITED BY "CLIENT CASE "
                    INTO WS-LEADING-TEXT, WS-CASE-TEXT
                SET KEY-LINE-FOUND TO TRUE
                MOVE "R" TO WS-DOC-PARTY-TYPE
                MOVE WS-CASE-TEXT TO WS-DOC-PARTY-ID
                MOVE SPACES TO WS-DOC-REFERENCE
                STRING "CASE " WS-CASE-TEXT
                    DELIMITED BY SIZE INTO WS-DOC-REFERENCE
            END-IF
        WHEN 3
            IF WS-IN-LINE(1:5) IS EQUAL TO "TO:  "
                SET KEY-LINE-FOUND TO TRUE
                MOVE "S" TO WS-DOC-PARTY-TYPE
                MOVE WS-IN-LINE(6:4) TO WS-DOC-PARTY-ID
                MOVE "CLAIM LETTER" TO WS-DOC-REFERENCE
            END-IF
        WHEN 4
            IF WS-IN-LINE(1:8) IS EQUAL TO "INVOICE " AND
                    WS-IN-LINE(21:9) IS EQUAL TO "  CLIENT "
                SET KEY-LINE-FOUND TO TRUE
                MOVE "C" TO WS-DOC-PARTY-TYPE
                MOVE WS-IN-LINE(30:6) TO WS-DOC-PARTY-ID
                MOVE WS-IN-LINE(9:12) TO WS-DOC-REFERENCE
            END-IF
    END-EVALUATE.

      *> The party's own instructions decide whether a document goes in
      *> the post: held back at the party's request, sent by e-mail or
      *> not at all, or held because the mail house has had the last
      *> piece back or the master has no usable address.  The last two
      *> need someone to find an address and are counted for the RC.
2600-OPEN-DOCUMENT.
    ADD 1 TO WS-DOC-SEQ
    ADD 1 TO WS-SRC-READ(SRC-IDX)
    MOVE ZEROS TO WS-DOC-LINE-NUM
    SET DOCUMENT-OPEN TO TRUE
    MOVE "N" TO WS-DOC-MAILED
    MOVE SPACES TO WS-HOLD-REASON
    MOVE WS-DOC-PARTY-KEY TO PTY-KEY
    READ PARTY-MASTER-FILE
        INVALID KEY
            MOVE SPACES TO PTY-NAME
            MOVE "PARTY NOT ON MASTER" TO WS-HOLD-REASON
            ADD 1 TO WS-ATTENTION-COUNT
            DISPLAY "EXCEPTION: PARTY " WS-DOC-PARTY-KEY
                " NOT ON MASTER - " WS-SRC-NAME(SRC-IDX)
                " " WS-DOC-REFERENCE " NOT MAILED"
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN PARTY-DO-NOT-MAIL
                    MOVE "DO NOT MAIL" TO WS-HOLD-REASON
                WHEN PARTY-BY-EMAIL
                    MOVE "DELIVERED BY E-MAIL" TO WS-HOLD-REASON
                WHEN PARTY-NO-DELIVERY
                    MOVE "NO DELIVERY WANTED" TO WS-HOLD-REASON
                WHEN PARTY-BAD-ADDRESS
                    STRING "MAIL RETURNED " PTY-BAD-ADDRESS-DATE
                        DELIMITED BY SIZE INTO WS-HOLD-REASON
                    ADD 1 TO WS-ATTENTION-COUNT
                WHEN PTY-ADDRESS-1 IS EQUAL TO SPACES OR
                        PTY-POSTCODE IS EQUAL TO SPACES
                    MOVE "ADDRESS INCOMPLETE" TO WS-HOLD-REASON
                    ADD 1 TO WS-ATTENTION-COUNT
                    DISPLAY "EXCEPTION: PARTY " WS-DOC-PARTY-KEY
                        " ADDRESS INCOMPLETE - " WS-SRC-NAME(SRC-IDX)
                        " " WS-DOC-REFERENCE " NOT MAILED"
                WHEN OTHER
                    SET DOCUMENT-MAILED TO TRUE
            END-EVALUATE
    END-READ
    IF DOCUMENT-MAILED
        ADD 1 TO WS-SRC-MAILED(SRC-IDX)
        MOVE PTY-POSTCODE TO WS-DOC-POSTCODE
        PERFORM 2650-RELEASE-ADDRESS
    ELSE
        ADD 1 TO WS-SRC-HELD(SRC-IDX)
        PERFORM 2900-REPORT-NOT-MAILED
    END-IF.

2650-RELEASE-ADDRESS.
    MOVE "A" TO WS-OUT-TYPE
    MOVE PTY-NAME TO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    MOVE PTY-ADDRESS-1 TO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    IF PTY-ADDRESS-2 IS NOT EQUAL TO SPACES
        MOVE PTY-ADDRESS-2 TO WS-OUT-TEXT
        PERFORM 2700-RELEASE-LINE
    END-IF
    MOVE SPACES TO WS-OUT-TEXT
    STRING PTY-CITY DELIMITED BY "  "
        "  " PTY-STATE "  " PTY-POSTCODE
        DELIMITED BY SIZE INTO WS-OUT-TEXT
    PERFORM 2700-RELEASE-LINE
    MOVE "D" TO WS-OUT-TYPE.

2700-RELEASE-LINE.
    IF NOT DOCUMENT-OPEN OR NOT DOCUMENT-MAILED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DOC-LINE-NUM
    MOVE WS-DOC-POSTCODE TO SORT-POSTCODE
    MOVE WS-DOC-PARTY-KEY TO SORT-PARTY-KEY
    MOVE WS-DOC-SEQ TO SORT-DOC-SEQ
    MOVE WS-DOC-LINE-NUM TO SORT-LINE-NUM
    MOVE WS-OUT-TYPE TO SORT-LINE-TYPE
    MOVE WS-SRC-NAME(SRC-IDX) TO SORT-DOCUMENT
    MOVE WS-OUT-TEXT TO SORT-TEXT
    RELEASE SORT-REC.

2800-END-PRINT-FILE.
    PERFORM VARYING HELD-IDX FROM 1 BY 1
            UNTIL HELD-IDX IS GREATER THAN WS-HELD-COUNT
        MOVE WS-HELD-LINE(HELD-IDX) TO WS-OUT-TEXT
        PERFORM 2700-RELEASE-LINE
    END-PERFORM
    MOVE ZERO TO WS-HELD-COUNT
    MOVE "N" TO WS-DOC-OPEN.

2900-REPORT-NOT-MAILED.
    ADD 1 TO WS-HELD-TOTAL
    MOVE WS-SRC-NAME(SRC-IDX) TO MRD-DOCUMENT
    MOVE WS-DOC-PARTY-KEY TO MRD-PARTY-KEY
    MOVE PTY-NAME TO MRD-NAME
    MOVE WS-DOC-REFERENCE TO MRD-REFERENCE
    MOVE WS-HOLD-REASON TO MRD-REASON
    MOVE WS-HELD-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> The stream goes out in postcode order for the mail house's
      *> presort discount, a party's documents together within the
      *> postcode.  Pieces are numbered in stream order.
3000-WRITE-MAIL-STREAM.
    RETURN SORT-WORK
        AT END SET SORT-EOF TO TRUE
    END-RETURN
    PERFORM UNTIL SORT-EOF
        IF SORT-DOC-SEQ IS NOT EQUAL TO WS-LAST-DOC-SEQ
            ADD 1 TO WS-PIECE-NUM
            MOVE SORT-DOC-SEQ TO WS-LAST-DOC-SEQ
            IF SORT-POSTCODE IS NOT EQUAL TO WS-LAST-POSTCODE
                ADD 1 TO WS-POSTCODE-COUNT
                MOVE SORT-POSTCODE TO WS-LAST-POSTCODE
            END-IF
        END-IF
        MOVE SPACES TO MAIL-STREAM-REC
        MOVE WS-PIECE-NUM TO MS-PIECE-NUM
        MOVE SORT-LINE-TYPE TO MS-LINE-TYPE
        MOVE SORT-PARTY-KEY TO MS-PARTY-KEY
        MOVE WS-RUN-DATE TO MS-MAILED-DATE
        MOVE SORT-POSTCODE TO MS-POSTCODE
        MOVE SORT-DOCUMENT TO MS-DOCUMENT
        MOVE SORT-TEXT TO MS-TEXT
        WRITE MAIL-STREAM-REC
        ADD 1 TO WS-STREAM-LINES
        RETURN SORT-WORK
            AT END SET SORT-EOF TO TRUE
        END-RETURN
    END-PERFORM.

4000-PRINT-SUMMARY.
    MOVE "MAILING EXTRACT - SUMMARY" TO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE "DOCUMENT" TO WS-PRINT-COLUMNS(1:8)
    MOVE "READ" TO WS-PRINT-COLUMNS(14:4)
    MOVE "MAILED" TO WS-PRINT-COLUMNS(21:6)
    MOVE "NOT MAILED" TO WS-PRINT-COLUMNS(28:10)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX IS GREATER THAN 4
        MOVE WS-SRC-NAME(SRC-IDX) TO MRS-DOCUMENT
        MOVE WS-SRC-READ(SRC-IDX) TO MRS-READ
        MOVE WS-SRC-MAILED(SRC-IDX) TO MRS-MAILED
        MOVE WS-SRC-HELD(SRC-IDX) TO MRS-HELD
        MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    STRING "PIECES IN STREAM " WS-PIECE-NUM
        "  POSTCODES " WS-POSTCODE-COUNT
        "  STREAM LINES " WS-STREAM-LINES
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "DOCUMENTS NEEDING AN ADDRESS " WS-ATTENTION-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==MAIL-REPORT-REC==.
