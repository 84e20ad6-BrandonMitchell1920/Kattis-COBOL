IDENTIFICATION DIVISION.
    PROGRAM-ID. SoylentInvoice.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PICKING-LIST-FILE ASSIGN TO "SOYPICK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PICK-STATUS.
        SELECT PRICE-MASTER-FILE ASSIGN TO "SOYPRICE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRICE-STATUS.
        SELECT CLIENT-MASTER-FILE ASSIGN TO "SOYCLMST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLIENT-MST-STATUS.
        SELECT INVOICE-PRINT-FILE ASSIGN TO "SOYINVPR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT VOUCHER-FILE ASSIGN TO "SOYVOUCH"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY soyarsel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> The picking list as Soylent writes it, sorted by client: one
      *> line per case and lot, a lot of SHORT marking packets that
      *> could not be picked and so were not shipped.
    FD PICKING-LIST-FILE.
        01 PICKING-LIST-REC.
            05 PICK-CLIENT-ID PIC X(6).
            05 FILLER PIC X(6).
            05 PICK-CASE-NUM PIC X(5).
            05 FILLER PIC X(9).
            05 PICK-PACKETS PIC X(4).
            05 FILLER PIC X(6).
            05 PICK-LOT-NUMBER PIC X(8).

      *> Client price master: one row per client contract.  Packets
      *> are billed at the contract packet price; delivery is a flat
      *> charge per invoice plus a charge per case shipped; tax is a
      *> percentage of packets and delivery together.  A blank
      *> effective-to date leaves the contract open-ended.
    FD PRICE-MASTER-FILE.
        01 PRICE-MASTER-REC.
            05 PRC-CLIENT-ID PIC X(6).
            05 FILLER PIC X.
            05 PRC-PACKET-PRICE PIC 9(3)V99.
            05 FILLER PIC X.
            05 PRC-DELIVERY-FLAT PIC 9(5)V99.
            05 FILLER PIC X.
            05 PRC-DELIVERY-CASE PIC 9(3)V99.
            05 FILLER PIC X.
            05 PRC-TAX-RATE PIC 99V999.
            05 FILLER PIC X.
            05 PRC-TERMS-DAYS PIC 9(3).
            05 FILLER PIC X.
            05 PRC-EFFECTIVE-FROM PIC X(8).
            05 FILLER PIC X.
            05 PRC-EFFECTIVE-TO PIC X(8).

    FD CLIENT-MASTER-FILE.
        01 CLIENT-MASTER-REC.
            05 CLIM-CLIENT-ID PIC X(6).
            05 FILLER PIC X.
            05 CLIM-CLIENT-NAME PIC X(20).

    FD INVOICE-PRINT-FILE.
        01 INVOICE-PRINT-REC PIC X(132).

    COPY glvchfd.

    COPY soyarfd.

    WORKING-STORAGE SECTION.
        01 WS-PICK-STATUS PIC XX.
        01 WS-PRICE-STATUS PIC XX.
        01 WS-CLIENT-MST-STATUS PIC XX.
        01 WS-CLIENT-AR-STATUS PIC XX.
        01 WS-PICK-EOF PIC X VALUE "N".
            88 PICK-EOF VALUE "Y".
        01 WS-PRICE-EOF PIC X VALUE "N".
            88 PRICE-EOF VALUE "Y".
        01 WS-CLIENT-EOF PIC X VALUE "N".
            88 CLIENT-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-SCAN-EOF PIC X.
            88 SCAN-EOF VALUE "Y".
      *> GL accounts for the invoice voucher: receivables is debited
      *> with each invoice total, and packet sales, delivery income
      *> and tax payable credited with their parts.
        01 WS-RECEIVABLE-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-SALES-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-DELIVERY-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-TAX-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-COST-CENTER PIC X(4) VALUE SPACES.
        01 WS-PRICE-TABLE.
            05 WS-PRICE-ENTRY OCCURS 100 TIMES.
                10 WS-PRC-CLIENT PIC X(6).
                10 WS-PRC-PACKET-PRICE PIC 9(3)V99.
                10 WS-PRC-DELIVERY-FLAT PIC 9(5)V99.
                10 WS-PRC-DELIVERY-CASE PIC 9(3)V99.
                10 WS-PRC-TAX-RATE PIC 99V999.
                10 WS-PRC-TERMS-DAYS PIC 9(3).
                10 WS-PRC-FROM PIC X(8).
                10 WS-PRC-TO PIC X(8).
        01 WS-PRICE-COUNT PIC 9(3) VALUE ZEROS.
        01 PRICE-IDX PIC 9(3).
        01 WS-CLIENT-TABLE.
            05 WS-CLIENT-ENTRY OCCURS 50 TIMES.
                10 WS-CLI-ID PIC X(6).
                10 WS-CLI-NAME PIC X(20).
        01 WS-CLIENT-COUNT PIC 99 VALUE ZEROS.
        01 CLIENT-IDX PIC 99.
        01 WS-CURRENT-CLIENT PIC X(6) VALUE SPACES.
        01 WS-CURRENT-NAME PIC X(20).
        01 WS-CONTRACT-FOUND PIC X.
            88 CONTRACT-FOUND VALUE "Y".
        01 WS-CONTRACT-IDX PIC 9(3).
        01 WS-INVOICE-OPEN PIC X VALUE "N".
            88 INVOICE-IS-OPEN VALUE "Y".
        01 WS-ALREADY-CUT PIC X VALUE "N".
            88 ALREADY-CUT VALUE "Y".
        01 WS-NEXT-INV-SEQ PIC 9(4) VALUE 1.
        01 WS-PACKETS PIC 9(4).
        01 WS-CASE-NUM PIC 9(5).
        01 WS-LAST-CASE PIC 9(5).
        01 WS-TODAY-INT PIC 9(8).
        01 WS-DUE-DATE PIC 9(8).
        01 WS-LINE-AMOUNT PIC 9(7)V99.
        01 WS-INV-CASES PIC 9(5).
        01 WS-INV-PACKETS PIC 9(7).
        01 WS-INV-PACKET-AMOUNT PIC 9(9)V99.
        01 WS-INV-DELIVERY PIC 9(7)V99.
        01 WS-INV-TAX PIC 9(7)V99.
        01 WS-INV-TOTAL PIC 9(9)V99.
        01 WS-PICKS-READ PIC 9(5) VALUE ZEROS.
        01 WS-SHORT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-INVOICE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-PACKET-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DELIVERY-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-TAX-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-BILLED-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-CREDIT-TOTAL PIC 9(9)V99 USAGE COMP-3 VALUE ZEROS.
        01 WS-DISPLAY-BILLED PIC Z(8)9.99.
        01 WS-INVOICE-HEADER-LINE.
            05 FILLER PIC X(8) VALUE "INVOICE ".
            05 WSH-INVOICE-NO PIC X(12).
            05 FILLER PIC X(9) VALUE "  CLIENT ".
            05 WSH-CLIENT-ID PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 WSH-CLIENT-NAME PIC X(20).
            05 FILLER PIC X(7) VALUE "  DATE ".
            05 WSH-INVOICE-DATE PIC X(8).
            05 FILLER PIC X(6) VALUE "  DUE ".
            05 WSH-DUE-DATE PIC X(8).
        01 WS-INVOICE-DETAIL-LINE.
            05 WSD-CASE PIC Z(4)9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSD-LOT PIC X(8).
            05 FILLER PIC XXX VALUE SPACE.
            05 WSD-PACKETS PIC Z(5)9.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSD-UNIT-PRICE PIC Z(2)9.99.
            05 FILLER PIC XXX VALUE SPACE.
            05 WSD-AMOUNT PIC Z(8)9.99.
        01 WS-INVOICE-TOTAL-LINE.
            05 WST-LABEL PIC X(37).
            05 WST-AMOUNT PIC Z(8)9.99.
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
    DISPLAY "RUN " WS-RUN-ID " INVOICING SOYLENT CLIENTS"
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    PERFORM 1000-READ-PARAMETERS
    IF WS-RECEIVABLE-ACCOUNT IS EQUAL TO SPACES OR
            WS-SALES-ACCOUNT IS EQUAL TO SPACES OR
            WS-DELIVERY-ACCOUNT IS EQUAL TO SPACES OR
            WS-TAX-ACCOUNT IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: INVOICE GL ACCOUNTS NOT IN PARMCTL"
            " (SOYIVREC/SOYIVSAL/SOYIVDLV/SOYIVTAX) - NO INVOICES CUT"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1100-LOAD-PRICE-MASTER
    PERFORM 1200-LOAD-CLIENT-NAMES
    OPEN INPUT PICKING-LIST-FILE
    IF WS-PICK-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PICKING LIST NOT AVAILABLE - STATUS "
            WS-PICK-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN I-O CLIENT-RECEIVABLE-FILE
    IF WS-CLIENT-AR-STATUS IS EQUAL TO "35"
        DISPLAY "NOTE: CLIENT RECEIVABLES NOT ON FILE"
            " - STARTING A NEW FILE"
        OPEN OUTPUT CLIENT-RECEIVABLE-FILE
        CLOSE CLIENT-RECEIVABLE-FILE
        OPEN I-O CLIENT-RECEIVABLE-FILE
    END-IF
    PERFORM 1300-FIND-NEXT-INVOICE-SEQ
    MOVE "SOYLENT CLIENT INVOICE" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING " CASE   LOT        PACKETS   UNIT PRICE        AMOUNT"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    OPEN OUTPUT INVOICE-PRINT-FILE
    IF ALREADY-CUT
        DISPLAY "NOTE: CLIENT INVOICES ALREADY CUT FOR " WS-RUN-DATE
            " - NOT CUT AGAIN"
    ELSE
        READ PICKING-LIST-FILE
            AT END SET PICK-EOF TO TRUE
        END-READ
        PERFORM UNTIL PICK-EOF
            ADD 1 TO WS-PICKS-READ
            IF PICK-CLIENT-ID IS NOT EQUAL TO WS-CURRENT-CLIENT
                PERFORM 2900-CLOSE-INVOICE
                PERFORM 2100-START-CLIENT
            END-IF
            PERFORM 2200-BILL-ONE-PICK
            READ PICKING-LIST-FILE
                AT END SET PICK-EOF TO TRUE
            END-READ
        END-PERFORM
        PERFORM 2900-CLOSE-INVOICE
    END-IF
    CLOSE PICKING-LIST-FILE, CLIENT-RECEIVABLE-FILE,
        INVOICE-PRINT-FILE
    PERFORM 8000-RELEASE-VOUCHER
    MOVE WS-BILLED-TOTAL TO WS-DISPLAY-BILLED
    DISPLAY "PICKS READ " WS-PICKS-READ
        " INVOICES CUT " WS-INVOICE-COUNT
        " BILLED " WS-DISPLAY-BILLED
    DISPLAY "SHORT PICKS NOT BILLED " WS-SHORT-COUNT
        " REJECTED " WS-REJECT-COUNT
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-REJECT-COUNT IS GREATER THAN ZERO OR ALREADY-CUT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="SOYINVC "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "SOYIVREC"
                MOVE PARM-VALUE(1:8) TO WS-RECEIVABLE-ACCOUNT
            WHEN "SOYIVSAL"
                MOVE PARM-VALUE(1:8) TO WS-SALES-ACCOUNT
            WHEN "SOYIVDLV"
                MOVE PARM-VALUE(1:8) TO WS-DELIVERY-ACCOUNT
            WHEN "SOYIVTAX"
                MOVE PARM-VALUE(1:8) TO WS-TAX-ACCOUNT
            WHEN "SOYIVCTR"
                MOVE PARM-VALUE(1:4) TO WS-COST-CENTER
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-PRICE-MASTER.
    OPEN INPUT PRICE-MASTER-FILE
    IF WS-PRICE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: CLIENT PRICE MASTER NOT AVAILABLE - STATUS "
            WS-PRICE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ PRICE-MASTER-FILE
        AT END SET PRICE-EOF TO TRUE
    END-READ
    PERFORM UNTIL PRICE-EOF
        IF WS-PRICE-COUNT IS LESS THAN 100
            ADD 1 TO WS-PRICE-COUNT
            MOVE PRC-CLIENT-ID TO WS-PRC-CLIENT(WS-PRICE-COUNT)
            MOVE PRC-PACKET-PRICE TO
                WS-PRC-PACKET-PRICE(WS-PRICE-COUNT)
            MOVE PRC-DELIVERY-FLAT TO
                WS-PRC-DELIVERY-FLAT(WS-PRICE-COUNT)
            MOVE PRC-DELIVERY-CASE TO
                WS-PRC-DELIVERY-CASE(WS-PRICE-COUNT)
            MOVE PRC-TAX-RATE TO WS-PRC-TAX-RATE(WS-PRICE-COUNT)
            MOVE PRC-TERMS-DAYS TO WS-PRC-TERMS-DAYS(WS-PRICE-COUNT)
            MOVE PRC-EFFECTIVE-FROM TO WS-PRC-FROM(WS-PRICE-COUNT)
            MOVE PRC-EFFECTIVE-TO TO WS-PRC-TO(WS-PRICE-COUNT)
        ELSE
            DISPLAY "EXCEPTION: MORE THAN 100 CLIENT CONTRACTS - "
                PRC-CLIENT-ID " IGNORED"
        END-IF
        READ PRICE-MASTER-FILE
            AT END SET PRICE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PRICE-MASTER-FILE.

      *> Names are for the invoice heading only; a client missing from
      *> the master is still billed under its ID.
1200-LOAD-CLIENT-NAMES.
    OPEN INPUT CLIENT-MASTER-FILE
    IF WS-CLIENT-MST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: SOYLENT CLIENT MASTER NOT ON FILE"
            " - INVOICES CARRY CLIENT ID ONLY"
        EXIT PARAGRAPH
    END-IF
    READ CLIENT-MASTER-FILE
        AT END SET CLIENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL CLIENT-EOF
        IF WS-CLIENT-COUNT IS LESS THAN 50
            ADD 1 TO WS-CLIENT-COUNT
            MOVE CLIM-CLIENT-ID TO WS-CLI-ID(WS-CLIENT-COUNT)
            MOVE CLIM-CLIENT-NAME TO WS-CLI-NAME(WS-CLIENT-COUNT)
        END-IF
        READ CLIENT-MASTER-FILE
            AT END SET CLIENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CLIENT-MASTER-FILE.

      *> Same numbering as the fine invoices: the business date plus a
      *> daily sequence.  Any invoice already numbered for tonight
      *> means this picking list has been billed, so a rerun cuts
      *> nothing rather than billing the clients twice.
1300-FIND-NEXT-INVOICE-SEQ.
    MOVE "N" TO WS-SCAN-EOF
    MOVE WS-RUN-DATE TO CAR-NUMBER-DATE
    MOVE ZEROS TO CAR-NUMBER-SEQ
    START CLIENT-RECEIVABLE-FILE KEY IS NOT LESS THAN
            CAR-INVOICE-NUMBER
        INVALID KEY SET SCAN-EOF TO TRUE
    END-START
    PERFORM UNTIL SCAN-EOF
        READ CLIENT-RECEIVABLE-FILE NEXT RECORD
            AT END SET SCAN-EOF TO TRUE
        END-READ
        IF NOT SCAN-EOF
            IF CAR-NUMBER-DATE IS EQUAL TO WS-RUN-DATE
                COMPUTE WS-NEXT-INV-SEQ = CAR-NUMBER-SEQ + 1
                SET ALREADY-CUT TO TRUE
            ELSE
                SET SCAN-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM.

      *> The contract in force on the business date prices the whole
      *> of the client's picks.
2100-START-CLIENT.
    MOVE PICK-CLIENT-ID TO WS-CURRENT-CLIENT
    MOVE ZEROS TO WS-LAST-CASE
    MOVE "N" TO WS-CONTRACT-FOUND
    PERFORM VARYING PRICE-IDX FROM 1 BY 1
            UNTIL PRICE-IDX IS GREATER THAN WS-PRICE-COUNT
        IF WS-PRC-CLIENT(PRICE-IDX) IS EQUAL TO WS-CURRENT-CLIENT AND
                WS-PRC-FROM(PRICE-IDX) IS NOT GREATER THAN
                WS-RUN-DATE AND
                (WS-PRC-TO(PRICE-IDX) IS EQUAL TO SPACES OR
                WS-PRC-TO(PRICE-IDX) IS NOT LESS THAN WS-RUN-DATE)
            SET CONTRACT-FOUND TO TRUE
            MOVE PRICE-IDX TO WS-CONTRACT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CONTRACT-FOUND
        DISPLAY "EXCEPTION: NO PRICE CONTRACT FOR CLIENT "
            WS-CURRENT-CLIENT " - PICKS NOT BILLED"
    END-IF
    MOVE SPACES TO WS-CURRENT-NAME
    PERFORM VARYING CLIENT-IDX FROM 1 BY 1
            UNTIL CLIENT-IDX IS GREATER THAN WS-CLIENT-COUNT
        IF WS-CLI-ID(CLIENT-IDX) IS EQUAL TO WS-CURRENT-CLIENT
            MOVE WS-CLI-NAME(CLIENT-IDX) TO WS-CURRENT-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> A short pick was never shipped and is not billed.  Each line
      *> billed prints with its lot so a recall can be traced from the
      *> lot to the invoice that carried it.
2200-BILL-ONE-PICK.
    IF PICK-LOT-NUMBER IS EQUAL TO "SHORT"
        ADD 1 TO WS-SHORT-COUNT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(PICK-PACKETS) IS NOT EQUAL TO ZERO OR
            FUNCTION TEST-NUMVAL(PICK-CASE-NUM) IS NOT EQUAL TO ZERO
        MOVE "BADF" TO REJW-REASON
        PERFORM 2800-REJECT-PICK
        EXIT PARAGRAPH
    END-IF
    IF NOT CONTRACT-FOUND
        MOVE "BADR" TO REJW-REASON
        PERFORM 2800-REJECT-PICK
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PACKETS = FUNCTION NUMVAL(PICK-PACKETS)
    COMPUTE WS-CASE-NUM = FUNCTION NUMVAL(PICK-CASE-NUM)
    IF NOT INVOICE-IS-OPEN
        PERFORM 2300-OPEN-INVOICE
    END-IF
    IF WS-CASE-NUM IS NOT EQUAL TO WS-LAST-CASE
        ADD 1 TO WS-INV-CASES
        MOVE WS-CASE-NUM TO WS-LAST-CASE
    END-IF
    COMPUTE WS-LINE-AMOUNT =
        WS-PACKETS * WS-PRC-PACKET-PRICE(WS-CONTRACT-IDX)
    ADD WS-PACKETS TO WS-INV-PACKETS
    ADD WS-LINE-AMOUNT TO WS-INV-PACKET-AMOUNT
    MOVE WS-CASE-NUM TO WSD-CASE
    MOVE PICK-LOT-NUMBER TO WSD-LOT
    MOVE WS-PACKETS TO WSD-PACKETS
    MOVE WS-PRC-PACKET-PRICE(WS-CONTRACT-IDX) TO WSD-UNIT-PRICE
    MOVE WS-LINE-AMOUNT TO WSD-AMOUNT
    MOVE WS-INVOICE-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Each invoice starts on a fresh page under its own heading.
2300-OPEN-INVOICE.
    SET INVOICE-IS-OPEN TO TRUE
    MOVE WS-RUN-DATE TO CAR-NUMBER-DATE
    MOVE WS-NEXT-INV-SEQ TO CAR-NUMBER-SEQ
    ADD 1 TO WS-NEXT-INV-SEQ
    MOVE ZEROS TO WS-INV-CASES, WS-INV-PACKETS, WS-INV-PACKET-AMOUNT
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT + WS-PRC-TERMS-DAYS(WS-CONTRACT-IDX))
    MOVE CAR-INVOICE-NUMBER TO WSH-INVOICE-NO
    MOVE WS-CURRENT-CLIENT TO WSH-CLIENT-ID
    MOVE WS-CURRENT-NAME TO WSH-CLIENT-NAME
    MOVE WS-RUN-DATE TO WSH-INVOICE-DATE
    MOVE WS-DUE-DATE TO WSH-DUE-DATE
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE WS-INVOICE-HEADER-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

2800-REJECT-PICK.
    ADD 1 TO WS-REJECT-COUNT
    MOVE "W" TO REJW-ACTION
    MOVE "SOYINVC " TO REJW-PROGRAM
    MOVE PICKING-LIST-REC TO REJW-INPUT-LINE
    CALL "REJWRITE" USING REJW-PARMS.

      *> Delivery is the contract's flat charge plus its per-case
      *> charge for each case shipped; tax is charged on the packets
      *> and delivery together.  The invoice goes to the client
      *> receivables file as an open item.
2900-CLOSE-INVOICE.
    IF NOT INVOICE-IS-OPEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-INVOICE-OPEN
    COMPUTE WS-INV-DELIVERY =
        WS-PRC-DELIVERY-FLAT(WS-CONTRACT-IDX) +
        WS-PRC-DELIVERY-CASE(WS-CONTRACT-IDX) * WS-INV-CASES
    COMPUTE WS-INV-TAX ROUNDED =
        (WS-INV-PACKET-AMOUNT + WS-INV-DELIVERY) *
        WS-PRC-TAX-RATE(WS-CONTRACT-IDX) / 100
    COMPUTE WS-INV-TOTAL =
        WS-INV-PACKET-AMOUNT + WS-INV-DELIVERY + WS-INV-TAX
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE "PACKETS" TO WST-LABEL
    MOVE WS-INV-PACKET-AMOUNT TO WST-AMOUNT
    MOVE WS-INVOICE-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE "DELIVERY" TO WST-LABEL
    MOVE WS-INV-DELIVERY TO WST-AMOUNT
    MOVE WS-INVOICE-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE "TAX" TO WST-LABEL
    MOVE WS-INV-TAX TO WST-AMOUNT
    MOVE WS-INVOICE-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE "INVOICE TOTAL" TO WST-LABEL
    MOVE WS-INV-TOTAL TO WST-AMOUNT
    MOVE WS-INVOICE-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO CLIENT-RECEIVABLE-REC
    MOVE WSH-INVOICE-NO TO CAR-INVOICE-NUMBER
    MOVE WS-CURRENT-CLIENT TO CAR-CLIENT-ID
    MOVE WS-RUN-DATE TO CAR-INVOICE-DATE
    MOVE WSH-DUE-DATE TO CAR-DUE-DATE
    MOVE WS-INV-CASES TO CAR-CASES
    MOVE WS-INV-PACKETS TO CAR-PACKETS
    MOVE WS-INV-PACKET-AMOUNT TO CAR-PACKET-AMOUNT
    MOVE WS-INV-DELIVERY TO CAR-DELIVERY-AMOUNT
    MOVE WS-INV-TAX TO CAR-TAX-AMOUNT
    MOVE WS-INV-TOTAL TO CAR-INVOICE-AMOUNT
    MOVE ZEROS TO CAR-PAID-AMOUNT
    SET CLIENT-INVOICE-OPEN TO TRUE
    WRITE CLIENT-RECEIVABLE-REC
        INVALID KEY
            DISPLAY "EXCEPTION: CLIENT INVOICE " CAR-INVOICE-NUMBER
                " ALREADY ON FILE - STATUS " WS-CLIENT-AR-STATUS
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
    END-WRITE
    ADD 1 TO WS-INVOICE-COUNT
    ADD WS-INV-PACKET-AMOUNT TO WS-PACKET-TOTAL
    ADD WS-INV-DELIVERY TO WS-DELIVERY-TOTAL
    ADD WS-INV-TAX TO WS-TAX-TOTAL
    ADD WS-INV-TOTAL TO WS-BILLED-TOTAL.

      *> The night's invoices go to accounting as one voucher: the
      *> invoice totals debited to client receivables, with packet
      *> sales, delivery income and tax payable credited.  A part
      *> that came to nothing gets no line, and the voucher is held
      *> back if the credits do not prove to the debit.
8000-RELEASE-VOUCHER.
    OPEN OUTPUT VOUCHER-FILE
    COMPUTE WS-CREDIT-TOTAL =
        WS-PACKET-TOTAL + WS-DELIVERY-TOTAL + WS-TAX-TOTAL
    IF WS-CREDIT-TOTAL IS NOT EQUAL TO WS-BILLED-TOTAL
        DISPLAY "EXCEPTION: INVOICE VOUCHER OUT OF BALANCE"
            " - NOT RELEASED"
        MOVE 8 TO RETURN-CODE
        CLOSE VOUCHER-FILE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    IF WS-BILLED-TOTAL IS GREATER THAN ZERO
        MOVE SPACES TO VOUCHER-REC
        MOVE WS-RUN-ID TO VCH-RUN-ID
        MOVE ZEROS TO VCH-SEQ
        MOVE WS-COST-CENTER TO VCH-COST-CENTER
        MOVE WS-RECEIVABLE-ACCOUNT TO VCH-ACCOUNT
        MOVE "D" TO VCH-DR-CR
        MOVE WS-BILLED-TOTAL TO VCH-AMOUNT
        PERFORM 8100-WRITE-VOUCHER-LINE
        MOVE "C" TO VCH-DR-CR
        MOVE WS-SALES-ACCOUNT TO VCH-ACCOUNT
        MOVE WS-PACKET-TOTAL TO VCH-AMOUNT
        PERFORM 8100-WRITE-VOUCHER-LINE
        MOVE WS-DELIVERY-ACCOUNT TO VCH-ACCOUNT
        MOVE WS-DELIVERY-TOTAL TO VCH-AMOUNT
        PERFORM 8100-WRITE-VOUCHER-LINE
        MOVE WS-TAX-ACCOUNT TO VCH-ACCOUNT
        MOVE WS-TAX-TOTAL TO VCH-AMOUNT
        PERFORM 8100-WRITE-VOUCHER-LINE
        DISPLAY "INVOICE VOUCHER RELEASED - " VCH-SEQ " LINES"
    END-IF
    CLOSE VOUCHER-FILE.

8100-WRITE-VOUCHER-LINE.
    IF VCH-AMOUNT IS GREATER THAN ZERO
        ADD 1 TO VCH-SEQ
        WRITE VOUCHER-REC
    END-IF.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==INVOICE-PRINT-REC==.
