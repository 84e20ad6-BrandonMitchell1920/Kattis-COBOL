IDENTIFICATION DIVISION.
    PROGRAM-ID. AccessRecertification.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY entlsel.
        COPY seclogsel.
        SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-STATUS.
        SELECT RECERT-REPORT-FILE ASSIGN TO "ENTRECRR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SORT-WORK ASSIGN TO "SORTWK01".
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY entlfd.
    COPY seclogfd.
    COPY busdatefd.
    COPY steplogfd.

    FD OPERATOR-FILE.
        01 OPERATOR-REC.
            05 OPERATOR-ID PIC X(8).
            05 FILLER PIC X.
            05 OPERATOR-NAME PIC X(20).
            05 FILLER PIC X.
            05 OPERATOR-AUTHORITY PIC 9.

    FD RECERT-REPORT-FILE.
        01 RECERT-REPORT-REC PIC X(132).

    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-KEY.
                10 SORT-MANAGER PIC X(8).
                10 SORT-OPERATOR PIC X(8).
                10 SORT-FUNCTION PIC X(8).
                10 SORT-START-DATE PIC X(8).
            05 SORT-END-DATE PIC X(8).

    WORKING-STORAGE SECTION.
        01 WS-ENTITLEMENT-STATUS PIC XX.
        01 WS-SECURITY-LOG-STATUS PIC XX.
        01 WS-OPERATOR-STATUS PIC XX.
        01 WS-ENTITLEMENT-EOF PIC X VALUE "N".
            88 ENTITLEMENT-EOF VALUE "Y".
        01 WS-SECURITY-LOG-EOF PIC X VALUE "N".
            88 SECURITY-LOG-EOF VALUE "Y".
        01 WS-OPERATOR-EOF PIC X VALUE "N".
            88 OPERATOR-EOF VALUE "Y".
        01 WS-QUARTER PIC X(6).
        01 WS-QUARTER-PARTS REDEFINES WS-QUARTER.
            05 WS-QUARTER-YYYY PIC 9(4).
            05 WS-QUARTER-Q PIC X.
            05 WS-QUARTER-N PIC 9.
        01 WS-QUARTER-START PIC X(8).
        01 WS-QUARTER-END PIC X(8).
        01 WS-AS-OF-DATE PIC X(8).
        01 WS-DATE-NUM PIC 9(8).
      *> Last day of the closing month of each quarter.
        01 WS-QUARTER-ENDS.
            05 FILLER PIC X(4) VALUE "0331".
            05 FILLER PIC X(4) VALUE "0630".
            05 FILLER PIC X(4) VALUE "0930".
            05 FILLER PIC X(4) VALUE "1231".
        01 WS-QUARTER-END-TABLE REDEFINES WS-QUARTER-ENDS.
            05 WS-QUARTER-END-MMDD PIC X(4) OCCURS 4 TIMES.
        01 WS-OPERATOR-TABLE.
            05 WS-OPERATOR-ENTRY OCCURS 500 TIMES.
                10 WS-OP-ID PIC X(8).
                10 WS-OP-NAME PIC X(20).
        01 WS-OPERATOR-COUNT PIC 9(3) VALUE ZEROS.
        01 OP-IDX PIC 9(3).
      *> Denied attempts in the quarter, by operator.
        01 WS-DENIAL-TABLE.
            05 WS-DENIAL-ENTRY OCCURS 200 TIMES.
                10 WS-DN-OPERATOR PIC X(8).
                10 WS-DN-COUNT PIC 9(5).
                10 WS-DN-LAST-DATE PIC X(8).
                10 WS-DN-LAST-FUNCTION PIC X(8).
                10 WS-DN-LAST-REASON PIC X(4).
        01 WS-DENIAL-COUNT PIC 9(3) VALUE ZEROS.
        01 DN-IDX PIC 9(3).
        01 WS-DENIAL-FOUND PIC X.
            88 DENIAL-FOUND VALUE "Y".
        01 WS-SORT-EOF PIC X VALUE "N".
            88 SORT-EOF VALUE "Y".
        01 WS-CURRENT-MANAGER PIC X(8).
        01 WS-CURRENT-OPERATOR PIC X(8).
        01 WS-MANAGER-OPEN PIC X VALUE "N".
            88 MANAGER-OPEN VALUE "Y".
        01 WS-GRANTS-LISTED PIC 9(5) VALUE ZEROS.
        01 WS-GRANTS-ACTIVE PIC 9(5) VALUE ZEROS.
        01 WS-GRANTS-ENDED PIC 9(5) VALUE ZEROS.
        01 WS-GRANTS-PENDING PIC 9(5) VALUE ZEROS.
        01 WS-ORPHAN-GRANTS PIC 9(5) VALUE ZEROS.
        01 WS-UNMANAGED-GRANTS PIC 9(5) VALUE ZEROS.
        01 WS-MANAGERS PIC 9(3) VALUE ZEROS.
        01 WS-DENIALS-IN-QUARTER PIC 9(5) VALUE ZEROS.
        01 WS-DENIALS-UNCOUNTED PIC 9(5) VALUE ZEROS.
        01 WS-OPERATOR-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 FILLER PIC X(9) VALUE "OPERATOR ".
            05 WSO-OPERATOR PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSO-NAME PIC X(20).
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSO-DENIED-LABEL PIC X(28).
            05 WSO-DENIED PIC Z(4)9.
            05 WSO-DENIED-X REDEFINES WSO-DENIED PIC X(5).
        01 WS-GRANT-LINE.
            05 FILLER PIC X(6) VALUE SPACE.
            05 WSG-FUNCTION PIC X(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSG-START PIC X(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSG-END PIC X(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSG-STATUS PIC X(7).
            05 FILLER PIC X(5) VALUE SPACE.
            05 FILLER PIC X(25) VALUE "[  ] KEEP     [  ] REVOKE".
        01 WS-DENIAL-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-OPERATOR PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-NAME PIC X(20).
            05 FILLER PIC X(7) VALUE SPACE.
            05 WSD-COUNT PIC Z(4)9.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSD-LAST-DATE PIC X(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-LAST-FUNCTION PIC X(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSD-LAST-REASON PIC X(4).
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
    ACCEPT WS-QUARTER
    PERFORM 1000-SET-QUARTER
    DISPLAY "RUN " WS-RUN-ID " ACCESS RECERTIFICATION FOR "
        WS-QUARTER " AS OF " WS-AS-OF-DATE
    PERFORM 1100-LOAD-OPERATORS
    PERFORM 1200-LOAD-DENIALS
    OPEN OUTPUT RECERT-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    SORT SORT-WORK
        ON ASCENDING KEY SORT-KEY
        INPUT PROCEDURE IS 2000-RELEASE-GRANTS
        OUTPUT PROCEDURE IS 3000-PRINT-MANAGERS
    PERFORM 4000-PRINT-DENIALS
    CLOSE RECERT-REPORT-FILE
    DISPLAY "MANAGERS " WS-MANAGERS
        " GRANTS " WS-GRANTS-LISTED
        " ACTIVE " WS-GRANTS-ACTIVE
        " ENDED " WS-GRANTS-ENDED
        " PENDING " WS-GRANTS-PENDING
    DISPLAY "DENIED ATTEMPTS " WS-DENIALS-IN-QUARTER
        " GRANTS FOR UNKNOWN OPERATORS " WS-ORPHAN-GRANTS
        " WITH NO MANAGER " WS-UNMANAGED-GRANTS
    IF WS-ORPHAN-GRANTS IS GREATER THAN ZERO
            OR WS-UNMANAGED-GRANTS IS GREATER THAN ZERO
            OR WS-DENIALS-UNCOUNTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ENTRECRT"==.

    COPY busdateget.

      *> The quarter is YYYYQn, the current quarter when blank.  Grants
      *> are judged as they stand on the quarter's last day, or on the
      *> business date while the quarter is still running.
1000-SET-QUARTER.
    IF WS-QUARTER IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:4) TO WS-QUARTER(1:4)
        MOVE "Q" TO WS-QUARTER-Q
        COMPUTE WS-QUARTER-N =
            (FUNCTION NUMVAL(WS-RUN-DATE(5:2)) - 1) / 3 + 1
    END-IF
    IF WS-QUARTER-YYYY IS NOT NUMERIC
            OR WS-QUARTER-Q IS NOT EQUAL TO "Q"
            OR WS-QUARTER-N IS NOT NUMERIC
            OR WS-QUARTER-N IS LESS THAN 1
            OR WS-QUARTER-N IS GREATER THAN 4
        DISPLAY "EXCEPTION: QUARTER " WS-QUARTER
            " IS NOT A YYYYQn QUARTER - NO REPORT"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    COMPUTE WS-DATE-NUM = WS-QUARTER-YYYY * 10000
        + ((WS-QUARTER-N - 1) * 3 + 1) * 100 + 1
    MOVE WS-DATE-NUM TO WS-QUARTER-START
    STRING WS-QUARTER-YYYY WS-QUARTER-END-MMDD(WS-QUARTER-N)
        DELIMITED BY SIZE INTO WS-QUARTER-END
    IF WS-QUARTER-START IS GREATER THAN WS-RUN-DATE
        DISPLAY "EXCEPTION: QUARTER " WS-QUARTER
            " HAS NOT STARTED - NO REPORT"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    IF WS-QUARTER-END IS GREATER THAN WS-RUN-DATE
        MOVE WS-RUN-DATE TO WS-AS-OF-DATE
    ELSE
        MOVE WS-QUARTER-END TO WS-AS-OF-DATE
    END-IF.

1100-LOAD-OPERATORS.
    OPEN INPUT OPERATOR-FILE
    IF WS-OPERATOR-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: OPERATOR FILE NOT AVAILABLE - STATUS "
            WS-OPERATOR-STATUS " - NO REPORT"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ OPERATOR-FILE
        AT END SET OPERATOR-EOF TO TRUE
    END-READ
    PERFORM UNTIL OPERATOR-EOF
        IF WS-OPERATOR-COUNT IS LESS THAN 500
            ADD 1 TO WS-OPERATOR-COUNT
            MOVE OPERATOR-ID TO WS-OP-ID(WS-OPERATOR-COUNT)
            MOVE OPERATOR-NAME TO WS-OP-NAME(WS-OPERATOR-COUNT)
        END-IF
        READ OPERATOR-FILE
            AT END SET OPERATOR-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE OPERATOR-FILE.

      *> The security log may be empty in a quiet quarter.
1200-LOAD-DENIALS.
    OPEN INPUT SECURITY-LOG-FILE
    IF WS-SECURITY-LOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO SECURITY LOG - STATUS "
            WS-SECURITY-LOG-STATUS " - NO DENIED ATTEMPTS SHOWN"
        EXIT PARAGRAPH
    END-IF
    READ SECURITY-LOG-FILE
        AT END SET SECURITY-LOG-EOF TO TRUE
    END-READ
    PERFORM UNTIL SECURITY-LOG-EOF
        IF SEC-DATE IS NOT LESS THAN WS-QUARTER-START
                AND SEC-DATE IS NOT GREATER THAN WS-QUARTER-END
            ADD 1 TO WS-DENIALS-IN-QUARTER
            PERFORM 1300-TALLY-DENIAL
        END-IF
        READ SECURITY-LOG-FILE
            AT END SET SECURITY-LOG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SECURITY-LOG-FILE.

1300-TALLY-DENIAL.
    MOVE SEC-OPERATOR TO WS-CURRENT-OPERATOR
    PERFORM 7100-FIND-DENIAL
    IF NOT DENIAL-FOUND
        IF WS-DENIAL-COUNT IS EQUAL TO 200
            ADD 1 TO WS-DENIALS-UNCOUNTED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-DENIAL-COUNT
        MOVE WS-DENIAL-COUNT TO DN-IDX
        INITIALIZE WS-DENIAL-ENTRY(DN-IDX)
        MOVE SEC-OPERATOR TO WS-DN-OPERATOR(DN-IDX)
    END-IF
    ADD 1 TO WS-DN-COUNT(DN-IDX)
    MOVE SEC-DATE TO WS-DN-LAST-DATE(DN-IDX)
    MOVE SEC-FUNCTION TO WS-DN-LAST-FUNCTION(DN-IDX)
    MOVE SEC-REASON TO WS-DN-LAST-REASON(DN-IDX).

      *> Every grant in force at some point in the quarter goes to its
      *> manager for review, including those that lapsed during it and
      *> those signed for a later start inside it.
2000-RELEASE-GRANTS.
    OPEN INPUT ENTITLEMENT-FILE
    IF WS-ENTITLEMENT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ENTITLEMENT MASTER NOT AVAILABLE - STATUS "
            WS-ENTITLEMENT-STATUS " - NO REPORT"
        CLOSE RECERT-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ ENTITLEMENT-FILE
        AT END SET ENTITLEMENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL ENTITLEMENT-EOF
        IF ENT-START-DATE IS NOT GREATER THAN WS-QUARTER-END
                AND (ENT-END-DATE IS EQUAL TO SPACES
                    OR ENT-END-DATE IS NOT LESS THAN WS-QUARTER-START)
            MOVE ENT-MANAGER TO SORT-MANAGER
            MOVE ENT-OPERATOR TO SORT-OPERATOR
            MOVE ENT-FUNCTION TO SORT-FUNCTION
            MOVE ENT-START-DATE TO SORT-START-DATE
            MOVE ENT-END-DATE TO SORT-END-DATE
            RELEASE SORT-REC
        END-IF
        READ ENTITLEMENT-FILE
            AT END SET ENTITLEMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ENTITLEMENT-FILE.

      *> One page per manager, operators in turn beneath, each grant
      *> with a keep-or-revoke box and a signature block at the foot.
3000-PRINT-MANAGERS.
    PERFORM FOREVER
        RETURN SORT-WORK
            AT END EXIT PERFORM
        END-RETURN
        IF NOT MANAGER-OPEN
                OR SORT-MANAGER IS NOT EQUAL TO WS-CURRENT-MANAGER
            IF MANAGER-OPEN
                PERFORM 3800-CLOSE-MANAGER
            END-IF
            PERFORM 3100-OPEN-MANAGER
        END-IF
        IF SORT-OPERATOR IS NOT EQUAL TO WS-CURRENT-OPERATOR
            PERFORM 3200-OPEN-OPERATOR
        END-IF
        PERFORM 3300-PRINT-GRANT
    END-PERFORM
    IF MANAGER-OPEN
        PERFORM 3800-CLOSE-MANAGER
    ELSE
        MOVE SPACES TO WS-PRINT-TITLE
        STRING "ACCESS RECERTIFICATION " WS-QUARTER
            DELIMITED BY SIZE INTO WS-PRINT-TITLE
        MOVE SPACES TO WS-PRINT-COLUMNS
        MOVE 999 TO WS-PRINT-LINE-COUNT
        MOVE "  NO OPERATOR HELD A FUNCTION THIS QUARTER"
            TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

3100-OPEN-MANAGER.
    SET MANAGER-OPEN TO TRUE
    MOVE SORT-MANAGER TO WS-CURRENT-MANAGER
    MOVE HIGH-VALUES TO WS-CURRENT-OPERATOR
    ADD 1 TO WS-MANAGERS
    MOVE SPACES TO WS-PRINT-TITLE
    IF SORT-MANAGER IS EQUAL TO SPACES
        STRING "ACCESS RECERTIFICATION NO MANAGER " WS-QUARTER
            DELIMITED BY SIZE INTO WS-PRINT-TITLE
    ELSE
        STRING "ACCESS RECERTIFICATION " SORT-MANAGER " "
            WS-QUARTER DELIMITED BY SIZE INTO WS-PRINT-TITLE
    END-IF
    MOVE "      FUNCTION   START      END        STATUS"
        TO WS-PRINT-COLUMNS
    MOVE "DECISION" TO WS-PRINT-COLUMNS(54:8)
    MOVE 999 TO WS-PRINT-LINE-COUNT.

3200-OPEN-OPERATOR.
    MOVE SORT-OPERATOR TO WS-CURRENT-OPERATOR
    MOVE SORT-OPERATOR TO WSO-OPERATOR
    PERFORM 7000-FIND-OPERATOR
    IF OP-IDX IS GREATER THAN WS-OPERATOR-COUNT
        MOVE "NOT ON OPERATOR FILE" TO WSO-NAME
    ELSE
        MOVE WS-OP-NAME(OP-IDX) TO WSO-NAME
    END-IF
    PERFORM 7100-FIND-DENIAL
    MOVE "DENIED ATTEMPTS IN QUARTER" TO WSO-DENIED-LABEL
    IF DENIAL-FOUND
        MOVE WS-DN-COUNT(DN-IDX) TO WSO-DENIED
    ELSE
        MOVE ZEROS TO WSO-DENIED
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-OPERATOR-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3300-PRINT-GRANT.
    ADD 1 TO WS-GRANTS-LISTED
    IF SORT-MANAGER IS EQUAL TO SPACES
        ADD 1 TO WS-UNMANAGED-GRANTS
    END-IF
    IF WSO-NAME IS EQUAL TO "NOT ON OPERATOR FILE"
        ADD 1 TO WS-ORPHAN-GRANTS
    END-IF
    MOVE SORT-FUNCTION TO WSG-FUNCTION
    MOVE SORT-START-DATE TO WSG-START
    IF SORT-END-DATE IS EQUAL TO SPACES
        MOVE "OPEN" TO WSG-END
    ELSE
        MOVE SORT-END-DATE TO WSG-END
    END-IF
    EVALUATE TRUE
        WHEN SORT-START-DATE IS GREATER THAN WS-AS-OF-DATE
            MOVE "PENDING" TO WSG-STATUS
            ADD 1 TO WS-GRANTS-PENDING
        WHEN SORT-END-DATE IS NOT EQUAL TO SPACES
                AND SORT-END-DATE IS LESS THAN WS-AS-OF-DATE
            MOVE "ENDED" TO WSG-STATUS
            ADD 1 TO WS-GRANTS-ENDED
        WHEN OTHER
            MOVE "ACTIVE" TO WSG-STATUS
            ADD 1 TO WS-GRANTS-ACTIVE
    END-EVALUATE
    MOVE WS-GRANT-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3800-CLOSE-MANAGER.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE "  REVIEWED AND SIGNED OFF BY ______________________________"
        TO WS-PRINT-LINE
    MOVE "DATE ____________" TO WS-PRINT-LINE(64:17)
    PERFORM 9700-PRINT-LINE.

      *> Every operator turned away this quarter, on or off the
      *> entitlement master, for the security review.
4000-PRINT-DENIALS.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "DENIED OPERATOR ATTEMPTS " WS-QUARTER
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  OPERATOR  NAME                    ATTEMPTS    LAST DATE"
        TO WS-PRINT-COLUMNS
    MOVE "FUNCTION   REASON" TO WS-PRINT-COLUMNS(60:17)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING DN-IDX FROM 1 BY 1
            UNTIL DN-IDX IS GREATER THAN WS-DENIAL-COUNT
        MOVE WS-DN-OPERATOR(DN-IDX) TO WSD-OPERATOR
        MOVE WS-DN-OPERATOR(DN-IDX) TO WS-CURRENT-OPERATOR
        PERFORM 7000-FIND-OPERATOR
        IF OP-IDX IS GREATER THAN WS-OPERATOR-COUNT
            MOVE "NOT ON OPERATOR FILE" TO WSD-NAME
        ELSE
            MOVE WS-OP-NAME(OP-IDX) TO WSD-NAME
        END-IF
        MOVE WS-DN-COUNT(DN-IDX) TO WSD-COUNT
        MOVE WS-DN-LAST-DATE(DN-IDX) TO WSD-LAST-DATE
        MOVE WS-DN-LAST-FUNCTION(DN-IDX) TO WSD-LAST-FUNCTION
        MOVE WS-DN-LAST-REASON(DN-IDX) TO WSD-LAST-REASON
        MOVE WS-DENIAL-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-DENIAL-COUNT IS EQUAL TO ZERO
        MOVE "  NO DENIED ATTEMPTS THIS QUARTER" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

      *> Leaves OP-IDX past the table when WS-CURRENT-OPERATOR is not
      *> on the operator file.
7000-FIND-OPERATOR.
    PERFORM VARYING OP-IDX FROM 1 BY 1
            UNTIL OP-IDX IS GREATER THAN WS-OPERATOR-COUNT
        IF WS-OP-ID(OP-IDX) IS EQUAL TO WS-CURRENT-OPERATOR
            EXIT PERFORM
        END-IF
    END-PERFORM.

7100-FIND-DENIAL.
    MOVE "N" TO WS-DENIAL-FOUND
    PERFORM VARYING DN-IDX FROM 1 BY 1
            UNTIL DN-IDX IS GREATER THAN WS-DENIAL-COUNT
        IF WS-DN-OPERATOR(DN-IDX) IS EQUAL TO WS-CURRENT-OPERATOR
            SET DENIAL-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==RECERT-REPORT-REC==.
