IDENTIFICATION DIVISION.
    PROGRAM-ID. ENTCHECK.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERATOR-STATUS.
        COPY entlsel.
        COPY seclogsel.

DATA DIVISION.
    FILE SECTION.
    FD OPERATOR-FILE.
        01 OPERATOR-REC.
            05 OPERATOR-ID PIC X(8).
            05 FILLER PIC X.
            05 OPERATOR-NAME PIC X(20).
            05 FILLER PIC X.
            05 OPERATOR-AUTHORITY PIC 9.

    COPY entlfd.
    COPY seclogfd.

    WORKING-STORAGE SECTION.
        01 WS-OPERATOR-STATUS PIC XX.
        01 WS-ENTITLEMENT-STATUS PIC XX.
        01 WS-SECURITY-LOG-STATUS PIC XX.
        01 WS-OPERATOR-EOF PIC X.
            88 OPERATOR-EOF VALUE "Y".
        01 WS-ENTITLEMENT-EOF PIC X.
            88 ENTITLEMENT-EOF VALUE "Y".
        01 WS-OPERATOR-FOUND PIC X.
            88 OPERATOR-FOUND VALUE "Y".
      *> What the closest non-current grant looked like, so a denial
      *> can say whether the function was never granted, is not yet
      *> in force, or has lapsed.
        01 WS-GRANT-STATE PIC X.
            88 GRANT-NONE VALUE "N".
            88 GRANT-ACTIVE VALUE "A".
            88 GRANT-FUTURE VALUE "F".
            88 GRANT-LAPSED VALUE "L".
        01 WS-FUTURE-START PIC X(8).
        01 WS-LAPSED-END PIC X(8).
        01 WS-CLOCK-TIME PIC X(8).
        01 WS-CALLER-RETURN-CODE PIC S9(4) USAGE COMP.

    LINKAGE SECTION.
        COPY entccall.

PROCEDURE DIVISION USING ENTC-PARMS.
    MOVE RETURN-CODE TO WS-CALLER-RETURN-CODE
    MOVE SPACES TO ENTC-REASON, ENTC-OPERATOR-NAME, ENTC-MESSAGE
    SET ENTC-DENIED TO TRUE
    PERFORM 1000-FIND-OPERATOR
    IF ENTC-REASON IS EQUAL TO SPACES
        PERFORM 2000-FIND-GRANT
    END-IF
    IF ENTC-DENIED
        PERFORM 8000-LOG-DENIAL
    END-IF
    MOVE WS-CALLER-RETURN-CODE TO RETURN-CODE
    GOBACK.

1000-FIND-OPERATOR.
    MOVE "N" TO WS-OPERATOR-FOUND
    MOVE "N" TO WS-OPERATOR-EOF
    OPEN INPUT OPERATOR-FILE
    IF WS-OPERATOR-STATUS IS NOT EQUAL TO "00"
        MOVE "NFIL" TO ENTC-REASON
        STRING "OPERATOR FILE NOT AVAILABLE - STATUS "
            WS-OPERATOR-STATUS DELIMITED BY SIZE INTO ENTC-MESSAGE
        EXIT PARAGRAPH
    END-IF
    READ OPERATOR-FILE
        AT END SET OPERATOR-EOF TO TRUE
    END-READ
    PERFORM UNTIL OPERATOR-EOF OR OPERATOR-FOUND
        IF OPERATOR-ID IS EQUAL TO ENTC-OPERATOR
            SET OPERATOR-FOUND TO TRUE
            MOVE OPERATOR-NAME TO ENTC-OPERATOR-NAME
        ELSE
            READ OPERATOR-FILE
                AT END SET OPERATOR-EOF TO TRUE
            END-READ
        END-IF
    END-PERFORM
    CLOSE OPERATOR-FILE
    IF NOT OPERATOR-FOUND OR ENTC-OPERATOR IS EQUAL TO SPACES
        MOVE "NOOP" TO ENTC-REASON
        MOVE "NOT ON OPERATOR FILE" TO ENTC-MESSAGE
    END-IF.

      *> Any one grant in force on the business date is enough; an
      *> operator may hold a lapsed grant and a fresh one side by side.
2000-FIND-GRANT.
    SET GRANT-NONE TO TRUE
    MOVE HIGH-VALUES TO WS-FUTURE-START
    MOVE LOW-VALUES TO WS-LAPSED-END
    MOVE "N" TO WS-ENTITLEMENT-EOF
    OPEN INPUT ENTITLEMENT-FILE
    IF WS-ENTITLEMENT-STATUS IS NOT EQUAL TO "00"
        MOVE "NFIL" TO ENTC-REASON
        STRING "ENTITLEMENT MASTER NOT AVAILABLE - STATUS "
            WS-ENTITLEMENT-STATUS DELIMITED BY SIZE INTO ENTC-MESSAGE
        EXIT PARAGRAPH
    END-IF
    READ ENTITLEMENT-FILE
        AT END SET ENTITLEMENT-EOF TO TRUE
    END-READ
    PERFORM UNTIL ENTITLEMENT-EOF OR GRANT-ACTIVE
        IF ENT-OPERATOR IS EQUAL TO ENTC-OPERATOR
                AND ENT-FUNCTION IS EQUAL TO ENTC-FUNCTION
            PERFORM 2100-TEST-ONE-GRANT
        END-IF
        READ ENTITLEMENT-FILE
            AT END SET ENTITLEMENT-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ENTITLEMENT-FILE
    EVALUATE TRUE
        WHEN GRANT-ACTIVE
            SET ENTC-GRANTED TO TRUE
        WHEN WS-FUTURE-START IS NOT EQUAL TO HIGH-VALUES
            MOVE "NYET" TO ENTC-REASON
            STRING ENTC-FUNCTION DELIMITED BY SPACE
                " ENTITLEMENT STARTS " WS-FUTURE-START
                DELIMITED BY SIZE INTO ENTC-MESSAGE
        WHEN WS-LAPSED-END IS NOT EQUAL TO LOW-VALUES
            MOVE "ENDD" TO ENTC-REASON
            STRING ENTC-FUNCTION DELIMITED BY SPACE
                " ENTITLEMENT ENDED " WS-LAPSED-END
                DELIMITED BY SIZE INTO ENTC-MESSAGE
        WHEN OTHER
            MOVE "NENT" TO ENTC-REASON
            STRING "NOT ENTITLED TO " ENTC-FUNCTION
                DELIMITED BY SIZE INTO ENTC-MESSAGE
    END-EVALUATE.

2100-TEST-ONE-GRANT.
    EVALUATE TRUE
        WHEN ENT-START-DATE IS GREATER THAN ENTC-CHECK-DATE
            IF ENT-START-DATE IS LESS THAN WS-FUTURE-START
                MOVE ENT-START-DATE TO WS-FUTURE-START
            END-IF
        WHEN ENT-END-DATE IS NOT EQUAL TO SPACES
                AND ENT-END-DATE IS LESS THAN ENTC-CHECK-DATE
            IF ENT-END-DATE IS GREATER THAN WS-LAPSED-END
                MOVE ENT-END-DATE TO WS-LAPSED-END
            END-IF
        WHEN OTHER
            SET GRANT-ACTIVE TO TRUE
    END-EVALUATE.

8000-LOG-DENIAL.
    OPEN EXTEND SECURITY-LOG-FILE
    IF WS-SECURITY-LOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT SECURITY-LOG-FILE
    END-IF
    ACCEPT SEC-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CLOCK-TIME FROM TIME
    MOVE WS-CLOCK-TIME(1:6) TO SEC-TIME
    MOVE ENTC-RUN-ID TO SEC-RUN-ID
    MOVE ENTC-OPERATOR TO SEC-OPERATOR
    MOVE ENTC-FUNCTION TO SEC-FUNCTION
    MOVE ENTC-PROGRAM TO SEC-PROGRAM
    MOVE ENTC-REASON TO SEC-REASON
    WRITE SECURITY-LOG-REC
    CLOSE SECURITY-LOG-FILE.
