    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY busdatesel.
        SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    FD STAGE-MANIFEST-FILE.
        01 STAGE-MANIFEST-REC.
            05 MANIFEST-RUN-ID PIC X(16).
        01 WS-MANIFEST-FOUND PIC X VALUE "N".
            88 MANIFEST-FOUND VALUE "Y".
        01 WS-MANIFEST-COUNT PIC 9(7).
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-SIGNON-ID PIC X(8).
        COPY entccall.
        COPY lockcall.
        COPY busdatews.
        COPY rundate.
1000-OPERATOR-SIGNON.
    DISPLAY "ENTER OPERATOR ID: "
    ACCEPT WS-SIGNON-ID
    MOVE WS-SIGNON-ID TO ENTC-OPERATOR
    MOVE "RERUNSTP" TO ENTC-FUNCTION
    MOVE "RERUNSTP" TO ENTC-PROGRAM
    MOVE WS-RUN-ID TO ENTC-RUN-ID
    MOVE WS-RUN-DATE TO ENTC-CHECK-DATE
    CALL "ENTCHECK" USING ENTC-PARMS
    IF NOT ENTC-GRANTED
        DISPLAY "EXCEPTION: OPERATOR " WS-SIGNON-ID " "
            FUNCTION TRIM(ENTC-MESSAGE) " - RERUN CARDS NOT BUILT"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
