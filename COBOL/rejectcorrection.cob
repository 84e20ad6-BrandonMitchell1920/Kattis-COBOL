        COPY busdatesel.
        SELECT CORRECTED-FILE ASSIGN TO "CORRECTOUT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
            05 FILLER PIC X VALUE SPACE.
            05 CORRECTED-LINE PIC X(50).

    FD OPERATOR-AUDIT-FILE.
        01 OPERATOR-AUDIT-REC.
            05 AUDIT-RUN-ID PIC X(16).
        01 WS-REKEY PIC X(50).
        01 WS-REJM-STATUS PIC XX.
        01 WS-CORRECTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-SIGNON-ID PIC X(8).
        COPY entccall.
        COPY busdatews.
        COPY rundate.

1000-OPERATOR-SIGNON.
    DISPLAY "ENTER OPERATOR ID: "
    ACCEPT WS-SIGNON-ID
    MOVE WS-SIGNON-ID TO ENTC-OPERATOR
    MOVE "REJCORR" TO ENTC-FUNCTION
    MOVE "REJCORR " TO ENTC-PROGRAM
    MOVE WS-RUN-ID TO ENTC-RUN-ID
    MOVE WS-RUN-DATE TO ENTC-CHECK-DATE
    CALL "ENTCHECK" USING ENTC-PARMS
    IF NOT ENTC-GRANTED
        DISPLAY "EXCEPTION: OPERATOR " WS-SIGNON-ID " "
            FUNCTION TRIM(ENTC-MESSAGE) " - CORRECTIONS NOT PERMITTED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
