        SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
        SELECT CHECKLIST-FILE ASSIGN TO "CLOSERPT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
            05 HIST-ELAPSED-SECS PIC 9(7).
            05 FILLER PIC X.
            05 HIST-RETURN-CODE PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-VERSION PIC X(8).

    FD CHECKLIST-FILE.
        01 CHECKLIST-REC PIC X(100).
    WORKING-STORAGE SECTION.
        COPY perclws.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-HISTORY-EOF PIC X VALUE "N".
            88 HISTORY-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 CLOSE-MODE VALUE "CLOSE".
            88 STATUS-MODE VALUE "STATUS".
            88 REOPEN-MODE VALUE "REOPEN".
        01 WS-CLOSE-PERIOD PIC X(6).
        01 WS-SIGNON-ID PIC X(8).
        COPY entccall.
      *> The monthly steps a period cannot close without: the candle
      *> cost rollup, the bee season close, the pet standings and the
      *> interchange car-hire settlement, each with a clean run in the
2100-OPERATOR-SIGNON.
    DISPLAY "ENTER OPERATOR ID: "
    ACCEPT WS-SIGNON-ID
    MOVE WS-SIGNON-ID TO ENTC-OPERATOR
    MOVE "PERCLOSE" TO ENTC-FUNCTION
    MOVE "CLOSECHK" TO ENTC-PROGRAM
    MOVE WS-RUN-ID TO ENTC-RUN-ID
    MOVE WS-RUN-DATE TO ENTC-CHECK-DATE
    CALL "ENTCHECK" USING ENTC-PARMS
    IF NOT ENTC-GRANTED
        DISPLAY "EXCEPTION: OPERATOR " WS-SIGNON-ID " "
            FUNCTION TRIM(ENTC-MESSAGE) " - PERIOD NOT TOUCHED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
