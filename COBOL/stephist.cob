            05 HIST-ELAPSED-SECS PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-RETURN-CODE PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-VERSION PIC X(8).

    FD TREND-REPORT-FILE.
        01 TREND-REPORT-REC PIC X(80).
            05 WST-RUNS PIC Z(3)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-FLAG PIC X(12).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-VERSION PIC X(8).
        COPY rundate.
        COPY busdatews.
        COPY steplogws.
    MOVE STEPLOG-END-TIME TO HIST-END-TIME
    MOVE WS-ELAPSED-SECS TO HIST-ELAPSED-SECS
    MOVE STEPLOG-RETURN-CODE TO HIST-RETURN-CODE
    MOVE STEPLOG-VERSION TO HIST-VERSION
    WRITE STEP-HISTORY-REC
    MOVE STEPLOG-PROGRAM-NAME TO WST-PROGRAM
    MOVE WS-ELAPSED-SECS TO WST-ELAPSED
    MOVE STEPLOG-VERSION TO WST-VERSION
    MOVE "N" TO WS-NORM-FOUND
    PERFORM VARYING NORM-IDX FROM 1 BY 1
            UNTIL NORM-IDX IS GREATER THAN WS-NORM-COUNT
