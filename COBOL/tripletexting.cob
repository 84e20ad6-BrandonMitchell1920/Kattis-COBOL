            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT STATS-REPORT-FILE ASSIGN TO "TEXTSTATS"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY txhstsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY txhstfd.
    COPY busdatefd.
    COPY steplogfd.

            05 REJECT-INP PIC A(99).
            05 FILLER PIC X VALUE SPACE.
            05 REJECT-LEN PIC 99.
            05 FILLER PIC X VALUE SPACE.
            05 REJECT-SENDER PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 REJECT-CHANNEL PIC X(4).

    FD ANSWER-FILE.
        01 ANSWER-REC.

    WORKING-STORAGE SECTION.
        COPY casectl REPLACING ==__CASE-COUNT__== BY ==MESSAGE-COUNT==.
      *> Each input line is the three garbled copies run together,
      *> followed by the sender ID and the channel the message came in
      *> on.  Lines from before the sender and channel were carried
      *> leave them blank.
        01 TEXT-INPUT-LINE.
            05 TEXT-INPUT-MESSAGE PIC X(99).
            05 FILLER PIC X.
            05 TEXT-INPUT-SENDER PIC X(8).
            05 FILLER PIC X.
            05 TEXT-INPUT-CHANNEL PIC X(4).
        01 INP PIC A(99).
        01 A PIC A(33).
        01 B PIC A(33).
        01 REPAIRED-COUNT PIC 9(6) VALUE ZEROS.
        01 UNRECOVERABLE-COUNT PIC 9(6) VALUE ZEROS.
        01 POSITIONS-CORRECTED PIC 9(7) VALUE ZEROS.
        01 POSITIONS-BEFORE PIC 9(7).
        01 WS-TEXT-HISTORY-STATUS PIC XX.
        COPY rundate.
        COPY rejwcall.
        COPY busdatews.
    END-IF
    DISPLAY "RUN " WS-RUN-ID " MESSAGE COUNT " MESSAGE-COUNT
    OPEN OUTPUT ANSWER-FILE
    OPEN EXTEND TEXT-HISTORY-FILE
    IF WS-TEXT-HISTORY-STATUS IS EQUAL TO "35"
        OPEN OUTPUT TEXT-HISTORY-FILE
    END-IF
    PERFORM 2000-ADJUDICATE-MESSAGE MESSAGE-COUNT TIMES
    MOVE SPACES TO ANSWER-TRAILER-REC
    MOVE "TRAILER" TO ANSWER-TRAILER-REC(1:8)
    MOVE REJECTED-COUNT TO TRAILER-REJECTED
    WRITE ANSWER-TRAILER-REC
    CLOSE ANSWER-FILE
    CLOSE TEXT-HISTORY-FILE
    PERFORM 7000-WRITE-CORRECTION-STATS
    DISPLAY "PROCESSED " PROCESSED-COUNT " REJECTED " REJECTED-COUNT
    DISPLAY "CLEAN " CLEAN-COUNT " REPAIRED " REPAIRED-COUNT
    COPY busdateget.

2000-ADJUDICATE-MESSAGE.
    MOVE SPACES TO TEXT-INPUT-LINE
    ACCEPT TEXT-INPUT-LINE
    MOVE TEXT-INPUT-MESSAGE TO INP
    ADD 1 TO MESSAGE-SEQ
    ADD 1 TO PROCESSED-COUNT
    MOVE ZERO TO LEN
    INSPECT INP TALLYING LEN FOR TRAILING SPACE
    SUBTRACT LEN FROM +99 GIVING LEN
    MOVE SPACES TO TEXT-HISTORY-REC
    MOVE WS-RUN-DATE TO TXH-BUSINESS-DATE
    MOVE WS-RUN-ID TO TXH-RUN-ID
    MOVE MESSAGE-SEQ TO TXH-SEQ
    MOVE TEXT-INPUT-SENDER TO TXH-SENDER
    MOVE TEXT-INPUT-CHANNEL TO TXH-CHANNEL
    MOVE ZEROS TO TXH-POSITIONS
    MOVE LEN TO TXH-LENGTH
    IF FUNCTION MOD(LEN, 3) IS NOT EQUAL TO ZERO
        ADD 1 TO REJECTED-COUNT
        OPEN EXTEND REJECT-FILE
        MOVE INP TO REJECT-INP
        MOVE LEN TO REJECT-LEN
        MOVE TEXT-INPUT-SENDER TO REJECT-SENDER
        MOVE TEXT-INPUT-CHANNEL TO REJECT-CHANNEL
        WRITE REJECT-REC
        CLOSE REJECT-FILE
        MOVE "W" TO REJW-ACTION
        MOVE SPACES TO ANSWER-THIRD
        MOVE "REJECTED" TO ANSWER-DISPOSITION
        WRITE ANSWER-REC
        SET TXH-BAD-LENGTH TO TRUE
        WRITE TEXT-HISTORY-REC
    ELSE
        MOVE INP(+1:(LEN / +3)) TO A
        MOVE INP((LEN / +3 + +1):(LEN / +3)) TO B
        MOVE INP((LEN / +3 * 2 + +1):LEN) TO C
        MOVE MESSAGE-SEQ TO ANSWER-SEQ
        MOVE POSITIONS-CORRECTED TO POSITIONS-BEFORE
        PERFORM 3000-MAJORITY-VOTE
        EVALUATE TRUE
            WHEN MESSAGE-CLEAN
                DISPLAY D
                MOVE D TO ANSWER-THIRD
                MOVE "CLEAN" TO ANSWER-DISPOSITION
                SET TXH-CLEAN TO TRUE
            WHEN MESSAGE-REPAIRED
                ADD 1 TO REPAIRED-COUNT
                DISPLAY D
                MOVE D TO ANSWER-THIRD
                MOVE "REPAIRED" TO ANSWER-DISPOSITION
                SET TXH-REPAIRED TO TRUE
                COMPUTE TXH-POSITIONS =
                    POSITIONS-CORRECTED - POSITIONS-BEFORE
            WHEN OTHER
                ADD 1 TO UNRECOVERABLE-COUNT
                ADD 1 TO REJECTED-COUNT
                OPEN EXTEND REJECT-FILE
                MOVE INP TO REJECT-INP
                MOVE LEN TO REJECT-LEN
                MOVE TEXT-INPUT-SENDER TO REJECT-SENDER
                MOVE TEXT-INPUT-CHANNEL TO REJECT-CHANNEL
                WRITE REJECT-REC
                CLOSE REJECT-FILE
                MOVE "W" TO REJW-ACTION
                    " - RECORD REJECTED"
                MOVE SPACES TO ANSWER-THIRD
                MOVE "REJECTED" TO ANSWER-DISPOSITION
                SET TXH-UNRECOVERABLE TO TRUE
        END-EVALUATE
        WRITE ANSWER-REC
        WRITE TEXT-HISTORY-REC
    END-IF.

      *> Character-position majority vote over the three copies: any
