IDENTIFICATION DIVISION.
    PROGRAM-ID. ReturnMailUpdate.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY partysel.
        SELECT RETURN-MAIL-FILE ASSIGN TO "RETMAIL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETURN-STATUS.
        SELECT ACTIVITY-REPORT-FILE ASSIGN TO "MAILRACT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    COPY partyfd.

      *> One line per piece the mail house could not deliver, carrying
      *> the party key and mailing date printed on the piece's stream
      *> header and the carrier's reason.
    FD RETURN-MAIL-FILE.
        01 RETURN-MAIL-REC.
            05 RTN-PARTY-KEY.
                10 RTN-TYPE PIC X.
                    88 RTN-TYPE-VALID VALUE "D" "R" "S" "C".
                10 RTN-ID PIC X(6).
            05 FILLER PIC X.
            05 RTN-MAILED-DATE PIC X(8).
            05 FILLER PIC X.
            05 RTN-RETURNED-DATE PIC X(8).
            05 FILLER PIC X.
            05 RTN-REASON PIC X(30).

    FD ACTIVITY-REPORT-FILE.
        01 ACTIVITY-REPORT-REC PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-PARTY-STATUS PIC XX.
        01 WS-RETURN-STATUS PIC XX.
        01 WS-RETURN-EOF PIC X VALUE "N".
            88 RETURN-EOF VALUE "Y".
        01 WS-MARKED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REPEAT-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-STALE-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZEROS.
        COPY jrnwcall.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " RETURNED MAIL UPDATE"
      *> The mail house only sends a file on days pieces came back.
    OPEN INPUT RETURN-MAIL-FILE
    IF WS-RETURN-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO RETURNED MAIL THIS RUN - MASTER UNCHANGED"
        MOVE 0 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN I-O PARTY-MASTER-FILE
    IF WS-PARTY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PARTY MASTER NOT AVAILABLE - STATUS "
            WS-PARTY-STATUS
        CLOSE RETURN-MAIL-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT ACTIVITY-REPORT-FILE
    MOVE "RETURNED MAIL - PARTY ADDRESS UPDATES" TO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    READ RETURN-MAIL-FILE
        AT END SET RETURN-EOF TO TRUE
    END-READ
    PERFORM UNTIL RETURN-EOF
        PERFORM 2000-APPLY-RETURN
        READ RETURN-MAIL-FILE
            AT END SET RETURN-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RETURN-MAIL-FILE, PARTY-MASTER-FILE
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "MARKED " WS-MARKED-COUNT
        " ALREADY BAD " WS-REPEAT-COUNT
        " OLD ADDRESS " WS-STALE-COUNT
        " REJECTED " WS-REJECTED-COUNT
        " UNMATCHED " WS-UNMATCHED-COUNT
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    CLOSE ACTIVITY-REPORT-FILE
    DISPLAY "MARKED " WS-MARKED-COUNT
        " ALREADY BAD " WS-REPEAT-COUNT
        " OLD ADDRESS " WS-STALE-COUNT
        " REJECTED " WS-REJECTED-COUNT
        " UNMATCHED " WS-UNMATCHED-COUNT
    IF WS-REJECTED-COUNT IS GREATER THAN ZERO OR
            WS-UNMATCHED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="MAILRTN "==.

    COPY busdateget.

      *> A returned piece marks the party's address bad from today, so
      *> the mailing extract holds its post until a new address is
      *> keyed.  A piece mailed before the address on file was keyed
      *> went to the old address and says nothing about the new one.
2000-APPLY-RETURN.
    IF NOT RTN-TYPE-VALID OR RTN-ID IS EQUAL TO SPACES OR
            RTN-MAILED-DATE IS NOT NUMERIC
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO ACTIVITY-REPORT-REC
        STRING "REJECTED    " RETURN-MAIL-REC(1:40)
            DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
        WRITE ACTIVITY-REPORT-REC
        DISPLAY "EXCEPTION: MALFORMED RETURN " RETURN-MAIL-REC(1:40)
        EXIT PARAGRAPH
    END-IF
    MOVE RTN-PARTY-KEY TO PTY-KEY
    READ PARTY-MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-UNMATCHED-COUNT
            MOVE SPACES TO ACTIVITY-REPORT-REC
            STRING "UNMATCHED   PARTY " RTN-PARTY-KEY
                DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
            WRITE ACTIVITY-REPORT-REC
            DISPLAY "EXCEPTION: RETURNED MAIL FOR PARTY " RTN-PARTY-KEY
                " NOT ON MASTER"
            EXIT PARAGRAPH
    END-READ
    MOVE PARTY-MASTER-REC(125:80) TO JRNW-BEFORE
    MOVE SPACES TO ACTIVITY-REPORT-REC
    EVALUATE TRUE
        WHEN RTN-MAILED-DATE IS LESS THAN PTY-ADDRESS-DATE
            ADD 1 TO WS-STALE-COUNT
            STRING "OLD ADDRESS PARTY " PTY-KEY " MAILED "
                RTN-MAILED-DATE " ADDRESS KEYED " PTY-ADDRESS-DATE
                DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
            WRITE ACTIVITY-REPORT-REC
            EXIT PARAGRAPH
        WHEN PARTY-BAD-ADDRESS
            ADD 1 TO WS-REPEAT-COUNT
            STRING "ALREADY BAD PARTY " PTY-KEY " " RTN-REASON
                DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
        WHEN OTHER
            ADD 1 TO WS-MARKED-COUNT
            SET PARTY-BAD-ADDRESS TO TRUE
            MOVE WS-RUN-DATE TO PTY-BAD-ADDRESS-DATE
            STRING "MARKED BAD  PARTY " PTY-KEY " " RTN-REASON
                DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    END-EVALUATE
    IF PTY-RETURN-COUNT IS LESS THAN 999
        ADD 1 TO PTY-RETURN-COUNT
    END-IF
    REWRITE PARTY-MASTER-REC
    MOVE "C" TO JRNW-VERB
    MOVE PARTY-MASTER-REC(125:80) TO JRNW-AFTER
    PERFORM 2600-JOURNAL-PARTY-UPDATE
    WRITE ACTIVITY-REPORT-REC.

      *> What a return changes is all in the last 80 bytes of the
      *> party, from the postcode on - delivery preference, the bad
      *> address flag and date, the return count and the date the
      *> address was keyed - so that is the journal image here.
2600-JOURNAL-PARTY-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "PARTYMST  " TO JRNW-MASTER
    MOVE "MAILRTN " TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE SPACES TO JRNW-KEY
    MOVE PTY-KEY TO JRNW-KEY(1:7)
    CALL "JRNWRITE" USING JRNW-PARMS.
