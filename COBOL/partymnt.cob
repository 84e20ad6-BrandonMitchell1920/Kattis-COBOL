IDENTIFICATION DIVISION.
    PROGRAM-ID. PartyMaintenance.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY partysel.
        SELECT PARTY-TXN-FILE ASSIGN TO "PARTYTXN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXN-STATUS.
        SELECT ACTIVITY-REPORT-FILE ASSIGN TO "PARTYACT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

    COPY partyfd.

      *> Names and addresses carry embedded spaces, so party
      *> transactions are keyed in fixed columns, not word by word.
    FD PARTY-TXN-FILE.
        01 PARTY-TXN-REC.
            05 TXN-ACTION PIC X.
                88 TXN-ADD VALUE "A".
                88 TXN-CHANGE VALUE "C".
                88 TXN-DELETE VALUE "D".
            05 FILLER PIC X.
            05 TXN-PARTY-KEY.
                10 TXN-TYPE PIC X.
                    88 TXN-TYPE-VALID VALUE "D" "R" "S" "C".
                10 TXN-ID PIC X(6).
            05 FILLER PIC X.
            05 TXN-NAME PIC X(30).
            05 FILLER PIC X.
            05 TXN-ADDRESS-1 PIC X(30).
            05 FILLER PIC X.
            05 TXN-ADDRESS-2 PIC X(30).
            05 FILLER PIC X.
            05 TXN-CITY PIC X(20).
            05 FILLER PIC X.
            05 TXN-STATE PIC X(2).
            05 FILLER PIC X.
            05 TXN-POSTCODE PIC X(10).
            05 FILLER PIC X.
            05 TXN-DELIVERY PIC X.
                88 TXN-BY-MAIL VALUE "M".
                88 TXN-BY-EMAIL VALUE "E".
                88 TXN-DELIVERY-VALID VALUE "M" "E" "N".
            05 FILLER PIC X.
            05 TXN-DO-NOT-MAIL PIC X.
                88 TXN-DO-NOT-MAIL-VALID VALUE "Y" "N" " ".
            05 FILLER PIC X.
            05 TXN-EMAIL PIC X(40).

    FD ACTIVITY-REPORT-FILE.
        01 ACTIVITY-REPORT-REC PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-PARTY-STATUS PIC XX.
        01 WS-TXN-STATUS PIC XX.
        01 WS-TXN-EOF PIC X VALUE "N".
            88 TXN-EOF VALUE "Y".
        01 WS-OLD-ADDRESS PIC X(92).
        01 WS-NEW-ADDRESS PIC X(92).
        01 WS-APPLIED-NOTE PIC X(30).
        01 WS-APPLIED-COUNT PIC 9(5) VALUE ZEROS.
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
    DISPLAY "RUN " WS-RUN-ID " PARTY MASTER MAINTENANCE"
      *> Changes come from the front office only when there are some.
    OPEN INPUT PARTY-TXN-FILE
    IF WS-TXN-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO PARTY TRANSACTIONS THIS RUN - MASTER UNCHANGED"
        MOVE 0 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN I-O PARTY-MASTER-FILE
    IF WS-PARTY-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PARTY-MASTER-FILE
        CLOSE PARTY-MASTER-FILE
        OPEN I-O PARTY-MASTER-FILE
    END-IF
    IF WS-PARTY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PARTY MASTER NOT AVAILABLE - STATUS "
            WS-PARTY-STATUS
        CLOSE PARTY-TXN-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN OUTPUT ACTIVITY-REPORT-FILE
    MOVE "PARTY MASTER UPDATE ACTIVITY" TO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    READ PARTY-TXN-FILE
        AT END SET TXN-EOF TO TRUE
    END-READ
    PERFORM UNTIL TXN-EOF
        PERFORM 2000-APPLY-TRANSACTION
        READ PARTY-TXN-FILE
            AT END SET TXN-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARTY-TXN-FILE, PARTY-MASTER-FILE
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "APPLIED " WS-APPLIED-COUNT
        " REJECTED " WS-REJECTED-COUNT
        " UNMATCHED " WS-UNMATCHED-COUNT
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    CLOSE ACTIVITY-REPORT-FILE
    DISPLAY "APPLIED " WS-APPLIED-COUNT
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

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="PARTYMNT"==.

    COPY busdateget.

      *> A adds a party, C replaces its name, address and delivery
      *> preferences, D takes it off the master.  A party that takes
      *> its documents by post must have a street line, a city and a
      *> postcode; one that takes them by e-mail must have the address.
2000-APPLY-TRANSACTION.
    MOVE SPACES TO WS-APPLIED-NOTE
    IF NOT (TXN-ADD OR TXN-CHANGE OR TXN-DELETE)
            OR NOT TXN-TYPE-VALID OR TXN-ID IS EQUAL TO SPACES
        PERFORM 2800-REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF
    IF TXN-ADD OR TXN-CHANGE
        IF TXN-NAME IS EQUAL TO SPACES OR NOT TXN-DELIVERY-VALID
                OR NOT TXN-DO-NOT-MAIL-VALID
            PERFORM 2800-REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
        IF TXN-BY-MAIL AND (TXN-ADDRESS-1 IS EQUAL TO SPACES OR
                TXN-CITY IS EQUAL TO SPACES OR
                TXN-POSTCODE IS EQUAL TO SPACES)
            PERFORM 2800-REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
        IF TXN-BY-EMAIL AND TXN-EMAIL IS EQUAL TO SPACES
            PERFORM 2800-REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE TXN-PARTY-KEY TO PTY-KEY
    EVALUATE TRUE
        WHEN TXN-ADD
            MOVE SPACES TO PARTY-MASTER-REC
            MOVE TXN-PARTY-KEY TO PTY-KEY
            PERFORM 2100-MOVE-PARTY-FIELDS
            MOVE "N" TO PTY-BAD-ADDRESS
            MOVE ZEROS TO PTY-RETURN-COUNT
            MOVE WS-RUN-DATE TO PTY-ADDRESS-DATE
            WRITE PARTY-MASTER-REC
                INVALID KEY
                    PERFORM 2900-UNMATCHED-TRANSACTION
                NOT INVALID KEY
                    MOVE "A" TO JRNW-VERB
                    MOVE SPACES TO JRNW-BEFORE
                    MOVE PARTY-MASTER-REC(1:80) TO JRNW-AFTER
                    PERFORM 2600-JOURNAL-PARTY-UPDATE
                    PERFORM 2700-REPORT-APPLIED
            END-WRITE
        WHEN TXN-CHANGE
            READ PARTY-MASTER-FILE
                INVALID KEY
                    PERFORM 2900-UNMATCHED-TRANSACTION
                NOT INVALID KEY
                    MOVE PARTY-MASTER-REC(1:80) TO JRNW-BEFORE
                    PERFORM 2200-CHANGE-PARTY
                    REWRITE PARTY-MASTER-REC
                    MOVE "C" TO JRNW-VERB
                    MOVE PARTY-MASTER-REC(1:80) TO JRNW-AFTER
                    PERFORM 2600-JOURNAL-PARTY-UPDATE
                    PERFORM 2700-REPORT-APPLIED
            END-READ
        WHEN TXN-DELETE
            READ PARTY-MASTER-FILE
                INVALID KEY
                    PERFORM 2900-UNMATCHED-TRANSACTION
                NOT INVALID KEY
                    MOVE PARTY-MASTER-REC(1:80) TO JRNW-BEFORE
                    DELETE PARTY-MASTER-FILE RECORD
                    MOVE "D" TO JRNW-VERB
                    MOVE SPACES TO JRNW-AFTER
                    PERFORM 2600-JOURNAL-PARTY-UPDATE
                    PERFORM 2700-REPORT-APPLIED
            END-READ
    END-EVALUATE.

2100-MOVE-PARTY-FIELDS.
    MOVE TXN-NAME TO PTY-NAME
    MOVE TXN-ADDRESS-1 TO PTY-ADDRESS-1
    MOVE TXN-ADDRESS-2 TO PTY-ADDRESS-2
    MOVE TXN-CITY TO PTY-CITY
    MOVE TXN-STATE TO PTY-STATE
    MOVE TXN-POSTCODE TO PTY-POSTCODE
    MOVE TXN-DELIVERY TO PTY-DELIVERY
    MOVE TXN-EMAIL TO PTY-EMAIL
    IF TXN-DO-NOT-MAIL IS EQUAL TO "Y"
        MOVE "Y" TO PTY-DO-NOT-MAIL
    ELSE
        MOVE "N" TO PTY-DO-NOT-MAIL
    END-IF.

      *> A new postal address starts clean: whatever the mail house
      *> sent back was addressed to the old one.
2200-CHANGE-PARTY.
    STRING PTY-ADDRESS-1 PTY-ADDRESS-2 PTY-CITY PTY-STATE
        PTY-POSTCODE DELIMITED BY SIZE INTO WS-OLD-ADDRESS
    STRING TXN-ADDRESS-1 TXN-ADDRESS-2 TXN-CITY TXN-STATE
        TXN-POSTCODE DELIMITED BY SIZE INTO WS-NEW-ADDRESS
    IF WS-NEW-ADDRESS IS NOT EQUAL TO WS-OLD-ADDRESS
        IF PARTY-BAD-ADDRESS
            MOVE "- RETURN-MAIL FLAG CLEARED" TO WS-APPLIED-NOTE
        END-IF
        MOVE "N" TO PTY-BAD-ADDRESS
        MOVE SPACES TO PTY-BAD-ADDRESS-DATE
        MOVE ZEROS TO PTY-RETURN-COUNT
        MOVE WS-RUN-DATE TO PTY-ADDRESS-DATE
    END-IF
    PERFORM 2100-MOVE-PARTY-FIELDS.

      *> The journal image is the leading 80 bytes of the party: its
      *> key, name and street lines.
2600-JOURNAL-PARTY-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "PARTYMST  " TO JRNW-MASTER
    MOVE "PARTYMNT" TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE SPACES TO JRNW-KEY
    MOVE PTY-KEY TO JRNW-KEY(1:7)
    CALL "JRNWRITE" USING JRNW-PARMS.

2700-REPORT-APPLIED.
    ADD 1 TO WS-APPLIED-COUNT
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "APPLIED   " TXN-ACTION " PARTY " TXN-PARTY-KEY " "
        WS-APPLIED-NOTE
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC.

2800-REJECT-TRANSACTION.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "REJECTED  " PARTY-TXN-REC(1:40)
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    DISPLAY "EXCEPTION: MALFORMED TRANSACTION " PARTY-TXN-REC(1:40).

2900-UNMATCHED-TRANSACTION.
    ADD 1 TO WS-UNMATCHED-COUNT
    MOVE SPACES TO ACTIVITY-REPORT-REC
    STRING "UNMATCHED " TXN-ACTION " PARTY " TXN-PARTY-KEY
        DELIMITED BY SIZE INTO ACTIVITY-REPORT-REC
    WRITE ACTIVITY-REPORT-REC
    DISPLAY "EXCEPTION: NO MATCH FOR TRANSACTION " TXN-ACTION
        " PARTY " TXN-PARTY-KEY.
