IDENTIFICATION DIVISION.
    PROGRAM-ID. NumberFunLetters.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY numfrsel.
        SELECT SUBMITTER-MASTER-FILE ASSIGN TO "SUBMMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MASTER-STATUS.
        SELECT LETTER-FILE ASSIGN TO "NUMFLETR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY numfrfd.
    COPY busdatefd.
    COPY steplogfd.

    FD SUBMITTER-MASTER-FILE.
        01 SUBMITTER-MASTER-REC.
            05 SUBM-CODE PIC X(4).
            05 FILLER PIC X.
            05 SUBM-NAME PIC X(20).
            05 FILLER PIC X.
            05 SUBM-CONTACT PIC X(20).
            05 FILLER PIC X.
            05 SUBM-STATUS PIC X.

    FD LETTER-FILE.
        01 LETTER-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-RESPONSE-STATUS PIC XX.
        01 WS-MASTER-STATUS PIC XX.
        01 WS-RESPONSE-EOF PIC X VALUE "N".
            88 RESPONSE-EOF VALUE "Y".
        01 WS-MASTER-EOF PIC X VALUE "N".
            88 MASTER-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 LETTERS-MODE VALUE "LETTERS".
            88 OPEN-MODE VALUE "OPEN".
        01 WS-LETTER-DATE PIC X(8).
        01 WS-SUBMITTER-TABLE.
            05 WS-SUB-ENTRY OCCURS 30 TIMES.
                10 WS-SUB-CODE PIC X(4).
                10 WS-SUB-NAME PIC X(20).
                10 WS-SUB-CONTACT PIC X(20).
        01 WS-SUBMITTER-COUNT PIC 99 VALUE ZEROS.
        01 SUB-IDX PIC 99.
      *> Responses picked for the run, sorted into submitter order so
      *> each submitter's letter or subtotal comes out in one piece.
        01 WS-PICK-TABLE.
            05 WS-PICK-ENTRY OCCURS 500 TIMES.
                10 WS-PK-KEY.
                    15 WS-PK-SUBMITTER PIC X(4).
                    15 WS-PK-REF PIC X(13).
                10 WS-PK-CLAIM PIC X(22).
                10 WS-PK-REASON PIC X(4).
                10 WS-PK-ISSUED PIC X(8).
        01 WS-PICK-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-PICKS-DROPPED PIC 9(5) VALUE ZEROS.
        01 PK-IDX PIC 9(3).
        01 SWAP-IDX PIC 9(3).
        01 WS-SWAP-ENTRY PIC X(51).
        01 WS-CURRENT-SUBMITTER PIC X(4).
        01 WS-SUBMITTER-NAME PIC X(20).
        01 WS-SUBMITTER-CONTACT PIC X(20).
        01 WS-SUBMITTER-TOTAL PIC 9(5) VALUE ZEROS.
        01 WS-LETTER-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-AGE-DAYS PIC 9(5).
        01 WS-OLDEST-AGE PIC 9(5) VALUE ZEROS.
        01 WS-REASON-TEXT PIC X(44).
        01 WS-DETAIL-LINE.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSD-REF PIC X(13).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-CLAIM PIC X(22).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSD-REASON PIC X(44).
        01 WS-OPEN-LINE.
            05 WSO-SUBMITTER PIC X(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSO-REF PIC X(13).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSO-ISSUED PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSO-AGE PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSO-REASON PIC X(4).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSO-CLAIM PIC X(22).
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
    ACCEPT WS-MODE
    IF WS-MODE IS EQUAL TO SPACES
        MOVE "LETTERS" TO WS-MODE
    END-IF
    ACCEPT WS-LETTER-DATE
    IF WS-LETTER-DATE IS EQUAL TO SPACES
        MOVE WS-RUN-DATE TO WS-LETTER-DATE
    END-IF
    DISPLAY "RUN " WS-RUN-ID " NUMBERFUN RESPONSES " WS-MODE
        " DATE " WS-LETTER-DATE
    IF NOT LETTERS-MODE AND NOT OPEN-MODE
        DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
            " - EXPECTED LETTERS OR OPEN"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    IF WS-LETTER-DATE IS NOT NUMERIC
        DISPLAY "EXCEPTION: RESPONSE DATE " WS-LETTER-DATE
            " IS NOT YYYYMMDD"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-LOAD-SUBMITTERS
    PERFORM 1100-PICK-RESPONSES
    PERFORM 1500-SORT-PICKS
    OPEN OUTPUT LETTER-FILE
    IF LETTERS-MODE
        PERFORM 2000-WRITE-LETTERS
    ELSE
        PERFORM 3000-WRITE-OPEN-REPORT
    END-IF
    CLOSE LETTER-FILE
    IF LETTERS-MODE
        DISPLAY "LETTERS " WS-LETTER-COUNT
            " RESPONSES " WS-PICK-COUNT
    ELSE
        DISPLAY "SUBMITTERS " WS-LETTER-COUNT
            " OPEN RESPONSES " WS-PICK-COUNT
            " OLDEST " WS-OLDEST-AGE " DAYS"
    END-IF
    IF WS-PICKS-DROPPED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="NUMFLETR"==.

    COPY busdateget.

1000-LOAD-SUBMITTERS.
    OPEN INPUT SUBMITTER-MASTER-FILE
    IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: SUBMITTER MASTER NOT AVAILABLE - STATUS "
            WS-MASTER-STATUS " - LETTERS ADDRESSED BY CODE ONLY"
        EXIT PARAGRAPH
    END-IF
    READ SUBMITTER-MASTER-FILE
        AT END SET MASTER-EOF TO TRUE
    END-READ
    PERFORM UNTIL MASTER-EOF
        IF WS-SUBMITTER-COUNT IS EQUAL TO 30
            DISPLAY "EXCEPTION: MORE THAN 30 SUBMITTERS ON MASTER - "
                SUBM-CODE " AND AFTER ADDRESSED BY CODE ONLY"
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-SUBMITTER-COUNT
        MOVE SUBM-CODE TO WS-SUB-CODE(WS-SUBMITTER-COUNT)
        MOVE SUBM-NAME TO WS-SUB-NAME(WS-SUBMITTER-COUNT)
        MOVE SUBM-CONTACT TO WS-SUB-CONTACT(WS-SUBMITTER-COUNT)
        READ SUBMITTER-MASTER-FILE
            AT END SET MASTER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SUBMITTER-MASTER-FILE.

      *> LETTERS takes every response issued on the letter date, open
      *> or not, so a rerun reprints the same night's letters.  OPEN
      *> takes every response still waiting on a resubmission.
1100-PICK-RESPONSES.
    OPEN INPUT RESPONSE-FILE
    IF WS-RESPONSE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO RESPONSE MASTER ON FILE - STATUS "
            WS-RESPONSE-STATUS
        EXIT PARAGRAPH
    END-IF
    READ RESPONSE-FILE NEXT RECORD
        AT END SET RESPONSE-EOF TO TRUE
    END-READ
    PERFORM UNTIL RESPONSE-EOF
        IF LETTERS-MODE AND
                RESP-ISSUED-DATE IS EQUAL TO WS-LETTER-DATE
            PERFORM 1200-ADD-PICK
        END-IF
        IF OPEN-MODE AND RESP-OPEN AND
                RESP-ISSUED-DATE IS NOT GREATER THAN WS-LETTER-DATE
            PERFORM 1200-ADD-PICK
        END-IF
        READ RESPONSE-FILE NEXT RECORD
            AT END SET RESPONSE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RESPONSE-FILE.

1200-ADD-PICK.
    IF WS-PICK-COUNT IS EQUAL TO 500
        ADD 1 TO WS-PICKS-DROPPED
        DISPLAY "EXCEPTION: MORE THAN 500 RESPONSES - " RESP-REF
            " LEFT OFF THE REPORT"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PICK-COUNT
    MOVE RESP-SUBMITTER TO WS-PK-SUBMITTER(WS-PICK-COUNT)
    MOVE RESP-REF TO WS-PK-REF(WS-PICK-COUNT)
    MOVE RESP-CLAIM TO WS-PK-CLAIM(WS-PICK-COUNT)
    MOVE RESP-REASON TO WS-PK-REASON(WS-PICK-COUNT)
    MOVE RESP-ISSUED-DATE TO WS-PK-ISSUED(WS-PICK-COUNT).

1500-SORT-PICKS.
    PERFORM VARYING PK-IDX FROM 1 BY 1
            UNTIL PK-IDX IS NOT LESS THAN WS-PICK-COUNT
        PERFORM VARYING SWAP-IDX FROM 1 BY 1
                UNTIL SWAP-IDX IS NOT LESS THAN WS-PICK-COUNT
            IF WS-PK-KEY(SWAP-IDX) IS GREATER THAN
                    WS-PK-KEY(SWAP-IDX + 1)
                MOVE WS-PICK-ENTRY(SWAP-IDX) TO WS-SWAP-ENTRY
                MOVE WS-PICK-ENTRY(SWAP-IDX + 1)
                    TO WS-PICK-ENTRY(SWAP-IDX)
                MOVE WS-SWAP-ENTRY TO WS-PICK-ENTRY(SWAP-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

1600-FIND-SUBMITTER.
    MOVE "NOT ON MASTER" TO WS-SUBMITTER-NAME
    MOVE SPACES TO WS-SUBMITTER-CONTACT
    PERFORM VARYING SUB-IDX FROM 1 BY 1
            UNTIL SUB-IDX IS GREATER THAN WS-SUBMITTER-COUNT
        IF WS-SUB-CODE(SUB-IDX) IS EQUAL TO WS-CURRENT-SUBMITTER
            MOVE WS-SUB-NAME(SUB-IDX) TO WS-SUBMITTER-NAME
            MOVE WS-SUB-CONTACT(SUB-IDX) TO WS-SUBMITTER-CONTACT
            EXIT PERFORM
        END-IF
    END-PERFORM.

1700-REASON-TEXT.
    EVALUATE WS-PK-REASON(PK-IDX)
        WHEN "BADF"
            MOVE "CLAIM COULD NOT BE READ - SEND SUB A B C"
                TO WS-REASON-TEXT
        WHEN "DUPC"
            MOVE "THESE NUMBERS HAVE ALREADY BEEN CLAIMED"
                TO WS-REASON-TEXT
        WHEN "IMPS"
            MOVE "C CANNOT BE MADE FROM A AND B"
                TO WS-REASON-TEXT
        WHEN OTHER
            MOVE WS-PK-REASON(PK-IDX) TO WS-REASON-TEXT
    END-EVALUATE.

      *> One letter per submitter, each starting on a new page, so the
      *> pages can be split and sent as they are.
2000-WRITE-LETTERS.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "NUMBERFUN CLAIM RESPONSES " WS-LETTER-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    IF WS-PICK-COUNT IS EQUAL TO ZERO
        MOVE "NO CLAIMS WERE REJECTED ON THIS DATE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CURRENT-SUBMITTER
    PERFORM VARYING PK-IDX FROM 1 BY 1
            UNTIL PK-IDX IS GREATER THAN WS-PICK-COUNT
        IF WS-PK-SUBMITTER(PK-IDX) IS NOT EQUAL TO
                WS-CURRENT-SUBMITTER OR PK-IDX IS EQUAL TO 1
            PERFORM 2100-START-LETTER
        END-IF
        PERFORM 1700-REASON-TEXT
        MOVE WS-PK-REF(PK-IDX) TO WSD-REF
        MOVE WS-PK-CLAIM(PK-IDX) TO WSD-CLAIM
        MOVE WS-REASON-TEXT TO WSD-REASON
        MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM.

2100-START-LETTER.
    MOVE WS-PK-SUBMITTER(PK-IDX) TO WS-CURRENT-SUBMITTER
    PERFORM 1600-FIND-SUBMITTER
    ADD 1 TO WS-LETTER-COUNT
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TO:  " WS-CURRENT-SUBMITTER "  " WS-SUBMITTER-NAME
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "ATTN " WS-SUBMITTER-CONTACT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "THE CLAIMS BELOW WERE NOT ACCEPTED ON " WS-LETTER-DATE
        "."
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TO RESUBMIT, SEND THE CORRECTED CLAIM FOLLOWED BY ITS "
        "REFERENCE:"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "    " WS-CURRENT-SUBMITTER " A B C REFERENCE"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "    REFERENCE      CLAIM                   REASON"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE WS-PRINT-LINE TO WS-PRINT-COLUMNS.

      *> Responses still waiting on a corrected claim, oldest first
      *> within each submitter, with the days each has been open.
3000-WRITE-OPEN-REPORT.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "NUMBERFUN OPEN RESPONSES AS OF " WS-LETTER-DATE
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "SUBM  REFERENCE      ISSUED      AGE  RSN   CLAIM"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    IF WS-PICK-COUNT IS EQUAL TO ZERO
        MOVE "NO RESPONSES ARE AWAITING RESUBMISSION" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CURRENT-SUBMITTER
    PERFORM VARYING PK-IDX FROM 1 BY 1
            UNTIL PK-IDX IS GREATER THAN WS-PICK-COUNT
        IF WS-PK-SUBMITTER(PK-IDX) IS NOT EQUAL TO
                WS-CURRENT-SUBMITTER OR PK-IDX IS EQUAL TO 1
            IF PK-IDX IS GREATER THAN 1
                PERFORM 3200-WRITE-SUBMITTER-TOTAL
            END-IF
            MOVE WS-PK-SUBMITTER(PK-IDX) TO WS-CURRENT-SUBMITTER
            PERFORM 1600-FIND-SUBMITTER
            ADD 1 TO WS-LETTER-COUNT
            MOVE ZEROS TO WS-SUBMITTER-TOTAL
        END-IF
        PERFORM 3100-WRITE-OPEN-LINE
    END-PERFORM
    PERFORM 3200-WRITE-SUBMITTER-TOTAL
    MOVE SPACES TO WS-PRINT-LINE
    STRING "TOTAL OPEN RESPONSES " WS-PICK-COUNT
        "   SUBMITTERS " WS-LETTER-COUNT
        "   OLDEST " WS-OLDEST-AGE " DAYS"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3100-WRITE-OPEN-LINE.
    COMPUTE WS-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-LETTER-DATE))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-PK-ISSUED(PK-IDX)))
    IF WS-AGE-DAYS IS GREATER THAN WS-OLDEST-AGE
        MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
    END-IF
    ADD 1 TO WS-SUBMITTER-TOTAL
    MOVE WS-PK-SUBMITTER(PK-IDX) TO WSO-SUBMITTER
    MOVE WS-PK-REF(PK-IDX) TO WSO-REF
    MOVE WS-PK-ISSUED(PK-IDX) TO WSO-ISSUED
    MOVE WS-AGE-DAYS TO WSO-AGE
    MOVE WS-PK-REASON(PK-IDX) TO WSO-REASON
    MOVE WS-PK-CLAIM(PK-IDX) TO WSO-CLAIM
    MOVE WS-OPEN-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3200-WRITE-SUBMITTER-TOTAL.
    MOVE SPACES TO WS-PRINT-LINE
    STRING "      " WS-CURRENT-SUBMITTER " " WS-SUBMITTER-NAME
        " OPEN " WS-SUBMITTER-TOTAL
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==LETTER-REC==.
