            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DUP-CLAIM-KEY
            FILE STATUS IS WS-DUP-STATUS.
        COPY numfrsel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.
    COPY numfrfd.

    FD DUP-CHECK-FILE.
        01 DUP-CHECK-REC.
            05 RESULT-SUBMITTER PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 RESULT-DUP-FLAG PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 RESULT-RESUB-REF PIC X(13).
        01 CLAIMS-TRAILER-REC PIC X(30).

    WORKING-STORAGE SECTION.
        COPY casectl REPLACING ==__CASE-COUNT__== BY ==CASES==.
        01 INP PIC X(40).
        01 A PIC 9(5).
        01 B PIC 9(5).
        01 C PIC 9(5).
        01 WS-TOKEN-2 PIC X(6).
        01 WS-TOKEN-3 PIC X(6).
        01 WS-TOKEN-4 PIC X(6).
        01 WS-TOKEN-5 PIC X(13).
        01 WS-RESUB-REF PIC X(13).
        01 WS-RESUB-LINKED PIC X.
            88 RESUB-LINKED VALUE "Y".
        01 WS-RESPONSE-REASON PIC X(4).
        01 WS-RESPONSE-CLAIM PIC X(22).
        01 WS-RESPONSE-PREFIX PIC X(8).
        01 WS-RESPONSE-SEQ PIC 9(5) VALUE ZEROS.
        01 WS-RESPONSE-SCAN-DONE PIC X VALUE "N".
            88 RESPONSE-SCAN-DONE VALUE "Y".
        01 WS-RESPONSES-ISSUED PIC 9(5) VALUE ZEROS.
        01 WS-RESUBMISSIONS-LINKED PIC 9(5) VALUE ZEROS.
        01 WS-SUBMITTER PIC X(4).
        01 WS-CLAIM-OK PIC X.
            88 CLAIM-OK VALUE "Y".
        01 WS-FIELD-COUNT PIC 9.
        01 MALFORMED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DUP-STATUS PIC XX.
        01 WS-RESPONSE-STATUS PIC XX.
        COPY outtrail.
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        CLOSE DUP-CHECK-FILE
        OPEN I-O DUP-CHECK-FILE
    END-IF
    OPEN I-O RESPONSE-FILE
    IF WS-RESPONSE-STATUS IS EQUAL TO "35"
        OPEN OUTPUT RESPONSE-FILE
        CLOSE RESPONSE-FILE
        OPEN I-O RESPONSE-FILE
    END-IF
    PERFORM 1500-FIND-LAST-RESPONSE
    PERFORM CASES TIMES
        ACCEPT INP
        PERFORM 2000-PARSE-CLAIM
        MOVE SPACES TO RESULT-DUP-FLAG, RESULT-RESUB-REF
        MOVE WS-SUBMITTER TO RESULT-SUBMITTER
        MOVE SPACES TO WS-RESPONSE-REASON
        MOVE "N" TO WS-RESUB-LINKED
        IF NOT CLAIM-OK
            DISPLAY "EXCEPTION: MALFORMED CLAIM RECORD " INP " - RECORD REJECTED"
            ADD 1 TO MALFORMED-COUNT
            CALL "REJWRITE" USING REJW-PARMS
            MOVE ZEROS TO RESULT-A, RESULT-B, RESULT-C
            MOVE "Malformed" TO RESULT-VERDICT
            MOVE "BADF" TO WS-RESPONSE-REASON
            MOVE INP TO WS-RESPONSE-CLAIM
        ELSE
            IF WS-RESUB-REF IS NOT EQUAL TO SPACES
                PERFORM 2600-CHECK-RESUBMISSION
            END-IF
            MOVE A TO DUP-KEY-A
            MOVE B TO DUP-KEY-B
            MOVE C TO DUP-KEY-C
                    MOVE DUP-CHECK-REC TO JRNW-AFTER
                    PERFORM 2500-JOURNAL-DUP-UPDATE
                NOT INVALID KEY
                    IF RESUB-LINKED
                        MOVE "RSUB" TO RESULT-DUP-FLAG
                    ELSE
                        ADD 1 TO DUPLICATE-COUNT
                        MOVE "DUP " TO RESULT-DUP-FLAG
                        DISPLAY "EXCEPTION: DUPLICATE CLAIM RECORD " INP
                        MOVE "W" TO REJW-ACTION
                        MOVE "NUMBRFUN" TO REJW-PROGRAM
                        MOVE INP TO REJW-INPUT-LINE
                        MOVE "DUPC" TO REJW-REASON
                        CALL "REJWRITE" USING REJW-PARMS
                        MOVE "DUPC" TO WS-RESPONSE-REASON
                    END-IF
            END-READ
            MOVE A TO RESULT-A
            MOVE B TO RESULT-B
            ELSE
                DISPLAY "Impossible"
                MOVE "Impossible" TO RESULT-VERDICT
                IF WS-RESPONSE-REASON IS EQUAL TO SPACES
                    MOVE "IMPS" TO WS-RESPONSE-REASON
                END-IF
            END-IF
            COMPUTE WS-TRAILER-HASH-TOTAL = FUNCTION MOD(
                WS-TRAILER-HASH-TOTAL + A, 1000000000000)
            IF RESUB-LINKED
                PERFORM 2650-CLOSE-RESPONSE
            END-IF
            MOVE SPACES TO WS-RESPONSE-CLAIM
            STRING WS-TOKEN-1 DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                WS-TOKEN-2 DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                WS-TOKEN-3 DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                WS-TOKEN-4 DELIMITED BY SPACE
                INTO WS-RESPONSE-CLAIM
        END-IF
        IF WS-RESPONSE-REASON IS NOT EQUAL TO SPACES
            PERFORM 2700-ISSUE-RESPONSE
        END-IF
        WRITE CLAIMS-RESULT-REC
        ADD 1 TO WS-TRAILER-RECORD-COUNT
    MOVE WS-TRAILER-HASH-TOTAL TO TRAILER-HASH-TOTAL
    WRITE CLAIMS-TRAILER-REC FROM WS-OUTPUT-TRAILER-LINE
    PERFORM 3000-AGE-CLAIM-HISTORY
    CLOSE CLAIMS-RESULT-FILE, DUP-CHECK-FILE, RESPONSE-FILE
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    DISPLAY "DUPLICATE CLAIMS " DUPLICATE-COUNT
    DISPLAY "RESPONSES ISSUED " WS-RESPONSES-ISSUED
        " RESUBMISSIONS LINKED " WS-RESUBMISSIONS-LINKED
    DISPLAY "AGED CLAIMS PURGED " WS-PURGED-COUNT
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
      *> Claims now lead with the outside submitter's code: SUB A B C.
      *> The old three-field claim still processes, tallied under the
      *> catch-all UNKN submitter, so senders who have not recut their
      *> decks do not break the night.  A corrected claim carries the
      *> response reference it answers as a fifth field.
2000-PARSE-CLAIM.
    MOVE "N" TO WS-CLAIM-OK
    MOVE ZERO TO WS-FIELD-COUNT
    MOVE SPACES TO WS-TOKEN-1, WS-TOKEN-2, WS-TOKEN-3, WS-TOKEN-4,
        WS-TOKEN-5, WS-RESUB-REF
    UNSTRING INP DELIMITED BY SPACE INTO
        WS-TOKEN-1, WS-TOKEN-2, WS-TOKEN-3, WS-TOKEN-4, WS-TOKEN-5
        TALLYING IN WS-FIELD-COUNT
    EVALUATE WS-FIELD-COUNT
        WHEN 4
        WHEN 5
            MOVE WS-TOKEN-5 TO WS-RESUB-REF
            MOVE WS-TOKEN-1(1:4) TO WS-SUBMITTER
            IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) IS EQUAL TO ZERO AND
                    FUNCTION TEST-NUMVAL(WS-TOKEN-3)
        END-IF
    END-PERFORM.

      *> Today's references continue from the highest one already on
      *> the response master, so a rerun never reissues a reference.
1500-FIND-LAST-RESPONSE.
    MOVE SPACES TO WS-RESPONSE-PREFIX
    STRING "NF" WS-RUN-DATE(3:6) DELIMITED BY SIZE
        INTO WS-RESPONSE-PREFIX
    MOVE SPACES TO RESP-REF
    STRING WS-RESPONSE-PREFIX "00000" DELIMITED BY SIZE INTO RESP-REF
    START RESPONSE-FILE KEY IS NOT LESS THAN RESP-REF
        INVALID KEY SET RESPONSE-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL RESPONSE-SCAN-DONE
        READ RESPONSE-FILE NEXT RECORD
            AT END SET RESPONSE-SCAN-DONE TO TRUE
        END-READ
        IF NOT RESPONSE-SCAN-DONE
            IF RESP-REF(1:8) IS EQUAL TO WS-RESPONSE-PREFIX AND
                    RESP-REF(9:5) IS NUMERIC
                MOVE RESP-REF(9:5) TO WS-RESPONSE-SEQ
            ELSE
                SET RESPONSE-SCAN-DONE TO TRUE
            END-IF
        END-IF
    END-PERFORM.

      *> A quoted reference links the claim to the original only when
      *> it is still open and was issued to the same submitter;
      *> anything else is processed as a new claim.
2600-CHECK-RESUBMISSION.
    MOVE WS-RESUB-REF TO RESP-REF
    READ RESPONSE-FILE
        INVALID KEY
            DISPLAY "NOTE: RESPONSE REFERENCE " WS-RESUB-REF
                " NOT ON FILE - TREATED AS A NEW CLAIM"
            EXIT PARAGRAPH
    END-READ
    IF RESP-SUBMITTER IS NOT EQUAL TO WS-SUBMITTER
        DISPLAY "NOTE: RESPONSE REFERENCE " WS-RESUB-REF
            " WAS ISSUED TO " RESP-SUBMITTER " NOT " WS-SUBMITTER
            " - TREATED AS A NEW CLAIM"
        EXIT PARAGRAPH
    END-IF
    IF NOT RESP-OPEN
        DISPLAY "NOTE: RESPONSE REFERENCE " WS-RESUB-REF
            " ALREADY ANSWERED " RESP-RESUB-DATE
            " - TREATED AS A NEW CLAIM"
        EXIT PARAGRAPH
    END-IF
    SET RESUB-LINKED TO TRUE
    MOVE WS-RESUB-REF TO RESULT-RESUB-REF.

2650-CLOSE-RESPONSE.
    MOVE RESPONSE-REC TO JRNW-BEFORE
    SET RESP-RESUBMITTED TO TRUE
    MOVE WS-RUN-DATE TO RESP-RESUB-DATE
    MOVE RESULT-VERDICT TO RESP-RESUB-VERDICT
    REWRITE RESPONSE-REC
    ADD 1 TO WS-RESUBMISSIONS-LINKED
    MOVE "C" TO JRNW-VERB
    MOVE RESPONSE-REC TO JRNW-AFTER
    PERFORM 2550-JOURNAL-RESPONSE-UPDATE.

2700-ISSUE-RESPONSE.
    IF WS-RESPONSE-SEQ IS EQUAL TO 99999
        DISPLAY "EXCEPTION: RESPONSE REFERENCES FOR "
            WS-RESPONSE-PREFIX " EXHAUSTED - NO RESPONSE FOR " INP
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RESPONSE-SEQ
    MOVE SPACES TO RESPONSE-REC
    STRING WS-RESPONSE-PREFIX WS-RESPONSE-SEQ
        DELIMITED BY SIZE INTO RESP-REF
    MOVE WS-SUBMITTER TO RESP-SUBMITTER
    MOVE WS-RESPONSE-CLAIM TO RESP-CLAIM
    MOVE WS-RESPONSE-REASON TO RESP-REASON
    MOVE WS-RUN-DATE TO RESP-ISSUED-DATE
    SET RESP-OPEN TO TRUE
    WRITE RESPONSE-REC
        INVALID KEY
            DISPLAY "EXCEPTION: RESPONSE REFERENCE " RESP-REF
                " ALREADY ON FILE - NO RESPONSE FOR " INP
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO WS-RESPONSES-ISSUED
    MOVE "A" TO JRNW-VERB
    MOVE SPACES TO JRNW-BEFORE
    MOVE RESPONSE-REC TO JRNW-AFTER
    PERFORM 2550-JOURNAL-RESPONSE-UPDATE.

2550-JOURNAL-RESPONSE-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "NUMFRESP  " TO JRNW-MASTER
    MOVE "NUMBRFUN" TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE RESP-REF TO JRNW-KEY
    CALL "JRNWRITE" USING JRNW-PARMS.

2500-JOURNAL-DUP-UPDATE.
    MOVE "W" TO JRNW-ACTION
    MOVE "NUMFUNDUP " TO JRNW-MASTER
