    END-EVALUATE.

2100-EDIT-TICKET-LINE.
    IF EDIT-IN-REC(1:1) IS EQUAL TO "V" OR "D"
        EXIT PARAGRAPH
    END-IF
    IF EDIT-IN-REC(1:15) IS NOT NUMERIC
            EDIT-IN-REC(6:4) IS NOT NUMERIC
        MOVE "N" TO WS-LINE-OK
        MOVE "CAR RECORD NOT NUMERIC" TO WS-REASON
        EXIT PARAGRAPH
    END-IF
    IF EDIT-IN-REC(18:4) IS NOT EQUAL TO SPACES AND
            EDIT-IN-REC(18:4) IS NOT NUMERIC
        MOVE "N" TO WS-LINE-OK
        MOVE "LOAD WEIGHT NOT NUMERIC" TO WS-REASON
    END-IF.

2300-EDIT-FIELD-COUNT-LINE.
            WS-FIELD-COUNT IS EQUAL TO 6
        EXIT PARAGRAPH
    END-IF
      *> NumberFun still takes the old three-field claim, and a
      *> corrected claim carries the response reference as a fifth.
    IF WS-EDIT-PROGRAM IS EQUAL TO "NUMBRFUN" AND
            (WS-FIELD-COUNT IS EQUAL TO 3 OR
             WS-FIELD-COUNT IS EQUAL TO 5)
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD-COUNT IS NOT EQUAL TO WS-EXPECTED-FIELDS
