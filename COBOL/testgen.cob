    END-PERFORM.

3000-GENERATE-COOKIEIN.
    MOVE "S01OPR001" TO TEST-DECK-REC
    WRITE TEST-DECK-REC
    PERFORM VARYING WS-RECORD-NUM FROM 1 BY 1
            UNTIL WS-RECORD-NUM IS GREATER THAN WS-VOLUME
        PERFORM 8100-DECIDE-BAD
