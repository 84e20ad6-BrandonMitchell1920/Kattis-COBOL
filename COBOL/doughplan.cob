                10 WS-RCP-RATIO-LOW PIC 999.
                10 WS-RCP-RATIO-HIGH PIC 999.
                10 WS-RCP-GRAMS PIC 9(5).
                10 WS-RCP-ORDERS PIC 9(6).
                10 WS-RCP-PLANNED PIC 9(9).
        01 WS-RECIPE-COUNT PIC 99 VALUE ZEROS.
        01 RECIPE-IDX PIC 99.
        01 WS-RECIPE-FOUND PIC X.
            MOVE RCP-RATIO-LOW TO WS-RCP-RATIO-LOW(WS-RECIPE-COUNT)
            MOVE RCP-RATIO-HIGH TO WS-RCP-RATIO-HIGH(WS-RECIPE-COUNT)
            MOVE RCP-GRAMS TO WS-RCP-GRAMS(WS-RECIPE-COUNT)
            MOVE ZEROS TO WS-RCP-ORDERS(WS-RECIPE-COUNT)
            MOVE ZEROS TO WS-RCP-PLANNED(WS-RECIPE-COUNT)
        END-IF
        READ RECIPE-FILE
            AT END SET RECIPE-EOF TO TRUE
            " CRUST PCT " WS-PERCENT-WHOLE " - ORDER NOT PLANNED"
        EXIT PARAGRAPH
    END-IF
    ADD WS-RCP-GRAMS(RECIPE-IDX) TO WS-TOTAL-GRAMS
    ADD 1 TO WS-RCP-ORDERS(RECIPE-IDX)
    ADD WS-RCP-GRAMS(RECIPE-IDX) TO WS-RCP-PLANNED(RECIPE-IDX).

3000-WRITE-BATCHING-PLAN.
    IF MIXER-CAPACITY IS EQUAL TO ZERO
            " MIX " WS-BATCH-GRAMS " GRAMS"
            DELIMITED BY SIZE INTO PLAN-REC
        WRITE PLAN-REC
    END-PERFORM
      *> One line per recipe band planned tonight, keyed the way the
      *> recipe master is, so the ingredient explosion can price each
      *> band's dough against its own bill of materials.
    PERFORM VARYING RECIPE-IDX FROM 1 BY 1
            UNTIL RECIPE-IDX IS GREATER THAN WS-RECIPE-COUNT
        IF WS-RCP-PLANNED(RECIPE-IDX) IS GREATER THAN ZERO
            MOVE SPACES TO PLAN-REC
            STRING "RECIPE " WS-RCP-SIZE-LOW(RECIPE-IDX)
                " " WS-RCP-SIZE-HIGH(RECIPE-IDX)
                " " WS-RCP-RATIO-LOW(RECIPE-IDX)
                " " WS-RCP-RATIO-HIGH(RECIPE-IDX)
                " GRAMS " WS-RCP-PLANNED(RECIPE-IDX)
                " ORDERS " WS-RCP-ORDERS(RECIPE-IDX)
                DELIMITED BY SIZE INTO PLAN-REC
            WRITE PLAN-REC
        END-IF
    END-PERFORM
    MOVE WS-TOTAL-GRAMS TO WS-DISPLAY-TOTAL
    MOVE SPACES TO PLAN-REC
