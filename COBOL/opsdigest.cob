        01 WS-STEP-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-FAILED-STEPS PIC 9(3) VALUE ZEROS.
        01 WS-REJECT-TABLE.
            05 WS-REJECT-ENTRY OCCURS 60 TIMES.
                10 WS-REJ-PROGRAM PIC X(8).
                10 WS-REJ-COUNT PIC 9(5).
        01 WS-REJECT-PROGRAMS PIC 99 VALUE ZEROS.
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF NOT REJ-FOUND AND WS-REJECT-PROGRAMS IS LESS THAN 60
            ADD 1 TO WS-REJECT-PROGRAMS
            MOVE WS-REJECT-PROGRAMS TO REJ-IDX
            MOVE REJECT-PROGRAM-NAME TO WS-REJ-PROGRAM(REJ-IDX)
            MOVE ZEROS TO WS-REJ-COUNT(REJ-IDX)
        END-IF
        IF REJ-IDX IS NOT GREATER THAN 60
            ADD 1 TO WS-REJ-COUNT(REJ-IDX)
        END-IF
        READ CENTRAL-REJECT-FILE
