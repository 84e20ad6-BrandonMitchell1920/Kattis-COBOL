            FILE STATUS IS WS-PAIRINGS-STATUS.
        SELECT GRID-REPORT-FILE ASSIGN TO "PETH2H"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY petrtsel.
        COPY busdatesel.
        COPY steplogsel.

    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.
    COPY petrtfd.

    FD SEASON-FILE.
        01 PS-REC.
            05 PAIR-PLAYER-B PIC 9.
            05 FILLER PIC X VALUE SPACE.
            05 PAIR-WINNER PIC 9.
            05 FILLER PIC X VALUE SPACE.
            05 PAIR-RATED PIC X.

    FD GRID-REPORT-FILE.
        01 GRID-REPORT-REC PIC X(100).
        01 WS-SEASON-STATUS PIC XX.
        01 WS-ROSTER-STATUS PIC XX.
        01 WS-PAIRINGS-STATUS PIC XX.
        01 WS-RATING-STATUS PIC XX.
        01 WS-ROSTER-EOF PIC X VALUE "N".
            88 ROSTER-EOF VALUE "Y".
        01 WS-PAIRINGS-EOF PIC X VALUE "N".
            88 PAIRINGS-EOF VALUE "Y".
        01 WS-RATING-EOF PIC X VALUE "N".
            88 RATING-EOF VALUE "Y".
        01 WS-SCAN-DONE PIC X VALUE "N".
            88 SCAN-DONE VALUE "Y".
        01 WS-REQUESTED-SEASON PIC X(6).
      *> Players are ordered for pairing by season standings, or by
      *> the rating master so strong veterans meet each other and
      *> newcomers meet newcomers.
        01 WS-PAIR-BASIS PIC X(8).
            88 STANDING-BASIS VALUE "STANDING".
            88 RATING-BASIS VALUE "RATING".
        01 PET-START-RATING PIC 9(4) VALUE 1500.
        01 WS-ROSTER-NAMES.
            05 WS-ROSTER-PERSON-NAME PIC X(20) OCCURS 9 TIMES.
        01 WS-STANDINGS-TABLE.
            05 WS-STANDING-ENTRY OCCURS 9 TIMES.
                10 WS-STD-PERSON PIC 9.
                10 WS-STD-TOTAL PIC 9(8).
                10 WS-STD-RATING PIC 9(4).
        01 WS-STANDING-COUNT PIC 9 VALUE ZEROS.
        01 STD-IDX PIC 99.
        01 SWAP-IDX PIC 99.
        01 WS-SWAP-WANTED PIC X.
            88 SWAP-WANTED VALUE "Y".
        01 WS-SWAP-ENTRY.
            05 FILLER PIC 9.
            05 FILLER PIC 9(8).
            05 FILLER PIC 9(4).
      *> WS-PLAYED carries how many completed rounds pair A and B have
      *> already met; WS-H2H-WINS how many of those A won.  Both come
      *> from the pairings history this program maintains - the season
    IF WS-REQUESTED-SEASON IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:6) TO WS-REQUESTED-SEASON
    END-IF
    ACCEPT WS-PAIR-BASIS
    IF WS-PAIR-BASIS IS EQUAL TO SPACES
        MOVE "STANDING" TO WS-PAIR-BASIS
    END-IF
    DISPLAY "RUN " WS-RUN-ID " PAIRINGS FOR SEASON "
        WS-REQUESTED-SEASON " BY " WS-PAIR-BASIS
    IF NOT STANDING-BASIS AND NOT RATING-BASIS
        DISPLAY "EXCEPTION: UNKNOWN PAIRING BASIS " WS-PAIR-BASIS
            " - EXPECTED STANDING OR RATING"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-LOAD-ROSTER
    PERFORM 1100-LOAD-STANDINGS
    IF RATING-BASIS
        PERFORM 1150-LOAD-RATINGS
    END-IF
    MOVE ZEROS TO WS-PAIR-MATRIX
    PERFORM 1200-LOAD-PAIR-HISTORY
    PERFORM 2000-SORT-STANDINGS
            ADD 1 TO WS-STANDING-COUNT
            MOVE PS-PERSON-NUM TO WS-STD-PERSON(WS-STANDING-COUNT)
            MOVE PS-TOTAL TO WS-STD-TOTAL(WS-STANDING-COUNT)
            MOVE PET-START-RATING TO WS-STD-RATING(WS-STANDING-COUNT)
        END-IF
    END-PERFORM
    CLOSE SEASON-FILE.

      *> A player not yet on the rating master pairs at the starting
      *> rating PetRatings would give them.
1150-LOAD-RATINGS.
    OPEN INPUT RATING-FILE
    IF WS-RATING-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO RATING MASTER ON FILE - ALL PLAYERS PAIR AT "
            PET-START-RATING
        EXIT PARAGRAPH
    END-IF
    READ RATING-FILE
        AT END SET RATING-EOF TO TRUE
    END-READ
    PERFORM UNTIL RATING-EOF
        PERFORM VARYING STD-IDX FROM 1 BY 1
                UNTIL STD-IDX IS GREATER THAN WS-STANDING-COUNT
            IF WS-STD-PERSON(STD-IDX) IS EQUAL TO RT-PERSON-NUM
                MOVE RT-RATING TO WS-STD-RATING(STD-IDX)
            END-IF
        END-PERFORM
        READ RATING-FILE
            AT END SET RATING-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RATING-FILE.

1200-LOAD-PAIR-HISTORY.
    OPEN INPUT PAIRINGS-FILE
    IF WS-PAIRINGS-STATUS IS NOT EQUAL TO "00"
            UNTIL STD-IDX IS NOT LESS THAN WS-STANDING-COUNT
        PERFORM VARYING SWAP-IDX FROM 1 BY 1
                UNTIL SWAP-IDX IS NOT LESS THAN WS-STANDING-COUNT
            MOVE "N" TO WS-SWAP-WANTED
            IF STANDING-BASIS AND WS-STD-TOTAL(SWAP-IDX) IS LESS THAN
                    WS-STD-TOTAL(SWAP-IDX + 1)
                SET SWAP-WANTED TO TRUE
            END-IF
            IF RATING-BASIS AND WS-STD-RATING(SWAP-IDX) IS LESS THAN
                    WS-STD-RATING(SWAP-IDX + 1)
                SET SWAP-WANTED TO TRUE
            END-IF
            IF SWAP-WANTED
                MOVE WS-STANDING-ENTRY(SWAP-IDX) TO WS-SWAP-ENTRY
                MOVE WS-STANDING-ENTRY(SWAP-IDX + 1)
                    TO WS-STANDING-ENTRY(SWAP-IDX)
    MOVE WS-GRID-LINE TO GRID-REPORT-REC
    WRITE GRID-REPORT-REC.

      *> Closest standings pair first: walk the sorted standings (or
      *> ratings) and give each unpaired player the nearest-ranked
      *> opponent they have not already met this season.  Only when every remaining
      *> opponent is a repeat does the generator allow one, and it says
      *> so on the sheet.
4000-PROPOSE-NEXT-ROUND.
    COMPUTE WS-NEXT-ROUND = WS-HIGH-ROUND + 1
    MOVE SPACES TO GRID-REPORT-REC
    STRING "PROPOSED PAIRINGS FOR ROUND " WS-NEXT-ROUND
        " BY " WS-PAIR-BASIS
        DELIMITED BY SIZE INTO GRID-REPORT-REC
    WRITE GRID-REPORT-REC
    PERFORM VARYING STD-IDX FROM 1 BY 1
    MOVE "Y" TO WS-PAIRED(STD-IDX)
    MOVE "Y" TO WS-PAIRED(WS-PARTNER-IDX)
    ADD 1 TO WS-PAIRS-PROPOSED
    MOVE SPACES TO PAIRINGS-REC
    MOVE WS-REQUESTED-SEASON TO PAIR-SEASON
    MOVE WS-NEXT-ROUND TO PAIR-ROUND
    MOVE WS-STD-PERSON(STD-IDX) TO PAIR-PLAYER-A
