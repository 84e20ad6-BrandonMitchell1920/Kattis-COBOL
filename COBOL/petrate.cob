IDENTIFICATION DIVISION.
    PROGRAM-ID. PetRatings.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PAIRINGS-FILE ASSIGN TO "PETPAIRS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAIRINGS-STATUS.
        SELECT ROSTER-FILE ASSIGN TO "PETROSTR"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
        SELECT LADDER-REPORT-FILE ASSIGN TO "PETLADR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY petrtsel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.
    COPY petrtfd.

    FD PAIRINGS-FILE.
        01 PAIRINGS-REC.
            05 PAIR-SEASON PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 PAIR-ROUND PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 PAIR-PLAYER-A PIC 9.
            05 FILLER PIC X VALUE SPACE.
            05 PAIR-PLAYER-B PIC 9.
            05 FILLER PIC X VALUE SPACE.
            05 PAIR-WINNER PIC 9.
            05 FILLER PIC X VALUE SPACE.
            05 PAIR-RATED PIC X.
                88 PAIR-IS-RATED VALUE "R".

    FD ROSTER-FILE.
        01 ROSTER-REC.
            05 ROSTER-PERSON-NUM PIC 9.
            05 FILLER PIC X.
            05 ROSTER-NAME PIC X(20).
            05 FILLER PIC X.
            05 ROSTER-DEPARTMENT PIC X(10).

    FD LADDER-REPORT-FILE.
        01 LADDER-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-PAIRINGS-STATUS PIC XX.
        01 WS-ROSTER-STATUS PIC XX.
        01 WS-RATING-STATUS PIC XX.
        01 WS-PAIRINGS-EOF PIC X VALUE "N".
            88 PAIRINGS-EOF VALUE "Y".
        01 WS-ROSTER-EOF PIC X VALUE "N".
            88 ROSTER-EOF VALUE "Y".
        01 WS-RATING-EOF PIC X VALUE "N".
            88 RATING-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
      *> A player stays provisional for the first PETRPROV rated games
      *> and moves at twice the PETRKFAC step meanwhile, so a newcomer
      *> finds their level quickly without shaking established ratings.
        01 PET-PROVISIONAL-GAMES PIC 9(3) VALUE 10.
        01 PET-RATING-STEP PIC 9(3) VALUE 20.
        01 PET-START-RATING PIC 9(4) VALUE 1500.
        01 PET-RATING-FLOOR PIC 9(4) VALUE 100.
        01 WS-ROSTER-NAMES.
            05 WS-ROSTER-PERSON-NAME PIC X(20) OCCURS 9 TIMES.
        01 WS-RATING-TABLE.
            05 WS-RATING-ENTRY OCCURS 9 TIMES.
                10 WS-RT-ON-FILE PIC X.
                10 WS-RT-RATING PIC 9(4).
                10 WS-RT-GAMES PIC 9(5).
                10 WS-RT-PEAK PIC 9(4).
                10 WS-RT-ROUND-CHANGE PIC S9(4).
                10 WS-RT-LAST-SEASON PIC X(6).
                10 WS-RT-LAST-ROUND PIC 9(3).
        01 RT-IDX PIC 99.
      *> The pairings history is read whole, marked as each decided
      *> result is rated, and written back, so no result moves a
      *> rating twice.
        01 WS-PAIRING-TABLE.
            05 WS-PAIRING-LINE PIC X(18) OCCURS 3000 TIMES.
        01 WS-PAIRING-COUNT PIC 9(4) VALUE ZEROS.
        01 PR-IDX PIC 9(4).
        01 WS-PLAYER PIC 9.
        01 WS-OPPONENT PIC 9.
        01 WS-SCORE PIC 9.
        01 WS-RATING-GAP PIC S9(5).
        01 WS-POWER PIC 9(5)V9(6).
        01 WS-EXPECTED PIC 9V9(6).
        01 WS-STEP PIC 9(3).
        01 WS-CHANGE-A PIC S9(4).
        01 WS-CHANGE-B PIC S9(4).
        01 WS-NEW-RATING PIC S9(5).
        01 WS-CHANGE PIC S9(4).
        01 WS-RESULTS-RATED PIC 9(5) VALUE ZEROS.
        01 WS-RESULTS-PENDING PIC 9(5) VALUE ZEROS.
        01 WS-RESULTS-BAD PIC 9(5) VALUE ZEROS.
        01 WS-LADDER-TABLE.
            05 WS-LADDER-PERSON PIC 9 OCCURS 9 TIMES.
        01 WS-LADDER-COUNT PIC 99 VALUE ZEROS.
        01 LAD-IDX PIC 99.
        01 SWAP-IDX PIC 99.
        01 WS-SWAP-PERSON PIC 9.
        01 WS-RANK PIC 99.
        01 WS-LADDER-LINE.
            05 WSL-RANK PIC Z9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSL-PERSON PIC 9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-NAME PIC X(20).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-RATING PIC Z(3)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-CHANGE PIC +(3)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-PEAK PIC Z(3)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-GAMES PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-LAST-SEASON PIC X(6).
            05 WSL-SLASH PIC X.
            05 WSL-LAST-ROUND PIC X(3).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSL-STATUS PIC X(11).
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
    DISPLAY "RUN " WS-RUN-ID " PET PLAYER RATINGS"
    PERFORM 1000-READ-PARAMETERS
    PERFORM 1100-LOAD-ROSTER
    PERFORM 1200-LOAD-RATINGS
    PERFORM 1300-LOAD-PAIRINGS
    PERFORM VARYING PR-IDX FROM 1 BY 1
            UNTIL PR-IDX IS GREATER THAN WS-PAIRING-COUNT
        PERFORM 2000-RATE-ONE-RESULT
    END-PERFORM
    IF WS-RESULTS-RATED IS GREATER THAN ZERO
        PERFORM 5000-REWRITE-FILES
    END-IF
    PERFORM 3000-WRITE-LADDER
    DISPLAY "RESULTS RATED " WS-RESULTS-RATED
        " AWAITING RESULT " WS-RESULTS-PENDING
        " UNUSABLE " WS-RESULTS-BAD
    IF WS-RESULTS-BAD IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="PETRATE "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "PETRPROV"
                COMPUTE PET-PROVISIONAL-GAMES =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "PETRKFAC"
                COMPUTE PET-RATING-STEP = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-ROSTER.
    MOVE SPACES TO WS-ROSTER-NAMES
    OPEN INPUT ROSTER-FILE
    IF WS-ROSTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ROSTER FILE NOT AVAILABLE - STATUS "
            WS-ROSTER-STATUS " - NAMES UNRESOLVED"
        EXIT PARAGRAPH
    END-IF
    READ ROSTER-FILE
        AT END SET ROSTER-EOF TO TRUE
    END-READ
    PERFORM UNTIL ROSTER-EOF
        IF ROSTER-PERSON-NUM IS NUMERIC AND
                ROSTER-PERSON-NUM IS GREATER THAN ZERO
            MOVE ROSTER-NAME
                TO WS-ROSTER-PERSON-NAME(ROSTER-PERSON-NUM)
        END-IF
        READ ROSTER-FILE
            AT END SET ROSTER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ROSTER-FILE.

1200-LOAD-RATINGS.
    PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX IS GREATER THAN 9
        MOVE "N" TO WS-RT-ON-FILE(RT-IDX)
        MOVE PET-START-RATING TO WS-RT-RATING(RT-IDX)
        MOVE PET-START-RATING TO WS-RT-PEAK(RT-IDX)
        MOVE ZEROS TO WS-RT-GAMES(RT-IDX), WS-RT-ROUND-CHANGE(RT-IDX),
            WS-RT-LAST-ROUND(RT-IDX)
        MOVE SPACES TO WS-RT-LAST-SEASON(RT-IDX)
    END-PERFORM
    OPEN INPUT RATING-FILE
    IF WS-RATING-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO RATING MASTER ON FILE - ALL PLAYERS START AT "
            PET-START-RATING
        EXIT PARAGRAPH
    END-IF
    READ RATING-FILE
        AT END SET RATING-EOF TO TRUE
    END-READ
    PERFORM UNTIL RATING-EOF
        IF RT-PERSON-NUM IS NUMERIC AND
                RT-PERSON-NUM IS GREATER THAN ZERO
            MOVE "Y" TO WS-RT-ON-FILE(RT-PERSON-NUM)
            MOVE RT-RATING TO WS-RT-RATING(RT-PERSON-NUM)
            MOVE RT-GAMES TO WS-RT-GAMES(RT-PERSON-NUM)
            MOVE RT-PEAK TO WS-RT-PEAK(RT-PERSON-NUM)
            MOVE RT-ROUND-CHANGE TO WS-RT-ROUND-CHANGE(RT-PERSON-NUM)
            MOVE RT-LAST-SEASON TO WS-RT-LAST-SEASON(RT-PERSON-NUM)
            MOVE RT-LAST-ROUND TO WS-RT-LAST-ROUND(RT-PERSON-NUM)
        END-IF
        READ RATING-FILE
            AT END SET RATING-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RATING-FILE.

1300-LOAD-PAIRINGS.
    OPEN INPUT PAIRINGS-FILE
    IF WS-PAIRINGS-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO PAIRINGS HISTORY ON FILE - NOTHING TO RATE"
        EXIT PARAGRAPH
    END-IF
    READ PAIRINGS-FILE
        AT END SET PAIRINGS-EOF TO TRUE
    END-READ
    PERFORM UNTIL PAIRINGS-EOF
        IF WS-PAIRING-COUNT IS EQUAL TO 3000
            DISPLAY "EXCEPTION: MORE THAN 3000 PAIRINGS ON FILE"
                " - NOTHING RATED"
            CLOSE PAIRINGS-FILE
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
        END-IF
        ADD 1 TO WS-PAIRING-COUNT
        MOVE PAIRINGS-REC TO WS-PAIRING-LINE(WS-PAIRING-COUNT)
        READ PAIRINGS-FILE
            AT END SET PAIRINGS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PAIRINGS-FILE.

      *> Results are rated in the order they sit on the history, which
      *> is round order.  A winner of zero is a pairing not yet played.
2000-RATE-ONE-RESULT.
    MOVE WS-PAIRING-LINE(PR-IDX) TO PAIRINGS-REC
    IF PAIR-IS-RATED
        EXIT PARAGRAPH
    END-IF
    IF PAIR-WINNER IS EQUAL TO ZERO
        ADD 1 TO WS-RESULTS-PENDING
        EXIT PARAGRAPH
    END-IF
    IF PAIR-PLAYER-A IS NOT NUMERIC OR PAIR-PLAYER-B IS NOT NUMERIC
            OR PAIR-WINNER IS NOT NUMERIC
            OR PAIR-PLAYER-A IS EQUAL TO ZERO
            OR PAIR-PLAYER-B IS EQUAL TO ZERO
            OR PAIR-PLAYER-A IS EQUAL TO PAIR-PLAYER-B
            OR (PAIR-WINNER IS NOT EQUAL TO PAIR-PLAYER-A AND
                PAIR-WINNER IS NOT EQUAL TO PAIR-PLAYER-B)
        ADD 1 TO WS-RESULTS-BAD
        DISPLAY "EXCEPTION: PAIRING " PAIRINGS-REC
            " - WINNER IS NOT ONE OF THE PAIR - NOT RATED"
        EXIT PARAGRAPH
    END-IF
    IF PAIR-WINNER IS EQUAL TO PAIR-PLAYER-A
        MOVE 1 TO WS-SCORE
    ELSE
        MOVE 0 TO WS-SCORE
    END-IF
    MOVE PAIR-PLAYER-A TO WS-PLAYER
    MOVE PAIR-PLAYER-B TO WS-OPPONENT
    PERFORM 2100-COMPUTE-CHANGE
    MOVE WS-CHANGE TO WS-CHANGE-A
    COMPUTE WS-SCORE = 1 - WS-SCORE
    MOVE PAIR-PLAYER-B TO WS-PLAYER
    MOVE PAIR-PLAYER-A TO WS-OPPONENT
    PERFORM 2100-COMPUTE-CHANGE
    MOVE WS-CHANGE TO WS-CHANGE-B
    MOVE PAIR-PLAYER-A TO WS-PLAYER
    MOVE WS-CHANGE-A TO WS-CHANGE
    PERFORM 2200-POST-CHANGE
    MOVE PAIR-PLAYER-B TO WS-PLAYER
    MOVE WS-CHANGE-B TO WS-CHANGE
    PERFORM 2200-POST-CHANGE
    SET PAIR-IS-RATED TO TRUE
    MOVE PAIRINGS-REC TO WS-PAIRING-LINE(PR-IDX)
    ADD 1 TO WS-RESULTS-RATED.

      *> Expected score from the rating gap on the usual logistic
      *> curve, the gap capped at 400 points either way; the change is
      *> the step times the amount the result beat expectation.  Both
      *> changes are worked out from the ratings before the game.
2100-COMPUTE-CHANGE.
    COMPUTE WS-RATING-GAP =
        WS-RT-RATING(WS-OPPONENT) - WS-RT-RATING(WS-PLAYER)
    IF WS-RATING-GAP IS GREATER THAN 400
        MOVE 400 TO WS-RATING-GAP
    END-IF
    IF WS-RATING-GAP IS LESS THAN -400
        MOVE -400 TO WS-RATING-GAP
    END-IF
    COMPUTE WS-POWER = 10 ** (WS-RATING-GAP / 400)
    COMPUTE WS-EXPECTED = 1 / (1 + WS-POWER)
    IF WS-RT-GAMES(WS-PLAYER) IS LESS THAN PET-PROVISIONAL-GAMES
        COMPUTE WS-STEP = PET-RATING-STEP * 2
    ELSE
        MOVE PET-RATING-STEP TO WS-STEP
    END-IF
    COMPUTE WS-CHANGE ROUNDED = WS-STEP * (WS-SCORE - WS-EXPECTED).

      *> The change shown on the ladder is the net for the player's
      *> latest rated round; a new round starts it again from zero.
2200-POST-CHANGE.
    IF PAIR-SEASON IS NOT EQUAL TO WS-RT-LAST-SEASON(WS-PLAYER) OR
            PAIR-ROUND IS NOT EQUAL TO WS-RT-LAST-ROUND(WS-PLAYER)
        MOVE ZEROS TO WS-RT-ROUND-CHANGE(WS-PLAYER)
        MOVE PAIR-SEASON TO WS-RT-LAST-SEASON(WS-PLAYER)
        MOVE PAIR-ROUND TO WS-RT-LAST-ROUND(WS-PLAYER)
    END-IF
    COMPUTE WS-NEW-RATING = WS-RT-RATING(WS-PLAYER) + WS-CHANGE
    IF WS-NEW-RATING IS LESS THAN PET-RATING-FLOOR
        MOVE PET-RATING-FLOOR TO WS-NEW-RATING
    END-IF
    COMPUTE WS-RT-ROUND-CHANGE(WS-PLAYER) =
        WS-RT-ROUND-CHANGE(WS-PLAYER)
        + WS-NEW-RATING - WS-RT-RATING(WS-PLAYER)
    MOVE WS-NEW-RATING TO WS-RT-RATING(WS-PLAYER)
    ADD 1 TO WS-RT-GAMES(WS-PLAYER)
    MOVE "Y" TO WS-RT-ON-FILE(WS-PLAYER)
    IF WS-RT-RATING(WS-PLAYER) IS GREATER THAN WS-RT-PEAK(WS-PLAYER)
        MOVE WS-RT-RATING(WS-PLAYER) TO WS-RT-PEAK(WS-PLAYER)
    END-IF.

      *> Rated players, highest rating first; equal ratings list in
      *> person number order.
3000-WRITE-LADDER.
    PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX IS GREATER THAN 9
        IF WS-RT-ON-FILE(RT-IDX) IS EQUAL TO "Y"
            ADD 1 TO WS-LADDER-COUNT
            MOVE RT-IDX TO WS-LADDER-PERSON(WS-LADDER-COUNT)
        END-IF
    END-PERFORM
    PERFORM VARYING LAD-IDX FROM 1 BY 1
            UNTIL LAD-IDX IS NOT LESS THAN WS-LADDER-COUNT
        PERFORM VARYING SWAP-IDX FROM 1 BY 1
                UNTIL SWAP-IDX IS NOT LESS THAN WS-LADDER-COUNT
            IF WS-RT-RATING(WS-LADDER-PERSON(SWAP-IDX)) IS LESS THAN
                    WS-RT-RATING(WS-LADDER-PERSON(SWAP-IDX + 1))
                MOVE WS-LADDER-PERSON(SWAP-IDX) TO WS-SWAP-PERSON
                MOVE WS-LADDER-PERSON(SWAP-IDX + 1)
                    TO WS-LADDER-PERSON(SWAP-IDX)
                MOVE WS-SWAP-PERSON TO WS-LADDER-PERSON(SWAP-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM
    OPEN OUTPUT LADDER-REPORT-FILE
    MOVE "PET RATING LADDER" TO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "RANK  P  NAME                  RATING  CHANGE  PEAK  GAMES"
        "  LAST ROUND  STATUS"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    MOVE ZEROS TO WS-RANK
    PERFORM VARYING LAD-IDX FROM 1 BY 1
            UNTIL LAD-IDX IS GREATER THAN WS-LADDER-COUNT
        MOVE WS-LADDER-PERSON(LAD-IDX) TO RT-IDX
        ADD 1 TO WS-RANK
        MOVE SPACES TO WS-LADDER-LINE
        MOVE WS-RANK TO WSL-RANK
        MOVE RT-IDX TO WSL-PERSON
        MOVE WS-ROSTER-PERSON-NAME(RT-IDX) TO WSL-NAME
        MOVE WS-RT-RATING(RT-IDX) TO WSL-RATING
        MOVE WS-RT-ROUND-CHANGE(RT-IDX) TO WSL-CHANGE
        MOVE WS-RT-PEAK(RT-IDX) TO WSL-PEAK
        MOVE WS-RT-GAMES(RT-IDX) TO WSL-GAMES
        IF WS-RT-LAST-SEASON(RT-IDX) IS NOT EQUAL TO SPACES
            MOVE WS-RT-LAST-SEASON(RT-IDX) TO WSL-LAST-SEASON
            MOVE "/" TO WSL-SLASH
            MOVE WS-RT-LAST-ROUND(RT-IDX) TO WSL-LAST-ROUND
        END-IF
        IF WS-RT-GAMES(RT-IDX) IS LESS THAN PET-PROVISIONAL-GAMES
            MOVE "PROVISIONAL" TO WSL-STATUS
        END-IF
        MOVE WS-LADDER-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "RATED PLAYERS " WS-LADDER-COUNT
        "   RESULTS RATED THIS RUN " WS-RESULTS-RATED
        "   PROVISIONAL UNDER " PET-PROVISIONAL-GAMES " GAMES"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    CLOSE LADDER-REPORT-FILE.

5000-REWRITE-FILES.
    OPEN OUTPUT RATING-FILE
    PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX IS GREATER THAN 9
        IF WS-RT-ON-FILE(RT-IDX) IS EQUAL TO "Y"
            MOVE SPACES TO RATING-REC
            MOVE RT-IDX TO RT-PERSON-NUM
            MOVE WS-RT-RATING(RT-IDX) TO RT-RATING
            MOVE WS-RT-GAMES(RT-IDX) TO RT-GAMES
            MOVE WS-RT-PEAK(RT-IDX) TO RT-PEAK
            MOVE WS-RT-ROUND-CHANGE(RT-IDX) TO RT-ROUND-CHANGE
            MOVE WS-RT-LAST-SEASON(RT-IDX) TO RT-LAST-SEASON
            MOVE WS-RT-LAST-ROUND(RT-IDX) TO RT-LAST-ROUND
            WRITE RATING-REC
        END-IF
    END-PERFORM
    CLOSE RATING-FILE
    OPEN OUTPUT PAIRINGS-FILE
    PERFORM VARYING PR-IDX FROM 1 BY 1
            UNTIL PR-IDX IS GREATER THAN WS-PAIRING-COUNT
        MOVE WS-PAIRING-LINE(PR-IDX) TO PAIRINGS-REC
        WRITE PAIRINGS-REC
    END-PERFORM
    CLOSE PAIRINGS-FILE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==LADDER-REPORT-REC==.
