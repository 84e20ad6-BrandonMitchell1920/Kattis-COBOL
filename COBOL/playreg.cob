            FILE STATUS IS WS-REPLAY-STATUS.
        SELECT ACTIVITY-REPORT-FILE ASSIGN TO "PLAYRACT"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT HISTORY-WORK-FILE ASSIGN TO "PLAYRWRK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
        SELECT REGISTRY-AUDIT-FILE ASSIGN TO "PLAYRAUD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
        SELECT MAINT-REPORT-FILE ASSIGN TO "PLAYRMNT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

            05 RESULT-Z PIC 9(3).
            05 FILLER PIC X.
            05 RESULT-ANSWER PIC 9(3).
            05 FILLER PIC X.
            05 RESULT-REG-ID PIC X(6).

    FD GAME-REPLAY-FILE.
        01 GAME-REPLAY-REC.
            05 REPLAY-STONES-REMOVED PIC X(2).
            05 FILLER PIC X.
            05 REPLAY-STONES-REMAINING PIC X(8).
            05 FILLER PIC X.
            05 REPLAY-REG-ID PIC X(6).

    FD ACTIVITY-REPORT-FILE.
        01 ACTIVITY-REPORT-REC PIC X(100).

    FD HISTORY-WORK-FILE.
        01 HISTORY-WORK-REC PIC X(80).

    FD REGISTRY-AUDIT-FILE.
        01 REGISTRY-AUDIT-REC.
            05 AUDIT-RUN-ID PIC X(16).
            05 FILLER PIC X VALUE SPACE.
            05 AUDIT-OPERATOR PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 AUDIT-ACTION PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 AUDIT-BEFORE-IMAGE PIC X(50).
            05 FILLER PIC X VALUE SPACE.
            05 AUDIT-AFTER-IMAGE PIC X(50).

    FD MAINT-REPORT-FILE.
        01 MAINT-REPORT-REC PIC X(100).

    WORKING-STORAGE SECTION.
        01 WS-REGISTRY-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-SEASON-STATUS PIC XX.
        01 WS-RESULTS-STATUS PIC XX.
        01 WS-REPLAY-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-WORK-EOF PIC X VALUE "N".
            88 WORK-EOF VALUE "Y".
        01 WS-XREF-EOF PIC X VALUE "N".
            88 XREF-EOF VALUE "Y".
        01 WS-RESULTS-EOF PIC X VALUE "N".
            88 XREF-MODE VALUE "XREF".
            88 LIST-MODE VALUE "LIST".
            88 ACTIVITY-MODE VALUE "ACTIVITY".
            88 MERGE-MODE VALUE "MERGE".
            88 SPLIT-MODE VALUE "SPLIT".
        01 WS-OPERATOR-ID PIC X(8).
        01 INP PIC X(50).
        01 WS-FIELD-COUNT PIC 9.
        01 WS-TXN-ID PIC X(6).
        01 WS-TXN-GAME PIC X(5).
        01 WS-TXN-LOCAL PIC X(16).
        01 WS-WANTED-PLAYER PIC X(6).
      *> A merge moves everything under the retired ID (FROM) to the
      *> survivor (TO); a split moves one crosswalk entry and the
      *> history it produced from its current owner (FROM) to a newly
      *> registered ID (TO).
        01 WS-FROM-ID PIC X(6).
        01 WS-FROM-NAME PIC X(20).
        01 WS-FROM-STATUS PIC X.
        01 WS-TO-ID PIC X(6).
        01 WS-TO-NAME PIC X(20).
        01 WS-TO-STATUS PIC X.
        01 WS-TXN-XREF-IDX PIC 9(3).
        01 WS-MAINT-COUNTS.
            05 WS-FROM-XREF PIC 9(3).
            05 WS-TO-XREF PIC 9(3).
            05 WS-MOVED-XREF PIC 9(3).
            05 WS-FROM-SIMON PIC 9(5).
            05 WS-TO-SIMON PIC 9(5).
            05 WS-MOVED-SIMON PIC 9(5).
            05 WS-FROM-STONE PIC 9(5).
            05 WS-TO-STONE PIC 9(5).
            05 WS-MOVED-STONE PIC 9(5).
        01 WS-IMAGE-WHEN PIC X(6).
        01 WS-IMAGE-ID PIC X(6).
        01 WS-IMAGE-NAME PIC X(20).
        01 WS-IMAGE-STATUS PIC X.
        01 WS-IMAGE-XREF PIC 9(3).
        01 WS-IMAGE-SIMON PIC 9(5).
        01 WS-IMAGE-STONE PIC 9(5).
        01 WS-XREF-DROPPED PIC 9(3) VALUE ZEROS.
        01 WS-APPLIED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-XREF-TABLE.
            05 WS-XREF-ENTRY OCCURS 100 TIMES.
                10 WS-XRF-GAME PIC X(5).
            PERFORM 4000-LIST-REGISTRY
        WHEN ACTIVITY-MODE
            PERFORM 5000-REPORT-ACTIVITY
        WHEN MERGE-MODE
        WHEN SPLIT-MODE
            PERFORM 6000-MAINTAIN-REGISTRY
        WHEN OTHER
            DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
                " - EXPECTED ADD, XREF, LIST, ACTIVITY, MERGE OR SPLIT"
            CLOSE REGISTRY-FILE
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
    END-EVALUATE
    CLOSE REGISTRY-FILE
    DISPLAY "ADDED " WS-ADDED-COUNT
        " APPLIED " WS-APPLIED-COUNT
        " REJECTED " WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
            MOVE XREF-GAME-CODE TO WS-XRF-GAME(WS-XREF-COUNT)
            MOVE XREF-LOCAL-ID TO WS-XRF-LOCAL(WS-XREF-COUNT)
            MOVE XREF-PLAYER-ID TO WS-XRF-PLAYER(WS-XREF-COUNT)
        ELSE
            ADD 1 TO WS-XREF-DROPPED
        END-IF
        READ XREF-FILE
            AT END SET XREF-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE GAME-REPLAY-FILE.

      *> Registry corrections.  Each accepted merge or split is applied
      *> to the cross-reference and to the Simon and Stones history
      *> before the next one is read, so a stop part-way leaves every
      *> earlier correction complete.  Run outside the nightly window;
      *> SimonSays and TakeTwoStones write the history files.
6000-MAINTAIN-REGISTRY.
    DISPLAY "ENTER OPERATOR ID: "
    ACCEPT WS-OPERATOR-ID
    IF WS-OPERATOR-ID IS EQUAL TO SPACES
        DISPLAY "EXCEPTION: OPERATOR ID REQUIRED - NO CHANGES APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM 5100-LOAD-XREF
    IF WS-XREF-DROPPED IS GREATER THAN ZERO
        DISPLAY "EXCEPTION: CROSS-REFERENCE OVER 100 ROWS - "
            WS-XREF-DROPPED " NOT LOADED - NO CHANGES APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND REGISTRY-AUDIT-FILE
    IF WS-AUDIT-STATUS IS EQUAL TO "35"
        OPEN OUTPUT REGISTRY-AUDIT-FILE
    END-IF
    OPEN OUTPUT MAINT-REPORT-FILE
    MOVE SPACES TO MAINT-REPORT-REC
    STRING "PLAYER REGISTRY " WS-MODE " RUN " WS-RUN-ID
        " OPERATOR " WS-OPERATOR-ID
        DELIMITED BY SIZE INTO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC
    IF MERGE-MODE
        DISPLAY "ENTER MERGES (RETIRED-ID SURVIVOR-ID), END TO FINISH: "
    ELSE
        DISPLAY "ENTER SPLITS (GAME LOCAL-ID NEW-ID NAME), "
            "END TO FINISH: "
    END-IF
    PERFORM FOREVER
        ACCEPT INP
        IF INP(1:3) IS EQUAL TO "END" EXIT PERFORM END-IF
        MOVE ZEROS TO WS-MAINT-COUNTS
        IF MERGE-MODE
            PERFORM 6100-MERGE-PLAYERS
        ELSE
            PERFORM 6200-SPLIT-PLAYER
        END-IF
    END-PERFORM
    MOVE SPACES TO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC
    MOVE SPACES TO MAINT-REPORT-REC
    STRING "APPLIED " WS-APPLIED-COUNT
        " REJECTED " WS-REJECTED-COUNT
        DELIMITED BY SIZE INTO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC
    CLOSE MAINT-REPORT-FILE
    CLOSE REGISTRY-AUDIT-FILE.

6100-MERGE-PLAYERS.
    MOVE ZERO TO WS-FIELD-COUNT
    MOVE SPACES TO WS-FROM-ID, WS-TO-ID
    UNSTRING INP DELIMITED BY SPACE INTO WS-FROM-ID, WS-TO-ID
        TALLYING IN WS-FIELD-COUNT
    IF WS-FIELD-COUNT IS NOT EQUAL TO 2 OR
            WS-FROM-ID IS EQUAL TO WS-TO-ID
        DISPLAY "EXCEPTION: MALFORMED MERGE " INP " - NOT APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FROM-ID TO REG-PLAYER-ID
    READ REGISTRY-FILE
        INVALID KEY
            MOVE SPACE TO REG-PLAYER-STATUS
    END-READ
    IF NOT REG-ACTIVE
        DISPLAY "EXCEPTION: PLAYER " WS-FROM-ID
            " NOT AN ACTIVE REGISTRATION - MERGE NOT APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE REG-PLAYER-NAME TO WS-FROM-NAME
    MOVE REG-PLAYER-STATUS TO WS-FROM-STATUS
    MOVE WS-TO-ID TO REG-PLAYER-ID
    READ REGISTRY-FILE
        INVALID KEY
            MOVE SPACE TO REG-PLAYER-STATUS
    END-READ
    IF NOT REG-ACTIVE
        DISPLAY "EXCEPTION: PLAYER " WS-TO-ID
            " NOT AN ACTIVE REGISTRATION - MERGE NOT APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE REG-PLAYER-NAME TO WS-TO-NAME
    MOVE REG-PLAYER-STATUS TO WS-TO-STATUS
    MOVE SPACES TO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC
    MOVE SPACES TO MAINT-REPORT-REC
    STRING "MERGE " WS-FROM-ID " " WS-FROM-NAME
        " INTO " WS-TO-ID " " WS-TO-NAME
        DELIMITED BY SIZE INTO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC
    PERFORM VARYING XREF-IDX FROM 1 BY 1
            UNTIL XREF-IDX IS GREATER THAN WS-XREF-COUNT
        EVALUATE WS-XRF-PLAYER(XREF-IDX)
            WHEN WS-FROM-ID
                ADD 1 TO WS-FROM-XREF
                PERFORM 6300-REPOINT-XREF
            WHEN WS-TO-ID
                ADD 1 TO WS-TO-XREF
        END-EVALUATE
    END-PERFORM
    PERFORM 6400-APPLY-HISTORY
    MOVE WS-FROM-ID TO REG-PLAYER-ID
    READ REGISTRY-FILE
    SET REG-INACTIVE TO TRUE
    REWRITE REGISTRY-REC
    MOVE SPACES TO REGISTRY-AUDIT-REC
    MOVE "MERGE" TO AUDIT-ACTION
    STRING WS-FROM-ID " " WS-FROM-NAME " STATUS " WS-FROM-STATUS
        DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
    STRING WS-FROM-ID " STATUS I MOVED TO " WS-TO-ID
        DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
    PERFORM 6700-WRITE-AUDIT
    PERFORM 6600-WRITE-BEFORE-AFTER
    ADD 1 TO WS-APPLIED-COUNT
    DISPLAY "PLAYER " WS-FROM-ID " MERGED INTO " WS-TO-ID.

      *> A split needs the crosswalk entry to exist and its owner to
      *> keep at least one other entry; a lone entry is a rename, not
      *> a split.  The new ID is registered under the name given.
6200-SPLIT-PLAYER.
    MOVE ZERO TO WS-FIELD-COUNT
    MOVE SPACES TO WS-TXN-GAME, WS-TXN-LOCAL, WS-TO-ID, WS-TO-NAME
    UNSTRING INP DELIMITED BY SPACE INTO
        WS-TXN-GAME, WS-TXN-LOCAL, WS-TO-ID, WS-TO-NAME
        TALLYING IN WS-FIELD-COUNT
    IF WS-FIELD-COUNT IS NOT EQUAL TO 4
        DISPLAY "EXCEPTION: MALFORMED SPLIT " INP " - NOT APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO WS-TXN-XREF-IDX
    PERFORM VARYING XREF-IDX FROM 1 BY 1
            UNTIL XREF-IDX IS GREATER THAN WS-XREF-COUNT
        IF WS-XRF-GAME(XREF-IDX) IS EQUAL TO WS-TXN-GAME AND
                WS-XRF-LOCAL(XREF-IDX) IS EQUAL TO WS-TXN-LOCAL
            MOVE XREF-IDX TO WS-TXN-XREF-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-TXN-XREF-IDX IS EQUAL TO ZERO
        DISPLAY "EXCEPTION: XREF " WS-TXN-GAME " " WS-TXN-LOCAL
            " NOT ON FILE - SPLIT NOT APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-XRF-PLAYER(WS-TXN-XREF-IDX) TO WS-FROM-ID
    PERFORM VARYING XREF-IDX FROM 1 BY 1
            UNTIL XREF-IDX IS GREATER THAN WS-XREF-COUNT
        IF WS-XRF-PLAYER(XREF-IDX) IS EQUAL TO WS-FROM-ID
            ADD 1 TO WS-FROM-XREF
        END-IF
    END-PERFORM
    IF WS-FROM-XREF IS LESS THAN 2
        DISPLAY "EXCEPTION: XREF " WS-TXN-GAME " " WS-TXN-LOCAL
            " IS THE ONLY ENTRY FOR " WS-FROM-ID
            " - SPLIT NOT APPLIED"
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FROM-ID TO REG-PLAYER-ID
    READ REGISTRY-FILE
        INVALID KEY
            MOVE SPACES TO REG-PLAYER-NAME, REG-PLAYER-STATUS
    END-READ
    MOVE REG-PLAYER-NAME TO WS-FROM-NAME
    MOVE REG-PLAYER-STATUS TO WS-FROM-STATUS
    MOVE WS-TO-ID TO REG-PLAYER-ID
    MOVE WS-TO-NAME TO REG-PLAYER-NAME
    SET REG-ACTIVE TO TRUE
    WRITE REGISTRY-REC
        INVALID KEY
            DISPLAY "EXCEPTION: PLAYER " WS-TO-ID
                " ALREADY REGISTERED - SPLIT NOT APPLIED"
            ADD 1 TO WS-REJECTED-COUNT
            EXIT PARAGRAPH
    END-WRITE
    MOVE REG-PLAYER-STATUS TO WS-TO-STATUS
    MOVE SPACES TO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC
    MOVE SPACES TO MAINT-REPORT-REC
    STRING "SPLIT " WS-TXN-GAME " " WS-TXN-LOCAL
        " FROM " WS-FROM-ID " " WS-FROM-NAME
        " TO NEW " WS-TO-ID
        DELIMITED BY SIZE INTO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC
    MOVE WS-TXN-XREF-IDX TO XREF-IDX
    PERFORM 6300-REPOINT-XREF
    PERFORM 6400-APPLY-HISTORY
    MOVE SPACES TO REGISTRY-AUDIT-REC
    MOVE "SPLIT" TO AUDIT-ACTION
    STRING WS-TXN-GAME " " WS-TXN-LOCAL " " WS-FROM-ID
        DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
    STRING WS-TXN-GAME " " WS-TXN-LOCAL " " WS-TO-ID " "
        WS-TO-NAME
        DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
    PERFORM 6700-WRITE-AUDIT
    PERFORM 6600-WRITE-BEFORE-AFTER
    ADD 1 TO WS-APPLIED-COUNT
    DISPLAY "XREF " WS-TXN-GAME " " WS-TXN-LOCAL
        " SPLIT FROM " WS-FROM-ID " TO " WS-TO-ID.

6300-REPOINT-XREF.
    MOVE WS-TO-ID TO WS-XRF-PLAYER(XREF-IDX)
    ADD 1 TO WS-MOVED-XREF
    MOVE SPACES TO MAINT-REPORT-REC
    STRING "    XREF " WS-XRF-GAME(XREF-IDX) " "
        WS-XRF-LOCAL(XREF-IDX) " " WS-FROM-ID " -> " WS-TO-ID
        DELIMITED BY SIZE INTO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC.

      *> The cross-reference is written back whole; the history files
      *> are copied through the work file with the registry ID
      *> replaced on the rows that belong to the moved player, and
      *> copied back only when something changed.
6400-APPLY-HISTORY.
    OPEN OUTPUT XREF-FILE
    PERFORM VARYING XREF-IDX FROM 1 BY 1
            UNTIL XREF-IDX IS GREATER THAN WS-XREF-COUNT
        MOVE SPACES TO XREF-REC
        MOVE WS-XRF-GAME(XREF-IDX) TO XREF-GAME-CODE
        MOVE WS-XRF-LOCAL(XREF-IDX) TO XREF-LOCAL-ID
        MOVE WS-XRF-PLAYER(XREF-IDX) TO XREF-PLAYER-ID
        WRITE XREF-REC
    END-PERFORM
    CLOSE XREF-FILE
    PERFORM 6410-REPOINT-SIMON-HISTORY
    PERFORM 6420-REPOINT-STONES-HISTORY.

6410-REPOINT-SIMON-HISTORY.
    MOVE "N" TO WS-RESULTS-EOF
    OPEN INPUT GAME-RESULTS-FILE
    IF WS-RESULTS-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT HISTORY-WORK-FILE
    READ GAME-RESULTS-FILE
        AT END SET RESULTS-EOF TO TRUE
    END-READ
    PERFORM UNTIL RESULTS-EOF
        EVALUATE RESULT-REG-ID
            WHEN WS-FROM-ID
                ADD 1 TO WS-FROM-SIMON
                IF MERGE-MODE OR
                        (WS-TXN-GAME IS EQUAL TO "SIMON" AND
                        RESULT-GAME-ID IS EQUAL TO WS-TXN-LOCAL(1:5))
                    MOVE WS-TO-ID TO RESULT-REG-ID
                    ADD 1 TO WS-MOVED-SIMON
                END-IF
            WHEN WS-TO-ID
                ADD 1 TO WS-TO-SIMON
        END-EVALUATE
        WRITE HISTORY-WORK-REC FROM GAME-RESULTS-REC
        READ GAME-RESULTS-FILE
            AT END SET RESULTS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE GAME-RESULTS-FILE
    CLOSE HISTORY-WORK-FILE
    IF WS-MOVED-SIMON IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-WORK-EOF
    OPEN INPUT HISTORY-WORK-FILE
    OPEN OUTPUT GAME-RESULTS-FILE
    READ HISTORY-WORK-FILE
        AT END SET WORK-EOF TO TRUE
    END-READ
    PERFORM UNTIL WORK-EOF
        MOVE HISTORY-WORK-REC TO GAME-RESULTS-REC
        WRITE GAME-RESULTS-REC
        READ HISTORY-WORK-FILE
            AT END SET WORK-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE HISTORY-WORK-FILE
    CLOSE GAME-RESULTS-FILE.

6420-REPOINT-STONES-HISTORY.
    MOVE "N" TO WS-REPLAY-EOF
    OPEN INPUT GAME-REPLAY-FILE
    IF WS-REPLAY-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT HISTORY-WORK-FILE
    READ GAME-REPLAY-FILE
        AT END SET REPLAY-EOF TO TRUE
    END-READ
    PERFORM UNTIL REPLAY-EOF
        EVALUATE REPLAY-REG-ID
            WHEN WS-FROM-ID
                ADD 1 TO WS-FROM-STONE
                IF MERGE-MODE OR
                        (WS-TXN-GAME IS EQUAL TO "STONE" AND
                        FUNCTION UPPER-CASE(REPLAY-PLAYER) IS EQUAL TO
                        WS-TXN-LOCAL(1:5))
                    MOVE WS-TO-ID TO REPLAY-REG-ID
                    ADD 1 TO WS-MOVED-STONE
                END-IF
            WHEN WS-TO-ID
                ADD 1 TO WS-TO-STONE
        END-EVALUATE
        WRITE HISTORY-WORK-REC FROM GAME-REPLAY-REC
        READ GAME-REPLAY-FILE
            AT END SET REPLAY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE GAME-REPLAY-FILE
    CLOSE HISTORY-WORK-FILE
    IF WS-MOVED-STONE IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-WORK-EOF
    OPEN INPUT HISTORY-WORK-FILE
    OPEN OUTPUT GAME-REPLAY-FILE
    READ HISTORY-WORK-FILE
        AT END SET WORK-EOF TO TRUE
    END-READ
    PERFORM UNTIL WORK-EOF
        MOVE HISTORY-WORK-REC TO GAME-REPLAY-REC
        WRITE GAME-REPLAY-REC
        READ HISTORY-WORK-FILE
            AT END SET WORK-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE HISTORY-WORK-FILE
    CLOSE GAME-REPLAY-FILE.

      *> Before and after images for the games coordinator: status,
      *> crosswalk entries and history rows held by each ID.
6600-WRITE-BEFORE-AFTER.
    MOVE "BEFORE" TO WS-IMAGE-WHEN
    MOVE WS-FROM-ID TO WS-IMAGE-ID
    MOVE WS-FROM-NAME TO WS-IMAGE-NAME
    MOVE WS-FROM-STATUS TO WS-IMAGE-STATUS
    MOVE WS-FROM-XREF TO WS-IMAGE-XREF
    MOVE WS-FROM-SIMON TO WS-IMAGE-SIMON
    MOVE WS-FROM-STONE TO WS-IMAGE-STONE
    PERFORM 6690-WRITE-IMAGE-LINE
    IF MERGE-MODE
        MOVE WS-TO-ID TO WS-IMAGE-ID
        MOVE WS-TO-NAME TO WS-IMAGE-NAME
        MOVE WS-TO-STATUS TO WS-IMAGE-STATUS
        MOVE WS-TO-XREF TO WS-IMAGE-XREF
        MOVE WS-TO-SIMON TO WS-IMAGE-SIMON
        MOVE WS-TO-STONE TO WS-IMAGE-STONE
        PERFORM 6690-WRITE-IMAGE-LINE
    END-IF
    MOVE "AFTER" TO WS-IMAGE-WHEN
    MOVE WS-FROM-ID TO WS-IMAGE-ID
    MOVE WS-FROM-NAME TO WS-IMAGE-NAME
    IF MERGE-MODE
        MOVE "I" TO WS-IMAGE-STATUS
    ELSE
        MOVE WS-FROM-STATUS TO WS-IMAGE-STATUS
    END-IF
    COMPUTE WS-IMAGE-XREF = WS-FROM-XREF - WS-MOVED-XREF
    COMPUTE WS-IMAGE-SIMON = WS-FROM-SIMON - WS-MOVED-SIMON
    COMPUTE WS-IMAGE-STONE = WS-FROM-STONE - WS-MOVED-STONE
    PERFORM 6690-WRITE-IMAGE-LINE
    MOVE WS-TO-ID TO WS-IMAGE-ID
    MOVE WS-TO-NAME TO WS-IMAGE-NAME
    MOVE WS-TO-STATUS TO WS-IMAGE-STATUS
    COMPUTE WS-IMAGE-XREF = WS-TO-XREF + WS-MOVED-XREF
    COMPUTE WS-IMAGE-SIMON = WS-TO-SIMON + WS-MOVED-SIMON
    COMPUTE WS-IMAGE-STONE = WS-TO-STONE + WS-MOVED-STONE
    PERFORM 6690-WRITE-IMAGE-LINE.

6690-WRITE-IMAGE-LINE.
    MOVE SPACES TO MAINT-REPORT-REC
    STRING "  " WS-IMAGE-WHEN " " WS-IMAGE-ID " " WS-IMAGE-NAME
        " STATUS " WS-IMAGE-STATUS
        " XREF " WS-IMAGE-XREF
        " SIMON " WS-IMAGE-SIMON
        " STONE " WS-IMAGE-STONE
        DELIMITED BY SIZE INTO MAINT-REPORT-REC
    WRITE MAINT-REPORT-REC.

6700-WRITE-AUDIT.
    MOVE WS-RUN-ID TO AUDIT-RUN-ID
    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
    WRITE REGISTRY-AUDIT-REC.
