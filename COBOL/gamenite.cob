IDENTIFICATION DIVISION.
    PROGRAM-ID. GameNightSchedule.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SIGNUP-FILE ASSIGN TO "GNSIGNUP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIGNUP-STATUS.
        SELECT VENUE-FILE ASSIGN TO "GNVENUE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VENUE-STATUS.
        SELECT REGISTRY-FILE ASSIGN TO "PLAYRMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS REG-PLAYER-ID
            FILE STATUS IS WS-REGISTRY-STATUS.
        SELECT XREF-FILE ASSIGN TO "PLAYRXRF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XREF-STATUS.
        SELECT PAIRINGS-FILE ASSIGN TO "PETPAIRS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAIRINGS-STATUS.
        SELECT SCHEDULE-REPORT-FILE ASSIGN TO "GNSCHED"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.

      *> One sign-up per player per game for an evening.  A preferred
      *> slot is optional; blank means any slot that evening.
    FD SIGNUP-FILE.
        01 SIGNUP-REC.
            05 SU-EVENT-DATE PIC X(8).
            05 FILLER PIC X.
            05 SU-REG-ID PIC X(6).
            05 FILLER PIC X.
            05 SU-GAME PIC X(5).
            05 FILLER PIC X.
            05 SU-SLOT PIC X(4).

      *> Venue master: one row per table per time slot it is open.  A
      *> blank game means the table takes whichever game is placed
      *> there first in that slot.
    FD VENUE-FILE.
        01 VENUE-REC.
            05 VN-TABLE-ID PIC X(4).
            05 FILLER PIC X.
            05 VN-SLOT PIC X(4).
            05 FILLER PIC X.
            05 VN-GAME PIC X(5).
            05 FILLER PIC X.
            05 VN-SEATS PIC 99.

    FD REGISTRY-FILE.
        01 REGISTRY-REC.
            05 REG-PLAYER-ID PIC X(6).
            05 REG-PLAYER-NAME PIC X(20).
            05 REG-PLAYER-STATUS PIC X.
                88 REG-ACTIVE VALUE "A".
                88 REG-INACTIVE VALUE "I".

    FD XREF-FILE.
        01 XREF-REC.
            05 XREF-GAME-CODE PIC X(5).
            05 FILLER PIC X.
            05 XREF-LOCAL-ID PIC X(16).
            05 FILLER PIC X.
            05 XREF-PLAYER-ID PIC X(6).

    FD PAIRINGS-FILE.
        01 PAIRINGS-REC.
            05 PAIR-SEASON PIC X(6).
            05 FILLER PIC X.
            05 PAIR-ROUND PIC 9(3).
            05 FILLER PIC X.
            05 PAIR-PLAYER-A PIC 9.
            05 FILLER PIC X.
            05 PAIR-PLAYER-B PIC 9.
            05 FILLER PIC X.
            05 PAIR-WINNER PIC 9.

    FD SCHEDULE-REPORT-FILE.
        01 SCHEDULE-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-SIGNUP-STATUS PIC XX.
        01 WS-VENUE-STATUS PIC XX.
        01 WS-REGISTRY-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-PAIRINGS-STATUS PIC XX.
        01 WS-SIGNUP-EOF PIC X VALUE "N".
            88 SIGNUP-EOF VALUE "Y".
        01 WS-VENUE-EOF PIC X VALUE "N".
            88 VENUE-EOF VALUE "Y".
        01 WS-XREF-EOF PIC X VALUE "N".
            88 XREF-EOF VALUE "Y".
        01 WS-PAIRINGS-EOF PIC X VALUE "N".
            88 PAIRINGS-EOF VALUE "Y".
        01 WS-EVENT-DATE PIC X(8).
        01 WS-VENUE-TABLE.
            05 WS-VENUE-ENTRY OCCURS 100 TIMES.
                10 WS-VN-SLOT PIC X(4).
                10 WS-VN-TABLE PIC X(4).
                10 WS-VN-GAME PIC X(5).
                10 WS-VN-SEATS PIC 99.
                10 WS-VN-USED PIC 99.
        01 WS-VENUE-COUNT PIC 9(3) VALUE ZEROS.
        01 VN-IDX PIC 9(3).
        01 WS-VENUE-SWAP PIC X(17).
      *> Sign-up state: V waiting to be placed, P placed, W waitlisted
      *> with the reason shown on the waitlist report.
        01 WS-SIGNUP-TABLE.
            05 WS-SIGNUP-ENTRY OCCURS 300 TIMES.
                10 WS-SU-REG-ID PIC X(6).
                10 WS-SU-NAME PIC X(20).
                10 WS-SU-GAME PIC X(5).
                10 WS-SU-SLOT PIC X(4).
                10 WS-SU-STATE PIC X.
                    88 SU-WAITING VALUE "V".
                    88 SU-PLACED VALUE "P".
                    88 SU-WAITLISTED VALUE "W".
                10 WS-SU-REASON PIC X(30).
        01 WS-SIGNUP-COUNT PIC 9(3) VALUE ZEROS.
        01 SU-IDX PIC 9(3).
        01 SU-CHECK-IDX PIC 9(3).
        01 WS-XREF-TABLE.
            05 WS-XREF-ENTRY OCCURS 100 TIMES.
                10 WS-XRF-GAME PIC X(5).
                10 WS-XRF-LOCAL PIC X(16).
                10 WS-XRF-PLAYER PIC X(6).
        01 WS-XREF-COUNT PIC 9(3) VALUE ZEROS.
        01 XREF-IDX PIC 9(3).
        01 WS-PAIR-TABLE.
            05 WS-PAIR-ENTRY OCCURS 9 TIMES.
                10 WS-PR-PLAYER-A PIC 9.
                10 WS-PR-PLAYER-B PIC 9.
        01 WS-PAIR-COUNT PIC 99 VALUE ZEROS.
        01 PR-IDX PIC 99.
        01 WS-NEXT-SEASON PIC X(6) VALUE LOW-VALUES.
        01 WS-NEXT-ROUND PIC 9(3) VALUE ZEROS.
        01 WS-PERSON-NUM PIC 9.
        01 WS-PERSON-REG-ID PIC X(6).
        01 WS-SIGNUP-A PIC 9(3).
        01 WS-SIGNUP-B PIC 9(3).
        01 WS-WANTED-SLOT PIC X(4).
        01 WS-FOUND-VENUE PIC 9(3).
        01 WS-PLAYER-BUSY PIC X.
            88 PLAYER-BUSY VALUE "Y".
        01 WS-BUSY-REG-ID PIC X(6).
        01 WS-FIND-GAME PIC X(5).
        01 WS-FIND-PLAYER-A PIC X(6).
        01 WS-FIND-PLAYER-B PIC X(6).
        01 WS-FIND-PASS PIC 9.
        01 WS-TABLE-FITS PIC X.
            88 TABLE-FITS VALUE "Y".
        01 WS-ASSIGN-TABLE.
            05 WS-ASSIGN-ENTRY OCCURS 300 TIMES.
                10 WS-AS-SORT-KEY PIC X(14).
                10 WS-AS-SLOT PIC X(4).
                10 WS-AS-TABLE PIC X(4).
                10 WS-AS-GAME PIC X(5).
                10 WS-AS-REG-ID PIC X(6).
                10 WS-AS-NAME PIC X(20).
                10 WS-AS-OPPONENT PIC X(6).
        01 WS-ASSIGN-COUNT PIC 9(3) VALUE ZEROS.
        01 AS-IDX PIC 9(3).
        01 SWAP-IDX PIC 9(3).
        01 WS-ASSIGN-SWAP PIC X(59).
        01 WS-BREAK-KEY PIC X(6).
        01 WS-PLACED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-WAITLIST-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-INVALID-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-SCHEDULE-LINE.
            05 WSS-SLOT PIC X(4).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-TABLE PIC X(4).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-GAME PIC X(5).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSS-REG-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-NAME PIC X(20).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-NOTE PIC X(40).
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
    ACCEPT WS-EVENT-DATE
    IF WS-EVENT-DATE IS EQUAL TO SPACES
        MOVE WS-RUN-DATE TO WS-EVENT-DATE
    END-IF
    DISPLAY "RUN " WS-RUN-ID " GAME NIGHT SCHEDULE " WS-EVENT-DATE
    PERFORM 1000-LOAD-VENUE
    IF WS-VENUE-COUNT IS EQUAL TO ZERO
        DISPLAY "EXCEPTION: NO TABLES ON THE VENUE MASTER - "
            "NOTHING SCHEDULED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1100-LOAD-XREF
    PERFORM 1200-LOAD-SIGNUPS
    PERFORM 1300-LOAD-NEXT-PAIRINGS
    PERFORM VARYING PR-IDX FROM 1 BY 1
            UNTIL PR-IDX IS GREATER THAN WS-PAIR-COUNT
        PERFORM 2000-PLACE-PET-PAIR
    END-PERFORM
    PERFORM VARYING SU-IDX FROM 1 BY 1
            UNTIL SU-IDX IS GREATER THAN WS-SIGNUP-COUNT
        IF SU-WAITING(SU-IDX)
            IF WS-SU-GAME(SU-IDX) IS EQUAL TO "PET  "
                MOVE "NO PET PAIRING THIS ROUND" TO WS-SU-REASON(SU-IDX)
                SET SU-WAITLISTED(SU-IDX) TO TRUE
            ELSE
                PERFORM 2500-PLACE-SINGLE
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING SU-IDX FROM 1 BY 1
            UNTIL SU-IDX IS GREATER THAN WS-SIGNUP-COUNT
        IF SU-PLACED(SU-IDX)
            ADD 1 TO WS-PLACED-COUNT
        ELSE
            ADD 1 TO WS-WAITLIST-COUNT
        END-IF
    END-PERFORM
    OPEN OUTPUT SCHEDULE-REPORT-FILE
    PERFORM 3000-WRITE-TABLE-SHEETS
    PERFORM 4000-WRITE-ITINERARIES
    PERFORM 5000-WRITE-WAITLIST
    CLOSE SCHEDULE-REPORT-FILE
    DISPLAY "SIGN-UPS " WS-SIGNUP-COUNT
        " PLACED " WS-PLACED-COUNT
        " WAITLISTED " WS-WAITLIST-COUNT
        " INVALID " WS-INVALID-COUNT
    IF WS-INVALID-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="GAMENITE"==.

    COPY busdateget.

      *> Table-slots are held in slot then table order so every
      *> placement takes the earliest open slot and the lowest table.
1000-LOAD-VENUE.
    OPEN INPUT VENUE-FILE
    IF WS-VENUE-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    READ VENUE-FILE
        AT END SET VENUE-EOF TO TRUE
    END-READ
    PERFORM UNTIL VENUE-EOF
        IF WS-VENUE-COUNT IS EQUAL TO 100
            DISPLAY "EXCEPTION: MORE THAN 100 TABLE-SLOTS ON THE VENUE "
                "MASTER - REMAINDER NOT USED"
            EXIT PERFORM
        END-IF
        IF VN-SEATS IS NUMERIC AND VN-SEATS IS GREATER THAN ZERO
            ADD 1 TO WS-VENUE-COUNT
            MOVE VN-SLOT TO WS-VN-SLOT(WS-VENUE-COUNT)
            MOVE VN-TABLE-ID TO WS-VN-TABLE(WS-VENUE-COUNT)
            MOVE VN-GAME TO WS-VN-GAME(WS-VENUE-COUNT)
            MOVE VN-SEATS TO WS-VN-SEATS(WS-VENUE-COUNT)
            MOVE ZEROS TO WS-VN-USED(WS-VENUE-COUNT)
        ELSE
            DISPLAY "EXCEPTION: TABLE " VN-TABLE-ID " SLOT " VN-SLOT
                " HAS NO SEATS - NOT USED"
        END-IF
        READ VENUE-FILE
            AT END SET VENUE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE VENUE-FILE
    PERFORM VARYING VN-IDX FROM 1 BY 1
            UNTIL VN-IDX IS NOT LESS THAN WS-VENUE-COUNT
        PERFORM VARYING SWAP-IDX FROM 1 BY 1
                UNTIL SWAP-IDX IS NOT LESS THAN WS-VENUE-COUNT
            IF WS-VENUE-ENTRY(SWAP-IDX)(1:8) IS GREATER THAN
                    WS-VENUE-ENTRY(SWAP-IDX + 1)(1:8)
                MOVE WS-VENUE-ENTRY(SWAP-IDX) TO WS-VENUE-SWAP
                MOVE WS-VENUE-ENTRY(SWAP-IDX + 1)
                    TO WS-VENUE-ENTRY(SWAP-IDX)
                MOVE WS-VENUE-SWAP TO WS-VENUE-ENTRY(SWAP-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

1100-LOAD-XREF.
    OPEN INPUT XREF-FILE
    IF WS-XREF-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: CROSS-REFERENCE FILE NOT ON FILE"
        EXIT PARAGRAPH
    END-IF
    READ XREF-FILE
        AT END SET XREF-EOF TO TRUE
    END-READ
    PERFORM UNTIL XREF-EOF
        IF WS-XREF-COUNT IS LESS THAN 100
            ADD 1 TO WS-XREF-COUNT
            MOVE XREF-GAME-CODE TO WS-XRF-GAME(WS-XREF-COUNT)
            MOVE XREF-LOCAL-ID TO WS-XRF-LOCAL(WS-XREF-COUNT)
            MOVE XREF-PLAYER-ID TO WS-XRF-PLAYER(WS-XREF-COUNT)
        END-IF
        READ XREF-FILE
            AT END SET XREF-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE XREF-FILE.

      *> Sign-ups for the evening in the order they were taken; that
      *> order decides who gets the last seat.  Unregistered players,
      *> unknown games and repeat sign-ups go straight to the waitlist.
1200-LOAD-SIGNUPS.
    OPEN INPUT REGISTRY-FILE
    IF WS-REGISTRY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: REGISTRY MASTER NOT AVAILABLE - STATUS "
            WS-REGISTRY-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    OPEN INPUT SIGNUP-FILE
    IF WS-SIGNUP-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO SIGN-UPS ON FILE"
        CLOSE REGISTRY-FILE
        EXIT PARAGRAPH
    END-IF
    READ SIGNUP-FILE
        AT END SET SIGNUP-EOF TO TRUE
    END-READ
    PERFORM UNTIL SIGNUP-EOF
        IF SU-EVENT-DATE IS EQUAL TO WS-EVENT-DATE
            IF WS-SIGNUP-COUNT IS EQUAL TO 300
                DISPLAY "EXCEPTION: MORE THAN 300 SIGN-UPS FOR "
                    WS-EVENT-DATE " - REMAINDER NOT SCHEDULED"
                ADD 1 TO WS-INVALID-COUNT
                EXIT PERFORM
            END-IF
            ADD 1 TO WS-SIGNUP-COUNT
            PERFORM 1210-CHECK-SIGNUP
        END-IF
        READ SIGNUP-FILE
            AT END SET SIGNUP-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE SIGNUP-FILE
    CLOSE REGISTRY-FILE.

1210-CHECK-SIGNUP.
    MOVE WS-SIGNUP-COUNT TO SU-IDX
    MOVE SU-REG-ID TO WS-SU-REG-ID(SU-IDX)
    MOVE SU-GAME TO WS-SU-GAME(SU-IDX)
    MOVE SU-SLOT TO WS-SU-SLOT(SU-IDX)
    MOVE SPACES TO WS-SU-NAME(SU-IDX), WS-SU-REASON(SU-IDX)
    SET SU-WAITING(SU-IDX) TO TRUE
    MOVE SU-REG-ID TO REG-PLAYER-ID
    READ REGISTRY-FILE
        INVALID KEY
            MOVE SPACE TO REG-PLAYER-STATUS
        NOT INVALID KEY
            MOVE REG-PLAYER-NAME TO WS-SU-NAME(SU-IDX)
    END-READ
    IF NOT REG-ACTIVE
        MOVE "NOT AN ACTIVE REGISTRATION" TO WS-SU-REASON(SU-IDX)
        SET SU-WAITLISTED(SU-IDX) TO TRUE
        ADD 1 TO WS-INVALID-COUNT
        EXIT PARAGRAPH
    END-IF
    IF SU-GAME IS NOT EQUAL TO "PET  " AND
            SU-GAME IS NOT EQUAL TO "SIMON" AND
            SU-GAME IS NOT EQUAL TO "STONE"
        MOVE "UNKNOWN GAME" TO WS-SU-REASON(SU-IDX)
        SET SU-WAITLISTED(SU-IDX) TO TRUE
        ADD 1 TO WS-INVALID-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SU-CHECK-IDX FROM 1 BY 1
            UNTIL SU-CHECK-IDX IS NOT LESS THAN SU-IDX
        IF WS-SU-REG-ID(SU-CHECK-IDX) IS EQUAL TO SU-REG-ID AND
                WS-SU-GAME(SU-CHECK-IDX) IS EQUAL TO SU-GAME
            MOVE "DUPLICATE SIGN-UP" TO WS-SU-REASON(SU-IDX)
            SET SU-WAITLISTED(SU-IDX) TO TRUE
            ADD 1 TO WS-INVALID-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> PetPairing leaves the next round's games on PETPAIRS with no
      *> winner yet.  Only the latest such round is scheduled.
1300-LOAD-NEXT-PAIRINGS.
    OPEN INPUT PAIRINGS-FILE
    IF WS-PAIRINGS-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO PET PAIRINGS ON FILE"
        EXIT PARAGRAPH
    END-IF
    READ PAIRINGS-FILE
        AT END SET PAIRINGS-EOF TO TRUE
    END-READ
    PERFORM UNTIL PAIRINGS-EOF
        IF PAIR-WINNER IS EQUAL TO ZERO
            IF PAIR-SEASON IS GREATER THAN WS-NEXT-SEASON OR
                    (PAIR-SEASON IS EQUAL TO WS-NEXT-SEASON AND
                    PAIR-ROUND IS GREATER THAN WS-NEXT-ROUND)
                MOVE PAIR-SEASON TO WS-NEXT-SEASON
                MOVE PAIR-ROUND TO WS-NEXT-ROUND
                MOVE ZEROS TO WS-PAIR-COUNT
            END-IF
            IF PAIR-SEASON IS EQUAL TO WS-NEXT-SEASON AND
                    PAIR-ROUND IS EQUAL TO WS-NEXT-ROUND AND
                    WS-PAIR-COUNT IS LESS THAN 9
                ADD 1 TO WS-PAIR-COUNT
                MOVE PAIR-PLAYER-A TO WS-PR-PLAYER-A(WS-PAIR-COUNT)
                MOVE PAIR-PLAYER-B TO WS-PR-PLAYER-B(WS-PAIR-COUNT)
            END-IF
        END-IF
        READ PAIRINGS-FILE
            AT END SET PAIRINGS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PAIRINGS-FILE
    IF WS-PAIR-COUNT IS GREATER THAN ZERO
        DISPLAY "PET PAIRINGS SEASON " WS-NEXT-SEASON
            " ROUND " WS-NEXT-ROUND " GAMES " WS-PAIR-COUNT
    END-IF.

      *> Both halves of a pairing sit at the same table in the same
      *> slot, a table of their own; if either has named a slot the
      *> pair plays then.
2000-PLACE-PET-PAIR.
    MOVE WS-PR-PLAYER-A(PR-IDX) TO WS-PERSON-NUM
    PERFORM 2100-FIND-PET-SIGNUP
    MOVE SU-IDX TO WS-SIGNUP-A
    MOVE WS-PR-PLAYER-B(PR-IDX) TO WS-PERSON-NUM
    PERFORM 2100-FIND-PET-SIGNUP
    MOVE SU-IDX TO WS-SIGNUP-B
    IF WS-SIGNUP-A IS EQUAL TO ZERO OR WS-SIGNUP-B IS EQUAL TO ZERO
        IF WS-SIGNUP-A IS GREATER THAN ZERO
            MOVE "PET PARTNER NOT SIGNED UP"
                TO WS-SU-REASON(WS-SIGNUP-A)
            SET SU-WAITLISTED(WS-SIGNUP-A) TO TRUE
        END-IF
        IF WS-SIGNUP-B IS GREATER THAN ZERO
            MOVE "PET PARTNER NOT SIGNED UP"
                TO WS-SU-REASON(WS-SIGNUP-B)
            SET SU-WAITLISTED(WS-SIGNUP-B) TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SU-SLOT(WS-SIGNUP-A) TO WS-WANTED-SLOT
    IF WS-SU-SLOT(WS-SIGNUP-B) IS NOT EQUAL TO SPACES
        IF WS-WANTED-SLOT IS NOT EQUAL TO SPACES AND
                WS-WANTED-SLOT IS NOT EQUAL TO WS-SU-SLOT(WS-SIGNUP-B)
            MOVE "PAIR ASKED FOR DIFFERENT SLOTS"
                TO WS-SU-REASON(WS-SIGNUP-A), WS-SU-REASON(WS-SIGNUP-B)
            SET SU-WAITLISTED(WS-SIGNUP-A) TO TRUE
            SET SU-WAITLISTED(WS-SIGNUP-B) TO TRUE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-SU-SLOT(WS-SIGNUP-B) TO WS-WANTED-SLOT
    END-IF
    MOVE "PET  " TO WS-FIND-GAME
    MOVE WS-SU-REG-ID(WS-SIGNUP-A) TO WS-FIND-PLAYER-A
    MOVE WS-SU-REG-ID(WS-SIGNUP-B) TO WS-FIND-PLAYER-B
    PERFORM 2700-FIND-TABLE
    IF WS-FOUND-VENUE IS EQUAL TO ZERO
        IF WS-WANTED-SLOT IS EQUAL TO SPACES
            MOVE "NO PET TABLE FREE"
                TO WS-SU-REASON(WS-SIGNUP-A), WS-SU-REASON(WS-SIGNUP-B)
        ELSE
            MOVE "NO PET TABLE FREE IN SLOT"
                TO WS-SU-REASON(WS-SIGNUP-A), WS-SU-REASON(WS-SIGNUP-B)
        END-IF
        SET SU-WAITLISTED(WS-SIGNUP-A) TO TRUE
        SET SU-WAITLISTED(WS-SIGNUP-B) TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE "PET  " TO WS-VN-GAME(WS-FOUND-VENUE)
    MOVE WS-VN-SEATS(WS-FOUND-VENUE) TO WS-VN-USED(WS-FOUND-VENUE)
    MOVE WS-SIGNUP-A TO SU-IDX
    MOVE WS-SU-REG-ID(WS-SIGNUP-B) TO WS-PERSON-REG-ID
    PERFORM 2800-RECORD-ASSIGNMENT
    MOVE WS-SIGNUP-B TO SU-IDX
    MOVE WS-SU-REG-ID(WS-SIGNUP-A) TO WS-PERSON-REG-ID
    PERFORM 2800-RECORD-ASSIGNMENT.

      *> Pet person number to registry ID through the PET crosswalk,
      *> then to that player's open Pet sign-up; SU-IDX is zero when
      *> there is none.
2100-FIND-PET-SIGNUP.
    MOVE SPACES TO WS-PERSON-REG-ID
    PERFORM VARYING XREF-IDX FROM 1 BY 1
            UNTIL XREF-IDX IS GREATER THAN WS-XREF-COUNT
        IF WS-XRF-GAME(XREF-IDX) IS EQUAL TO "PET  " AND
                WS-XRF-LOCAL(XREF-IDX)(1:1) IS EQUAL TO WS-PERSON-NUM
            MOVE WS-XRF-PLAYER(XREF-IDX) TO WS-PERSON-REG-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM VARYING SU-IDX FROM 1 BY 1
            UNTIL SU-IDX IS GREATER THAN WS-SIGNUP-COUNT
        IF WS-SU-REG-ID(SU-IDX) IS EQUAL TO WS-PERSON-REG-ID AND
                WS-SU-GAME(SU-IDX) IS EQUAL TO "PET  " AND
                SU-WAITING(SU-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-PERSON-REG-ID IS EQUAL TO SPACES OR
            SU-IDX IS GREATER THAN WS-SIGNUP-COUNT
        MOVE ZEROS TO SU-IDX
    END-IF.

      *> Simon and Stones take a seat wherever one is free, in a slot
      *> where the player is not already seated elsewhere.
2500-PLACE-SINGLE.
    MOVE WS-SU-SLOT(SU-IDX) TO WS-WANTED-SLOT
    MOVE WS-SU-GAME(SU-IDX) TO WS-FIND-GAME
    MOVE WS-SU-REG-ID(SU-IDX) TO WS-FIND-PLAYER-A
    MOVE SPACES TO WS-FIND-PLAYER-B
    PERFORM 2700-FIND-TABLE
    IF WS-FOUND-VENUE IS EQUAL TO ZERO
        IF WS-WANTED-SLOT IS EQUAL TO SPACES
            MOVE "NO SEAT FREE" TO WS-SU-REASON(SU-IDX)
        ELSE
            MOVE "NO SEAT FREE IN SLOT" TO WS-SU-REASON(SU-IDX)
        END-IF
        SET SU-WAITLISTED(SU-IDX) TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SU-GAME(SU-IDX) TO WS-VN-GAME(WS-FOUND-VENUE)
    ADD 1 TO WS-VN-USED(WS-FOUND-VENUE)
    MOVE SPACES TO WS-PERSON-REG-ID
    PERFORM 2800-RECORD-ASSIGNMENT.

      *> Tables set up for the game are used before open tables, so a
      *> general table is not taken while a dedicated one is free.
      *> A Pet game needs a table to itself.
2700-FIND-TABLE.
    MOVE ZEROS TO WS-FOUND-VENUE
    PERFORM VARYING WS-FIND-PASS FROM 1 BY 1
            UNTIL WS-FIND-PASS IS GREATER THAN 2
                OR WS-FOUND-VENUE IS GREATER THAN ZERO
        PERFORM VARYING VN-IDX FROM 1 BY 1
                UNTIL VN-IDX IS GREATER THAN WS-VENUE-COUNT
            PERFORM 2710-CHECK-TABLE-SLOT
            IF TABLE-FITS
                MOVE VN-IDX TO WS-FOUND-VENUE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.

2710-CHECK-TABLE-SLOT.
    MOVE "N" TO WS-TABLE-FITS
    IF WS-WANTED-SLOT IS NOT EQUAL TO SPACES AND
            WS-VN-SLOT(VN-IDX) IS NOT EQUAL TO WS-WANTED-SLOT
        EXIT PARAGRAPH
    END-IF
    IF WS-FIND-PASS IS EQUAL TO 1
        IF WS-VN-GAME(VN-IDX) IS NOT EQUAL TO WS-FIND-GAME
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF WS-VN-GAME(VN-IDX) IS NOT EQUAL TO SPACES
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-FIND-GAME IS EQUAL TO "PET  "
        IF WS-VN-USED(VN-IDX) IS GREATER THAN ZERO OR
                WS-VN-SEATS(VN-IDX) IS LESS THAN 2
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF WS-VN-USED(VN-IDX) IS NOT LESS THAN WS-VN-SEATS(VN-IDX)
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-FIND-PLAYER-A TO WS-BUSY-REG-ID
    PERFORM 2900-CHECK-PLAYER-BUSY
    IF NOT PLAYER-BUSY AND WS-FIND-PLAYER-B IS NOT EQUAL TO SPACES
        MOVE WS-FIND-PLAYER-B TO WS-BUSY-REG-ID
        PERFORM 2900-CHECK-PLAYER-BUSY
    END-IF
    IF NOT PLAYER-BUSY
        SET TABLE-FITS TO TRUE
    END-IF.

2800-RECORD-ASSIGNMENT.
    ADD 1 TO WS-ASSIGN-COUNT
    MOVE WS-VN-SLOT(WS-FOUND-VENUE) TO WS-AS-SLOT(WS-ASSIGN-COUNT)
    MOVE WS-VN-TABLE(WS-FOUND-VENUE) TO WS-AS-TABLE(WS-ASSIGN-COUNT)
    MOVE WS-SU-GAME(SU-IDX) TO WS-AS-GAME(WS-ASSIGN-COUNT)
    MOVE WS-SU-REG-ID(SU-IDX) TO WS-AS-REG-ID(WS-ASSIGN-COUNT)
    MOVE WS-SU-NAME(SU-IDX) TO WS-AS-NAME(WS-ASSIGN-COUNT)
    MOVE WS-PERSON-REG-ID TO WS-AS-OPPONENT(WS-ASSIGN-COUNT)
    SET SU-PLACED(SU-IDX) TO TRUE.

      *> A player is busy in a slot if any assignment already seats
      *> them at any table in it.
2900-CHECK-PLAYER-BUSY.
    MOVE "N" TO WS-PLAYER-BUSY
    PERFORM VARYING AS-IDX FROM 1 BY 1
            UNTIL AS-IDX IS GREATER THAN WS-ASSIGN-COUNT
        IF WS-AS-REG-ID(AS-IDX) IS EQUAL TO WS-BUSY-REG-ID AND
                WS-AS-SLOT(AS-IDX) IS EQUAL TO WS-VN-SLOT(VN-IDX)
            SET PLAYER-BUSY TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> One sheet per table, a fresh page each, listing every slot the
      *> table is used and who sits there.
3000-WRITE-TABLE-SHEETS.
    PERFORM VARYING AS-IDX FROM 1 BY 1
            UNTIL AS-IDX IS GREATER THAN WS-ASSIGN-COUNT
        STRING WS-AS-TABLE(AS-IDX) WS-AS-SLOT(AS-IDX)
            WS-AS-REG-ID(AS-IDX)
            DELIMITED BY SIZE INTO WS-AS-SORT-KEY(AS-IDX)
    END-PERFORM
    PERFORM 6000-SORT-ASSIGNMENTS
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "SLOT   TABLE  GAME    PLAYER  NAME"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    MOVE HIGH-VALUES TO WS-BREAK-KEY
    PERFORM VARYING AS-IDX FROM 1 BY 1
            UNTIL AS-IDX IS GREATER THAN WS-ASSIGN-COUNT
        IF WS-AS-TABLE(AS-IDX) IS NOT EQUAL TO WS-BREAK-KEY(1:4)
            MOVE WS-AS-TABLE(AS-IDX) TO WS-BREAK-KEY
            MOVE SPACES TO WS-PRINT-TITLE
            STRING "GAME NIGHT " WS-EVENT-DATE " TABLE "
                WS-AS-TABLE(AS-IDX)
                DELIMITED BY SIZE INTO WS-PRINT-TITLE
            MOVE 999 TO WS-PRINT-LINE-COUNT
        END-IF
        MOVE SPACES TO WS-SCHEDULE-LINE
        MOVE WS-AS-SLOT(AS-IDX) TO WSS-SLOT
        MOVE WS-AS-TABLE(AS-IDX) TO WSS-TABLE
        MOVE WS-AS-GAME(AS-IDX) TO WSS-GAME
        MOVE WS-AS-REG-ID(AS-IDX) TO WSS-REG-ID
        MOVE WS-AS-NAME(AS-IDX) TO WSS-NAME
        IF WS-AS-OPPONENT(AS-IDX) IS NOT EQUAL TO SPACES
            STRING "PLAYS " WS-AS-OPPONENT(AS-IDX)
                DELIMITED BY SIZE INTO WSS-NOTE
        END-IF
        MOVE WS-SCHEDULE-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM.

      *> One itinerary per player: every game they are seated for that
      *> evening in slot order.
4000-WRITE-ITINERARIES.
    PERFORM VARYING AS-IDX FROM 1 BY 1
            UNTIL AS-IDX IS GREATER THAN WS-ASSIGN-COUNT
        STRING WS-AS-REG-ID(AS-IDX) WS-AS-SLOT(AS-IDX)
            WS-AS-TABLE(AS-IDX)
            DELIMITED BY SIZE INTO WS-AS-SORT-KEY(AS-IDX)
    END-PERFORM
    PERFORM 6000-SORT-ASSIGNMENTS
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "GAME NIGHT " WS-EVENT-DATE " ITINERARIES"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE HIGH-VALUES TO WS-BREAK-KEY
    PERFORM VARYING AS-IDX FROM 1 BY 1
            UNTIL AS-IDX IS GREATER THAN WS-ASSIGN-COUNT
        IF WS-AS-REG-ID(AS-IDX) IS NOT EQUAL TO WS-BREAK-KEY
            IF WS-BREAK-KEY IS NOT EQUAL TO HIGH-VALUES
                MOVE SPACES TO WS-PRINT-LINE
                PERFORM 9700-PRINT-LINE
            END-IF
            MOVE WS-AS-REG-ID(AS-IDX) TO WS-BREAK-KEY
        END-IF
        MOVE SPACES TO WS-SCHEDULE-LINE
        MOVE WS-AS-SLOT(AS-IDX) TO WSS-SLOT
        MOVE WS-AS-TABLE(AS-IDX) TO WSS-TABLE
        MOVE WS-AS-GAME(AS-IDX) TO WSS-GAME
        MOVE WS-AS-REG-ID(AS-IDX) TO WSS-REG-ID
        MOVE WS-AS-NAME(AS-IDX) TO WSS-NAME
        IF WS-AS-OPPONENT(AS-IDX) IS NOT EQUAL TO SPACES
            STRING "PLAYS " WS-AS-OPPONENT(AS-IDX)
                DELIMITED BY SIZE INTO WSS-NOTE
        END-IF
        MOVE WS-SCHEDULE-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM.

5000-WRITE-WAITLIST.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "GAME NIGHT " WS-EVENT-DATE " WAITLIST"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "SLOT          GAME    PLAYER  NAME"
        "                  REASON"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING SU-IDX FROM 1 BY 1
            UNTIL SU-IDX IS GREATER THAN WS-SIGNUP-COUNT
        IF SU-WAITLISTED(SU-IDX)
            MOVE SPACES TO WS-SCHEDULE-LINE
            MOVE WS-SU-SLOT(SU-IDX) TO WSS-SLOT
            MOVE WS-SU-GAME(SU-IDX) TO WSS-GAME
            MOVE WS-SU-REG-ID(SU-IDX) TO WSS-REG-ID
            MOVE WS-SU-NAME(SU-IDX) TO WSS-NAME
            MOVE WS-SU-REASON(SU-IDX) TO WSS-NOTE
            MOVE WS-SCHEDULE-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "SIGN-UPS " WS-SIGNUP-COUNT
        "   PLACED " WS-PLACED-COUNT
        "   WAITLISTED " WS-WAITLIST-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

6000-SORT-ASSIGNMENTS.
    PERFORM VARYING AS-IDX FROM 1 BY 1
            UNTIL AS-IDX IS NOT LESS THAN WS-ASSIGN-COUNT
        PERFORM VARYING SWAP-IDX FROM 1 BY 1
                UNTIL SWAP-IDX IS NOT LESS THAN WS-ASSIGN-COUNT
            IF WS-AS-SORT-KEY(SWAP-IDX) IS GREATER THAN
                    WS-AS-SORT-KEY(SWAP-IDX + 1)
                MOVE WS-ASSIGN-ENTRY(SWAP-IDX) TO WS-ASSIGN-SWAP
                MOVE WS-ASSIGN-ENTRY(SWAP-IDX + 1)
                    TO WS-ASSIGN-ENTRY(SWAP-IDX)
                MOVE WS-ASSIGN-SWAP TO WS-ASSIGN-ENTRY(SWAP-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SCHEDULE-REPORT-REC==.
