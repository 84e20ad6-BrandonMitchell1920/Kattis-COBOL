IDENTIFICATION DIVISION.
    PROGRAM-ID. PetDepartmentTeams.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SEASON-FILE ASSIGN TO "PETSEASN"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PS-KEY
            FILE STATUS IS WS-SEASON-STATUS.
        SELECT ROSTER-FILE ASSIGN TO "PETROSTR"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
        SELECT TEAM-LEDGER-FILE ASSIGN TO "PETTEAM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
        SELECT TEAM-REPORT-FILE ASSIGN TO "PETTEAMR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD SEASON-FILE.
        01 PS-REC.
            05 PS-KEY.
                10 PS-SEASON PIC X(6).
                10 PS-PERSON-NUM PIC 9.
            05 PS-TOTAL PIC 9(8).
            05 PS-ROUNDS PIC 9(5).
            05 PS-RUNS PIC 9(4).

    FD ROSTER-FILE.
        01 ROSTER-REC.
            05 ROSTER-PERSON-NUM PIC 9.
            05 FILLER PIC X.
            05 ROSTER-NAME PIC X(20).
            05 FILLER PIC X.
            05 ROSTER-DEPARTMENT PIC X(10).

      *> Team ledger: the points and rounds each player has earned for
      *> each department in a season.  PETSEASN only holds a player's
      *> running season total, so every posting credits the growth
      *> since the last posting to the department the roster shows
      *> that night; a player who moves mid-season leaves the points
      *> already earned with the old department.  The week buckets
      *> split the same points by week of the month.
    FD TEAM-LEDGER-FILE.
        01 TEAM-LEDGER-REC.
            05 TM-SEASON PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 TM-PERSON-NUM PIC 9.
            05 FILLER PIC X VALUE SPACE.
            05 TM-DEPARTMENT PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 TM-POINTS PIC 9(8).
            05 FILLER PIC X VALUE SPACE.
            05 TM-ROUNDS PIC 9(5).
            05 TM-WEEK OCCURS 5 TIMES.
                10 FILLER PIC X.
                10 TM-WEEK-POINTS PIC 9(8).

    FD TEAM-REPORT-FILE.
        01 TEAM-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-SEASON-STATUS PIC XX.
        01 WS-ROSTER-STATUS PIC XX.
        01 WS-LEDGER-STATUS PIC XX.
        01 WS-ROSTER-EOF PIC X VALUE "N".
            88 ROSTER-EOF VALUE "Y".
        01 WS-LEDGER-EOF PIC X VALUE "N".
            88 LEDGER-EOF VALUE "Y".
        01 WS-SCAN-DONE PIC X VALUE "N".
            88 SCAN-DONE VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 POST-MODE VALUE "POST".
            88 TROPHY-MODE VALUE "TROPHY".
        01 WS-REQUESTED-SEASON PIC X(6).
      *> A department needs PETTMMIN players with points in the season
      *> before it is ranked; team points are the average per player so
      *> a large department does not win on head count alone.
        01 PET-TEAM-MINIMUM PIC 9(3) VALUE 3.
        01 WS-DAY-NUM PIC 99.
        01 WS-WEEK-NUM PIC 9.
        01 WS-ROSTER-TABLE.
            05 WS-ROSTER-ENTRY OCCURS 9 TIMES.
                10 WS-ROSTER-NAME PIC X(20).
                10 WS-ROSTER-DEPT PIC X(10).
        01 WS-LEDGER-TABLE.
            05 WS-LEDGER-ENTRY OCCURS 500 TIMES.
                10 WS-LG-SEASON PIC X(6).
                10 WS-LG-PERSON PIC 9.
                10 WS-LG-DEPT PIC X(10).
                10 WS-LG-POINTS PIC 9(8).
                10 WS-LG-ROUNDS PIC 9(5).
                10 WS-LG-WEEK-POINTS PIC 9(8) OCCURS 5 TIMES.
        01 WS-LEDGER-COUNT PIC 9(3) VALUE ZEROS.
        01 LG-IDX PIC 9(3).
        01 WS-LEDGER-IDX PIC 9(3).
        01 WK-IDX PIC 9.
        01 WS-POSTED-POINTS PIC 9(9).
        01 WS-POSTED-ROUNDS PIC 9(7).
        01 WS-NEW-POINTS PIC S9(9).
        01 WS-NEW-ROUNDS PIC S9(7).
        01 WS-PLAYERS-POSTED PIC 9(3) VALUE ZEROS.
        01 WS-PLAYERS-OUT-OF-STEP PIC 9(3) VALUE ZEROS.
        01 WS-UNASSIGNED-POINTS PIC 9(9) VALUE ZEROS.
        01 WS-TEAM-TABLE.
            05 WS-TEAM-ENTRY OCCURS 50 TIMES.
                10 WS-TM-DEPT PIC X(10).
                10 WS-TM-PLAYERS PIC 9(3).
                10 WS-TM-POINTS PIC 9(9).
                10 WS-TM-ROUNDS PIC 9(7).
                10 WS-TM-WEEK-POINTS PIC 9(9).
                10 WS-TM-AVERAGE PIC 9(7)V99.
                10 WS-TM-QUALIFIED PIC X.
        01 WS-TEAM-COUNT PIC 99 VALUE ZEROS.
        01 TM-IDX PIC 99.
        01 SWAP-IDX PIC 99.
        01 WS-SWAP-ENTRY PIC X(48).
        01 WS-SWAP-WANTED PIC X.
            88 SWAP-WANTED VALUE "Y".
        01 WS-RANK PIC 99.
        01 WS-QUALIFIED-COUNT PIC 99 VALUE ZEROS.
        01 WS-PLACE-NAME PIC X(12).
        01 WS-TEAM-LINE.
            05 WST-RANK PIC Z9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WST-DEPT PIC X(10).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-PLAYERS PIC ZZ9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-ROUNDS PIC Z(5)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-POINTS PIC Z(8)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-WEEK-POINTS PIC Z(8)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-AVERAGE PIC Z(6)9.99.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WST-NOTE PIC X(34).
        01 WS-MEMBER-LINE.
            05 FILLER PIC X(8) VALUE SPACE.
            05 WSM-PERSON PIC 9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSM-NAME PIC X(20).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSM-ROUNDS PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSM-POINTS PIC Z(7)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSM-NOTE PIC X(30).
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
        MOVE "POST" TO WS-MODE
    END-IF
    ACCEPT WS-REQUESTED-SEASON
    IF WS-REQUESTED-SEASON IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:6) TO WS-REQUESTED-SEASON
    END-IF
    DISPLAY "RUN " WS-RUN-ID " PET DEPARTMENT TEAMS " WS-MODE
        " SEASON " WS-REQUESTED-SEASON
    IF NOT POST-MODE AND NOT TROPHY-MODE
        DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
            " - EXPECTED POST OR TROPHY"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-READ-PARAMETERS
    PERFORM 1100-LOAD-ROSTER
    PERFORM 1200-LOAD-LEDGER
    IF POST-MODE
        PERFORM 2000-POST-SEASON-GROWTH
    END-IF
    PERFORM 3000-BUILD-TEAM-TABLE
    PERFORM 3500-RANK-TEAMS
    OPEN OUTPUT TEAM-REPORT-FILE
    IF POST-MODE
        PERFORM 4000-WRITE-WEEKLY-TABLE
    ELSE
        PERFORM 5000-WRITE-TROPHY-REPORT
    END-IF
    CLOSE TEAM-REPORT-FILE
    DISPLAY "DEPARTMENTS " WS-TEAM-COUNT
        " QUALIFIED " WS-QUALIFIED-COUNT
        " PLAYERS POSTED " WS-PLAYERS-POSTED
        " OUT OF STEP " WS-PLAYERS-OUT-OF-STEP
    IF WS-PLAYERS-OUT-OF-STEP IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="PETTEAM "==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "PETTMMIN"
                COMPUTE PET-TEAM-MINIMUM = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-ROSTER.
    MOVE SPACES TO WS-ROSTER-TABLE
    OPEN INPUT ROSTER-FILE
    IF WS-ROSTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ROSTER FILE NOT AVAILABLE - STATUS "
            WS-ROSTER-STATUS " - DEPARTMENTS UNRESOLVED"
        EXIT PARAGRAPH
    END-IF
    READ ROSTER-FILE
        AT END SET ROSTER-EOF TO TRUE
    END-READ
    PERFORM UNTIL ROSTER-EOF
        IF ROSTER-PERSON-NUM IS NUMERIC AND
                ROSTER-PERSON-NUM IS GREATER THAN ZERO
            MOVE ROSTER-NAME TO WS-ROSTER-NAME(ROSTER-PERSON-NUM)
            MOVE ROSTER-DEPARTMENT TO WS-ROSTER-DEPT(ROSTER-PERSON-NUM)
        END-IF
        READ ROSTER-FILE
            AT END SET ROSTER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ROSTER-FILE.

1200-LOAD-LEDGER.
    OPEN INPUT TEAM-LEDGER-FILE
    IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO TEAM LEDGER ON FILE - STARTING A NEW ONE"
        EXIT PARAGRAPH
    END-IF
    READ TEAM-LEDGER-FILE
        AT END SET LEDGER-EOF TO TRUE
    END-READ
    PERFORM UNTIL LEDGER-EOF
        IF WS-LEDGER-COUNT IS EQUAL TO 500
            DISPLAY "EXCEPTION: MORE THAN 500 TEAM LEDGER LINES"
                " - LEDGER NOT UPDATED"
            CLOSE TEAM-LEDGER-FILE
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
        END-IF
        ADD 1 TO WS-LEDGER-COUNT
        MOVE TM-SEASON TO WS-LG-SEASON(WS-LEDGER-COUNT)
        MOVE TM-PERSON-NUM TO WS-LG-PERSON(WS-LEDGER-COUNT)
        MOVE TM-DEPARTMENT TO WS-LG-DEPT(WS-LEDGER-COUNT)
        MOVE TM-POINTS TO WS-LG-POINTS(WS-LEDGER-COUNT)
        MOVE TM-ROUNDS TO WS-LG-ROUNDS(WS-LEDGER-COUNT)
        PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX IS GREATER THAN 5
            MOVE TM-WEEK-POINTS(WK-IDX)
                TO WS-LG-WEEK-POINTS(WS-LEDGER-COUNT, WK-IDX)
        END-PERFORM
        READ TEAM-LEDGER-FILE
            AT END SET LEDGER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE TEAM-LEDGER-FILE.

      *> Runs right after Pet has posted the night's rounds.  Whatever
      *> a player's season total has grown by since the ledger last saw
      *> it belongs to the department they are in tonight.
2000-POST-SEASON-GROWTH.
    MOVE WS-RUN-DATE(7:2) TO WS-DAY-NUM
    COMPUTE WS-WEEK-NUM = ((WS-DAY-NUM - 1) / 7) + 1
    IF WS-WEEK-NUM IS GREATER THAN 5
        MOVE 5 TO WS-WEEK-NUM
    END-IF
    OPEN INPUT SEASON-FILE
    IF WS-SEASON-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: SEASON MASTER NOT AVAILABLE - STATUS "
            WS-SEASON-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE WS-REQUESTED-SEASON TO PS-SEASON
    MOVE ZERO TO PS-PERSON-NUM
    START SEASON-FILE KEY IS NOT LESS THAN PS-KEY
        INVALID KEY SET SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL SCAN-DONE
        READ SEASON-FILE NEXT RECORD
            AT END SET SCAN-DONE TO TRUE
        END-READ
        IF NOT SCAN-DONE
            IF PS-SEASON IS NOT EQUAL TO WS-REQUESTED-SEASON
                SET SCAN-DONE TO TRUE
            ELSE
                PERFORM 2100-POST-ONE-PLAYER
            END-IF
        END-IF
    END-PERFORM
    CLOSE SEASON-FILE
    PERFORM 2900-REWRITE-LEDGER
    IF WS-UNASSIGNED-POINTS IS GREATER THAN ZERO
        DISPLAY "NOTE: " WS-UNASSIGNED-POINTS
            " POINTS POSTED FOR PLAYERS WITH NO DEPARTMENT"
    END-IF.

2100-POST-ONE-PLAYER.
    MOVE ZEROS TO WS-POSTED-POINTS, WS-POSTED-ROUNDS
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LEDGER-COUNT
        IF WS-LG-SEASON(LG-IDX) IS EQUAL TO WS-REQUESTED-SEASON AND
                WS-LG-PERSON(LG-IDX) IS EQUAL TO PS-PERSON-NUM
            ADD WS-LG-POINTS(LG-IDX) TO WS-POSTED-POINTS
            ADD WS-LG-ROUNDS(LG-IDX) TO WS-POSTED-ROUNDS
        END-IF
    END-PERFORM
    COMPUTE WS-NEW-POINTS = PS-TOTAL - WS-POSTED-POINTS
    COMPUTE WS-NEW-ROUNDS = PS-ROUNDS - WS-POSTED-ROUNDS
    IF WS-NEW-POINTS IS LESS THAN ZERO OR
            WS-NEW-ROUNDS IS LESS THAN ZERO
        ADD 1 TO WS-PLAYERS-OUT-OF-STEP
        DISPLAY "EXCEPTION: PLAYER " PS-PERSON-NUM
            " SEASON TOTAL BELOW POINTS ALREADY CREDITED"
            " - NOT POSTED"
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-POINTS IS EQUAL TO ZERO AND
            WS-NEW-ROUNDS IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO WS-LEDGER-IDX
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LEDGER-COUNT
        IF WS-LG-SEASON(LG-IDX) IS EQUAL TO WS-REQUESTED-SEASON AND
                WS-LG-PERSON(LG-IDX) IS EQUAL TO PS-PERSON-NUM AND
                WS-LG-DEPT(LG-IDX) IS EQUAL TO
                WS-ROSTER-DEPT(PS-PERSON-NUM)
            MOVE LG-IDX TO WS-LEDGER-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-LEDGER-IDX IS EQUAL TO ZERO
        IF WS-LEDGER-COUNT IS EQUAL TO 500
            ADD 1 TO WS-PLAYERS-OUT-OF-STEP
            DISPLAY "EXCEPTION: TEAM LEDGER FULL - PLAYER "
                PS-PERSON-NUM " NOT POSTED"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-LEDGER-COUNT
        MOVE WS-LEDGER-COUNT TO WS-LEDGER-IDX
        MOVE WS-REQUESTED-SEASON TO WS-LG-SEASON(WS-LEDGER-IDX)
        MOVE PS-PERSON-NUM TO WS-LG-PERSON(WS-LEDGER-IDX)
        MOVE WS-ROSTER-DEPT(PS-PERSON-NUM) TO WS-LG-DEPT(WS-LEDGER-IDX)
        MOVE ZEROS TO WS-LG-POINTS(WS-LEDGER-IDX),
            WS-LG-ROUNDS(WS-LEDGER-IDX)
        PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX IS GREATER THAN 5
            MOVE ZEROS TO WS-LG-WEEK-POINTS(WS-LEDGER-IDX, WK-IDX)
        END-PERFORM
    END-IF
    ADD 1 TO WS-PLAYERS-POSTED
    ADD WS-NEW-POINTS TO WS-LG-POINTS(WS-LEDGER-IDX)
    ADD WS-NEW-ROUNDS TO WS-LG-ROUNDS(WS-LEDGER-IDX)
    ADD WS-NEW-POINTS TO WS-LG-WEEK-POINTS(WS-LEDGER-IDX, WS-WEEK-NUM)
    IF WS-ROSTER-DEPT(PS-PERSON-NUM) IS EQUAL TO SPACES
        ADD WS-NEW-POINTS TO WS-UNASSIGNED-POINTS
    END-IF.

2900-REWRITE-LEDGER.
    OPEN OUTPUT TEAM-LEDGER-FILE
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LEDGER-COUNT
        MOVE SPACES TO TEAM-LEDGER-REC
        MOVE WS-LG-SEASON(LG-IDX) TO TM-SEASON
        MOVE WS-LG-PERSON(LG-IDX) TO TM-PERSON-NUM
        MOVE WS-LG-DEPT(LG-IDX) TO TM-DEPARTMENT
        MOVE WS-LG-POINTS(LG-IDX) TO TM-POINTS
        MOVE WS-LG-ROUNDS(LG-IDX) TO TM-ROUNDS
        PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX IS GREATER THAN 5
            MOVE WS-LG-WEEK-POINTS(LG-IDX, WK-IDX)
                TO TM-WEEK-POINTS(WK-IDX)
        END-PERFORM
        WRITE TEAM-LEDGER-REC
    END-PERFORM
    CLOSE TEAM-LEDGER-FILE.

      *> One team line per department with points in the season.  A
      *> player who changed department counts as a participant for
      *> each department they scored for.
3000-BUILD-TEAM-TABLE.
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LEDGER-COUNT
        IF WS-LG-SEASON(LG-IDX) IS EQUAL TO WS-REQUESTED-SEASON AND
                WS-LG-DEPT(LG-IDX) IS NOT EQUAL TO SPACES AND
                WS-LG-ROUNDS(LG-IDX) IS GREATER THAN ZERO
            PERFORM 3100-ADD-TO-TEAM
        END-IF
    END-PERFORM
    PERFORM VARYING TM-IDX FROM 1 BY 1
            UNTIL TM-IDX IS GREATER THAN WS-TEAM-COUNT
        COMPUTE WS-TM-AVERAGE(TM-IDX) ROUNDED =
            WS-TM-POINTS(TM-IDX) / WS-TM-PLAYERS(TM-IDX)
        IF WS-TM-PLAYERS(TM-IDX) IS NOT LESS THAN PET-TEAM-MINIMUM
            MOVE "Y" TO WS-TM-QUALIFIED(TM-IDX)
            ADD 1 TO WS-QUALIFIED-COUNT
        ELSE
            MOVE "N" TO WS-TM-QUALIFIED(TM-IDX)
        END-IF
    END-PERFORM.

3100-ADD-TO-TEAM.
    PERFORM VARYING TM-IDX FROM 1 BY 1
            UNTIL TM-IDX IS GREATER THAN WS-TEAM-COUNT
        IF WS-TM-DEPT(TM-IDX) IS EQUAL TO WS-LG-DEPT(LG-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF TM-IDX IS GREATER THAN WS-TEAM-COUNT
        IF WS-TEAM-COUNT IS EQUAL TO 50
            DISPLAY "EXCEPTION: MORE THAN 50 DEPARTMENTS - "
                WS-LG-DEPT(LG-IDX) " LEFT OFF THE TABLE"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-TEAM-COUNT
        MOVE WS-TEAM-COUNT TO TM-IDX
        MOVE WS-LG-DEPT(LG-IDX) TO WS-TM-DEPT(TM-IDX)
        MOVE ZEROS TO WS-TM-PLAYERS(TM-IDX), WS-TM-POINTS(TM-IDX),
            WS-TM-ROUNDS(TM-IDX), WS-TM-WEEK-POINTS(TM-IDX)
    END-IF
    ADD 1 TO WS-TM-PLAYERS(TM-IDX)
    ADD WS-LG-POINTS(LG-IDX) TO WS-TM-POINTS(TM-IDX)
    ADD WS-LG-ROUNDS(LG-IDX) TO WS-TM-ROUNDS(TM-IDX)
    IF POST-MODE
        ADD WS-LG-WEEK-POINTS(LG-IDX, WS-WEEK-NUM)
            TO WS-TM-WEEK-POINTS(TM-IDX)
    END-IF.

      *> Qualified departments first, best average first; equal
      *> averages list alphabetically so the table is stable.
3500-RANK-TEAMS.
    PERFORM VARYING TM-IDX FROM 1 BY 1
            UNTIL TM-IDX IS NOT LESS THAN WS-TEAM-COUNT
        PERFORM VARYING SWAP-IDX FROM 1 BY 1
                UNTIL SWAP-IDX IS NOT LESS THAN WS-TEAM-COUNT
            MOVE "N" TO WS-SWAP-WANTED
            IF WS-TM-QUALIFIED(SWAP-IDX) IS LESS THAN
                    WS-TM-QUALIFIED(SWAP-IDX + 1)
                SET SWAP-WANTED TO TRUE
            END-IF
            IF WS-TM-QUALIFIED(SWAP-IDX) IS EQUAL TO
                    WS-TM-QUALIFIED(SWAP-IDX + 1) AND
                    WS-TM-AVERAGE(SWAP-IDX) IS LESS THAN
                    WS-TM-AVERAGE(SWAP-IDX + 1)
                SET SWAP-WANTED TO TRUE
            END-IF
            IF WS-TM-QUALIFIED(SWAP-IDX) IS EQUAL TO
                    WS-TM-QUALIFIED(SWAP-IDX + 1) AND
                    WS-TM-AVERAGE(SWAP-IDX) IS EQUAL TO
                    WS-TM-AVERAGE(SWAP-IDX + 1) AND
                    WS-TM-DEPT(SWAP-IDX) IS GREATER THAN
                    WS-TM-DEPT(SWAP-IDX + 1)
                SET SWAP-WANTED TO TRUE
            END-IF
            IF SWAP-WANTED
                MOVE WS-TEAM-ENTRY(SWAP-IDX) TO WS-SWAP-ENTRY
                MOVE WS-TEAM-ENTRY(SWAP-IDX + 1)
                    TO WS-TEAM-ENTRY(SWAP-IDX)
                MOVE WS-SWAP-ENTRY TO WS-TEAM-ENTRY(SWAP-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

4000-WRITE-WEEKLY-TABLE.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "PET DEPARTMENT TABLE " WS-REQUESTED-SEASON
        " WEEK " WS-WEEK-NUM
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "RANK DEPARTMENT  PLAYERS  ROUNDS     POINTS  THIS WEEK"
        "   AVG/PLAYER"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    PERFORM 6000-WRITE-STANDINGS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "DEPARTMENTS " WS-TEAM-COUNT
        "   QUALIFIED " WS-QUALIFIED-COUNT
        "   MINIMUM PLAYERS TO QUALIFY " PET-TEAM-MINIMUM
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Season-end awards: the final table, the top three qualified
      *> departments named, and each department's scoring players
      *> with the points they earned for it.
5000-WRITE-TROPHY-REPORT.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "PET DEPARTMENT TROPHY " WS-REQUESTED-SEASON
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "RANK DEPARTMENT  PLAYERS  ROUNDS     POINTS"
        "             AVG/PLAYER"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    IF WS-REQUESTED-SEASON IS EQUAL TO WS-RUN-DATE(1:6)
        MOVE "NOTE: SEASON STILL IN PROGRESS - STANDINGS NOT FINAL"
            TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    PERFORM 6000-WRITE-STANDINGS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF WS-QUALIFIED-COUNT IS EQUAL TO ZERO
        MOVE SPACES TO WS-PRINT-LINE
        STRING "NO DEPARTMENT FIELDED " PET-TEAM-MINIMUM
            " PLAYERS - NO TROPHY AWARDED"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    PERFORM VARYING TM-IDX FROM 1 BY 1
            UNTIL TM-IDX IS GREATER THAN WS-QUALIFIED-COUNT
                OR TM-IDX IS GREATER THAN 3
        EVALUATE TM-IDX
            WHEN 1
                MOVE "CHAMPIONS" TO WS-PLACE-NAME
            WHEN 2
                MOVE "RUNNERS-UP" TO WS-PLACE-NAME
            WHEN OTHER
                MOVE "THIRD PLACE" TO WS-PLACE-NAME
        END-EVALUATE
        MOVE WS-TM-AVERAGE(TM-IDX) TO WST-AVERAGE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "*** " WS-PLACE-NAME " - " WS-TM-DEPT(TM-IDX)
            " - " WST-AVERAGE " POINTS PER PLAYER ***"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    PERFORM VARYING TM-IDX FROM 1 BY 1
            UNTIL TM-IDX IS GREATER THAN WS-TEAM-COUNT
        PERFORM 5100-WRITE-TEAM-MEMBERS
    END-PERFORM.

5100-WRITE-TEAM-MEMBERS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "DEPARTMENT " WS-TM-DEPT(TM-IDX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LEDGER-COUNT
        IF WS-LG-SEASON(LG-IDX) IS EQUAL TO WS-REQUESTED-SEASON AND
                WS-LG-DEPT(LG-IDX) IS EQUAL TO WS-TM-DEPT(TM-IDX) AND
                WS-LG-ROUNDS(LG-IDX) IS GREATER THAN ZERO
            MOVE SPACES TO WS-MEMBER-LINE
            MOVE WS-LG-PERSON(LG-IDX) TO WSM-PERSON
            MOVE WS-ROSTER-NAME(WS-LG-PERSON(LG-IDX)) TO WSM-NAME
            MOVE WS-LG-ROUNDS(LG-IDX) TO WSM-ROUNDS
            MOVE WS-LG-POINTS(LG-IDX) TO WSM-POINTS
            IF WS-ROSTER-DEPT(WS-LG-PERSON(LG-IDX)) IS NOT EQUAL TO
                    WS-TM-DEPT(TM-IDX)
                STRING "NOW WITH " WS-ROSTER-DEPT(WS-LG-PERSON(LG-IDX))
                    DELIMITED BY SIZE INTO WSM-NOTE
            END-IF
            MOVE WS-MEMBER-LINE TO WS-PRINT-LINE
            PERFORM 9700-PRINT-LINE
        END-IF
    END-PERFORM.

6000-WRITE-STANDINGS.
    MOVE ZEROS TO WS-RANK
    PERFORM VARYING TM-IDX FROM 1 BY 1
            UNTIL TM-IDX IS GREATER THAN WS-TEAM-COUNT
        MOVE SPACES TO WS-TEAM-LINE
        IF WS-TM-QUALIFIED(TM-IDX) IS EQUAL TO "Y"
            ADD 1 TO WS-RANK
            MOVE WS-RANK TO WST-RANK
        ELSE
            STRING "NOT QUALIFIED - UNDER " PET-TEAM-MINIMUM
                " PLAYERS"
                DELIMITED BY SIZE INTO WST-NOTE
        END-IF
        MOVE WS-TM-DEPT(TM-IDX) TO WST-DEPT
        MOVE WS-TM-PLAYERS(TM-IDX) TO WST-PLAYERS
        MOVE WS-TM-ROUNDS(TM-IDX) TO WST-ROUNDS
        MOVE WS-TM-POINTS(TM-IDX) TO WST-POINTS
        IF POST-MODE
            MOVE WS-TM-WEEK-POINTS(TM-IDX) TO WST-WEEK-POINTS
        END-IF
        MOVE WS-TM-AVERAGE(TM-IDX) TO WST-AVERAGE
        MOVE WS-TEAM-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==TEAM-REPORT-REC==.
