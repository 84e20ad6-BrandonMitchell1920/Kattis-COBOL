IDENTIFICATION DIVISION.
    PROGRAM-ID. ReleaseImpact.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY relregsel.
        COPY rrhissel.
        SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
        SELECT RELEASE-REPORT-FILE ASSIGN TO "RELIMPR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY relregfd.
    COPY rrhisfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD STEP-HISTORY-FILE.
        01 STEP-HISTORY-REC.
            05 HIST-PROGRAM-NAME PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-RUN-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-START-TIME PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-END-TIME PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-ELAPSED-SECS PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-RETURN-CODE PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-VERSION PIC X(8).

    FD RELEASE-REPORT-FILE.
        01 RELEASE-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-RELREG-STATUS PIC XX.
        01 WS-RERUN-HISTORY-STATUS PIC XX.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-RELREG-EOF PIC X VALUE "N".
            88 RELREG-EOF VALUE "Y".
        01 WS-RERUN-EOF PIC X VALUE "N".
            88 RERUN-EOF VALUE "Y".
        01 WS-HIST-EOF PIC X VALUE "N".
            88 HISTORY-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 SLOW-PERCENT-LIMIT PIC 9(3) VALUE 50.
        01 WINDOW-DAYS PIC 9(3) VALUE 30.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-WINDOW-START PIC X(8).
        01 WS-DATE-NUM PIC 9(8).
      *> Every release on the register, with what has run under it.
        01 WS-RELEASE-TABLE.
            05 WS-RELEASE-ENTRY OCCURS 300 TIMES.
                10 WS-RL-PROGRAM PIC X(8).
                10 WS-RL-VERSION PIC X(8).
                10 WS-RL-INSTALL-DATE PIC X(8).
                10 WS-RL-TICKET PIC X(12).
                10 WS-RL-RUNS PIC 9(5).
                10 WS-RL-SECS PIC 9(9).
                10 WS-RL-FAILED PIC 9(5).
                10 WS-RL-RERUN-DIFFS PIC 9(5).
        01 WS-RELEASE-COUNT PIC 9(3) VALUE ZEROS.
        01 RL-IDX PIC 9(3).
        01 PRIOR-IDX PIC 9(3).
        01 SCAN-IDX PIC 9(3).
        01 WS-RELEASE-FOUND PIC X.
            88 RELEASE-FOUND VALUE "Y".
        01 WS-WANTED-PROGRAM PIC X(8).
        01 WS-WANTED-VERSION PIC X(8).
        01 WS-WANTED-DATE PIC X(8).
        01 WS-BEST-DATE PIC X(8).
      *> Programs that ran in the window with no release on file.
        01 WS-UNREGISTERED-TABLE.
            05 WS-UNREGISTERED-ENTRY OCCURS 100 TIMES.
                10 WS-UR-PROGRAM PIC X(8).
                10 WS-UR-RUNS PIC 9(5).
                10 WS-UR-LAST-DATE PIC X(8).
                10 WS-UR-VERSION PIC X(8).
        01 WS-UNREGISTERED-COUNT PIC 9(3) VALUE ZEROS.
        01 UR-IDX PIC 9(3).
        01 WS-AVG-SECS PIC 9(7).
        01 WS-PRIOR-AVG-SECS PIC 9(7).
        01 WS-LIMIT-SECS PIC 9(8).
        01 WS-CHANGE-PCT PIC S9(5).
        01 WS-REGISTER-REJECTS PIC 9(5) VALUE ZEROS.
        01 WS-RELEASES-IN-WINDOW PIC 9(5) VALUE ZEROS.
        01 WS-SLOWER-RELEASES PIC 9(5) VALUE ZEROS.
        01 WS-FAILING-RELEASES PIC 9(5) VALUE ZEROS.
        01 WS-RERUN-CHANGES PIC 9(5) VALUE ZEROS.
        01 WS-RELEASE-CHANGES PIC 9(5) VALUE ZEROS.
        01 WS-RELEASE-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-PROGRAM PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-VERSION PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-INSTALL-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-TICKET PIC X(12).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-RUNS PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-AVG-SECS PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-PRIOR-VERSION PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-PRIOR-AVG-SECS PIC Z(6)9.
            05 WSR-PRIOR-AVG-X REDEFINES WSR-PRIOR-AVG-SECS PIC X(7).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-CHANGE-PCT PIC -(4)9.
            05 WSR-CHANGE-PCT-X REDEFINES WSR-CHANGE-PCT PIC X(5).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-FAILED PIC Z(3)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-RERUN-DIFFS PIC Z(3)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSR-FLAG PIC X(12).
        01 WS-RERUN-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-PROGRAM PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-ORIGINAL-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-COMPARE-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-ORIGINAL-VERSION PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-RERUN-VERSION PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-CHANGED PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-ADDED PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-REMOVED PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSC-ATTRIBUTION PIC X(36).
        01 WS-UNREGISTERED-LINE.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSU-PROGRAM PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSU-RUNS PIC Z(4)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSU-LAST-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSU-VERSION PIC X(8).
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
    PERFORM 1000-READ-PARAMETERS
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WINDOW-DAYS)
    MOVE WS-DATE-NUM TO WS-WINDOW-START
    DISPLAY "RUN " WS-RUN-ID " RELEASE IMPACT SINCE " WS-WINDOW-START
    PERFORM 1100-LOAD-REGISTER
    PERFORM 2000-APPLY-STEP-HISTORY
    OPEN OUTPUT RELEASE-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    PERFORM 3000-PRINT-RELEASES
    PERFORM 4000-PRINT-RERUN-CHANGES
    PERFORM 5000-PRINT-UNREGISTERED
    CLOSE RELEASE-REPORT-FILE
    DISPLAY "RELEASES " WS-RELEASES-IN-WINDOW
        " SLOWER " WS-SLOWER-RELEASES
        " FAILING " WS-FAILING-RELEASES
        " RERUN CHANGES " WS-RERUN-CHANGES
        " FROM A RELEASE " WS-RELEASE-CHANGES
        " UNREGISTERED " WS-UNREGISTERED-COUNT
    IF WS-SLOWER-RELEASES IS GREATER THAN ZERO
            OR WS-FAILING-RELEASES IS GREATER THAN ZERO
            OR WS-RELEASE-CHANGES IS GREATER THAN ZERO
            OR WS-UNREGISTERED-COUNT IS GREATER THAN ZERO
            OR WS-REGISTER-REJECTS IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="RELIMPCT"==.

    COPY busdateget.

      *> The slow-step threshold is StepHistory's own, so a release is
      *> called slower on the same terms a night is called over norm.
1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        EVALUATE PARM-PROGRAM-NAME
            WHEN "STEPHIST"
                COMPUTE SLOW-PERCENT-LIMIT =
                    FUNCTION NUMVAL(PARM-VALUE)
            WHEN "RELIMPCT"
                COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(PARM-VALUE)
        END-EVALUATE
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-REGISTER.
    OPEN INPUT RELEASE-REGISTER-FILE
    IF WS-RELREG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: RELEASE REGISTER NOT AVAILABLE - STATUS "
            WS-RELREG-STATUS " - NO REPORT"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ RELEASE-REGISTER-FILE
        AT END SET RELREG-EOF TO TRUE
    END-READ
    PERFORM UNTIL RELREG-EOF
        EVALUATE TRUE
            WHEN REL-PROGRAM-NAME IS EQUAL TO SPACES
                    OR REL-VERSION IS EQUAL TO SPACES
                    OR REL-INSTALL-DATE IS NOT NUMERIC
                ADD 1 TO WS-REGISTER-REJECTS
                DISPLAY "EXCEPTION: REGISTER ENTRY "
                    REL-PROGRAM-NAME " " REL-VERSION " "
                    REL-INSTALL-DATE " IS INCOMPLETE - IGNORED"
            WHEN WS-RELEASE-COUNT IS EQUAL TO 300
                ADD 1 TO WS-REGISTER-REJECTS
                DISPLAY "EXCEPTION: RELEASE TABLE FULL - "
                    REL-PROGRAM-NAME " " REL-VERSION " IGNORED"
            WHEN OTHER
                ADD 1 TO WS-RELEASE-COUNT
                MOVE WS-RELEASE-COUNT TO RL-IDX
                INITIALIZE WS-RELEASE-ENTRY(RL-IDX)
                MOVE REL-PROGRAM-NAME TO WS-RL-PROGRAM(RL-IDX)
                MOVE REL-VERSION TO WS-RL-VERSION(RL-IDX)
                MOVE REL-INSTALL-DATE TO WS-RL-INSTALL-DATE(RL-IDX)
                MOVE REL-TICKET TO WS-RL-TICKET(RL-IDX)
        END-EVALUATE
        READ RELEASE-REGISTER-FILE
            AT END SET RELREG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RELEASE-REGISTER-FILE.

      *> A stamped run belongs to the release it names.  History from
      *> before the stamp was carried is put down to the release that
      *> was in force on its run date.
2000-APPLY-STEP-HISTORY.
    OPEN INPUT STEP-HISTORY-FILE
    IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO STEP HISTORY - STATUS " WS-HISTORY-STATUS
        EXIT PARAGRAPH
    END-IF
    READ STEP-HISTORY-FILE
        AT END SET HISTORY-EOF TO TRUE
    END-READ
    PERFORM UNTIL HISTORY-EOF
        PERFORM 2100-APPLY-ONE-STEP
        READ STEP-HISTORY-FILE
            AT END SET HISTORY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE STEP-HISTORY-FILE.

2100-APPLY-ONE-STEP.
    MOVE HIST-PROGRAM-NAME TO WS-WANTED-PROGRAM
    IF HIST-VERSION IS EQUAL TO SPACES
        MOVE HIST-RUN-DATE TO WS-WANTED-DATE
        PERFORM 7100-FIND-RELEASE-IN-FORCE
    ELSE
        MOVE HIST-VERSION TO WS-WANTED-VERSION
        PERFORM 7000-FIND-RELEASE
    END-IF
    IF NOT RELEASE-FOUND
        IF HIST-RUN-DATE IS NOT LESS THAN WS-WINDOW-START
            PERFORM 2200-NOTE-UNREGISTERED
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RL-RUNS(RL-IDX)
    ADD HIST-ELAPSED-SECS TO WS-RL-SECS(RL-IDX)
    IF HIST-RETURN-CODE IS NOT LESS THAN 8
        ADD 1 TO WS-RL-FAILED(RL-IDX)
    END-IF.

2200-NOTE-UNREGISTERED.
    PERFORM VARYING UR-IDX FROM 1 BY 1
            UNTIL UR-IDX IS GREATER THAN WS-UNREGISTERED-COUNT
        IF WS-UR-PROGRAM(UR-IDX) IS EQUAL TO HIST-PROGRAM-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF UR-IDX IS GREATER THAN WS-UNREGISTERED-COUNT
        IF WS-UNREGISTERED-COUNT IS EQUAL TO 100
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-UNREGISTERED-COUNT
        MOVE WS-UNREGISTERED-COUNT TO UR-IDX
        MOVE HIST-PROGRAM-NAME TO WS-UR-PROGRAM(UR-IDX)
        MOVE ZEROS TO WS-UR-RUNS(UR-IDX)
        MOVE LOW-VALUES TO WS-UR-LAST-DATE(UR-IDX)
    END-IF
    ADD 1 TO WS-UR-RUNS(UR-IDX)
    IF HIST-RUN-DATE IS NOT LESS THAN WS-UR-LAST-DATE(UR-IDX)
        MOVE HIST-RUN-DATE TO WS-UR-LAST-DATE(UR-IDX)
        MOVE HIST-VERSION TO WS-UR-VERSION(UR-IDX)
    END-IF.

      *> Each release installed in the window against the one it
      *> replaced: average elapsed seconds either side, failed runs
      *> since, and rerun differences that came with it.
3000-PRINT-RELEASES.
    PERFORM 4100-ATTRIBUTE-RERUNS
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "RELEASES INSTALLED SINCE " WS-WINDOW-START
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  PROGRAM   VERSION   INSTALLED TICKET" TO WS-PRINT-COLUMNS
    MOVE "RUNS  AVG SEC  PRIOR    PRV SEC" TO WS-PRINT-COLUMNS(48:32)
    MOVE "CHG%  FAIL  DIFF  FLAG" TO WS-PRINT-COLUMNS(83:22)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING RL-IDX FROM 1 BY 1
            UNTIL RL-IDX IS GREATER THAN WS-RELEASE-COUNT
        IF WS-RL-INSTALL-DATE(RL-IDX) IS NOT LESS THAN WS-WINDOW-START
                AND WS-RL-INSTALL-DATE(RL-IDX) IS NOT GREATER THAN
                    WS-RUN-DATE
            PERFORM 3100-PRINT-ONE-RELEASE
        END-IF
    END-PERFORM
    IF WS-RELEASES-IN-WINDOW IS EQUAL TO ZERO
        MOVE "  NO RELEASES INSTALLED IN THE WINDOW" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

3100-PRINT-ONE-RELEASE.
    ADD 1 TO WS-RELEASES-IN-WINDOW
    MOVE WS-RL-PROGRAM(RL-IDX) TO WSR-PROGRAM
    MOVE WS-RL-VERSION(RL-IDX) TO WSR-VERSION
    MOVE WS-RL-INSTALL-DATE(RL-IDX) TO WSR-INSTALL-DATE
    MOVE WS-RL-TICKET(RL-IDX) TO WSR-TICKET
    MOVE WS-RL-RUNS(RL-IDX) TO WSR-RUNS
    MOVE WS-RL-FAILED(RL-IDX) TO WSR-FAILED
    MOVE WS-RL-RERUN-DIFFS(RL-IDX) TO WSR-RERUN-DIFFS
    MOVE ZEROS TO WS-AVG-SECS
    IF WS-RL-RUNS(RL-IDX) IS GREATER THAN ZERO
        COMPUTE WS-AVG-SECS = WS-RL-SECS(RL-IDX) / WS-RL-RUNS(RL-IDX)
    END-IF
    MOVE WS-AVG-SECS TO WSR-AVG-SECS
    MOVE SPACES TO WSR-FLAG
    PERFORM 7200-FIND-PRIOR-RELEASE
    IF PRIOR-IDX IS EQUAL TO ZERO
        MOVE "FIRST" TO WSR-PRIOR-VERSION
        MOVE SPACES TO WSR-PRIOR-AVG-X, WSR-CHANGE-PCT-X
    ELSE
        MOVE WS-RL-VERSION(PRIOR-IDX) TO WSR-PRIOR-VERSION
        PERFORM 3200-COMPARE-WITH-PRIOR
    END-IF
    IF WS-RL-FAILED(RL-IDX) IS GREATER THAN ZERO
        ADD 1 TO WS-FAILING-RELEASES
        IF WSR-FLAG IS EQUAL TO SPACES
            MOVE "FAILED RUNS" TO WSR-FLAG
        END-IF
    END-IF
    IF WS-RL-RERUN-DIFFS(RL-IDX) IS GREATER THAN ZERO
            AND WSR-FLAG IS EQUAL TO SPACES
        MOVE "OUTPUT DIFFS" TO WSR-FLAG
    END-IF
    IF WS-RL-RUNS(RL-IDX) IS EQUAL TO ZERO
            AND WSR-FLAG IS EQUAL TO SPACES
        MOVE "NOT YET RUN" TO WSR-FLAG
    END-IF
    MOVE WS-RELEASE-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3200-COMPARE-WITH-PRIOR.
    IF WS-RL-RUNS(PRIOR-IDX) IS EQUAL TO ZERO
        MOVE SPACES TO WSR-PRIOR-AVG-X, WSR-CHANGE-PCT-X
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PRIOR-AVG-SECS = WS-RL-SECS(PRIOR-IDX)
        / WS-RL-RUNS(PRIOR-IDX)
    MOVE WS-PRIOR-AVG-SECS TO WSR-PRIOR-AVG-SECS
    IF WS-RL-RUNS(RL-IDX) IS EQUAL TO ZERO
            OR WS-PRIOR-AVG-SECS IS EQUAL TO ZERO
        MOVE SPACES TO WSR-CHANGE-PCT-X
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CHANGE-PCT ROUNDED =
        (WS-AVG-SECS - WS-PRIOR-AVG-SECS) * 100 / WS-PRIOR-AVG-SECS
    MOVE WS-CHANGE-PCT TO WSR-CHANGE-PCT
    COMPUTE WS-LIMIT-SECS = WS-PRIOR-AVG-SECS
        + (WS-PRIOR-AVG-SECS * SLOW-PERCENT-LIMIT / 100)
    IF WS-AVG-SECS IS GREATER THAN WS-LIMIT-SECS
        MOVE "SLOWER" TO WSR-FLAG
        ADD 1 TO WS-SLOWER-RELEASES
        DISPLAY "EXCEPTION: " WS-RL-PROGRAM(RL-IDX)
            " RELEASE " WS-RL-VERSION(RL-IDX)
            " AVERAGES " WSR-AVG-SECS " SECONDS AGAINST "
            WSR-PRIOR-AVG-SECS " UNDER " WS-RL-VERSION(PRIOR-IDX)
    END-IF.

      *> Rerun comparisons that found differences, each put down to the
      *> release installed between the original run and the rerun, or
      *> to the data when the same release produced both.
4000-PRINT-RERUN-CHANGES.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "RERUN OUTPUT CHANGES SINCE " WS-WINDOW-START
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  PROGRAM   ORIGINAL  COMPARED  ORIG VER  RERUN VR"
        TO WS-PRINT-COLUMNS
    MOVE "CHANGED    ADDED  REMOVED  ATTRIBUTED TO"
        TO WS-PRINT-COLUMNS(53:40)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE "N" TO WS-RERUN-EOF
    OPEN INPUT RERUN-HISTORY-FILE
    IF WS-RERUN-HISTORY-STATUS IS EQUAL TO "00"
        READ RERUN-HISTORY-FILE
            AT END SET RERUN-EOF TO TRUE
        END-READ
        PERFORM UNTIL RERUN-EOF
            IF RRH-COMPARE-DATE IS NOT LESS THAN WS-WINDOW-START
                    AND RRH-RETURN-CODE IS GREATER THAN ZERO
                PERFORM 4200-PRINT-ONE-RERUN
            END-IF
            READ RERUN-HISTORY-FILE
                AT END SET RERUN-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE RERUN-HISTORY-FILE
    END-IF
    IF WS-RERUN-CHANGES IS EQUAL TO ZERO
        MOVE "  NO RERUN COMPARISON FOUND DIFFERENCES IN THE WINDOW"
            TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

4100-ATTRIBUTE-RERUNS.
    MOVE "N" TO WS-RERUN-EOF
    OPEN INPUT RERUN-HISTORY-FILE
    IF WS-RERUN-HISTORY-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    READ RERUN-HISTORY-FILE
        AT END SET RERUN-EOF TO TRUE
    END-READ
    PERFORM UNTIL RERUN-EOF
        IF RRH-RETURN-CODE IS GREATER THAN ZERO
                AND RRH-RERUN-VERSION IS NOT EQUAL TO SPACES
                AND RRH-RERUN-VERSION IS NOT EQUAL TO
                    RRH-ORIGINAL-VERSION
            MOVE RRH-PROGRAM-NAME TO WS-WANTED-PROGRAM
            MOVE RRH-RERUN-VERSION TO WS-WANTED-VERSION
            PERFORM 7000-FIND-RELEASE
            IF RELEASE-FOUND
                ADD 1 TO WS-RL-RERUN-DIFFS(RL-IDX)
            END-IF
        END-IF
        READ RERUN-HISTORY-FILE
            AT END SET RERUN-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE RERUN-HISTORY-FILE.

4200-PRINT-ONE-RERUN.
    ADD 1 TO WS-RERUN-CHANGES
    MOVE RRH-PROGRAM-NAME TO WSC-PROGRAM
    MOVE RRH-ORIGINAL-DATE TO WSC-ORIGINAL-DATE
    MOVE RRH-COMPARE-DATE TO WSC-COMPARE-DATE
    MOVE RRH-ORIGINAL-VERSION TO WSC-ORIGINAL-VERSION
    MOVE RRH-RERUN-VERSION TO WSC-RERUN-VERSION
    MOVE RRH-CHANGED-COUNT TO WSC-CHANGED
    MOVE RRH-ADDED-COUNT TO WSC-ADDED
    MOVE RRH-REMOVED-COUNT TO WSC-REMOVED
    MOVE SPACES TO WSC-ATTRIBUTION
    EVALUATE TRUE
        WHEN RRH-RERUN-VERSION IS EQUAL TO SPACES
            MOVE "NO RELEASE ON REGISTER" TO WSC-ATTRIBUTION
        WHEN RRH-RERUN-VERSION IS NOT EQUAL TO RRH-ORIGINAL-VERSION
            ADD 1 TO WS-RELEASE-CHANGES
            MOVE RRH-PROGRAM-NAME TO WS-WANTED-PROGRAM
            MOVE RRH-RERUN-VERSION TO WS-WANTED-VERSION
            PERFORM 7000-FIND-RELEASE
            IF RELEASE-FOUND
                STRING "RELEASE " RRH-RERUN-VERSION " "
                    WS-RL-TICKET(RL-IDX)
                    DELIMITED BY SIZE INTO WSC-ATTRIBUTION
            ELSE
                STRING "RELEASE " RRH-RERUN-VERSION
                    DELIMITED BY SIZE INTO WSC-ATTRIBUTION
            END-IF
        WHEN OTHER
            MOVE "SAME RELEASE - DATA OR PARAMETERS"
                TO WSC-ATTRIBUTION
    END-EVALUATE
    IF RRH-RETURN-CODE IS NOT LESS THAN 8
        MOVE "LAYOUT MISMATCH - COMPARISON VOID" TO WSC-ATTRIBUTION
    END-IF
    MOVE WS-RERUN-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

5000-PRINT-UNREGISTERED.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "PROGRAMS RUN WITH NO REGISTERED RELEASE"
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  PROGRAM    RUNS  LAST RUN  STAMPED" TO WS-PRINT-COLUMNS
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING UR-IDX FROM 1 BY 1
            UNTIL UR-IDX IS GREATER THAN WS-UNREGISTERED-COUNT
        MOVE WS-UR-PROGRAM(UR-IDX) TO WSU-PROGRAM
        MOVE WS-UR-RUNS(UR-IDX) TO WSU-RUNS
        MOVE WS-UR-LAST-DATE(UR-IDX) TO WSU-LAST-DATE
        MOVE WS-UR-VERSION(UR-IDX) TO WSU-VERSION
        MOVE WS-UNREGISTERED-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    IF WS-UNREGISTERED-COUNT IS EQUAL TO ZERO
        MOVE "  EVERY PROGRAM RUN IN THE WINDOW HAS A RELEASE ON FILE"
            TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

7000-FIND-RELEASE.
    MOVE "N" TO WS-RELEASE-FOUND
    PERFORM VARYING RL-IDX FROM 1 BY 1
            UNTIL RL-IDX IS GREATER THAN WS-RELEASE-COUNT
        IF WS-RL-PROGRAM(RL-IDX) IS EQUAL TO WS-WANTED-PROGRAM
                AND WS-RL-VERSION(RL-IDX) IS EQUAL TO WS-WANTED-VERSION
            SET RELEASE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> Same rule RELVERS applies: latest install date not after the
      *> wanted date.
7100-FIND-RELEASE-IN-FORCE.
    MOVE "N" TO WS-RELEASE-FOUND
    MOVE LOW-VALUES TO WS-BEST-DATE
    MOVE ZERO TO PRIOR-IDX
    PERFORM VARYING RL-IDX FROM 1 BY 1
            UNTIL RL-IDX IS GREATER THAN WS-RELEASE-COUNT
        IF WS-RL-PROGRAM(RL-IDX) IS EQUAL TO WS-WANTED-PROGRAM
                AND WS-RL-INSTALL-DATE(RL-IDX) IS NOT GREATER THAN
                    WS-WANTED-DATE
                AND WS-RL-INSTALL-DATE(RL-IDX) IS NOT LESS THAN
                    WS-BEST-DATE
            MOVE WS-RL-INSTALL-DATE(RL-IDX) TO WS-BEST-DATE
            MOVE RL-IDX TO PRIOR-IDX
            SET RELEASE-FOUND TO TRUE
        END-IF
    END-PERFORM
    MOVE PRIOR-IDX TO RL-IDX.

      *> The release this one replaced: the same program's latest
      *> install before it.  Zero when it is the program's first.
7200-FIND-PRIOR-RELEASE.
    MOVE ZERO TO PRIOR-IDX
    MOVE LOW-VALUES TO WS-BEST-DATE
    PERFORM VARYING SCAN-IDX FROM 1 BY 1
            UNTIL SCAN-IDX IS GREATER THAN WS-RELEASE-COUNT
        IF WS-RL-PROGRAM(SCAN-IDX) IS EQUAL TO WS-RL-PROGRAM(RL-IDX)
                AND WS-RL-INSTALL-DATE(SCAN-IDX) IS LESS THAN
                    WS-RL-INSTALL-DATE(RL-IDX)
                AND WS-RL-INSTALL-DATE(SCAN-IDX) IS NOT LESS THAN
                    WS-BEST-DATE
            MOVE WS-RL-INSTALL-DATE(SCAN-IDX) TO WS-BEST-DATE
            MOVE SCAN-IDX TO PRIOR-IDX
        END-IF
    END-PERFORM.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==RELEASE-REPORT-REC==.
