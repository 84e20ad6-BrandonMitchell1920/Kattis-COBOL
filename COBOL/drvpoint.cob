        SELECT FINE-SCHEDULE-FILE ASSIGN TO "FINESCHED"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
        COPY drvptsel.
        SELECT REINSTATE-FILE ASSIGN TO "DRVREINST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REINSTATE-STATUS.
        SELECT SUSPENSION-REPORT-FILE ASSIGN TO "DRVSUSP"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY drvmstsel.
        SELECT LICENSE-NOTICE-FILE ASSIGN TO "LICNOTE"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.
            05 FILLER PIC X.
            05 SCHED-POINTS PIC 99.

    COPY drvptfd.

    FD REINSTATE-FILE.
        01 REINSTATE-REC.
    FD SUSPENSION-REPORT-FILE.
        01 SUSPENSION-REPORT-REC PIC X(80).

    COPY drvmstfd.

      *> Outbound to the licensing authority: S when a driver is first
      *> suspended on points, R when a suspended driver is reinstated
      *> or the driver's points fall back under the threshold.
    FD LICENSE-NOTICE-FILE.
        01 LICENSE-NOTICE-REC.
            05 NTF-ACTION PIC X.
            05 FILLER PIC X.
            05 NTF-DRIVER-ID PIC X(6).
            05 FILLER PIC X.
            05 NTF-LICENSE-NUMBER PIC X(15).
            05 FILLER PIC X.
            05 NTF-LICENSE-CLASS PIC X(2).
            05 FILLER PIC X.
            05 NTF-POINTS PIC 9(4).
            05 FILLER PIC X.
            05 NTF-EFFECTIVE-DATE PIC X(8).

    WORKING-STORAGE SECTION.
        01 WS-VIOLATION-STATUS PIC XX.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-POINTS-STATUS PIC XX.
        01 WS-REINSTATE-STATUS PIC XX.
        01 WS-DRIVER-MST-STATUS PIC XX.
        01 WS-MASTER-OPEN PIC X VALUE "N".
            88 DRIVER-MASTER-OPEN VALUE "Y".
        01 WS-VIOLATION-EOF PIC X VALUE "N".
            88 VIOLATION-EOF VALUE "Y".
        01 WS-SCHEDULE-EOF PIC X VALUE "N".
            88 LEDGER-EOF VALUE "Y".
        01 WS-REINSTATE-EOF PIC X VALUE "N".
            88 REINSTATE-EOF VALUE "Y".
        01 WS-MASTER-EOF PIC X VALUE "N".
            88 DRIVER-MASTER-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 POINTS-AGE-DAYS PIC 9(4) VALUE 180.
        01 SCHED-IDX PIC 99.
        01 WS-BAND-FOUND PIC X.
            88 BAND-FOUND VALUE "Y".
        01 WS-TOT-DRIVER PIC X(6).
        01 WS-TOT-POINTS PIC 9(4).
        01 WS-TOT-REVERSED PIC 9(4).
        01 WS-DRIVER-FOUND PIC X.
            88 DRIVER-FOUND VALUE "Y".
        01 WS-SUSP-CLEARED PIC X.
            88 SUSPENSION-CLEARED VALUE "Y".
        01 WS-LEDGER-PROBE-EOF PIC X.
            88 NO-LEDGER-ROWS VALUE "Y".
        01 WS-WORK-DRIVER PIC X(6).
        01 WS-MILES-OVER PIC 99.
        01 WS-VIOLATION-RECNO PIC 9(5) VALUE ZEROS.
        01 WS-TODAY-INT PIC 9(8).
        01 WS-POSTED-INT PIC 9(8).
        01 WS-AGE-DAYS PIC S9(8).
        01 WS-POINTS-POSTED PIC 9(5) VALUE ZEROS.
        01 WS-ALREADY-POSTED PIC 9(5) VALUE ZEROS.
        01 WS-ROWS-AGED-OFF PIC 9(5) VALUE ZEROS.
        01 WS-UNPOINTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-SUSPENDED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-REINSTATED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-REIN-NOTFOUND PIC 9(3) VALUE ZEROS.
        01 WS-LAPSED-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-NOTICES-SENT PIC 9(5) VALUE ZEROS.
        01 WS-DETAIL-LINE.
            05 WSS-DRIVER PIC X(6).
            05 FILLER PIC X(8) VALUE "  POINTS".
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSS-DISPOSITION PIC X(10).
        COPY rundate.
        COPY jrnwcall.
        COPY busdatews.
        COPY steplogws.

    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    PERFORM 1000-LOAD-FINE-SCHEDULE
    PERFORM 1100-OPEN-AND-AGE-LEDGER
    PERFORM 1200-OPEN-DRIVER-MASTER
    OPEN OUTPUT LICENSE-NOTICE-FILE
    PERFORM 2000-POST-VIOLATIONS
    PERFORM 3000-APPLY-REINSTATEMENTS
    PERFORM 5000-WRITE-SUSPENSION-LIST
    CLOSE POINTS-LEDGER-FILE, LICENSE-NOTICE-FILE
    IF DRIVER-MASTER-OPEN
        CLOSE DRIVER-MASTER-FILE
    END-IF
    MOVE "C" TO JRNW-ACTION
    CALL "JRNWRITE" USING JRNW-PARMS
    IF WS-ALREADY-POSTED IS GREATER THAN ZERO
        DISPLAY "NOTE: " WS-ALREADY-POSTED
            " VIOLATIONS ALREADY ON THE LEDGER - NOT POSTED AGAIN"
    END-IF
    DISPLAY "POINTS POSTED " WS-POINTS-POSTED
        " AGED OFF " WS-ROWS-AGED-OFF
        " SUSPENDED " WS-SUSPENDED-COUNT
        " REINSTATED " WS-REINSTATED-COUNT
        " LAPSED " WS-LAPSED-COUNT
        " AUTHORITY NOTICES " WS-NOTICES-SENT
    IF WS-UNPOINTED-COUNT IS GREATER THAN ZERO OR
            WS-REIN-NOTFOUND IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    END-PERFORM
    CLOSE FINE-SCHEDULE-FILE.

      *> Rows past the aging window are deleted from the master as
      *> the browse passes them, before tonight's postings go on.
1100-OPEN-AND-AGE-LEDGER.
    OPEN I-O POINTS-LEDGER-FILE
    IF WS-POINTS-STATUS IS EQUAL TO "35"
        DISPLAY "NOTE: POINTS LEDGER NOT ON FILE - STARTING EMPTY"
        OPEN OUTPUT POINTS-LEDGER-FILE
        CLOSE POINTS-LEDGER-FILE
        OPEN I-O POINTS-LEDGER-FILE
    END-IF
    IF WS-POINTS-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: POINTS LEDGER NOT AVAILABLE - STATUS "
            WS-POINTS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE LOW-VALUES TO PTS-KEY
    START POINTS-LEDGER-FILE KEY IS GREATER THAN PTS-KEY
        INVALID KEY SET LEDGER-EOF TO TRUE
    END-START
    PERFORM UNTIL LEDGER-EOF
        READ POINTS-LEDGER-FILE NEXT RECORD
            AT END SET LEDGER-EOF TO TRUE
            NOT AT END
                IF PTS-BUSINESS-DATE IS NUMERIC
                    COMPUTE WS-POSTED-INT = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(PTS-BUSINESS-DATE))
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-POSTED-INT
                ELSE
                    MOVE ZEROS TO WS-AGE-DAYS
                END-IF
                IF WS-AGE-DAYS IS GREATER THAN POINTS-AGE-DAYS
                    DELETE POINTS-LEDGER-FILE RECORD
                    ADD 1 TO WS-ROWS-AGED-OFF
                END-IF
        END-READ
    END-PERFORM.

      *> The driver master records which drivers the licensing
      *> authority has already been told about; without it the
      *> points still post but no notices go out.
1200-OPEN-DRIVER-MASTER.
    OPEN I-O DRIVER-MASTER-FILE
    IF WS-DRIVER-MST-STATUS IS EQUAL TO "00"
        SET DRIVER-MASTER-OPEN TO TRUE
    ELSE
        DISPLAY "NOTE: DRIVER MASTER NOT AVAILABLE - STATUS "
            WS-DRIVER-MST-STATUS " - AUTHORITY NOT NOTIFIED"
    END-IF.

2000-POST-VIOLATIONS.
    OPEN INPUT VIOLATION-REPORT-FILE
        AT END SET VIOLATION-EOF TO TRUE
    END-READ
    PERFORM UNTIL VIOLATION-EOF
        ADD 1 TO WS-VIOLATION-RECNO
        IF VIOLATION-REPORT-REC(1:4) IS NUMERIC AND
                VIOLATION-REPORT-REC(28:5) IS EQUAL TO "SPEED"
            PERFORM 2100-POST-ONE-VIOLATION
            " OVER - VIOLATION NOT POSTED"
        EXIT PARAGRAPH
    END-IF
      *> The key carries the trip and the violation's record number
      *> on the night's report, so each violation gets its own row
      *> even when a trip has several, and a rerun of the same night
      *> finds its postings already on the master and leaves them
      *> alone.
    MOVE SPACES TO POINTS-LEDGER-REC
    MOVE WS-WORK-DRIVER TO PTS-DRIVER-ID
    MOVE WS-RUN-DATE TO PTS-BUSINESS-DATE
    MOVE "V" TO PTS-ENTRY-TYPE
    MOVE VIOLATION-REPORT-REC(1:4) TO PTS-TRIP-NUMBER
    MOVE WS-VIOLATION-RECNO TO PTS-ENTRY-SEQ
    MOVE WS-SCHED-POINTS(SCHED-IDX) TO PTS-POINTS
    WRITE POINTS-LEDGER-REC
        INVALID KEY
            ADD 1 TO WS-ALREADY-POSTED
        NOT INVALID KEY
            ADD 1 TO WS-POINTS-POSTED
    END-WRITE.

      *> A reinstatement clears every ledger row the driver still
      *> carries, so the next suspension run starts them from zero
      *> the way a first-time driver starts.  A driver whose rows have
      *> already aged off can still be suspended on the master, so the
      *> authority is told of the reinstatement either way.
3000-APPLY-REINSTATEMENTS.
    OPEN INPUT REINSTATE-FILE
    IF WS-REINSTATE-STATUS IS NOT EQUAL TO "00"
        AT END SET REINSTATE-EOF TO TRUE
    END-READ
    PERFORM UNTIL REINSTATE-EOF
        PERFORM 3100-CLEAR-DRIVER-ROWS
        PERFORM 3200-NOTIFY-REINSTATEMENT
        IF DRIVER-FOUND OR SUSPENSION-CLEARED
            ADD 1 TO WS-REINSTATED-COUNT
            DISPLAY "DRIVER " REIN-DRIVER-ID " REINSTATED"
        ELSE
    END-PERFORM
    CLOSE REINSTATE-FILE.

3100-CLEAR-DRIVER-ROWS.
    MOVE "N" TO WS-DRIVER-FOUND
    MOVE "N" TO WS-LEDGER-EOF
    MOVE LOW-VALUES TO PTS-KEY
    MOVE REIN-DRIVER-ID TO PTS-DRIVER-ID
    START POINTS-LEDGER-FILE KEY IS GREATER THAN PTS-KEY
        INVALID KEY EXIT PARAGRAPH
    END-START
    PERFORM UNTIL LEDGER-EOF
        READ POINTS-LEDGER-FILE NEXT RECORD
            AT END SET LEDGER-EOF TO TRUE
            NOT AT END
                IF PTS-DRIVER-ID IS NOT EQUAL TO REIN-DRIVER-ID
                    SET LEDGER-EOF TO TRUE
                ELSE
                    SET DRIVER-FOUND TO TRUE
                    DELETE POINTS-LEDGER-FILE RECORD
                END-IF
        END-READ
    END-PERFORM.

3200-NOTIFY-REINSTATEMENT.
    MOVE "N" TO WS-SUSP-CLEARED
    IF NOT DRIVER-MASTER-OPEN
        EXIT PARAGRAPH
    END-IF
    MOVE REIN-DRIVER-ID TO DRVM-DRIVER-ID
    READ DRIVER-MASTER-FILE
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF DRVM-POINTS-SUSP-DATE IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE DRIVER-MASTER-REC TO JRNW-BEFORE
    MOVE SPACES TO DRVM-POINTS-SUSP-DATE
    MOVE ZEROS TO WS-TOT-POINTS
    MOVE "R" TO NTF-ACTION
    PERFORM 5300-WRITE-NOTICE
    SET SUSPENSION-CLEARED TO TRUE.

      *> The master reads back in driver order, so each driver's total
      *> is complete when the driver changes.  Reversal rows from
      *> dismissed disputes are netted off, never below zero.
5000-WRITE-SUSPENSION-LIST.
    OPEN OUTPUT SUSPENSION-REPORT-FILE
    MOVE "DRIVER SUSPENSION LIST - DO NOT DISPATCH"
        TO SUSPENSION-REPORT-REC
    WRITE SUSPENSION-REPORT-REC
    MOVE SPACES TO WS-TOT-DRIVER
    MOVE "N" TO WS-LEDGER-EOF
    MOVE LOW-VALUES TO PTS-KEY
    START POINTS-LEDGER-FILE KEY IS GREATER THAN PTS-KEY
        INVALID KEY SET LEDGER-EOF TO TRUE
    END-START
    PERFORM UNTIL LEDGER-EOF
        READ POINTS-LEDGER-FILE NEXT RECORD
            AT END SET LEDGER-EOF TO TRUE
            NOT AT END
                IF PTS-DRIVER-ID IS NOT EQUAL TO WS-TOT-DRIVER
                    PERFORM 5100-CHECK-DRIVER-TOTAL
                    MOVE PTS-DRIVER-ID TO WS-TOT-DRIVER
                    MOVE ZEROS TO WS-TOT-POINTS
                    MOVE ZEROS TO WS-TOT-REVERSED
                END-IF
                IF PTS-REVERSAL
                    ADD PTS-POINTS TO WS-TOT-REVERSED
                ELSE
                    ADD PTS-POINTS TO WS-TOT-POINTS
                END-IF
        END-READ
    END-PERFORM
    PERFORM 5100-CHECK-DRIVER-TOTAL
    PERFORM 5400-CLEAR-AGED-SUSPENSIONS
    MOVE SPACES TO SUSPENSION-REPORT-REC
    STRING "DRIVERS SUSPENDED " WS-SUSPENDED-COUNT
        " REINSTATED " WS-REINSTATED-COUNT
        " LAPSED " WS-LAPSED-COUNT
        DELIMITED BY SIZE INTO SUSPENSION-REPORT-REC
    WRITE SUSPENSION-REPORT-REC
    CLOSE SUSPENSION-REPORT-FILE.

5100-CHECK-DRIVER-TOTAL.
    IF WS-TOT-DRIVER IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-TOT-REVERSED IS GREATER THAN WS-TOT-POINTS
        MOVE ZEROS TO WS-TOT-POINTS
    ELSE
        SUBTRACT WS-TOT-REVERSED FROM WS-TOT-POINTS
    END-IF
    IF WS-TOT-POINTS IS NOT LESS THAN SUSPEND-THRESHOLD
        ADD 1 TO WS-SUSPENDED-COUNT
        MOVE WS-TOT-DRIVER TO WSS-DRIVER
        MOVE WS-TOT-POINTS TO WSS-POINTS
        MOVE SUSPEND-THRESHOLD TO WSS-THRESHOLD
        MOVE "SUSPENDED" TO WSS-DISPOSITION
        WRITE SUSPENSION-REPORT-REC FROM WS-DETAIL-LINE
        DISPLAY "EXCEPTION: DRIVER " WS-TOT-DRIVER
            " AT " WS-TOT-POINTS
            " POINTS - ON SUSPENSION LIST"
        PERFORM 5200-NOTIFY-SUSPENSION
    ELSE
        PERFORM 5250-NOTIFY-LAPSE
    END-IF.

      *> A driver stays on the suspension list night after night until
      *> reinstated or back under the threshold; the authority is told
      *> once, the first night.
5200-NOTIFY-SUSPENSION.
    IF NOT DRIVER-MASTER-OPEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOT-DRIVER TO DRVM-DRIVER-ID
    READ DRIVER-MASTER-FILE
        INVALID KEY
            DISPLAY "EXCEPTION: SUSPENDED DRIVER " WS-TOT-DRIVER
                " NOT ON DRIVER MASTER - AUTHORITY NOT NOTIFIED"
            EXIT PARAGRAPH
    END-READ
    IF DRVM-POINTS-SUSP-DATE IS NOT EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE DRIVER-MASTER-REC TO JRNW-BEFORE
    MOVE WS-RUN-DATE TO DRVM-POINTS-SUSP-DATE
    MOVE "S" TO NTF-ACTION
    PERFORM 5300-WRITE-NOTICE.

      *> A suspended driver whose netted points have fallen back
      *> under the threshold - rows aged off, or a dismissed dispute
      *> reversed - is off the list without a reinstatement, so the
      *> authority is told and the master cleared, ready for the next
      *> suspension to be reported.
5250-NOTIFY-LAPSE.
    IF NOT DRIVER-MASTER-OPEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOT-DRIVER TO DRVM-DRIVER-ID
    READ DRIVER-MASTER-FILE
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF DRVM-POINTS-SUSP-DATE IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM 5450-CLEAR-SUSPENSION.

5300-WRITE-NOTICE.
    REWRITE DRIVER-MASTER-REC
    MOVE DRVM-DRIVER-ID TO NTF-DRIVER-ID
    MOVE DRVM-LICENSE-NUMBER TO NTF-LICENSE-NUMBER
    MOVE DRVM-LICENSE-CLASS TO NTF-LICENSE-CLASS
    MOVE WS-TOT-POINTS TO NTF-POINTS
    MOVE WS-RUN-DATE TO NTF-EFFECTIVE-DATE
    WRITE LICENSE-NOTICE-REC
    ADD 1 TO WS-NOTICES-SENT
    MOVE "W" TO JRNW-ACTION
    MOVE "DRIVRMST  " TO JRNW-MASTER
    MOVE "DRVPOINT" TO JRNW-PROGRAM
    MOVE WS-RUN-ID TO JRNW-RUN-ID
    MOVE "C" TO JRNW-VERB
    MOVE DRVM-DRIVER-ID TO JRNW-KEY
    MOVE DRIVER-MASTER-REC TO JRNW-AFTER
    CALL "JRNWRITE" USING JRNW-PARMS.

      *> Drivers with no ledger rows left never reach the total check,
      *> so the master is browsed for any still shown as suspended.
      *> Drivers with rows were settled by the check - those still
      *> marked are on tonight's list.
5400-CLEAR-AGED-SUSPENSIONS.
    IF NOT DRIVER-MASTER-OPEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-MASTER-EOF
    MOVE LOW-VALUES TO DRVM-DRIVER-ID
    START DRIVER-MASTER-FILE KEY IS GREATER THAN DRVM-DRIVER-ID
        INVALID KEY EXIT PARAGRAPH
    END-START
    PERFORM UNTIL DRIVER-MASTER-EOF
        READ DRIVER-MASTER-FILE NEXT RECORD
            AT END SET DRIVER-MASTER-EOF TO TRUE
            NOT AT END
                IF DRVM-POINTS-SUSP-DATE IS NOT EQUAL TO SPACES
                    PERFORM 5410-PROBE-LEDGER
                    IF NO-LEDGER-ROWS
                        MOVE ZEROS TO WS-TOT-POINTS
                        PERFORM 5450-CLEAR-SUSPENSION
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

5410-PROBE-LEDGER.
    MOVE "N" TO WS-LEDGER-PROBE-EOF
    MOVE LOW-VALUES TO PTS-KEY
    MOVE DRVM-DRIVER-ID TO PTS-DRIVER-ID
    START POINTS-LEDGER-FILE KEY IS GREATER THAN PTS-KEY
        INVALID KEY
            SET NO-LEDGER-ROWS TO TRUE
            EXIT PARAGRAPH
    END-START
    READ POINTS-LEDGER-FILE NEXT RECORD
        AT END SET NO-LEDGER-ROWS TO TRUE
    END-READ
    IF NOT NO-LEDGER-ROWS AND
            PTS-DRIVER-ID IS NOT EQUAL TO DRVM-DRIVER-ID
        SET NO-LEDGER-ROWS TO TRUE
    END-IF.

5450-CLEAR-SUSPENSION.
    ADD 1 TO WS-LAPSED-COUNT
    DISPLAY "NOTE: DRIVER " DRVM-DRIVER-ID " AT " WS-TOT-POINTS
        " POINTS - SUSPENSION LAPSED, AUTHORITY NOTIFIED"
    MOVE DRIVER-MASTER-REC TO JRNW-BEFORE
    MOVE SPACES TO DRVM-POINTS-SUSP-DATE
    MOVE "R" TO NTF-ACTION
    PERFORM 5300-WRITE-NOTICE.
