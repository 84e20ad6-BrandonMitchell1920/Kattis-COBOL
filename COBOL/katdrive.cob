        SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
        COPY adhrunsel.
        COPY adhdstsel.
        COPY adhlogsel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.
    COPY adhrunfd.
    COPY adhdstfd.
    COPY adhlogfd.
    COPY paramfd.

    FD RUN-PLAN-FILE.
        01 RUN-PLAN-REC.
            05 HIST-ELAPSED-SECS PIC 9(7).
            05 FILLER PIC X.
            05 HIST-RETURN-CODE PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-VERSION PIC X(8).

    WORKING-STORAGE SECTION.
        01 WS-PLAN-STATUS PIC XX.
        01 WS-PROJ-TIME PIC X(8).
        01 WS-PENDING-SECS PIC 9(8).
        01 WS-STATE-TEXT PIC X(10).
      *> Ad hoc requests run after the plan, in the validator's order,
      *> only while the request's usual run time still fits before the
      *> window cutoff (HHMM, parameter ADHOCCUT).  Once one does not
      *> fit, it and everything behind it wait for a later night - the
      *> console cards on the ad hoc SYSIN deck are in the same order,
      *> so no request may be skipped and a later one run.  The same
      *> holds once a request's masters are locked or its program
      *> cannot be called, since its cards were never read.  Each
      *> program is cancelled first so it starts from fresh storage
      *> even if the plan already called it tonight.
        01 WS-ADHOC-RUN-STATUS PIC XX.
        01 WS-ADHOC-DIST-STATUS PIC XX.
        01 WS-ADHOC-LOG-STATUS PIC XX.
        01 WS-ADHOC-EOF PIC X VALUE "N".
            88 ADHOC-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 ADHOC-CUTOFF PIC X(4) VALUE "0600".
        01 WS-ADHOC-WINDOW PIC X VALUE "O".
            88 ADHOC-WINDOW-CLOSED VALUE "C".
        01 WS-CUTOFF-SECS PIC 9(7).
        01 WS-ADHOC-AVG-SECS PIC 9(7).
        01 WS-ADHOC-RUN PIC 9(3) VALUE ZEROS.
        01 WS-ADHOC-FAILED PIC 9(3) VALUE ZEROS.
        01 WS-ADHOC-DEFERRED PIC 9(3) VALUE ZEROS.
        01 WS-ADHOC-STATUS PIC X(9).
        01 WS-ADHOC-DETAIL PIC X(40).
        01 WS-CLOSE-REASON PIC X(40).
        COPY lockcall.
        COPY rundate.
        COPY busdatews.
        VARYING PLAN-IDX FROM 1 BY 1
        UNTIL PLAN-IDX IS GREATER THAN WS-PLAN-COUNT
    PERFORM 8500-REFRESH-STATUS-BOARD
    PERFORM 3000-DRIVE-ADHOC-REQUESTS
    DISPLAY "STEPS RUN " WS-STEPS-RUN
        " SKIPPED BY PLAN " WS-STEPS-SKIPPED
        " BYPASSED AFTER FAILURE " WS-STEPS-BYPASSED
        " COMPLETE FROM PRIOR RUN " WS-STEPS-PRIOR
        " WORST RC " WS-WORST-RC
    DISPLAY "AD HOC REQUESTS RUN " WS-ADHOC-RUN
        " FAILED " WS-ADHOC-FAILED
        " DEFERRED " WS-ADHOC-DEFERRED
    MOVE WS-WORST-RC TO RETURN-CODE
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.
    DISPLAY "EXCEPTION: PREDECESSOR " WS-WANTED-PRED
        " OF " WS-PLN-PROGRAM(PLAN-IDX) " IS NOT ON THE PLAN"
    SET PRED-BLOCKS TO TRUE.

      *> A failed ad hoc request is the requester's problem, not the
      *> night's: it is logged FAILED for the status report and lifts
      *> the driver's return code no higher than a warning.  A warm
      *> restart drives no ad hoc requests; those scheduled stay on the
      *> log as SCHEDULED and the validator queues them again.  Nor does
      *> a night on which any plan step was skipped, bypassed, refused
      *> or failed: that step's SYSIN cards may not have been read, and
      *> the ad hoc programs would take them as their own requests.
3000-DRIVE-ADHOC-REQUESTS.
    OPEN OUTPUT ADHOC-DIST-FILE
    IF RESTART-MODE
        DISPLAY "NOTE: WARM RESTART - AD HOC REQUESTS WAIT FOR"
            " THE NEXT NIGHT"
        CLOSE ADHOC-DIST-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT ADHOC-RUN-FILE
    IF WS-ADHOC-RUN-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO AD HOC SCHEDULE TONIGHT - STATUS "
            WS-ADHOC-RUN-STATUS
        CLOSE ADHOC-DIST-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM 3050-READ-ADHOC-CUTOFF
    PERFORM 3060-CHECK-PLAN-CLEAN
    OPEN EXTEND ADHOC-LOG-FILE
    IF WS-ADHOC-LOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT ADHOC-LOG-FILE
    END-IF
    READ ADHOC-RUN-FILE
        AT END SET ADHOC-EOF TO TRUE
    END-READ
    PERFORM UNTIL ADHOC-EOF
        PERFORM 3100-DRIVE-ONE-REQUEST
        READ ADHOC-RUN-FILE
            AT END SET ADHOC-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADHOC-RUN-FILE, ADHOC-DIST-FILE, ADHOC-LOG-FILE
    IF WS-ADHOC-FAILED IS GREATER THAN ZERO
            AND WS-WORST-RC IS LESS THAN 4
        MOVE 4 TO WS-WORST-RC
    END-IF.

      *> The cutoff is held as seconds after the driver started, so a
      *> window that runs past midnight compares the right way round.
3050-READ-ADHOC-CUTOFF.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        IF PARM-PROGRAM-NAME IS EQUAL TO "ADHOCCUT"
            MOVE PARM-VALUE(1:4) TO ADHOC-CUTOFF
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
    MOVE WS-STEPLOG-START(1:2) TO WS-PROJ-HH
    MOVE WS-STEPLOG-START(3:2) TO WS-PROJ-MM
    MOVE WS-STEPLOG-START(5:2) TO WS-PROJ-SS
    COMPUTE WS-START-SECS = (WS-PROJ-HH * 3600) + (WS-PROJ-MM * 60)
        + WS-PROJ-SS
    MOVE ADHOC-CUTOFF(1:2) TO WS-PROJ-HH
    MOVE ADHOC-CUTOFF(3:2) TO WS-PROJ-MM
    COMPUTE WS-CUTOFF-SECS = FUNCTION MOD((WS-PROJ-HH * 3600)
        + (WS-PROJ-MM * 60) - WS-START-SECS + 86400, 86400)
    DISPLAY "AD HOC WINDOW CUTOFF " ADHOC-CUTOFF
      *> A cutoff more than 18 hours off means the driver itself
      *> started after it - a late restart - so nothing ad hoc runs.
    IF WS-CUTOFF-SECS IS GREATER THAN 64800
        SET ADHOC-WINDOW-CLOSED TO TRUE
        MOVE SPACES TO WS-CLOSE-REASON
        STRING "WINDOW CUTOFF " ADHOC-CUTOFF " REACHED"
            DELIMITED BY SIZE INTO WS-CLOSE-REASON
    END-IF.

3060-CHECK-PLAN-CLEAN.
    PERFORM VARYING PRED-IDX FROM 1 BY 1
            UNTIL PRED-IDX IS GREATER THAN WS-PLAN-COUNT
        IF WS-PLN-STATE(PRED-IDX) IS EQUAL TO "S" OR
                WS-PLN-STATE(PRED-IDX) IS EQUAL TO "B" OR
                WS-PLN-STATE(PRED-IDX) IS EQUAL TO "F"
            SET ADHOC-WINDOW-CLOSED TO TRUE
            MOVE SPACES TO WS-CLOSE-REASON
            EVALUATE WS-PLN-STATE(PRED-IDX)
                WHEN "S"
                    STRING "PLAN STEP " WS-PLN-PROGRAM(PRED-IDX)
                        " SKIPPED" DELIMITED BY SIZE
                        INTO WS-CLOSE-REASON
                WHEN "B"
                    STRING "PLAN STEP " WS-PLN-PROGRAM(PRED-IDX)
                        " BYPASSED" DELIMITED BY SIZE
                        INTO WS-CLOSE-REASON
                WHEN OTHER
                    STRING "PLAN STEP " WS-PLN-PROGRAM(PRED-IDX)
                        " REFUSED OR FAILED" DELIMITED BY SIZE
                        INTO WS-CLOSE-REASON
            END-EVALUATE
            DISPLAY "NOTE: " WS-CLOSE-REASON
                " - SYSIN MAY BE OUT OF STEP, AD HOC REQUESTS DEFERRED"
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

3100-DRIVE-ONE-REQUEST.
    IF NOT ADHOC-WINDOW-CLOSED
        PERFORM 3200-CHECK-ADHOC-FITS
    END-IF
    IF ADHOC-WINDOW-CLOSED
        ADD 1 TO WS-ADHOC-DEFERRED
        MOVE "DEFERRED" TO WS-ADHOC-STATUS
        MOVE WS-CLOSE-REASON TO WS-ADHOC-DETAIL
        DISPLAY "ADHOC: " ADHN-REQUEST-ID " " ADHN-PROGRAM
            " DEFERRED - " WS-ADHOC-DETAIL
        PERFORM 3900-LOG-ADHOC-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE "A" TO LOCK-ACTION
    MOVE ADHN-PROGRAM TO LOCK-PROGRAM
    MOVE WS-RUN-ID TO LOCK-RUN-ID
    CALL "LOCKMGR" USING LOCK-PARMS
    IF LOCK-RESULT IS EQUAL TO "H"
        SET ADHOC-WINDOW-CLOSED TO TRUE
        MOVE "AN EARLIER REQUEST COULD NOT RUN" TO WS-CLOSE-REASON
        ADD 1 TO WS-ADHOC-DEFERRED
        MOVE "DEFERRED" TO WS-ADHOC-STATUS
        MOVE SPACES TO WS-ADHOC-DETAIL
        STRING "MASTERS HELD BY " LOCK-HOLDER
            DELIMITED BY SIZE INTO WS-ADHOC-DETAIL
        DISPLAY "ADHOC: " ADHN-REQUEST-ID " " ADHN-PROGRAM
            " DEFERRED - " WS-ADHOC-DETAIL
        PERFORM 3900-LOG-ADHOC-STATUS
        EXIT PARAGRAPH
    END-IF
    DISPLAY "ADHOC: CALLING " ADHN-PROGRAM " FOR REQUEST "
        ADHN-REQUEST-ID
    MOVE "N" TO WS-CALL-FAILED
    MOVE 0 TO RETURN-CODE
    CANCEL ADHN-PROGRAM
    CALL ADHN-PROGRAM
        ON EXCEPTION
            DISPLAY "EXCEPTION: " ADHN-PROGRAM " COULD NOT BE CALLED"
            MOVE "Y" TO WS-CALL-FAILED
    END-CALL
    IF WS-CALL-FAILED IS EQUAL TO "Y"
        MOVE 8 TO WS-STEP-RC
        SET ADHOC-WINDOW-CLOSED TO TRUE
        MOVE "AN EARLIER REQUEST COULD NOT RUN" TO WS-CLOSE-REASON
    ELSE
        MOVE RETURN-CODE TO WS-STEP-RC
    END-IF
    MOVE "R" TO LOCK-ACTION
    MOVE ADHN-PROGRAM TO LOCK-PROGRAM
    MOVE WS-RUN-ID TO LOCK-RUN-ID
    CALL "LOCKMGR" USING LOCK-PARMS
    DISPLAY "ADHOC: " ADHN-PROGRAM " ENDED RC " WS-STEP-RC
    MOVE SPACES TO WS-ADHOC-DETAIL
    STRING "ENDED RC " WS-STEP-RC DELIMITED BY SIZE
        INTO WS-ADHOC-DETAIL
    IF WS-STEP-RC IS NOT LESS THAN 8
        ADD 1 TO WS-ADHOC-FAILED
        MOVE "FAILED" TO WS-ADHOC-STATUS
        PERFORM 3900-LOG-ADHOC-STATUS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ADHOC-RUN
    MOVE "RUN" TO WS-ADHOC-STATUS
    PERFORM 3900-LOG-ADHOC-STATUS
    MOVE ADHN-REQUEST-ID TO ADHD-REQUEST-ID
    MOVE ADHN-PROGRAM TO ADHD-PROGRAM
    MOVE ADHN-OUTPUT-DSN TO ADHD-OUTPUT-DSN
    MOVE ADHN-DELIVER-TO TO ADHD-DELIVER-TO
    WRITE ADHOC-DIST-REC.

      *> A program with no step history is given the benefit of the
      *> doubt and fits as long as the cutoff has not yet passed.
3200-CHECK-ADHOC-FITS.
    MOVE ZEROS TO WS-ADHOC-AVG-SECS
    PERFORM VARYING NORM-IDX FROM 1 BY 1
            UNTIL NORM-IDX IS GREATER THAN WS-NORM-COUNT
        IF WS-NORM-PROGRAM(NORM-IDX) IS EQUAL TO ADHN-PROGRAM
            COMPUTE WS-ADHOC-AVG-SECS = WS-NORM-TOTAL-SECS(NORM-IDX)
                / WS-NORM-RUN-COUNT(NORM-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE WS-NOW-TIME(1:2) TO WS-NOW-HH
    MOVE WS-NOW-TIME(3:2) TO WS-NOW-MM
    MOVE WS-NOW-TIME(5:2) TO WS-NOW-SS
    COMPUTE WS-NOW-SECS = FUNCTION MOD((WS-NOW-HH * 3600)
        + (WS-NOW-MM * 60) + WS-NOW-SS - WS-START-SECS + 86400, 86400)
    IF WS-NOW-SECS + WS-ADHOC-AVG-SECS IS GREATER THAN WS-CUTOFF-SECS
        SET ADHOC-WINDOW-CLOSED TO TRUE
        MOVE SPACES TO WS-CLOSE-REASON
        STRING "WINDOW CUTOFF " ADHOC-CUTOFF " REACHED"
            DELIMITED BY SIZE INTO WS-CLOSE-REASON
    END-IF.

3900-LOG-ADHOC-STATUS.
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE ADHN-REQUEST-ID TO ADHL-REQUEST-ID
    MOVE WS-ADHOC-STATUS TO ADHL-STATUS
    MOVE WS-RUN-DATE TO ADHL-STATUS-DATE
    MOVE WS-NOW-TIME(1:6) TO ADHL-STATUS-TIME
    MOVE WS-RUN-ID TO ADHL-RUN-ID
    MOVE ADHN-PROGRAM TO ADHL-PROGRAM
    MOVE WS-ADHOC-DETAIL TO ADHL-DETAIL
    WRITE ADHOC-LOG-REC.
