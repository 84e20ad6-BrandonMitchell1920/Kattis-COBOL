IDENTIFICATION DIVISION.
    PROGRAM-ID. AdHocValidate.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY adhreqsel.
        COPY adhlogsel.
        COPY adhrunsel.
        SELECT ADHOC-CARD-FILE ASSIGN TO "ADHOCSYS"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT DICTIONARY-FILE ASSIGN TO "DICTMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DICTIONARY-STATUS.
        SELECT DIST-CONTROL-FILE ASSIGN TO "DISTCTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.
        SELECT SORT-WORK ASSIGN TO "SORTWK01".
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY adhreqfd.
    COPY adhlogfd.
    COPY adhrunfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

    FD ADHOC-CARD-FILE.
        01 ADHOC-CARD-REC PIC X(80).

    FD DICTIONARY-FILE.
        01 DICTIONARY-REC.
            05 DICT-DD-NAME PIC X(8).
            05 FILLER PIC X.
            05 DICT-FIELD-SEQ PIC 99.
            05 FILLER PIC X.
            05 DICT-FIELD-NAME PIC X(16).
            05 FILLER PIC X.
            05 DICT-START PIC 999.
            05 FILLER PIC X.
            05 DICT-LENGTH PIC 99.
            05 FILLER PIC X.
            05 DICT-TYPE PIC X.
            05 FILLER PIC X.
            05 DICT-PII-FLAG PIC X.

    FD DIST-CONTROL-FILE.
        01 DIST-CONTROL-REC.
            05 CONTROL-REPORT-DSN PIC X(26).
            05 FILLER PIC X.
            05 CONTROL-DESTINATION PIC X(32).

    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-KEY.
                10 SORT-NEEDED-BY PIC X(8).
                10 SORT-REQUEST-DATE PIC X(8).
                10 SORT-REQUEST-ID PIC X(10).
            05 SORT-REPORT-TYPE PIC X(8).
            05 SORT-PROGRAM PIC X(8).
            05 SORT-OUTPUT-DSN PIC X(26).
            05 SORT-DELIVER-TO PIC X(32).
            05 SORT-PARM-1 PIC X(8).
            05 SORT-PARM-2 PIC X(20).
            05 SORT-PRIOR-STATUS PIC X(9).

    WORKING-STORAGE SECTION.
        01 WS-ADHOC-REQUEST-STATUS PIC XX.
        01 WS-ADHOC-LOG-STATUS PIC XX.
        01 WS-ADHOC-RUN-STATUS PIC XX.
        01 WS-DICTIONARY-STATUS PIC XX.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REQUEST-EOF PIC X VALUE "N".
            88 REQUEST-EOF VALUE "Y".
        01 WS-LOG-EOF PIC X VALUE "N".
            88 LOG-EOF VALUE "Y".
        01 WS-DICTIONARY-EOF PIC X VALUE "N".
            88 DICTIONARY-EOF VALUE "Y".
        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-CONTROL-EOF PIC X VALUE "N".
            88 CONTROL-EOF VALUE "Y".
      *> What can be asked for: the request type, the entitlement the
      *> requester must hold for it, the program the driver calls, the
      *> dataset behind that program's report DD, and for a rerun the
      *> form of its period card (M for YYYYMM, Q for YYYYQn).  Only
      *> reports with no side effects are rerunnable here - anything
      *> that posts, vouchers or invoices goes through the operators.
        01 WS-REPORT-TYPES.
            05 FILLER PIC X(51) VALUE
                "KEYINQ  ADHKEYIQKEYINQ  KAT.ADHOC.KEYINQRPT        ".
            05 FILLER PIC X(51) VALUE
                "DICTEXTRADHDICT DICTEXTRKAT.ADHOC.EXTROUT          ".
            05 FILLER PIC X(51) VALUE
                "RERUN   ADHRERUNCANDLMTHKAT.ADHOC.CANDLMTHR       M".
            05 FILLER PIC X(51) VALUE
                "RERUN   ADHRERUNVNDSCOREKAT.ADHOC.VNDSCORE        M".
            05 FILLER PIC X(51) VALUE
                "RERUN   ADHRERUNENTRECRTKAT.ADHOC.ENTRECRR        Q".
        01 WS-REPORT-TYPE-TABLE REDEFINES WS-REPORT-TYPES.
            05 WS-REPORT-TYPE-ENTRY OCCURS 5 TIMES.
                10 WS-RT-TYPE PIC X(8).
                10 WS-RT-FUNCTION PIC X(8).
                10 WS-RT-PROGRAM PIC X(8).
                10 WS-RT-OUTPUT-DSN PIC X(26).
                10 WS-RT-PERIOD-FORM PIC X.
        01 RT-IDX PIC 9.
        01 WS-TYPE-FOUND PIC X.
            88 TYPE-FOUND VALUE "Y".
      *> Latest status of every request already on the log, and
      *> whether this run has met the request on the intake yet.
        01 WS-REQUEST-TABLE.
            05 WS-REQUEST-ENTRY OCCURS 3000 TIMES.
                10 WS-RQ-REQUEST-ID PIC X(10).
                10 WS-RQ-STATUS PIC X(9).
                10 WS-RQ-SEEN PIC X.
        01 WS-REQUEST-COUNT PIC 9(4) VALUE ZEROS.
        01 RQ-IDX PIC 9(4).
        01 WS-REQUEST-FOUND PIC X.
            88 REQUEST-FOUND VALUE "Y".
        01 WS-DICTIONARY-TABLE.
            05 WS-DICT-DD PIC X(8) OCCURS 100 TIMES.
        01 WS-DICT-COUNT PIC 9(3) VALUE ZEROS.
        01 DD-IDX PIC 9(3).
        01 WS-WANTED-DD PIC X(8).
        01 WS-DD-FOUND PIC X.
            88 DD-FOUND VALUE "Y".
      *> Every destination on the distribution list; output can only
      *> go where report distribution knows how to deliver it.
        01 WS-DESTINATION-TABLE.
            05 WS-DESTINATION PIC X(32) OCCURS 200 TIMES.
        01 WS-DESTINATION-COUNT PIC 9(3) VALUE ZEROS.
        01 DEST-IDX PIC 9(3).
        01 WS-WANTED-DESTINATION PIC X(32).
        01 WS-DESTINATION-FOUND PIC X.
            88 DESTINATION-FOUND VALUE "Y".
        01 WS-SCHEDULED-PROGRAMS.
            05 WS-SCHED-PROGRAM PIC X(8) OCCURS 20 TIMES.
        01 SCHED-IDX PIC 99.
        01 WS-PROGRAM-TAKEN PIC X.
            88 PROGRAM-TAKEN VALUE "Y".
        01 MAX-PER-NIGHT PIC 99 VALUE 5.
        01 WS-REJECT-REASON PIC X(40).
        01 WS-PERIOD-MONTH PIC 99.
        01 WS-LOG-REQUEST-ID PIC X(10).
        01 WS-LOG-STATUS PIC X(9).
        01 WS-LOG-PROGRAM PIC X(8).
        01 WS-LOG-DETAIL PIC X(40).
        01 WS-CLOCK-TIME PIC X(8).
        01 WS-ACCEPTED PIC 9(5) VALUE ZEROS.
        01 WS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-CARRIED PIC 9(5) VALUE ZEROS.
        01 WS-SCHEDULED PIC 99 VALUE ZEROS.
        01 WS-HELD-OVER PIC 9(5) VALUE ZEROS.
        01 WS-UNUSABLE-LINES PIC 9(5) VALUE ZEROS.
        COPY entccall.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    DISPLAY "RUN " WS-RUN-ID " AD HOC REQUEST VALIDATION"
    PERFORM 1000-READ-PARAMETERS
    PERFORM 1100-LOAD-REQUEST-LOG
    PERFORM 1200-LOAD-DICTIONARY
    PERFORM 1300-LOAD-DESTINATIONS
    OPEN EXTEND ADHOC-LOG-FILE
    IF WS-ADHOC-LOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT ADHOC-LOG-FILE
    END-IF
    OPEN OUTPUT ADHOC-RUN-FILE, ADHOC-CARD-FILE
    SORT SORT-WORK
        ON ASCENDING KEY SORT-KEY
        INPUT PROCEDURE IS 2000-VALIDATE-REQUESTS
        OUTPUT PROCEDURE IS 3000-SCHEDULE-REQUESTS
    CLOSE ADHOC-LOG-FILE, ADHOC-RUN-FILE, ADHOC-CARD-FILE
    DISPLAY "NEW REQUESTS ACCEPTED " WS-ACCEPTED
        " REJECTED " WS-REJECTED
        " CARRIED FROM EARLIER NIGHTS " WS-CARRIED
    DISPLAY "SCHEDULED TONIGHT " WS-SCHEDULED
        " HELD FOR A LATER NIGHT " WS-HELD-OVER
        " UNUSABLE INTAKE LINES " WS-UNUSABLE-LINES
    IF WS-REJECTED IS GREATER THAN ZERO
            OR WS-UNUSABLE-LINES IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ADHOCVAL"==.

    COPY busdateget.

      *> Each report program's output DD is one dataset for the whole
      *> driver step, so at most one request per program is put into a
      *> night; the parameter caps how many requests a night carries.
1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    READ PARM-CONTROL-FILE
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        IF PARM-PROGRAM-NAME IS EQUAL TO "ADHOCVAL"
            COMPUTE MAX-PER-NIGHT = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
    IF MAX-PER-NIGHT IS GREATER THAN 20
        MOVE 20 TO MAX-PER-NIGHT
    END-IF.

1100-LOAD-REQUEST-LOG.
    OPEN INPUT ADHOC-LOG-FILE
    IF WS-ADHOC-LOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO AD HOC REQUEST LOG YET - STATUS "
            WS-ADHOC-LOG-STATUS
        EXIT PARAGRAPH
    END-IF
    READ ADHOC-LOG-FILE
        AT END SET LOG-EOF TO TRUE
    END-READ
    PERFORM UNTIL LOG-EOF
        MOVE ADHL-REQUEST-ID TO WS-LOG-REQUEST-ID
        PERFORM 2110-FIND-REQUEST
        IF NOT REQUEST-FOUND
            PERFORM 2120-ADD-REQUEST
        END-IF
        IF REQUEST-FOUND
            MOVE ADHL-STATUS TO WS-RQ-STATUS(RQ-IDX)
        END-IF
        READ ADHOC-LOG-FILE
            AT END SET LOG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADHOC-LOG-FILE.

1200-LOAD-DICTIONARY.
    OPEN INPUT DICTIONARY-FILE
    IF WS-DICTIONARY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: LAYOUT DICTIONARY NOT AVAILABLE - STATUS "
            WS-DICTIONARY-STATUS " - NO EXTRACT REQUEST CAN PASS"
        EXIT PARAGRAPH
    END-IF
    READ DICTIONARY-FILE
        AT END SET DICTIONARY-EOF TO TRUE
    END-READ
    PERFORM UNTIL DICTIONARY-EOF
        MOVE DICT-DD-NAME TO WS-WANTED-DD
        PERFORM 2400-FIND-DICTIONARY-DD
        IF NOT DD-FOUND AND WS-DICT-COUNT IS LESS THAN 100
            ADD 1 TO WS-DICT-COUNT
            MOVE DICT-DD-NAME TO WS-DICT-DD(WS-DICT-COUNT)
        END-IF
        READ DICTIONARY-FILE
            AT END SET DICTIONARY-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DICTIONARY-FILE.

1300-LOAD-DESTINATIONS.
    OPEN INPUT DIST-CONTROL-FILE
    IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: DISTRIBUTION CONTROL NOT AVAILABLE - STATUS "
            WS-CONTROL-STATUS " - NO REQUEST CAN PASS"
        EXIT PARAGRAPH
    END-IF
    READ DIST-CONTROL-FILE
        AT END SET CONTROL-EOF TO TRUE
    END-READ
    PERFORM UNTIL CONTROL-EOF
        MOVE CONTROL-DESTINATION TO WS-WANTED-DESTINATION
        PERFORM 2600-FIND-DESTINATION
        IF NOT DESTINATION-FOUND
            IF WS-DESTINATION-COUNT IS LESS THAN 200
                ADD 1 TO WS-DESTINATION-COUNT
                MOVE CONTROL-DESTINATION
                    TO WS-DESTINATION(WS-DESTINATION-COUNT)
            ELSE
                DISPLAY "EXCEPTION: MORE THAN 200 DESTINATIONS - "
                    CONTROL-DESTINATION " NOT LOADED"
            END-IF
        END-IF
        READ DIST-CONTROL-FILE
            AT END SET CONTROL-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DIST-CONTROL-FILE.

      *> Every intake line not yet finished is checked afresh each
      *> night, so a request waiting for a slot is turned away if its
      *> requester's entitlement lapses before it runs.
2000-VALIDATE-REQUESTS.
    OPEN INPUT ADHOC-REQUEST-FILE
    IF WS-ADHOC-REQUEST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO AD HOC REQUEST INTAKE - STATUS "
            WS-ADHOC-REQUEST-STATUS " - NOTHING SCHEDULED"
        EXIT PARAGRAPH
    END-IF
    READ ADHOC-REQUEST-FILE
        AT END SET REQUEST-EOF TO TRUE
    END-READ
    PERFORM UNTIL REQUEST-EOF
        PERFORM 2100-VALIDATE-ONE-REQUEST
        READ ADHOC-REQUEST-FILE
            AT END SET REQUEST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADHOC-REQUEST-FILE.

2100-VALIDATE-ONE-REQUEST.
    IF ADHR-REQUEST-ID IS EQUAL TO SPACES
        ADD 1 TO WS-UNUSABLE-LINES
        DISPLAY "EXCEPTION: INTAKE LINE WITH NO REQUEST ID - IGNORED"
        EXIT PARAGRAPH
    END-IF
    MOVE ADHR-REQUEST-ID TO WS-LOG-REQUEST-ID
    PERFORM 2110-FIND-REQUEST
    IF REQUEST-FOUND
        IF WS-RQ-SEEN(RQ-IDX) IS EQUAL TO "Y"
            ADD 1 TO WS-UNUSABLE-LINES
            DISPLAY "EXCEPTION: REQUEST " ADHR-REQUEST-ID
                " KEYED MORE THAN ONCE - LATER LINE IGNORED"
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-RQ-SEEN(RQ-IDX)
        IF WS-RQ-STATUS(RQ-IDX) IS NOT EQUAL TO "QUEUED"
                AND WS-RQ-STATUS(RQ-IDX) IS NOT EQUAL TO "SCHEDULED"
                AND WS-RQ-STATUS(RQ-IDX) IS NOT EQUAL TO "DEFERRED"
            EXIT PARAGRAPH
        END-IF
    ELSE
        PERFORM 2120-ADD-REQUEST
        IF NOT REQUEST-FOUND
            ADD 1 TO WS-UNUSABLE-LINES
            DISPLAY "EXCEPTION: MORE THAN 3000 REQUESTS ON THE LOG - "
                ADHR-REQUEST-ID " NOT VALIDATED"
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-RQ-SEEN(RQ-IDX)
    END-IF
    MOVE SPACES TO WS-REJECT-REASON
    PERFORM 2200-CHECK-REQUEST
    IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
        ADD 1 TO WS-REJECTED
        DISPLAY "REJECTED: " ADHR-REQUEST-ID " FROM " ADHR-REQUESTER
            " - " WS-REJECT-REASON
        MOVE "REJECTED" TO WS-LOG-STATUS, WS-RQ-STATUS(RQ-IDX)
        MOVE SPACES TO WS-LOG-PROGRAM
        MOVE WS-REJECT-REASON TO WS-LOG-DETAIL
        PERFORM 8000-WRITE-REQUEST-LOG
        EXIT PARAGRAPH
    END-IF
    IF WS-RQ-STATUS(RQ-IDX) IS EQUAL TO SPACES
        ADD 1 TO WS-ACCEPTED
        MOVE "QUEUED" TO WS-LOG-STATUS, WS-RQ-STATUS(RQ-IDX)
        MOVE WS-RT-PROGRAM(RT-IDX) TO WS-LOG-PROGRAM
        MOVE SPACES TO WS-LOG-DETAIL
        STRING "ACCEPTED - NEEDED BY " ADHR-NEEDED-BY
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
        PERFORM 8000-WRITE-REQUEST-LOG
    ELSE
        ADD 1 TO WS-CARRIED
    END-IF
    MOVE ADHR-NEEDED-BY TO SORT-NEEDED-BY
    MOVE ADHR-REQUEST-DATE TO SORT-REQUEST-DATE
    MOVE ADHR-REQUEST-ID TO SORT-REQUEST-ID
    MOVE ADHR-REPORT-TYPE TO SORT-REPORT-TYPE
    MOVE WS-RT-PROGRAM(RT-IDX) TO SORT-PROGRAM
    MOVE WS-RT-OUTPUT-DSN(RT-IDX) TO SORT-OUTPUT-DSN
    MOVE ADHR-DELIVER-TO TO SORT-DELIVER-TO
    MOVE ADHR-PARM-1 TO SORT-PARM-1
    MOVE ADHR-PARM-2 TO SORT-PARM-2
    MOVE WS-RQ-STATUS(RQ-IDX) TO SORT-PRIOR-STATUS
    RELEASE SORT-REC.

2110-FIND-REQUEST.
    MOVE "N" TO WS-REQUEST-FOUND
    PERFORM VARYING RQ-IDX FROM 1 BY 1
            UNTIL RQ-IDX IS GREATER THAN WS-REQUEST-COUNT
        IF WS-RQ-REQUEST-ID(RQ-IDX) IS EQUAL TO WS-LOG-REQUEST-ID
            SET REQUEST-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

2120-ADD-REQUEST.
    IF WS-REQUEST-COUNT IS EQUAL TO 3000
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-REQUEST-COUNT
    MOVE WS-REQUEST-COUNT TO RQ-IDX
    MOVE WS-LOG-REQUEST-ID TO WS-RQ-REQUEST-ID(RQ-IDX)
    MOVE SPACES TO WS-RQ-STATUS(RQ-IDX)
    MOVE "N" TO WS-RQ-SEEN(RQ-IDX)
    SET REQUEST-FOUND TO TRUE.

      *> The first failed check is the reason recorded; the entitlement
      *> is asked last so the security log only sees requests that
      *> were otherwise good.
2200-CHECK-REQUEST.
    IF ADHR-REQUESTER IS EQUAL TO SPACES
        MOVE "NO REQUESTER NAMED" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF ADHR-DELIVER-TO IS EQUAL TO SPACES
        MOVE "NO DELIVERY DESTINATION" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE ADHR-DELIVER-TO TO WS-WANTED-DESTINATION
    PERFORM 2600-FIND-DESTINATION
    IF NOT DESTINATION-FOUND
        MOVE "DESTINATION NOT ON DISTRIBUTION CONTROL"
            TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF ADHR-REQUEST-DATE IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD
                (FUNCTION NUMVAL(ADHR-REQUEST-DATE))
                IS NOT EQUAL TO ZERO
        MOVE "REQUEST DATE IS NOT A VALID DATE" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF ADHR-NEEDED-BY IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD
                (FUNCTION NUMVAL(ADHR-NEEDED-BY)) IS NOT EQUAL TO ZERO
        MOVE "NEEDED-BY DATE IS NOT A VALID DATE" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF ADHR-NEEDED-BY IS LESS THAN ADHR-REQUEST-DATE
        MOVE "NEEDED BEFORE IT WAS REQUESTED" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM 2300-FIND-REPORT-TYPE
    IF NOT TYPE-FOUND
        IF ADHR-REPORT-RERUN
            MOVE "REPORT CANNOT BE RERUN AD HOC"
                TO WS-REJECT-REASON
        ELSE
            MOVE "UNKNOWN REPORT TYPE" TO WS-REJECT-REASON
        END-IF
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN ADHR-KEY-INQUIRY
            IF ADHR-PARM-1 IS NOT EQUAL TO "DRIVER"
                    AND ADHR-PARM-1 IS NOT EQUAL TO "MOOSE"
                    AND ADHR-PARM-1 IS NOT EQUAL TO "SOYCLI"
                    AND ADHR-PARM-1 IS NOT EQUAL TO "CLAIM"
                    AND ADHR-PARM-1 IS NOT EQUAL TO "PLAYER"
                MOVE "UNKNOWN KEY TYPE" TO WS-REJECT-REASON
            END-IF
            IF ADHR-PARM-2 IS EQUAL TO SPACES
                MOVE "NO KEY VALUE" TO WS-REJECT-REASON
            END-IF
        WHEN ADHR-DICT-EXTRACT
            MOVE ADHR-PARM-1 TO WS-WANTED-DD
            PERFORM 2400-FIND-DICTIONARY-DD
            IF NOT DD-FOUND
                MOVE "DATASET NOT IN THE LAYOUT DICTIONARY"
                    TO WS-REJECT-REASON
            END-IF
        WHEN ADHR-REPORT-RERUN
            PERFORM 2500-CHECK-PERIOD
    END-EVALUATE
    IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE ADHR-REQUESTER TO ENTC-OPERATOR
    MOVE WS-RT-FUNCTION(RT-IDX) TO ENTC-FUNCTION
    MOVE "ADHOCVAL" TO ENTC-PROGRAM
    MOVE WS-RUN-ID TO ENTC-RUN-ID
    MOVE WS-RUN-DATE TO ENTC-CHECK-DATE
    CALL "ENTCHECK" USING ENTC-PARMS
    IF NOT ENTC-GRANTED
        MOVE ENTC-MESSAGE TO WS-REJECT-REASON
    END-IF.

2300-FIND-REPORT-TYPE.
    MOVE "N" TO WS-TYPE-FOUND
    PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX IS GREATER THAN 5
        IF WS-RT-TYPE(RT-IDX) IS EQUAL TO ADHR-REPORT-TYPE
                AND (NOT ADHR-REPORT-RERUN
                    OR WS-RT-PROGRAM(RT-IDX) IS EQUAL TO ADHR-PARM-1)
            SET TYPE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

2400-FIND-DICTIONARY-DD.
    MOVE "N" TO WS-DD-FOUND
    PERFORM VARYING DD-IDX FROM 1 BY 1
            UNTIL DD-IDX IS GREATER THAN WS-DICT-COUNT
        IF WS-DICT-DD(DD-IDX) IS EQUAL TO WS-WANTED-DD
            SET DD-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> A rerun is for a period already begun: the report programs
      *> themselves treat a blank card as the current period, so a
      *> blank or future period is not a rerun.
2500-CHECK-PERIOD.
    IF WS-RT-PERIOD-FORM(RT-IDX) IS EQUAL TO "Q"
        IF ADHR-PARM-2(1:4) IS NOT NUMERIC
                OR ADHR-PARM-2(5:1) IS NOT EQUAL TO "Q"
                OR ADHR-PARM-2(6:1) IS LESS THAN "1"
                OR ADHR-PARM-2(6:1) IS GREATER THAN "4"
                OR ADHR-PARM-2(7:) IS NOT EQUAL TO SPACES
                OR ADHR-PARM-2(1:4) IS GREATER THAN WS-RUN-DATE(1:4)
            MOVE "PERIOD MUST BE A PAST YYYYQN" TO WS-REJECT-REASON
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF ADHR-PARM-2(1:6) IS NOT NUMERIC
            OR ADHR-PARM-2(7:) IS NOT EQUAL TO SPACES
            OR ADHR-PARM-2(1:6) IS GREATER THAN WS-RUN-DATE(1:6)
        MOVE "PERIOD MUST BE A PAST YYYYMM" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE ADHR-PARM-2(5:2) TO WS-PERIOD-MONTH
    IF WS-PERIOD-MONTH IS LESS THAN 1
            OR WS-PERIOD-MONTH IS GREATER THAN 12
        MOVE "PERIOD MUST BE A PAST YYYYMM" TO WS-REJECT-REASON
    END-IF.

2600-FIND-DESTINATION.
    MOVE "N" TO WS-DESTINATION-FOUND
    PERFORM VARYING DEST-IDX FROM 1 BY 1
            UNTIL DEST-IDX IS GREATER THAN WS-DESTINATION-COUNT
        IF WS-DESTINATION(DEST-IDX) IS EQUAL TO WS-WANTED-DESTINATION
            SET DESTINATION-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> Requests come back in needed-by order, so when the night is
      *> full it is the latest-needed that wait.  A request put into an
      *> earlier night that the driver never reached goes back to the
      *> queue rather than sitting as scheduled.
3000-SCHEDULE-REQUESTS.
    PERFORM FOREVER
        RETURN SORT-WORK
            AT END EXIT PERFORM
        END-RETURN
        PERFORM 3100-SCHEDULE-ONE-REQUEST
    END-PERFORM.

3100-SCHEDULE-ONE-REQUEST.
    MOVE SORT-REQUEST-ID TO WS-LOG-REQUEST-ID
    MOVE SORT-PROGRAM TO WS-LOG-PROGRAM
    MOVE "N" TO WS-PROGRAM-TAKEN
    PERFORM VARYING SCHED-IDX FROM 1 BY 1
            UNTIL SCHED-IDX IS GREATER THAN WS-SCHEDULED
        IF WS-SCHED-PROGRAM(SCHED-IDX) IS EQUAL TO SORT-PROGRAM
            SET PROGRAM-TAKEN TO TRUE
        END-IF
    END-PERFORM
    IF PROGRAM-TAKEN OR WS-SCHEDULED IS NOT LESS THAN MAX-PER-NIGHT
        ADD 1 TO WS-HELD-OVER
        MOVE SPACES TO WS-LOG-DETAIL
        IF PROGRAM-TAKEN
            STRING FUNCTION TRIM(SORT-PROGRAM)
                " ALREADY RUNS A REQUEST TONIGHT"
                DELIMITED BY SIZE INTO WS-LOG-DETAIL
        ELSE
            MOVE "TONIGHT'S AD HOC WINDOW IS FULL" TO WS-LOG-DETAIL
        END-IF
        DISPLAY "NOTE: " SORT-REQUEST-ID " HELD FOR A LATER NIGHT - "
            WS-LOG-DETAIL
        IF SORT-PRIOR-STATUS IS EQUAL TO "SCHEDULED"
            MOVE "QUEUED" TO WS-LOG-STATUS
            PERFORM 8000-WRITE-REQUEST-LOG
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SCHEDULED
    MOVE SORT-PROGRAM TO WS-SCHED-PROGRAM(WS-SCHEDULED)
    MOVE SORT-REQUEST-ID TO ADHN-REQUEST-ID
    MOVE SORT-PROGRAM TO ADHN-PROGRAM
    MOVE SORT-NEEDED-BY TO ADHN-NEEDED-BY
    MOVE SORT-OUTPUT-DSN TO ADHN-OUTPUT-DSN
    MOVE SORT-DELIVER-TO TO ADHN-DELIVER-TO
    WRITE ADHOC-RUN-REC
    EVALUATE SORT-REPORT-TYPE
        WHEN "KEYINQ"
            MOVE SORT-PARM-1 TO ADHOC-CARD-REC
            WRITE ADHOC-CARD-REC
            MOVE SORT-PARM-2 TO ADHOC-CARD-REC
            WRITE ADHOC-CARD-REC
        WHEN "DICTEXTR"
            MOVE SORT-PARM-1 TO ADHOC-CARD-REC
            WRITE ADHOC-CARD-REC
        WHEN OTHER
            MOVE SORT-PARM-2 TO ADHOC-CARD-REC
            WRITE ADHOC-CARD-REC
    END-EVALUATE
    MOVE "SCHEDULED" TO WS-LOG-STATUS
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "FOR THE WINDOW OF " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM 8000-WRITE-REQUEST-LOG
    DISPLAY "SCHEDULED: " SORT-REQUEST-ID " " SORT-PROGRAM
        " NEEDED BY " SORT-NEEDED-BY
    IF SORT-NEEDED-BY IS LESS THAN WS-RUN-DATE
        DISPLAY "NOTE: " SORT-REQUEST-ID
            " IS ALREADY PAST ITS NEEDED-BY DATE"
    END-IF.

8000-WRITE-REQUEST-LOG.
    ACCEPT WS-CLOCK-TIME FROM TIME
    MOVE WS-LOG-REQUEST-ID TO ADHL-REQUEST-ID
    MOVE WS-LOG-STATUS TO ADHL-STATUS
    MOVE WS-RUN-DATE TO ADHL-STATUS-DATE
    MOVE WS-CLOCK-TIME(1:6) TO ADHL-STATUS-TIME
    MOVE WS-RUN-ID TO ADHL-RUN-ID
    MOVE WS-LOG-PROGRAM TO ADHL-PROGRAM
    MOVE WS-LOG-DETAIL TO ADHL-DETAIL
    WRITE ADHOC-LOG-REC.
