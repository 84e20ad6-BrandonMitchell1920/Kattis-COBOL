        SELECT DICTIONARY-FILE ASSIGN TO "DICTMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DICTIONARY-STATUS.
        SELECT DIST-DEST-FILE ASSIGN TO "DISTDEST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEST-STATUS.
        COPY adhdstsel.
        COPY adhlogsel.
        COPY busdatesel.
        COPY steplogsel.

    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.
    COPY adhdstfd.
    COPY adhlogfd.

    FD DIST-CONTROL-FILE.
        01 DIST-CONTROL-REC.
            05 FILLER PIC X.
            05 CONTROL-BURST-LENGTH PIC 99.

      *> The same distribution list, read a second time under its own
      *> DD so ad hoc output can be routed by it even where the
      *> standing list itself is not being distributed.
    FD DIST-DEST-FILE.
        01 DIST-DEST-REC.
            05 DEST-REPORT-DSN PIC X(26).
            05 FILLER PIC X.
            05 DEST-DESTINATION PIC X(32).
            05 FILLER PIC X.
            05 DEST-SENSITIVITY PIC X.
                88 DEST-EXTERNAL VALUE "E".
            05 FILLER PIC X.
            05 DEST-DICT-DD PIC X(8).

    FD REPORT-IN-FILE.
        01 REPORT-IN-REC PIC X(133).

            05 FILLER PIC X VALUE SPACE.
            05 FILLER PIC X(7) VALUE "MASKED".
            05 LOG-MASKED-FIELDS PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 LOG-DELIVERED-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 LOG-DELIVERED-TIME PIC X(6).

    FD DICTIONARY-FILE.
        01 DICTIONARY-REC.
        01 WS-SECTION-COUNT PIC 9(7).
        01 WS-SECTION-MASKED PIC 9(7).
        01 WS-SECTIONS-CUT PIC 9(3) VALUE ZEROS.
        01 WS-DELIVERED-TIME PIC X(8).
        01 WS-ADHOC-DIST-STATUS PIC XX.
        01 WS-ADHOC-LOG-STATUS PIC XX.
        01 WS-ADHOC-EOF PIC X VALUE "N".
            88 ADHOC-EOF VALUE "Y".
        01 WS-NOT-PRESENT-BEFORE PIC 9(3).
        01 WS-ADHOC-DELIVERED PIC 9(3) VALUE ZEROS.
        01 WS-ADHOC-UNROUTED PIC 9(3) VALUE ZEROS.
        01 WS-DEST-STATUS PIC XX.
        01 WS-DEST-EOF PIC X.
            88 DEST-EOF VALUE "Y".
        01 WS-DEST-TABLE.
            05 WS-DEST-ENTRY OCCURS 200 TIMES.
                10 WS-DEST-NAME PIC X(32).
                10 WS-DEST-SENSITIVITY PIC X.
                10 WS-DEST-DICT-DD PIC X(8).
        01 WS-DEST-COUNT PIC 9(3) VALUE ZEROS.
        01 DEST-IDX PIC 9(3).
        01 WS-DEST-FOUND PIC 9(3).
        COPY printws.
        COPY rundate.
        COPY busdatews.
            AT END SET CONTROL-EOF TO TRUE
        END-READ
    END-PERFORM
    PERFORM 4000-DISTRIBUTE-ADHOC-OUTPUT
    CLOSE DIST-CONTROL-FILE, DIST-LOG-FILE
    DISPLAY "REPORTS DISTRIBUTED " WS-DISTRIBUTED
        " NOT PRESENT " WS-NOT-PRESENT
        " AD HOC DELIVERED " WS-ADHOC-DELIVERED
        " AD HOC UNROUTED " WS-ADHOC-UNROUTED
    IF WS-NOT-PRESENT IS GREATER THAN ZERO OR
            WS-ADHOC-UNROUTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
        MOVE ZEROS TO LOG-RECORD-COUNT
        MOVE "NOT PRESENT" TO LOG-DISPOSITION
        MOVE ZEROS TO LOG-MASKED-FIELDS
        PERFORM 2900-STAMP-LOG-ENTRY
        WRITE DIST-LOG-REC
        EXIT PARAGRAPH
    END-IF
        MOVE "DELIVERED" TO LOG-DISPOSITION
    END-IF
    MOVE WS-MASKED-FIELDS TO LOG-MASKED-FIELDS
    PERFORM 2900-STAMP-LOG-ENTRY
    WRITE DIST-LOG-REC
    DISPLAY "DELIVERED " CONTROL-REPORT-DSN
        " TO " CONTROL-DESTINATION
    END-PERFORM
    CLOSE DICTIONARY-FILE.

      *> Each log entry carries the wall-clock moment the copy was
      *> finished, so deliveries can be measured against the deadlines
      *> promised to the recipients.
2900-STAMP-LOG-ENTRY.
    ACCEPT LOG-DELIVERED-DATE FROM DATE YYYYMMDD
    ACCEPT WS-DELIVERED-TIME FROM TIME
    MOVE WS-DELIVERED-TIME(1:6) TO LOG-DELIVERED-TIME.

      *> Bursting splits the report on a change in the key column the
      *> control file names, each section going to its own destination
      *> dataset behind a banner page built through the shared print
        MOVE ZEROS TO LOG-RECORD-COUNT
        MOVE "NOT PRESENT" TO LOG-DISPOSITION
        MOVE ZEROS TO LOG-MASKED-FIELDS
        PERFORM 2900-STAMP-LOG-ENTRY
        WRITE DIST-LOG-REC
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SECTION-COUNT TO LOG-RECORD-COUNT
    MOVE "BURST SECT" TO LOG-DISPOSITION
    MOVE WS-SECTION-MASKED TO LOG-MASKED-FIELDS
    PERFORM 2900-STAMP-LOG-ENTRY
    WRITE DIST-LOG-REC.

3200-OPEN-SECTION.
        END-IF
    END-PERFORM.

      *> Output from the night's ad hoc requests goes out on the same
      *> path as the standing reports: each row the suite driver left
      *> becomes a one-off control entry carrying the sensitivity and
      *> dictionary of its destination's own entry on the distribution
      *> list, so an external requester only ever gets a masked copy,
      *> and the request's status log is told whether it was delivered.
      *> Where the driver ran nothing the delivery queue is absent.
4000-DISTRIBUTE-ADHOC-OUTPUT.
    OPEN INPUT ADHOC-DIST-FILE
    IF WS-ADHOC-DIST-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM 4050-LOAD-DESTINATIONS
    OPEN EXTEND ADHOC-LOG-FILE
    IF WS-ADHOC-LOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT ADHOC-LOG-FILE
    END-IF
    READ ADHOC-DIST-FILE
        AT END SET ADHOC-EOF TO TRUE
    END-READ
    PERFORM UNTIL ADHOC-EOF
        PERFORM 4100-DELIVER-ONE-REQUEST
        READ ADHOC-DIST-FILE
            AT END SET ADHOC-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ADHOC-DIST-FILE, ADHOC-LOG-FILE.

      *> One entry per destination on the list. Where a destination
      *> appears more than once and any of its entries is external,
      *> the external entry and its dictionary are the ones kept.
4050-LOAD-DESTINATIONS.
    MOVE ZEROS TO WS-DEST-COUNT
    MOVE "N" TO WS-DEST-EOF
    OPEN INPUT DIST-DEST-FILE
    IF WS-DEST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: DISTRIBUTION LIST NOT AVAILABLE FOR AD HOC"
            " ROUTING - STATUS " WS-DEST-STATUS
        EXIT PARAGRAPH
    END-IF
    READ DIST-DEST-FILE
        AT END SET DEST-EOF TO TRUE
    END-READ
    PERFORM UNTIL DEST-EOF
        MOVE ZEROS TO WS-DEST-FOUND
        PERFORM VARYING DEST-IDX FROM 1 BY 1
                UNTIL DEST-IDX IS GREATER THAN WS-DEST-COUNT
            IF WS-DEST-NAME(DEST-IDX) IS EQUAL TO DEST-DESTINATION
                MOVE DEST-IDX TO WS-DEST-FOUND
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-DEST-FOUND IS GREATER THAN ZERO
                IF DEST-EXTERNAL AND
                        WS-DEST-SENSITIVITY(WS-DEST-FOUND)
                            IS NOT EQUAL TO "E"
                    MOVE DEST-SENSITIVITY
                        TO WS-DEST-SENSITIVITY(WS-DEST-FOUND)
                    MOVE DEST-DICT-DD TO WS-DEST-DICT-DD(WS-DEST-FOUND)
                END-IF
            WHEN WS-DEST-COUNT IS LESS THAN 200
                ADD 1 TO WS-DEST-COUNT
                MOVE DEST-DESTINATION TO WS-DEST-NAME(WS-DEST-COUNT)
                MOVE DEST-SENSITIVITY
                    TO WS-DEST-SENSITIVITY(WS-DEST-COUNT)
                MOVE DEST-DICT-DD TO WS-DEST-DICT-DD(WS-DEST-COUNT)
            WHEN OTHER
                DISPLAY "EXCEPTION: DESTINATION TABLE FULL - "
                    DEST-DESTINATION " NOT AVAILABLE FOR AD HOC"
        END-EVALUATE
        READ DIST-DEST-FILE
            AT END SET DEST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE DIST-DEST-FILE.

4100-DELIVER-ONE-REQUEST.
    MOVE ADHD-REQUEST-ID TO ADHL-REQUEST-ID
    MOVE ADHD-PROGRAM TO ADHL-PROGRAM
    MOVE SPACES TO ADHL-DETAIL
    MOVE ZEROS TO WS-DEST-FOUND
    PERFORM VARYING DEST-IDX FROM 1 BY 1
            UNTIL DEST-IDX IS GREATER THAN WS-DEST-COUNT
        IF WS-DEST-NAME(DEST-IDX) IS EQUAL TO ADHD-DELIVER-TO
            MOVE DEST-IDX TO WS-DEST-FOUND
        END-IF
    END-PERFORM
    IF WS-DEST-FOUND IS EQUAL TO ZERO
        ADD 1 TO WS-ADHOC-UNROUTED
        DISPLAY "EXCEPTION: AD HOC REQUEST " ADHD-REQUEST-ID
            " DESTINATION " ADHD-DELIVER-TO
            " NOT ON DISTRIBUTION LIST - NOT DELIVERED"
        MOVE "FAILED" TO ADHL-STATUS
        MOVE "DESTINATION NOT ON DISTRIBUTION CONTROL" TO ADHL-DETAIL
        MOVE WS-RUN-DATE TO ADHL-STATUS-DATE
        PERFORM 2900-STAMP-LOG-ENTRY
        MOVE LOG-DELIVERED-TIME TO ADHL-STATUS-TIME
        MOVE WS-RUN-ID TO ADHL-RUN-ID
        WRITE ADHOC-LOG-REC
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO DIST-CONTROL-REC
    MOVE ADHD-OUTPUT-DSN TO CONTROL-REPORT-DSN
    MOVE ADHD-DELIVER-TO TO CONTROL-DESTINATION
    MOVE WS-DEST-SENSITIVITY(WS-DEST-FOUND) TO CONTROL-SENSITIVITY
    MOVE WS-DEST-DICT-DD(WS-DEST-FOUND) TO CONTROL-DICT-DD
    MOVE ZEROS TO CONTROL-BURST-START, CONTROL-BURST-LENGTH
    MOVE WS-NOT-PRESENT TO WS-NOT-PRESENT-BEFORE
    PERFORM 2000-DISTRIBUTE-ONE-REPORT
    IF WS-NOT-PRESENT IS GREATER THAN WS-NOT-PRESENT-BEFORE
        MOVE "FAILED" TO ADHL-STATUS
        MOVE "OUTPUT NOT PRESENT FOR DELIVERY" TO ADHL-DETAIL
    ELSE
        ADD 1 TO WS-ADHOC-DELIVERED
        MOVE "DELIVERED" TO ADHL-STATUS
        STRING "TO " ADHD-DELIVER-TO DELIMITED BY SIZE
            INTO ADHL-DETAIL
    END-IF
    MOVE WS-RUN-DATE TO ADHL-STATUS-DATE
    MOVE LOG-DELIVERED-TIME TO ADHL-STATUS-TIME
    MOVE WS-RUN-ID TO ADHL-RUN-ID
    WRITE ADHOC-LOG-REC.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==DESTINATION-REC==.
