IDENTIFICATION DIVISION.
    PROGRAM-ID. QaSampling.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT QA-CONTROL-FILE ASSIGN TO "QACTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.
        SELECT SAMPLE-DATASET-FILE ASSIGN TO DYNAMIC WS-SAMPLE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DATASET-STATUS.
        SELECT SAMPLE-REGISTER-FILE ASSIGN TO "QASAMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
        SELECT REVIEW-HISTORY-FILE ASSIGN TO "QAHIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
        SELECT REVIEW-RESULT-FILE ASSIGN TO "QARESULT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESULT-STATUS.
        SELECT QA-PRINT-FILE ASSIGN TO "QAPRINT"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> One line per output dataset the business owners want checked:
      *> the name the reviewers know it by, its DSN, the base sample
      *> rate and the ceiling escalation may take it to (both records
      *> per thousand), and whether only lines opening with a digit
      *> are business records (N) or every line is (A).  Blank lines
      *> and the count-and-hash trailer are never sampled.
    FD QA-CONTROL-FILE.
        01 QA-CONTROL-REC.
            05 QAC-DATASET PIC X(10).
            05 FILLER PIC X.
            05 QAC-DSN PIC X(26).
            05 FILLER PIC X.
            05 QAC-BASE-RATE PIC 9(3).
            05 FILLER PIC X.
            05 QAC-MAX-RATE PIC 9(3).
            05 FILLER PIC X.
            05 QAC-DETAIL-TEST PIC X.

    FD SAMPLE-DATASET-FILE.
        01 SAMPLE-DATASET-REC PIC X(133).

      *> Every record drawn, by dataset, sample date and its record
      *> number in the dataset, with the rate in force that night.
    FD SAMPLE-REGISTER-FILE.
        01 SAMPLE-REGISTER-REC.
            05 QAS-DATASET PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 QAS-SAMPLE-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 QAS-RECORD-NUM PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 QAS-RATE PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 QAS-RECORD-TEXT PIC X(80).

      *> Every reviewer verdict accepted, one per sampled record.
    FD REVIEW-HISTORY-FILE.
        01 REVIEW-HISTORY-REC.
            05 QAH-DATASET PIC X(10).
            05 FILLER PIC X VALUE SPACE.
            05 QAH-SAMPLE-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 QAH-RECORD-NUM PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 QAH-RESULT PIC X.
                88 QAH-FAILED VALUE "F".
            05 FILLER PIC X VALUE SPACE.
            05 QAH-REVIEWER PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 QAH-REVIEW-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 QAH-NOTE PIC X(40).

      *> The reviewers' verdicts as keyed from the worksheets.
    FD REVIEW-RESULT-FILE.
        01 REVIEW-RESULT-REC.
            05 QAR-DATASET PIC X(10).
            05 FILLER PIC X.
            05 QAR-SAMPLE-DATE PIC X(8).
            05 FILLER PIC X.
            05 QAR-RECORD-NUM PIC X(7).
            05 FILLER PIC X.
            05 QAR-RESULT PIC X.
                88 QAR-RESULT-VALID VALUE "P" "F".
                88 QAR-FAILED VALUE "F".
            05 FILLER PIC X.
            05 QAR-REVIEWER PIC X(8).
            05 FILLER PIC X.
            05 QAR-NOTE PIC X(40).

    FD QA-PRINT-FILE.
        01 QA-PRINT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-DATASET-STATUS PIC XX.
        01 WS-REGISTER-STATUS PIC XX.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-RESULT-STATUS PIC XX.
        01 WS-SAMPLE-DSN PIC X(44).
        01 WS-MODE PIC X(8).
            88 DRAW-MODE VALUE "DRAW".
            88 RESULTS-MODE VALUE "RESULTS".
            88 TREND-MODE VALUE "TREND".
        01 WS-EOF PIC X.
            88 END-OF-FILE VALUE "Y".
      *> A failed review counts against a dataset's sample rate for
      *> this many days after the sample date (parameter QASAMPLE).
        01 LOOKBACK-DAYS PIC 9(3) VALUE 30.
        01 WS-TODAY-INT PIC 9(7).
        01 WS-WINDOW-FROM-DATE PIC 9(8).
        01 WS-HISTORY-FROM-DATE PIC 9(8).
        01 WS-CONTROL-TABLE.
            05 WS-CONTROL-ENTRY OCCURS 20 TIMES.
                10 WS-QC-DATASET PIC X(10).
                10 WS-QC-DSN PIC X(26).
                10 WS-QC-BASE-RATE PIC 9(3).
                10 WS-QC-MAX-RATE PIC 9(3).
                10 WS-QC-DETAIL-TEST PIC X.
                10 WS-QC-RATE PIC 9(3).
                10 WS-QC-FAILED-DATES PIC 9(3).
        01 WS-CONTROL-COUNT PIC 99 VALUE ZEROS.
        01 QC-IDX PIC 99.
      *> Sample dates in the last year, by dataset: records drawn,
      *> reviewed and failed.
        01 WS-BATCH-TABLE.
            05 WS-BATCH-ENTRY OCCURS 3000 TIMES.
                10 WS-BT-DATASET PIC X(10).
                10 WS-BT-SAMPLE-DATE PIC X(8).
                10 WS-BT-SAMPLED PIC 9(5).
                10 WS-BT-REVIEWED PIC 9(5).
                10 WS-BT-FAILED PIC 9(5).
                10 WS-BT-RATE PIC 9(3).
        01 WS-BATCH-COUNT PIC 9(4) VALUE ZEROS.
        01 BT-IDX PIC 9(4).
        01 WS-WANTED-DATASET PIC X(10).
        01 WS-WANTED-DATE PIC X(8).
        01 WS-BATCH-FOUND PIC X.
            88 BATCH-FOUND VALUE "Y".
      *> Individual samples, for matching the reviewers' verdicts.
        01 WS-SAMPLE-TABLE.
            05 WS-SAMPLE-ENTRY OCCURS 9999 TIMES.
                10 WS-SM-DATASET PIC X(10).
                10 WS-SM-SAMPLE-DATE PIC X(8).
                10 WS-SM-RECORD-NUM PIC 9(7).
                10 WS-SM-REVIEWED PIC X.
                    88 SAMPLE-REVIEWED VALUE "Y".
        01 WS-SAMPLE-COUNT PIC 9(4) VALUE ZEROS.
        01 SM-IDX PIC 9(4).
        01 WS-WANTED-RECORD PIC 9(7).
        01 WS-SAMPLE-FOUND PIC X.
            88 SAMPLE-FOUND VALUE "Y".
      *> The draw is a multiplicative congruential generator seeded
      *> from the sample date and the dataset name, so the same night
      *> redrawn gives the same records and an auditor can repeat it.
        01 WS-SEED PIC 9(10).
        01 WS-RANDOM-STATE PIC 9(10).
        01 WS-RANDOM-WORK PIC 9(15).
        01 WS-RANDOM-DRAW PIC 9(3).
        01 WS-NAME-HASH PIC 9(10).
        01 CHAR-IDX PIC 99.
        01 WS-ALREADY-DRAWN PIC X.
            88 ALREADY-DRAWN VALUE "Y".
        01 WS-DRAW-RATE PIC 9(3).
        01 WS-RECORD-NUM PIC 9(7).
        01 WS-POPULATION PIC 9(7).
        01 WS-DRAWN PIC 9(5).
        01 WS-DATASETS-DRAWN PIC 99 VALUE ZEROS.
        01 WS-DATASETS-MISSING PIC 99 VALUE ZEROS.
        01 WS-TOTAL-DRAWN PIC 9(7) VALUE ZEROS.
        01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-FAILED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
        01 WS-DISPOSITION PIC X(20).
        01 WS-MONTH-INDEX PIC 9(6).
        01 WS-MONTH-YEAR PIC 9(4).
        01 WS-MONTH-NUM PIC 99.
        01 WS-TREND-MONTH PIC X(6).
        01 WS-MONTH-SAMPLED PIC 9(7).
        01 WS-MONTH-REVIEWED PIC 9(7).
        01 WS-MONTH-FAILED PIC 9(7).
        01 WS-AWAITING PIC 9(7).
        01 WS-ERROR-RATE PIC 9(3)V9.
        01 WS-WORKSHEET-LINE.
            05 WSW-SEQ PIC Z(3)9.
            05 FILLER PIC XX VALUE SPACES.
            05 WSW-RECORD-NUM PIC 9(7).
            05 FILLER PIC XX VALUE SPACES.
            05 FILLER PIC X(12) VALUE "[ ]P  [ ]F  ".
            05 WSW-TEXT PIC X(100).
        01 WS-RESULT-LINE.
            05 WSR-DATASET PIC X(10).
            05 FILLER PIC XX VALUE SPACES.
            05 WSR-SAMPLE-DATE PIC X(8).
            05 FILLER PIC XX VALUE SPACES.
            05 WSR-RECORD-NUM PIC X(7).
            05 FILLER PIC XX VALUE SPACES.
            05 WSR-RESULT PIC X.
            05 FILLER PIC X(4) VALUE SPACES.
            05 WSR-REVIEWER PIC X(8).
            05 FILLER PIC XX VALUE SPACES.
            05 WSR-DISPOSITION PIC X(20).
            05 FILLER PIC XX VALUE SPACES.
            05 WSR-NOTE PIC X(40).
        01 WS-TREND-LINE.
            05 WST-DATASET PIC X(10).
            05 FILLER PIC XX VALUE SPACES.
            05 WST-MONTH PIC X(6).
            05 FILLER PIC XX VALUE SPACES.
            05 WST-SAMPLED PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACES.
            05 WST-REVIEWED PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACES.
            05 WST-FAILED PIC Z(6)9.
            05 FILLER PIC XX VALUE SPACES.
            05 WST-ERROR-RATE PIC ZZ9.9.
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
    EVALUATE TRUE
        WHEN DRAW-MODE
            DISPLAY "RUN " WS-RUN-ID " QA SAMPLE DRAW FOR " WS-RUN-DATE
        WHEN RESULTS-MODE
            DISPLAY "RUN " WS-RUN-ID " QA REVIEW RESULTS"
        WHEN TREND-MODE
            DISPLAY "RUN " WS-RUN-ID " QA ERROR RATE TREND"
        WHEN OTHER
            DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
                " - EXPECTED DRAW, RESULTS OR TREND"
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
    END-EVALUATE
    PERFORM 1000-READ-PARAMETERS
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-DATE))
    COMPUTE WS-WINDOW-FROM-DATE = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - LOOKBACK-DAYS)
    COMPUTE WS-HISTORY-FROM-DATE = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - 365)
    PERFORM 1100-LOAD-CONTROL
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    OPEN OUTPUT QA-PRINT-FILE
    EVALUATE TRUE
        WHEN DRAW-MODE
            PERFORM 1200-LOAD-BATCHES
            PERFORM 1300-SET-SAMPLE-RATES
            PERFORM 2000-DRAW-SAMPLES
        WHEN RESULTS-MODE
            PERFORM 1400-LOAD-SAMPLES
            PERFORM 3000-APPLY-RESULTS
        WHEN TREND-MODE
            PERFORM 1200-LOAD-BATCHES
            PERFORM 1300-SET-SAMPLE-RATES
            PERFORM 4000-PRINT-TREND
    END-EVALUATE
    CLOSE QA-PRINT-FILE
    EVALUATE TRUE
        WHEN DRAW-MODE
            DISPLAY "DATASETS SAMPLED " WS-DATASETS-DRAWN
                " NOT PRESENT " WS-DATASETS-MISSING
                " RECORDS DRAWN " WS-TOTAL-DRAWN
            IF WS-DATASETS-MISSING IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        WHEN RESULTS-MODE
            DISPLAY "VERDICTS ACCEPTED " WS-ACCEPTED-COUNT
                " FAILED " WS-FAILED-COUNT
                " REJECTED " WS-REJECTED-COUNT
            IF WS-REJECTED-COUNT IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        WHEN TREND-MODE
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="QASAMPLE"==.

    COPY busdateget.

1000-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    MOVE "N" TO WS-EOF
    READ PARM-CONTROL-FILE
        AT END SET END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL END-OF-FILE
        IF PARM-PROGRAM-NAME IS EQUAL TO "QASAMPLE"
            COMPUTE LOOKBACK-DAYS = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE.

1100-LOAD-CONTROL.
    OPEN INPUT QA-CONTROL-FILE
    IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: QA CONTROL FILE NOT AVAILABLE - STATUS "
            WS-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    MOVE "N" TO WS-EOF
    READ QA-CONTROL-FILE
        AT END SET END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL END-OF-FILE
        EVALUATE TRUE
            WHEN QAC-DATASET IS EQUAL TO SPACES OR
                    QAC-DSN IS EQUAL TO SPACES OR
                    QAC-BASE-RATE IS NOT NUMERIC OR
                    QAC-MAX-RATE IS NOT NUMERIC
                DISPLAY "EXCEPTION: QA CONTROL LINE IGNORED - "
                    QA-CONTROL-REC(1:40)
            WHEN WS-CONTROL-COUNT IS EQUAL TO 20
                DISPLAY "EXCEPTION: MORE THAN 20 QA DATASETS - "
                    QAC-DATASET " IGNORED"
            WHEN OTHER
                ADD 1 TO WS-CONTROL-COUNT
                MOVE QAC-DATASET TO WS-QC-DATASET(WS-CONTROL-COUNT)
                MOVE QAC-DSN TO WS-QC-DSN(WS-CONTROL-COUNT)
                MOVE QAC-BASE-RATE TO WS-QC-BASE-RATE(WS-CONTROL-COUNT)
                MOVE QAC-MAX-RATE TO WS-QC-MAX-RATE(WS-CONTROL-COUNT)
                IF QAC-MAX-RATE IS LESS THAN QAC-BASE-RATE
                    MOVE QAC-BASE-RATE TO
                        WS-QC-MAX-RATE(WS-CONTROL-COUNT)
                END-IF
                MOVE QAC-DETAIL-TEST TO
                    WS-QC-DETAIL-TEST(WS-CONTROL-COUNT)
                MOVE QAC-BASE-RATE TO WS-QC-RATE(WS-CONTROL-COUNT)
                MOVE ZEROS TO WS-QC-FAILED-DATES(WS-CONTROL-COUNT)
        END-EVALUATE
        READ QA-CONTROL-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE QA-CONTROL-FILE.

      *> The last year of the sample register and the review history,
      *> summed by dataset and sample date.
1200-LOAD-BATCHES.
    OPEN INPUT SAMPLE-REGISTER-FILE
    IF WS-REGISTER-STATUS IS EQUAL TO "00"
        MOVE "N" TO WS-EOF
        READ SAMPLE-REGISTER-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
        PERFORM UNTIL END-OF-FILE
            IF QAS-SAMPLE-DATE IS NOT LESS THAN WS-HISTORY-FROM-DATE
                MOVE QAS-DATASET TO WS-WANTED-DATASET
                MOVE QAS-SAMPLE-DATE TO WS-WANTED-DATE
                PERFORM 1250-FIND-BATCH
                IF BATCH-FOUND
                    ADD 1 TO WS-BT-SAMPLED(BT-IDX)
                    MOVE QAS-RATE TO WS-BT-RATE(BT-IDX)
                END-IF
            END-IF
            READ SAMPLE-REGISTER-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ
        END-PERFORM
        CLOSE SAMPLE-REGISTER-FILE
    END-IF
    OPEN INPUT REVIEW-HISTORY-FILE
    IF WS-HISTORY-STATUS IS EQUAL TO "00"
        MOVE "N" TO WS-EOF
        READ REVIEW-HISTORY-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
        PERFORM UNTIL END-OF-FILE
            IF QAH-SAMPLE-DATE IS NOT LESS THAN WS-HISTORY-FROM-DATE
                MOVE QAH-DATASET TO WS-WANTED-DATASET
                MOVE QAH-SAMPLE-DATE TO WS-WANTED-DATE
                PERFORM 1250-FIND-BATCH
                IF BATCH-FOUND
                    ADD 1 TO WS-BT-REVIEWED(BT-IDX)
                    IF QAH-FAILED
                        ADD 1 TO WS-BT-FAILED(BT-IDX)
                    END-IF
                END-IF
            END-IF
            READ REVIEW-HISTORY-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ
        END-PERFORM
        CLOSE REVIEW-HISTORY-FILE
    END-IF.

1250-FIND-BATCH.
    MOVE "N" TO WS-BATCH-FOUND
    PERFORM VARYING BT-IDX FROM 1 BY 1
            UNTIL BT-IDX IS GREATER THAN WS-BATCH-COUNT
        IF WS-BT-DATASET(BT-IDX) IS EQUAL TO WS-WANTED-DATASET AND
                WS-BT-SAMPLE-DATE(BT-IDX) IS EQUAL TO WS-WANTED-DATE
            SET BATCH-FOUND TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-BATCH-COUNT IS EQUAL TO 3000
        DISPLAY "EXCEPTION: MORE THAN 3000 QA SAMPLE DATES IN THE "
            "LAST YEAR - " WS-WANTED-DATASET " " WS-WANTED-DATE
            " NOT COUNTED"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-BATCH-COUNT
    MOVE WS-BATCH-COUNT TO BT-IDX
    MOVE WS-WANTED-DATASET TO WS-BT-DATASET(BT-IDX)
    MOVE WS-WANTED-DATE TO WS-BT-SAMPLE-DATE(BT-IDX)
    MOVE ZEROS TO WS-BT-SAMPLED(BT-IDX), WS-BT-REVIEWED(BT-IDX),
        WS-BT-FAILED(BT-IDX), WS-BT-RATE(BT-IDX)
    SET BATCH-FOUND TO TRUE.

      *> Each sample date inside the lookback window on which the
      *> reviewers failed at least one record doubles the dataset's
      *> rate, up to its ceiling.  Once the failures age out of the
      *> window the rate falls back to base.
1300-SET-SAMPLE-RATES.
    PERFORM VARYING QC-IDX FROM 1 BY 1
            UNTIL QC-IDX IS GREATER THAN WS-CONTROL-COUNT
        MOVE ZEROS TO WS-QC-FAILED-DATES(QC-IDX)
        PERFORM VARYING BT-IDX FROM 1 BY 1
                UNTIL BT-IDX IS GREATER THAN WS-BATCH-COUNT
            IF WS-BT-DATASET(BT-IDX) IS EQUAL TO WS-QC-DATASET(QC-IDX)
                    AND WS-BT-FAILED(BT-IDX) IS GREATER THAN ZERO
                    AND WS-BT-SAMPLE-DATE(BT-IDX) IS NOT LESS THAN
                    WS-WINDOW-FROM-DATE
                ADD 1 TO WS-QC-FAILED-DATES(QC-IDX)
            END-IF
        END-PERFORM
        MOVE WS-QC-BASE-RATE(QC-IDX) TO WS-QC-RATE(QC-IDX)
        PERFORM WS-QC-FAILED-DATES(QC-IDX) TIMES
            IF WS-QC-RATE(QC-IDX) * 2 IS GREATER THAN
                    WS-QC-MAX-RATE(QC-IDX)
                MOVE WS-QC-MAX-RATE(QC-IDX) TO WS-QC-RATE(QC-IDX)
            ELSE
                COMPUTE WS-QC-RATE(QC-IDX) = WS-QC-RATE(QC-IDX) * 2
            END-IF
        END-PERFORM
    END-PERFORM.

      *> Every sample in the register for the last year, marked off
      *> as its verdict is found in the review history.
1400-LOAD-SAMPLES.
    OPEN INPUT SAMPLE-REGISTER-FILE
    IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO QA SAMPLES HAVE BEEN DRAWN"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    READ SAMPLE-REGISTER-FILE
        AT END SET END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL END-OF-FILE
        IF QAS-SAMPLE-DATE IS NOT LESS THAN WS-HISTORY-FROM-DATE
            IF WS-SAMPLE-COUNT IS LESS THAN 9999
                ADD 1 TO WS-SAMPLE-COUNT
                MOVE QAS-DATASET TO WS-SM-DATASET(WS-SAMPLE-COUNT)
                MOVE QAS-SAMPLE-DATE TO
                    WS-SM-SAMPLE-DATE(WS-SAMPLE-COUNT)
                MOVE QAS-RECORD-NUM TO WS-SM-RECORD-NUM(WS-SAMPLE-COUNT)
                MOVE "N" TO WS-SM-REVIEWED(WS-SAMPLE-COUNT)
            ELSE
                DISPLAY "EXCEPTION: MORE THAN 9999 QA SAMPLES IN THE "
                    "LAST YEAR - " QAS-DATASET " " QAS-SAMPLE-DATE
                    " NOT LOADED"
            END-IF
        END-IF
        READ SAMPLE-REGISTER-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE SAMPLE-REGISTER-FILE
    OPEN INPUT REVIEW-HISTORY-FILE
    IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    READ REVIEW-HISTORY-FILE
        AT END SET END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL END-OF-FILE
        MOVE QAH-DATASET TO WS-WANTED-DATASET
        MOVE QAH-SAMPLE-DATE TO WS-WANTED-DATE
        MOVE QAH-RECORD-NUM TO WS-WANTED-RECORD
        PERFORM 1450-FIND-SAMPLE
        IF SAMPLE-FOUND
            SET SAMPLE-REVIEWED(SM-IDX) TO TRUE
        END-IF
        READ REVIEW-HISTORY-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE REVIEW-HISTORY-FILE.

1450-FIND-SAMPLE.
    MOVE "N" TO WS-SAMPLE-FOUND
    PERFORM VARYING SM-IDX FROM 1 BY 1
            UNTIL SM-IDX IS GREATER THAN WS-SAMPLE-COUNT
        IF WS-SM-DATASET(SM-IDX) IS EQUAL TO WS-WANTED-DATASET AND
                WS-SM-SAMPLE-DATE(SM-IDX) IS EQUAL TO WS-WANTED-DATE
                AND WS-SM-RECORD-NUM(SM-IDX) IS EQUAL TO
                WS-WANTED-RECORD
            SET SAMPLE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> One worksheet per dataset, each on its own page.  A rerun of
      *> the same night draws the same records at the rate registered
      *> that night, even if a verdict since has moved the rate, and
      *> reprints the worksheets without registering them again.
2000-DRAW-SAMPLES.
    MOVE "QA REVIEW WORKSHEET" TO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE "SEQ" TO WS-PRINT-COLUMNS(2:3)
    MOVE "RECORD" TO WS-PRINT-COLUMNS(7:6)
    MOVE "VERDICT" TO WS-PRINT-COLUMNS(16:7)
    MOVE "RECORD AS WRITTEN" TO WS-PRINT-COLUMNS(28:17)
    OPEN EXTEND SAMPLE-REGISTER-FILE
    IF WS-REGISTER-STATUS IS EQUAL TO "35"
        OPEN OUTPUT SAMPLE-REGISTER-FILE
    END-IF
    PERFORM VARYING QC-IDX FROM 1 BY 1
            UNTIL QC-IDX IS GREATER THAN WS-CONTROL-COUNT
        PERFORM 2100-DRAW-ONE-DATASET
    END-PERFORM
    CLOSE SAMPLE-REGISTER-FILE.

2100-DRAW-ONE-DATASET.
    MOVE WS-QC-DSN(QC-IDX) TO WS-SAMPLE-DSN
    OPEN INPUT SAMPLE-DATASET-FILE
    IF WS-DATASET-STATUS IS NOT EQUAL TO "00"
        ADD 1 TO WS-DATASETS-MISSING
        DISPLAY "EXCEPTION: " WS-QC-DATASET(QC-IDX) " "
            WS-QC-DSN(QC-IDX) " NOT PRESENT - NOT SAMPLED"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DATASETS-DRAWN
    MOVE WS-QC-DATASET(QC-IDX) TO WS-WANTED-DATASET
    MOVE WS-RUN-DATE TO WS-WANTED-DATE
    MOVE "N" TO WS-ALREADY-DRAWN
    MOVE WS-QC-RATE(QC-IDX) TO WS-DRAW-RATE
    PERFORM VARYING BT-IDX FROM 1 BY 1
            UNTIL BT-IDX IS GREATER THAN WS-BATCH-COUNT
        IF WS-BT-DATASET(BT-IDX) IS EQUAL TO WS-WANTED-DATASET AND
                WS-BT-SAMPLE-DATE(BT-IDX) IS EQUAL TO WS-WANTED-DATE
                AND WS-BT-SAMPLED(BT-IDX) IS GREATER THAN ZERO
            SET ALREADY-DRAWN TO TRUE
            MOVE WS-BT-RATE(BT-IDX) TO WS-DRAW-RATE
        END-IF
    END-PERFORM
    PERFORM 2150-SEED-GENERATOR
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "DATASET " WS-QC-DATASET(QC-IDX)
        "  " WS-QC-DSN(QC-IDX)
        "  SAMPLE DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "SAMPLE RATE " WS-DRAW-RATE
        " PER 1000 (BASE " WS-QC-BASE-RATE(QC-IDX)
        ", SAMPLE DATES FAILED IN LAST " LOOKBACK-DAYS
        " DAYS " WS-QC-FAILED-DATES(QC-IDX)
        ")  SEED " WS-SEED
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "KEY EACH VERDICT AS: DATASET, SAMPLE DATE, RECORD, "
        "P OR F, REVIEWER, NOTE"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE ZEROS TO WS-RECORD-NUM, WS-POPULATION, WS-DRAWN
    MOVE "N" TO WS-EOF
    READ SAMPLE-DATASET-FILE
        AT END SET END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL END-OF-FILE
        ADD 1 TO WS-RECORD-NUM
        PERFORM 2200-TAKE-ONE-RECORD
        READ SAMPLE-DATASET-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE SAMPLE-DATASET-FILE
    ADD WS-DRAWN TO WS-TOTAL-DRAWN
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    STRING "POPULATION " WS-POPULATION "  DRAWN " WS-DRAWN
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF ALREADY-DRAWN
        MOVE "SAMPLE ALREADY REGISTERED - WORKSHEET REPRINTED"
            TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

2150-SEED-GENERATOR.
    MOVE ZEROS TO WS-NAME-HASH
    PERFORM VARYING CHAR-IDX FROM 1 BY 1
            UNTIL CHAR-IDX IS GREATER THAN 10
        COMPUTE WS-NAME-HASH = FUNCTION MOD(WS-NAME-HASH * 31 +
            FUNCTION ORD(WS-QC-DATASET(QC-IDX)(CHAR-IDX:1)),
            2147483647)
    END-PERFORM
    COMPUTE WS-SEED = FUNCTION MOD(WS-TODAY-INT * 7919 + WS-NAME-HASH,
        2147483646) + 1
    MOVE WS-SEED TO WS-RANDOM-STATE.

      *> Every business record takes the next number from the
      *> generator whether or not it is drawn, so the draw depends
      *> only on the seed and the record's place in the dataset.
2200-TAKE-ONE-RECORD.
    IF SAMPLE-DATASET-REC IS EQUAL TO SPACES OR
            SAMPLE-DATASET-REC(1:8) IS EQUAL TO "TRAILER "
        EXIT PARAGRAPH
    END-IF
    IF WS-QC-DETAIL-TEST(QC-IDX) IS EQUAL TO "N" AND
            SAMPLE-DATASET-REC(1:1) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-POPULATION
    COMPUTE WS-RANDOM-WORK = WS-RANDOM-STATE * 16807
    COMPUTE WS-RANDOM-STATE = FUNCTION MOD(WS-RANDOM-WORK, 2147483647)
    COMPUTE WS-RANDOM-DRAW = FUNCTION MOD(WS-RANDOM-STATE, 1000)
    IF WS-RANDOM-DRAW IS NOT LESS THAN WS-DRAW-RATE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DRAWN
    MOVE WS-DRAWN TO WSW-SEQ
    MOVE WS-RECORD-NUM TO WSW-RECORD-NUM
    MOVE SAMPLE-DATASET-REC(1:100) TO WSW-TEXT
    MOVE WS-WORKSHEET-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF NOT ALREADY-DRAWN
        MOVE WS-QC-DATASET(QC-IDX) TO QAS-DATASET
        MOVE WS-RUN-DATE TO QAS-SAMPLE-DATE
        MOVE WS-RECORD-NUM TO QAS-RECORD-NUM
        MOVE WS-DRAW-RATE TO QAS-RATE
        MOVE SAMPLE-DATASET-REC(1:80) TO QAS-RECORD-TEXT
        WRITE SAMPLE-REGISTER-REC
    END-IF.

      *> A verdict is taken once, and only for a record that was
      *> actually drawn.
3000-APPLY-RESULTS.
    MOVE "QA REVIEW VERDICTS RECEIVED" TO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE "DATASET" TO WS-PRINT-COLUMNS(1:7)
    MOVE "SAMPLED" TO WS-PRINT-COLUMNS(13:7)
    MOVE "RECORD" TO WS-PRINT-COLUMNS(23:6)
    MOVE "P/F" TO WS-PRINT-COLUMNS(31:3)
    MOVE "REVIEWER" TO WS-PRINT-COLUMNS(37:8)
    MOVE "DISPOSITION" TO WS-PRINT-COLUMNS(47:11)
    MOVE "NOTE" TO WS-PRINT-COLUMNS(69:4)
    OPEN INPUT REVIEW-RESULT-FILE
    IF WS-RESULT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO REVIEW VERDICTS THIS RUN"
        MOVE "NO REVIEW VERDICTS THIS RUN" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND REVIEW-HISTORY-FILE
    IF WS-HISTORY-STATUS IS EQUAL TO "35"
        OPEN OUTPUT REVIEW-HISTORY-FILE
    END-IF
    MOVE "N" TO WS-EOF
    READ REVIEW-RESULT-FILE
        AT END SET END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL END-OF-FILE
        PERFORM 3100-APPLY-ONE-RESULT
        READ REVIEW-RESULT-FILE
            AT END SET END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE REVIEW-RESULT-FILE, REVIEW-HISTORY-FILE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    STRING "ACCEPTED " WS-ACCEPTED-COUNT
        "  OF WHICH FAILED " WS-FAILED-COUNT
        "  REJECTED " WS-REJECTED-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3100-APPLY-ONE-RESULT.
    MOVE SPACES TO WS-DISPOSITION
    EVALUATE TRUE
        WHEN NOT QAR-RESULT-VALID OR QAR-REVIEWER IS EQUAL TO SPACES
                OR QAR-RECORD-NUM IS NOT NUMERIC
            MOVE "REJECTED - MALFORMED" TO WS-DISPOSITION
        WHEN OTHER
            MOVE QAR-DATASET TO WS-WANTED-DATASET
            MOVE QAR-SAMPLE-DATE TO WS-WANTED-DATE
            MOVE QAR-RECORD-NUM TO WS-WANTED-RECORD
            PERFORM 1450-FIND-SAMPLE
            EVALUATE TRUE
                WHEN NOT SAMPLE-FOUND
                    MOVE "REJECTED - NOT DRAWN" TO WS-DISPOSITION
                WHEN SAMPLE-REVIEWED(SM-IDX)
                    MOVE "REJECTED - DUPLICATE" TO WS-DISPOSITION
            END-EVALUATE
    END-EVALUATE
    IF WS-DISPOSITION IS EQUAL TO SPACES
        SET SAMPLE-REVIEWED(SM-IDX) TO TRUE
        MOVE QAR-DATASET TO QAH-DATASET
        MOVE QAR-SAMPLE-DATE TO QAH-SAMPLE-DATE
        MOVE WS-WANTED-RECORD TO QAH-RECORD-NUM
        MOVE QAR-RESULT TO QAH-RESULT
        MOVE QAR-REVIEWER TO QAH-REVIEWER
        MOVE WS-RUN-DATE TO QAH-REVIEW-DATE
        MOVE QAR-NOTE TO QAH-NOTE
        WRITE REVIEW-HISTORY-REC
        ADD 1 TO WS-ACCEPTED-COUNT
        IF QAR-FAILED
            ADD 1 TO WS-FAILED-COUNT
            MOVE "ACCEPTED - FAILED" TO WS-DISPOSITION
            DISPLAY "NOTE: QA REVIEW FAILED " QAR-DATASET " "
                QAR-SAMPLE-DATE " RECORD " QAR-RECORD-NUM
        ELSE
            MOVE "ACCEPTED" TO WS-DISPOSITION
        END-IF
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        DISPLAY "EXCEPTION: QA VERDICT " WS-DISPOSITION " - "
            REVIEW-RESULT-REC(1:40)
    END-IF
    MOVE QAR-DATASET TO WSR-DATASET
    MOVE QAR-SAMPLE-DATE TO WSR-SAMPLE-DATE
    MOVE QAR-RECORD-NUM TO WSR-RECORD-NUM
    MOVE QAR-RESULT TO WSR-RESULT
    MOVE QAR-REVIEWER TO WSR-REVIEWER
    MOVE WS-DISPOSITION TO WSR-DISPOSITION
    MOVE QAR-NOTE TO WSR-NOTE
    MOVE WS-RESULT-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> Twelve months to the business date, dataset by dataset, with
      *> the rate the next draw will use and the samples still waiting
      *> for a reviewer.
4000-PRINT-TREND.
    MOVE "QA SAMPLING ERROR RATE BY MONTH" TO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE "DATASET" TO WS-PRINT-COLUMNS(1:7)
    MOVE "MONTH" TO WS-PRINT-COLUMNS(13:5)
    MOVE "SAMPLED" TO WS-PRINT-COLUMNS(21:7)
    MOVE "REVIEWED" TO WS-PRINT-COLUMNS(29:8)
    MOVE "FAILED" TO WS-PRINT-COLUMNS(40:6)
    MOVE "ERR %" TO WS-PRINT-COLUMNS(48:5)
    IF WS-CONTROL-COUNT IS EQUAL TO ZERO
        MOVE "NO DATASETS ARE SET UP FOR QA SAMPLING" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    PERFORM VARYING QC-IDX FROM 1 BY 1
            UNTIL QC-IDX IS GREATER THAN WS-CONTROL-COUNT
        PERFORM 4100-TREND-ONE-DATASET
    END-PERFORM.

4100-TREND-ONE-DATASET.
    COMPUTE WS-MONTH-INDEX = FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-RUN-DATE(5:2)) - 1 - 11
    PERFORM 12 TIMES
        PERFORM 4150-TREND-ONE-MONTH
        ADD 1 TO WS-MONTH-INDEX
    END-PERFORM
    MOVE ZEROS TO WS-AWAITING
    PERFORM VARYING BT-IDX FROM 1 BY 1
            UNTIL BT-IDX IS GREATER THAN WS-BATCH-COUNT
        IF WS-BT-DATASET(BT-IDX) IS EQUAL TO WS-QC-DATASET(QC-IDX)
                AND WS-BT-SAMPLED(BT-IDX) IS GREATER THAN
                WS-BT-REVIEWED(BT-IDX)
            COMPUTE WS-AWAITING = WS-AWAITING + WS-BT-SAMPLED(BT-IDX)
                - WS-BT-REVIEWED(BT-IDX)
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    STRING WS-QC-DATASET(QC-IDX)
        "  RATE NOW " WS-QC-RATE(QC-IDX)
        " PER 1000 (BASE " WS-QC-BASE-RATE(QC-IDX)
        ", CEILING " WS-QC-MAX-RATE(QC-IDX)
        ")  AWAITING REVIEW " WS-AWAITING
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

4150-TREND-ONE-MONTH.
    DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-MONTH-YEAR
        REMAINDER WS-MONTH-NUM
    ADD 1 TO WS-MONTH-NUM
    STRING WS-MONTH-YEAR WS-MONTH-NUM DELIMITED BY SIZE
        INTO WS-TREND-MONTH
    MOVE ZEROS TO WS-MONTH-SAMPLED, WS-MONTH-REVIEWED,
        WS-MONTH-FAILED
    PERFORM VARYING BT-IDX FROM 1 BY 1
            UNTIL BT-IDX IS GREATER THAN WS-BATCH-COUNT
        IF WS-BT-DATASET(BT-IDX) IS EQUAL TO WS-QC-DATASET(QC-IDX)
                AND WS-BT-SAMPLE-DATE(BT-IDX)(1:6) IS EQUAL TO
                WS-TREND-MONTH
            ADD WS-BT-SAMPLED(BT-IDX) TO WS-MONTH-SAMPLED
            ADD WS-BT-REVIEWED(BT-IDX) TO WS-MONTH-REVIEWED
            ADD WS-BT-FAILED(BT-IDX) TO WS-MONTH-FAILED
        END-IF
    END-PERFORM
    IF WS-MONTH-SAMPLED IS EQUAL TO ZERO AND
            WS-MONTH-REVIEWED IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO WS-ERROR-RATE
    IF WS-MONTH-REVIEWED IS GREATER THAN ZERO
        COMPUTE WS-ERROR-RATE ROUNDED =
            WS-MONTH-FAILED * 100 / WS-MONTH-REVIEWED
    END-IF
    MOVE WS-QC-DATASET(QC-IDX) TO WST-DATASET
    MOVE WS-TREND-MONTH TO WST-MONTH
    MOVE WS-MONTH-SAMPLED TO WST-SAMPLED
    MOVE WS-MONTH-REVIEWED TO WST-REVIEWED
    MOVE WS-MONTH-FAILED TO WST-FAILED
    MOVE WS-ERROR-RATE TO WST-ERROR-RATE
    MOVE WS-TREND-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==QA-PRINT-REC==.
