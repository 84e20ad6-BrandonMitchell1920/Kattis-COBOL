        SELECT CERTIFICATE-FILE ASSIGN TO "ARCCERT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CERT-STATUS.
        SELECT CATALOG-FILE ASSIGN TO "ARCCATFL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.
        COPY lholdsel.
        COPY hlogsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY lholdfd.
    COPY hlogfd.
    COPY busdatefd.
    COPY steplogfd.

    FD SOURCE-FILE.
        01 SOURCE-REC PIC X(133).

    FD CATALOG-FILE.
        01 CATALOG-REC.
            05 CATALOG-SOURCE-DSN PIC X(26).
            05 FILLER PIC X.
            05 CATALOG-ARCHIVE-DSN PIC X(32).
            05 FILLER PIC X.
            05 CATALOG-ARCHIVE-DATE PIC X(8).
            05 FILLER PIC X.
            05 CATALOG-RECORD-COUNT PIC 9(7).

    FD COPY-FILE.
        01 COPY-REC PIC X(133).

        01 WS-COPY-TRAILER PIC X(30) VALUE SPACES.
        01 WS-VERIFY-FAILED PIC X VALUE "N".
            88 VERIFY-FAILED VALUE "Y".
        01 WS-LEGAL-HOLD-STATUS PIC XX.
        01 WS-HOLD-LOG-STATUS PIC XX.
        01 WS-HOLD-EOF PIC X VALUE "N".
            88 HOLD-EOF VALUE "Y".
        01 WS-CATALOG-STATUS PIC XX.
        01 WS-CATALOG-EOF PIC X VALUE "N".
            88 CATALOG-EOF VALUE "Y".
      *> The business dates this generation's records cover: the day
      *> after the source's previous archive date through tonight.
        01 WS-PRIOR-ARCHIVE-DATE PIC X(8) VALUE SPACES.
        01 WS-COVER-FROM-DATE PIC X(8) VALUE "00000000".
        01 WS-COVER-FROM-NUM PIC 9(8).
      *> Holds in force that could cover this generation; a key hold
      *> only covers it once its key turns up in the source records.
        01 WS-HOLD-TABLE.
            05 WS-HOLD-ENTRY OCCURS 100 TIMES.
                10 WS-HD-MATTER PIC X(12).
                10 WS-HD-KEY-TYPE PIC X(8).
                10 WS-HD-KEY-VALUE PIC X(12).
                10 WS-HD-KEY-LENGTH PIC 99.
                10 WS-HD-KEY-HITS PIC 9(7).
        01 WS-HOLD-COUNT PIC 9(3) VALUE ZEROS.
        01 HOLD-IDX PIC 9(3).
        01 WS-HELD-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-HELD-MATTER PIC X(12).
        COPY rundate.
        COPY busdatews.
        COPY steplogws.
    ACCEPT WS-DATASET-NAME
    DISPLAY "RUN " WS-RUN-ID " VERIFYING ARCHIVE COPY OF "
        WS-DATASET-NAME
    PERFORM 0900-SET-COVER-PERIOD
    PERFORM 1000-LOAD-HOLDS
    OPEN INPUT SOURCE-FILE
    IF WS-SOURCE-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: SOURCE NOT AVAILABLE - STATUS "
        IF SOURCE-REC(1:8) IS EQUAL TO "TRAILER "
            MOVE SOURCE-REC(1:30) TO WS-SOURCE-TRAILER
        END-IF
        PERFORM 1100-SCAN-FOR-KEYS
        READ SOURCE-FILE
            AT END SET SOURCE-EOF TO TRUE
        END-READ
    END-IF
    WRITE CERTIFICATE-REC
    CLOSE CERTIFICATE-FILE
    IF NOT VERIFY-FAILED
        PERFORM 2000-RECORD-HOLDS
    END-IF
    EVALUATE TRUE
        WHEN VERIFY-FAILED
            DISPLAY "ARCHIVE COPY FAILED VERIFICATION - PURGE BLOCKED"
            MOVE 8 TO RETURN-CODE
        WHEN WS-HELD-COUNT IS GREATER THAN ZERO
            DISPLAY "ARCHIVE COPY VERIFIED - " WS-COPY-COUNT
                " RECORDS - HELD FOR " WS-HELD-COUNT
                " MATTER(S) INCLUDING " WS-HELD-MATTER
                " - PURGE SKIPPED"
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "ARCHIVE COPY VERIFIED - " WS-COPY-COUNT " RECORDS"
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ARCVERIF"==.

    COPY busdateget.

      *> A generation holds everything the source gathered since it was
      *> last archived, so its cover period starts the day after the
      *> latest earlier catalog entry for the same source.  With no
      *> earlier entry, or no catalog to read, the period is taken as
      *> open at the start, which can only hold more, never less.
0900-SET-COVER-PERIOD.
    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: ARCHIVE CATALOG NOT AVAILABLE - STATUS "
            WS-CATALOG-STATUS " - HOLDS TESTED FROM THE START OF THE"
            " SOURCE'S HISTORY"
        EXIT PARAGRAPH
    END-IF
    READ CATALOG-FILE
        AT END SET CATALOG-EOF TO TRUE
    END-READ
    PERFORM UNTIL CATALOG-EOF
        IF CATALOG-SOURCE-DSN IS EQUAL TO WS-DATASET-NAME
                AND CATALOG-ARCHIVE-DATE IS LESS THAN WS-RUN-DATE
                AND (WS-PRIOR-ARCHIVE-DATE IS EQUAL TO SPACES
                    OR CATALOG-ARCHIVE-DATE IS GREATER THAN
                        WS-PRIOR-ARCHIVE-DATE)
            MOVE CATALOG-ARCHIVE-DATE TO WS-PRIOR-ARCHIVE-DATE
        END-IF
        READ CATALOG-FILE
            AT END SET CATALOG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CATALOG-FILE
    IF WS-PRIOR-ARCHIVE-DATE IS NOT EQUAL TO SPACES
        COMPUTE WS-COVER-FROM-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-PRIOR-ARCHIVE-DATE)) + 1)
        MOVE WS-COVER-FROM-NUM TO WS-COVER-FROM-DATE
    END-IF
    DISPLAY "GENERATION COVERS " WS-COVER-FROM-DATE " THROUGH "
        WS-RUN-DATE.

      *> Only holds in force tonight whose dataset names this source and
      *> whose date range overlaps the generation's cover period are
      *> kept.  Without the hold master nothing can be shown to be free
      *> of a hold, so the purge is blocked.
1000-LOAD-HOLDS.
    OPEN INPUT LEGAL-HOLD-FILE
    IF WS-LEGAL-HOLD-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: LEGAL HOLD MASTER NOT AVAILABLE - STATUS "
            WS-LEGAL-HOLD-STATUS " - PURGE BLOCKED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ LEGAL-HOLD-FILE
        AT END SET HOLD-EOF TO TRUE
    END-READ
    PERFORM UNTIL HOLD-EOF
        IF (HOLD-DATASET IS NOT EQUAL TO SPACES
                OR HOLD-FROM-DATE IS NOT EQUAL TO SPACES
                OR HOLD-TO-DATE IS NOT EQUAL TO SPACES
                OR HOLD-KEY-VALUE IS NOT EQUAL TO SPACES)
            AND (HOLD-RELEASED-DATE IS EQUAL TO SPACES
                OR HOLD-RELEASED-DATE IS GREATER THAN WS-RUN-DATE)
            AND (HOLD-DATASET IS EQUAL TO SPACES
                OR HOLD-DATASET IS EQUAL TO WS-DATASET-NAME)
            AND (HOLD-FROM-DATE IS EQUAL TO SPACES
                OR HOLD-FROM-DATE IS NOT GREATER THAN WS-RUN-DATE)
            AND (HOLD-TO-DATE IS EQUAL TO SPACES
                OR HOLD-TO-DATE IS NOT LESS THAN WS-COVER-FROM-DATE)
            PERFORM 1010-KEEP-HOLD
        END-IF
        READ LEGAL-HOLD-FILE
            AT END SET HOLD-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE.

1010-KEEP-HOLD.
    IF WS-HOLD-COUNT IS EQUAL TO 100
        DISPLAY "EXCEPTION: HOLD TABLE FULL AT MATTER " HOLD-MATTER
            " - PURGE BLOCKED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    ADD 1 TO WS-HOLD-COUNT
    MOVE HOLD-MATTER TO WS-HD-MATTER(WS-HOLD-COUNT)
    MOVE HOLD-KEY-TYPE TO WS-HD-KEY-TYPE(WS-HOLD-COUNT)
    MOVE HOLD-KEY-VALUE TO WS-HD-KEY-VALUE(WS-HOLD-COUNT)
    MOVE ZEROS TO WS-HD-KEY-HITS(WS-HOLD-COUNT)
    MOVE ZEROS TO WS-HD-KEY-LENGTH(WS-HOLD-COUNT)
    IF HOLD-KEY-VALUE IS NOT EQUAL TO SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(HOLD-KEY-VALUE))
            TO WS-HD-KEY-LENGTH(WS-HOLD-COUNT)
    END-IF.

1100-SCAN-FOR-KEYS.
    PERFORM VARYING HOLD-IDX FROM 1 BY 1
            UNTIL HOLD-IDX IS GREATER THAN WS-HOLD-COUNT
        IF WS-HD-KEY-LENGTH(HOLD-IDX) IS GREATER THAN ZERO
            INSPECT SOURCE-REC TALLYING WS-HD-KEY-HITS(HOLD-IDX)
                FOR ALL WS-HD-KEY-VALUE(HOLD-IDX)
                    (1:WS-HD-KEY-LENGTH(HOLD-IDX))
        END-IF
    END-PERFORM.

      *> Every hold that covers the generation is logged, so the
      *> register and ArchiveRestore can name all the matters on it.
2000-RECORD-HOLDS.
    PERFORM VARYING HOLD-IDX FROM 1 BY 1
            UNTIL HOLD-IDX IS GREATER THAN WS-HOLD-COUNT
        IF WS-HD-KEY-LENGTH(HOLD-IDX) IS EQUAL TO ZERO
                OR WS-HD-KEY-HITS(HOLD-IDX) IS GREATER THAN ZERO
            PERFORM 2100-LOG-ONE-HOLD
        END-IF
    END-PERFORM
    IF WS-HELD-COUNT IS GREATER THAN ZERO
        CLOSE HOLD-LOG-FILE
    END-IF.

2100-LOG-ONE-HOLD.
    IF WS-HELD-COUNT IS EQUAL TO ZERO
        OPEN EXTEND HOLD-LOG-FILE
        IF WS-HOLD-LOG-STATUS IS EQUAL TO "35"
            OPEN OUTPUT HOLD-LOG-FILE
        END-IF
        MOVE WS-HD-MATTER(HOLD-IDX) TO WS-HELD-MATTER
    END-IF
    ADD 1 TO WS-HELD-COUNT
    DISPLAY "HELD: MATTER " WS-HD-MATTER(HOLD-IDX) " "
        WS-HD-KEY-TYPE(HOLD-IDX) " " WS-HD-KEY-VALUE(HOLD-IDX)
        " HITS " WS-HD-KEY-HITS(HOLD-IDX)
    MOVE WS-RUN-ID TO HLOG-RUN-ID
    MOVE WS-HD-MATTER(HOLD-IDX) TO HLOG-MATTER
    MOVE WS-DATASET-NAME TO HLOG-DATASET
    MOVE WS-RUN-DATE TO HLOG-GENERATION-DATE
    MOVE WS-HD-KEY-TYPE(HOLD-IDX) TO HLOG-KEY-TYPE
    MOVE WS-HD-KEY-VALUE(HOLD-IDX) TO HLOG-KEY-VALUE
    MOVE WS-HD-KEY-HITS(HOLD-IDX) TO HLOG-KEY-HITS
    WRITE HOLD-LOG-REC.
