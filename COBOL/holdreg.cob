IDENTIFICATION DIVISION.
    PROGRAM-ID. LegalHoldRegister.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY lholdsel.
        COPY hlogsel.
        SELECT CATALOG-FILE ASSIGN TO "ARCCATFL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.
        SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDREGR"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SORT-WORK ASSIGN TO "SORTWK01".
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY lholdfd.
    COPY hlogfd.
    COPY busdatefd.
    COPY steplogfd.

    FD CATALOG-FILE.
        01 CATALOG-REC.
            05 CATALOG-SOURCE-DSN PIC X(26).
            05 FILLER PIC X.
            05 CATALOG-ARCHIVE-DSN PIC X(32).
            05 FILLER PIC X.
            05 CATALOG-ARCHIVE-DATE PIC X(8).
            05 FILLER PIC X.
            05 CATALOG-RECORD-COUNT PIC 9(7).
            05 FILLER PIC X.
            05 CATALOG-LAYOUT-VER PIC X(3).

    FD HOLD-REPORT-FILE.
        01 HOLD-REPORT-REC PIC X(132).

    SD SORT-WORK.
        01 SORT-REC.
            05 SORT-KEY.
                10 SORT-MATTER PIC X(12).
                10 SORT-PLACED-DATE PIC X(8).
            05 SORT-DATASET PIC X(26).
            05 SORT-FROM-DATE PIC X(8).
            05 SORT-TO-DATE PIC X(8).
            05 SORT-KEY-TYPE PIC X(8).
            05 SORT-KEY-VALUE PIC X(12).
            05 SORT-REQUESTED-BY PIC X(20).
            05 SORT-RELEASED-DATE PIC X(8).

    WORKING-STORAGE SECTION.
        01 WS-LEGAL-HOLD-STATUS PIC XX.
        01 WS-HOLD-LOG-STATUS PIC XX.
        01 WS-CATALOG-STATUS PIC XX.
        01 WS-HOLD-EOF PIC X VALUE "N".
            88 HOLD-EOF VALUE "Y".
        01 WS-HOLD-LOG-EOF PIC X VALUE "N".
            88 HOLD-LOG-EOF VALUE "Y".
        01 WS-CATALOG-EOF PIC X VALUE "N".
            88 CATALOG-EOF VALUE "Y".
        01 WS-CATALOG-TABLE.
            05 WS-CATALOG-ENTRY OCCURS 3000 TIMES.
                10 WS-CT-SOURCE-DSN PIC X(26).
                10 WS-CT-ARCHIVE-DSN PIC X(32).
                10 WS-CT-ARCHIVE-DATE PIC X(8).
                10 WS-CT-RECORD-COUNT PIC 9(7).
                10 WS-CT-COVER-FROM PIC X(8).
        01 WS-CATALOG-COUNT PIC 9(4) VALUE ZEROS.
        01 CT-IDX PIC 9(4).
        01 PRIOR-IDX PIC 9(4).
        01 WS-PRIOR-ARCHIVE-DATE PIC X(8).
        01 WS-COVER-FROM-NUM PIC 9(8).
        01 WS-LOG-TABLE.
            05 WS-LOG-ENTRY OCCURS 1000 TIMES.
                10 WS-LG-MATTER PIC X(12).
                10 WS-LG-DATASET PIC X(26).
                10 WS-LG-GENERATION-DATE PIC X(8).
                10 WS-LG-KEY-TYPE PIC X(8).
                10 WS-LG-KEY-VALUE PIC X(12).
                10 WS-LG-KEY-HITS PIC 9(7).
        01 WS-LOG-COUNT PIC 9(4) VALUE ZEROS.
        01 LG-IDX PIC 9(4).
      *> The current matter's hold rows, kept until its break so the
      *> catalog can be searched once for the whole matter.
        01 WS-MATTER-TABLE.
            05 WS-MATTER-ENTRY OCCURS 50 TIMES.
                10 WS-MT-DATASET PIC X(26).
                10 WS-MT-FROM-DATE PIC X(8).
                10 WS-MT-TO-DATE PIC X(8).
                10 WS-MT-IN-FORCE PIC X.
                    88 MT-IN-FORCE VALUE "Y".
        01 WS-MATTER-COUNT PIC 99 VALUE ZEROS.
        01 MT-IDX PIC 99.
        01 WS-CURRENT-MATTER PIC X(12).
        01 WS-MATTER-OPEN PIC X VALUE "N".
            88 MATTER-OPEN VALUE "Y".
        01 WS-MATTER-ACTIVE PIC X.
            88 MATTER-ACTIVE VALUE "Y".
        01 WS-COVERED PIC X.
            88 GENERATION-COVERED VALUE "Y".
        01 WS-MATTER-GENERATIONS PIC 9(5).
        01 WS-MATTERS PIC 9(5) VALUE ZEROS.
        01 WS-HOLDS-IN-FORCE PIC 9(5) VALUE ZEROS.
        01 WS-HOLDS-RELEASED PIC 9(5) VALUE ZEROS.
        01 WS-HOLDS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-GENERATIONS-HELD PIC 9(7) VALUE ZEROS.
        01 WS-TABLE-OVERFLOW PIC 9(5) VALUE ZEROS.
        01 WS-HOLD-LINE.
            05 FILLER PIC X(4) VALUE SPACE.
            05 WSH-DATASET PIC X(26).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-FROM-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-TO-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-KEY-TYPE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSH-KEY-VALUE PIC X(12).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-PLACED-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSH-STATUS PIC X(20).
        01 WS-GENERATION-LINE.
            05 FILLER PIC X(6) VALUE SPACE.
            05 WSG-ARCHIVE-DSN PIC X(32).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSG-GENERATION-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSG-RECORD-COUNT PIC Z(6)9.
            05 WSG-RECORD-COUNT-X REDEFINES WSG-RECORD-COUNT PIC X(7).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSG-BASIS PIC X(40).
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
    DISPLAY "RUN " WS-RUN-ID " LEGAL HOLD REGISTER"
    PERFORM 1000-LOAD-CATALOG
    PERFORM 1100-LOAD-HOLD-LOG
    OPEN OUTPUT HOLD-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    SORT SORT-WORK
        ON ASCENDING KEY SORT-KEY
        INPUT PROCEDURE IS 2000-RELEASE-HOLDS
        OUTPUT PROCEDURE IS 3000-PRINT-MATTERS
    CLOSE HOLD-REPORT-FILE
    DISPLAY "MATTERS " WS-MATTERS
        " HOLDS IN FORCE " WS-HOLDS-IN-FORCE
        " RELEASED " WS-HOLDS-RELEASED
        " REJECTED " WS-HOLDS-REJECTED
        " GENERATIONS PROTECTED " WS-GENERATIONS-HELD
    IF WS-HOLDS-REJECTED IS GREATER THAN ZERO
            OR WS-TABLE-OVERFLOW IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="HOLDREG "==.

    COPY busdateget.

1000-LOAD-CATALOG.
    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ARCHIVE CATALOG NOT AVAILABLE - STATUS "
            WS-CATALOG-STATUS " - NO REGISTER"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ CATALOG-FILE
        AT END SET CATALOG-EOF TO TRUE
    END-READ
    PERFORM UNTIL CATALOG-EOF
        IF WS-CATALOG-COUNT IS LESS THAN 3000
            ADD 1 TO WS-CATALOG-COUNT
            MOVE CATALOG-SOURCE-DSN
                TO WS-CT-SOURCE-DSN(WS-CATALOG-COUNT)
            MOVE CATALOG-ARCHIVE-DSN
                TO WS-CT-ARCHIVE-DSN(WS-CATALOG-COUNT)
            MOVE CATALOG-ARCHIVE-DATE
                TO WS-CT-ARCHIVE-DATE(WS-CATALOG-COUNT)
            MOVE CATALOG-RECORD-COUNT
                TO WS-CT-RECORD-COUNT(WS-CATALOG-COUNT)
        ELSE
            ADD 1 TO WS-TABLE-OVERFLOW
        END-IF
        READ CATALOG-FILE
            AT END SET CATALOG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CATALOG-FILE
    PERFORM VARYING CT-IDX FROM 1 BY 1
            UNTIL CT-IDX IS GREATER THAN WS-CATALOG-COUNT
        PERFORM 1050-SET-COVER-FROM
    END-PERFORM.

      *> A generation holds everything its source gathered since the
      *> source was last archived: its cover period runs from the day
      *> after the latest earlier catalog entry for the same source
      *> (from the start, if there is none) through its own date.
1050-SET-COVER-FROM.
    MOVE SPACES TO WS-PRIOR-ARCHIVE-DATE
    PERFORM VARYING PRIOR-IDX FROM 1 BY 1
            UNTIL PRIOR-IDX IS GREATER THAN WS-CATALOG-COUNT
        IF WS-CT-SOURCE-DSN(PRIOR-IDX) IS EQUAL TO
                    WS-CT-SOURCE-DSN(CT-IDX)
                AND WS-CT-ARCHIVE-DATE(PRIOR-IDX) IS LESS THAN
                    WS-CT-ARCHIVE-DATE(CT-IDX)
                AND (WS-PRIOR-ARCHIVE-DATE IS EQUAL TO SPACES
                    OR WS-CT-ARCHIVE-DATE(PRIOR-IDX) IS GREATER THAN
                        WS-PRIOR-ARCHIVE-DATE)
            MOVE WS-CT-ARCHIVE-DATE(PRIOR-IDX) TO WS-PRIOR-ARCHIVE-DATE
        END-IF
    END-PERFORM
    IF WS-PRIOR-ARCHIVE-DATE IS EQUAL TO SPACES
        MOVE "00000000" TO WS-CT-COVER-FROM(CT-IDX)
    ELSE
        COMPUTE WS-COVER-FROM-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-PRIOR-ARCHIVE-DATE)) + 1)
        MOVE WS-COVER-FROM-NUM TO WS-CT-COVER-FROM(CT-IDX)
    END-IF.

      *> Only key holds are taken from the log; dataset and date holds
      *> are matched against the catalog directly, which also picks up
      *> generations archived before the hold was placed.
1100-LOAD-HOLD-LOG.
    OPEN INPUT HOLD-LOG-FILE
    IF WS-HOLD-LOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO LEGAL HOLD LOG - STATUS " WS-HOLD-LOG-STATUS
            " - NO KEY HOLD HAS MET A PURGE YET"
        EXIT PARAGRAPH
    END-IF
    READ HOLD-LOG-FILE
        AT END SET HOLD-LOG-EOF TO TRUE
    END-READ
    PERFORM UNTIL HOLD-LOG-EOF
        IF HLOG-KEY-VALUE IS NOT EQUAL TO SPACES
            IF WS-LOG-COUNT IS LESS THAN 1000
                ADD 1 TO WS-LOG-COUNT
                MOVE HLOG-MATTER TO WS-LG-MATTER(WS-LOG-COUNT)
                MOVE HLOG-DATASET TO WS-LG-DATASET(WS-LOG-COUNT)
                MOVE HLOG-GENERATION-DATE
                    TO WS-LG-GENERATION-DATE(WS-LOG-COUNT)
                MOVE HLOG-KEY-TYPE TO WS-LG-KEY-TYPE(WS-LOG-COUNT)
                MOVE HLOG-KEY-VALUE TO WS-LG-KEY-VALUE(WS-LOG-COUNT)
                MOVE HLOG-KEY-HITS TO WS-LG-KEY-HITS(WS-LOG-COUNT)
            ELSE
                ADD 1 TO WS-TABLE-OVERFLOW
            END-IF
        END-IF
        READ HOLD-LOG-FILE
            AT END SET HOLD-LOG-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE HOLD-LOG-FILE.

2000-RELEASE-HOLDS.
    OPEN INPUT LEGAL-HOLD-FILE
    IF WS-LEGAL-HOLD-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: LEGAL HOLD MASTER NOT AVAILABLE - STATUS "
            WS-LEGAL-HOLD-STATUS " - NO REGISTER"
        CLOSE HOLD-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ LEGAL-HOLD-FILE
        AT END SET HOLD-EOF TO TRUE
    END-READ
    PERFORM UNTIL HOLD-EOF
        MOVE HOLD-MATTER TO SORT-MATTER
        MOVE HOLD-PLACED-DATE TO SORT-PLACED-DATE
        MOVE HOLD-DATASET TO SORT-DATASET
        MOVE HOLD-FROM-DATE TO SORT-FROM-DATE
        MOVE HOLD-TO-DATE TO SORT-TO-DATE
        MOVE HOLD-KEY-TYPE TO SORT-KEY-TYPE
        MOVE HOLD-KEY-VALUE TO SORT-KEY-VALUE
        MOVE HOLD-REQUESTED-BY TO SORT-REQUESTED-BY
        MOVE HOLD-RELEASED-DATE TO SORT-RELEASED-DATE
        RELEASE SORT-REC
        READ LEGAL-HOLD-FILE
            AT END SET HOLD-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE.

      *> A page per matter: its hold rows as placed, then every
      *> archive generation those rows are protecting today.
3000-PRINT-MATTERS.
    PERFORM FOREVER
        RETURN SORT-WORK
            AT END EXIT PERFORM
        END-RETURN
        IF NOT MATTER-OPEN
                OR SORT-MATTER IS NOT EQUAL TO WS-CURRENT-MATTER
            IF MATTER-OPEN
                PERFORM 3800-CLOSE-MATTER
            END-IF
            PERFORM 3100-OPEN-MATTER
        END-IF
        PERFORM 3200-PRINT-HOLD
    END-PERFORM
    IF MATTER-OPEN
        PERFORM 3800-CLOSE-MATTER
    ELSE
        MOVE "LEGAL HOLD REGISTER" TO WS-PRINT-TITLE
        MOVE SPACES TO WS-PRINT-COLUMNS
        MOVE 999 TO WS-PRINT-LINE-COUNT
        MOVE "  NO LEGAL HOLDS ON FILE" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF.

3100-OPEN-MATTER.
    SET MATTER-OPEN TO TRUE
    MOVE SORT-MATTER TO WS-CURRENT-MATTER
    MOVE ZEROS TO WS-MATTER-COUNT, WS-MATTER-GENERATIONS
    MOVE "N" TO WS-MATTER-ACTIVE
    ADD 1 TO WS-MATTERS
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "LEGAL HOLD REGISTER - MATTER " SORT-MATTER
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "    DATASET                     FROM      TO        KEY"
        TO WS-PRINT-COLUMNS
    MOVE "PLACED    STATUS" TO WS-PRINT-COLUMNS(76:16)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  REQUESTED BY " SORT-REQUESTED-BY
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3200-PRINT-HOLD.
    IF SORT-DATASET IS EQUAL TO SPACES
        MOVE "ANY DATASET" TO WSH-DATASET
    ELSE
        MOVE SORT-DATASET TO WSH-DATASET
    END-IF
    MOVE SORT-FROM-DATE TO WSH-FROM-DATE
    MOVE SORT-TO-DATE TO WSH-TO-DATE
    IF SORT-TO-DATE IS EQUAL TO SPACES
        MOVE "OPEN" TO WSH-TO-DATE
    END-IF
    MOVE SORT-KEY-TYPE TO WSH-KEY-TYPE
    MOVE SORT-KEY-VALUE TO WSH-KEY-VALUE
    MOVE SORT-PLACED-DATE TO WSH-PLACED-DATE
    MOVE SPACES TO WSH-STATUS
    EVALUATE TRUE
        WHEN SORT-DATASET IS EQUAL TO SPACES
                AND SORT-FROM-DATE IS EQUAL TO SPACES
                AND SORT-TO-DATE IS EQUAL TO SPACES
                AND SORT-KEY-VALUE IS EQUAL TO SPACES
            MOVE "NAMES NOTHING" TO WSH-STATUS
            ADD 1 TO WS-HOLDS-REJECTED
            DISPLAY "EXCEPTION: MATTER " SORT-MATTER
                " HAS A HOLD NAMING NO DATASET, DATE OR KEY - IGNORED"
        WHEN SORT-RELEASED-DATE IS NOT EQUAL TO SPACES
                AND SORT-RELEASED-DATE IS NOT GREATER THAN WS-RUN-DATE
            STRING "RELEASED " SORT-RELEASED-DATE
                DELIMITED BY SIZE INTO WSH-STATUS
            ADD 1 TO WS-HOLDS-RELEASED
        WHEN OTHER
            MOVE "IN FORCE" TO WSH-STATUS
            ADD 1 TO WS-HOLDS-IN-FORCE
            SET MATTER-ACTIVE TO TRUE
            IF SORT-KEY-VALUE IS EQUAL TO SPACES
                PERFORM 3300-KEEP-MATTER-HOLD
            END-IF
    END-EVALUATE
    MOVE WS-HOLD-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3300-KEEP-MATTER-HOLD.
    IF WS-MATTER-COUNT IS EQUAL TO 50
        ADD 1 TO WS-TABLE-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-MATTER-COUNT
    MOVE SORT-DATASET TO WS-MT-DATASET(WS-MATTER-COUNT)
    MOVE SORT-FROM-DATE TO WS-MT-FROM-DATE(WS-MATTER-COUNT)
    MOVE SORT-TO-DATE TO WS-MT-TO-DATE(WS-MATTER-COUNT)
    MOVE "Y" TO WS-MT-IN-FORCE(WS-MATTER-COUNT).

3800-CLOSE-MATTER.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    IF NOT MATTER-ACTIVE
        MOVE "  NO HOLD ON THIS MATTER IS IN FORCE - NOTHING PROTECTED"
            TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "  GENERATIONS PROTECTED" TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM VARYING CT-IDX FROM 1 BY 1
            UNTIL CT-IDX IS GREATER THAN WS-CATALOG-COUNT
        PERFORM 3810-TEST-CATALOG-ENTRY
    END-PERFORM
    PERFORM VARYING LG-IDX FROM 1 BY 1
            UNTIL LG-IDX IS GREATER THAN WS-LOG-COUNT
        IF WS-LG-MATTER(LG-IDX) IS EQUAL TO WS-CURRENT-MATTER
            PERFORM 3820-PRINT-KEY-GENERATION
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    IF WS-MATTER-GENERATIONS IS EQUAL TO ZERO
        MOVE "      NONE ARCHIVED YET" TO WS-PRINT-LINE
    ELSE
        STRING "      " WS-MATTER-GENERATIONS " GENERATION(S)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF
    PERFORM 9700-PRINT-LINE.

3810-TEST-CATALOG-ENTRY.
    MOVE "N" TO WS-COVERED
    PERFORM VARYING MT-IDX FROM 1 BY 1
            UNTIL MT-IDX IS GREATER THAN WS-MATTER-COUNT
                OR GENERATION-COVERED
        IF (WS-MT-DATASET(MT-IDX) IS EQUAL TO SPACES
                OR WS-MT-DATASET(MT-IDX) IS EQUAL TO
                    WS-CT-SOURCE-DSN(CT-IDX))
            AND (WS-MT-FROM-DATE(MT-IDX) IS EQUAL TO SPACES
                OR WS-MT-FROM-DATE(MT-IDX) IS NOT GREATER THAN
                    WS-CT-ARCHIVE-DATE(CT-IDX))
            AND (WS-MT-TO-DATE(MT-IDX) IS EQUAL TO SPACES
                OR WS-MT-TO-DATE(MT-IDX) IS NOT LESS THAN
                    WS-CT-COVER-FROM(CT-IDX))
            SET GENERATION-COVERED TO TRUE
        END-IF
    END-PERFORM
    IF NOT GENERATION-COVERED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-MATTER-GENERATIONS
    ADD 1 TO WS-GENERATIONS-HELD
    MOVE WS-CT-ARCHIVE-DSN(CT-IDX) TO WSG-ARCHIVE-DSN
    MOVE WS-CT-ARCHIVE-DATE(CT-IDX) TO WSG-GENERATION-DATE
    MOVE WS-CT-RECORD-COUNT(CT-IDX) TO WSG-RECORD-COUNT
    MOVE "DATASET AND DATE RANGE" TO WSG-BASIS
    MOVE WS-GENERATION-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

      *> The archive generation name for a key hit comes from the
      *> catalog entry for the same source and business date.
3820-PRINT-KEY-GENERATION.
    ADD 1 TO WS-MATTER-GENERATIONS
    ADD 1 TO WS-GENERATIONS-HELD
    MOVE SPACES TO WSG-ARCHIVE-DSN, WSG-RECORD-COUNT-X
    PERFORM VARYING CT-IDX FROM 1 BY 1
            UNTIL CT-IDX IS GREATER THAN WS-CATALOG-COUNT
        IF WS-CT-SOURCE-DSN(CT-IDX) IS EQUAL TO WS-LG-DATASET(LG-IDX)
                AND WS-CT-ARCHIVE-DATE(CT-IDX) IS EQUAL TO
                    WS-LG-GENERATION-DATE(LG-IDX)
            MOVE WS-CT-ARCHIVE-DSN(CT-IDX) TO WSG-ARCHIVE-DSN
            MOVE WS-CT-RECORD-COUNT(CT-IDX) TO WSG-RECORD-COUNT
        END-IF
    END-PERFORM
    IF WSG-ARCHIVE-DSN IS EQUAL TO SPACES
        MOVE WS-LG-DATASET(LG-IDX) TO WSG-ARCHIVE-DSN
    END-IF
    MOVE WS-LG-GENERATION-DATE(LG-IDX) TO WSG-GENERATION-DATE
    MOVE SPACES TO WSG-BASIS
    STRING "KEY " DELIMITED BY SIZE
        WS-LG-KEY-TYPE(LG-IDX) DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        WS-LG-KEY-VALUE(LG-IDX) DELIMITED BY SPACE
        " FOUND " WS-LG-KEY-HITS(LG-IDX) " TIMES"
            DELIMITED BY SIZE
        INTO WSG-BASIS
    MOVE WS-GENERATION-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==HOLD-REPORT-REC==.
