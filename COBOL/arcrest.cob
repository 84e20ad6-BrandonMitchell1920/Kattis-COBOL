        SELECT RESTORE-AUDIT-FILE ASSIGN TO "RESTAUDT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
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

            05 AUDIT-ARCHIVE-DSN PIC X(32).
            05 FILLER PIC X VALUE SPACE.
            05 AUDIT-RECORD-COUNT PIC 9(7).
            05 FILLER PIC X VALUE SPACE.
            05 AUDIT-HOLD-MATTER PIC X(12).

    WORKING-STORAGE SECTION.
        01 WS-CATALOG-STATUS PIC XX.
        01 WS-MATCHED-ARCHIVE PIC X(32).
        01 WS-MATCHED-COUNT PIC 9(7).
        01 WS-MATCHED-LAYOUT PIC X(3).
      *> The business dates the generation covers: the day after the
      *> source's previous archive date through its own.
        01 WS-PRIOR-ARCHIVE-DATE PIC X(8) VALUE SPACES.
        01 WS-COVER-FROM-DATE PIC X(8) VALUE "00000000".
        01 WS-COVER-FROM-NUM PIC 9(8).
        01 WS-LEGAL-HOLD-STATUS PIC XX.
        01 WS-HOLD-LOG-STATUS PIC XX.
        01 WS-HOLD-EOF PIC X.
            88 HOLD-EOF VALUE "Y".
        01 WS-HOLD-MATTER PIC X(12) VALUE SPACES.
        01 WS-HOLD-COUNT PIC 9(3) VALUE ZEROS.
        01 WS-HOLD-UNKNOWN PIC X VALUE "N".
            88 HOLD-UNKNOWN VALUE "Y".
        COPY rundate.
        COPY busdatews.
        COPY steplogws.
            MOVE CATALOG-RECORD-COUNT TO WS-MATCHED-COUNT
            MOVE CATALOG-LAYOUT-VER TO WS-MATCHED-LAYOUT
        END-IF
        IF CATALOG-SOURCE-DSN IS EQUAL TO WS-WANTED-DSN
                AND CATALOG-ARCHIVE-DATE IS LESS THAN WS-OPERATOR-DATE
                AND (WS-PRIOR-ARCHIVE-DATE IS EQUAL TO SPACES
                    OR CATALOG-ARCHIVE-DATE IS GREATER THAN
                        WS-PRIOR-ARCHIVE-DATE)
            MOVE CATALOG-ARCHIVE-DATE TO WS-PRIOR-ARCHIVE-DATE
        END-IF
        READ CATALOG-FILE
            AT END SET CATALOG-EOF TO TRUE
        END-READ
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-CHECK-LEGAL-HOLDS
    OPEN OUTPUT RESTORE-CARDS-FILE
    MOVE SPACES TO RESTORE-CARDS-REC
    STRING "  REPRO INFILE(ARCIN) OUTFILE(ARCOUT)"
    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
    MOVE WS-MATCHED-ARCHIVE TO AUDIT-ARCHIVE-DSN
    MOVE WS-MATCHED-COUNT TO AUDIT-RECORD-COUNT
    MOVE WS-HOLD-MATTER TO AUDIT-HOLD-MATTER
    WRITE RESTORE-AUDIT-REC
    CLOSE RESTORE-AUDIT-FILE
    CLOSE CATALOG-FILE
    IF WS-HOLD-COUNT IS GREATER THAN ZERO OR HOLD-UNKNOWN
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ARCREST "==.

    COPY busdateget.

      *> A held generation is still restored - a hold preserves data,
      *> it does not lock it away - but the operator is told which
      *> matters it is held for so the restored copy is handled to
      *> match.  Dataset and date-range holds are read off the master;
      *> key holds are known only from the log ARCVERIF wrote when it
      *> found the key in the generation and skipped the purge.  A date
      *> range holds the generation when it overlaps the dates the
      *> generation covers, not merely the date it was archived.
1000-CHECK-LEGAL-HOLDS.
    IF WS-PRIOR-ARCHIVE-DATE IS NOT EQUAL TO SPACES
        COMPUTE WS-COVER-FROM-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-PRIOR-ARCHIVE-DATE)) + 1)
        MOVE WS-COVER-FROM-NUM TO WS-COVER-FROM-DATE
    END-IF
    MOVE "N" TO WS-HOLD-EOF
    OPEN INPUT LEGAL-HOLD-FILE
    IF WS-LEGAL-HOLD-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: LEGAL HOLD MASTER NOT AVAILABLE - STATUS "
            WS-LEGAL-HOLD-STATUS " - HOLD STATUS OF "
            FUNCTION TRIM(WS-MATCHED-ARCHIVE) " UNKNOWN"
        SET HOLD-UNKNOWN TO TRUE
    ELSE
        READ LEGAL-HOLD-FILE
            AT END SET HOLD-EOF TO TRUE
        END-READ
        PERFORM UNTIL HOLD-EOF
            IF HOLD-KEY-VALUE IS EQUAL TO SPACES
                AND (HOLD-DATASET IS NOT EQUAL TO SPACES
                    OR HOLD-FROM-DATE IS NOT EQUAL TO SPACES
                    OR HOLD-TO-DATE IS NOT EQUAL TO SPACES)
                AND (HOLD-RELEASED-DATE IS EQUAL TO SPACES
                    OR HOLD-RELEASED-DATE IS GREATER THAN WS-RUN-DATE)
                AND (HOLD-DATASET IS EQUAL TO SPACES
                    OR HOLD-DATASET IS EQUAL TO WS-WANTED-DSN)
                AND (HOLD-FROM-DATE IS EQUAL TO SPACES
                    OR HOLD-FROM-DATE IS NOT GREATER THAN
                        WS-OPERATOR-DATE)
                AND (HOLD-TO-DATE IS EQUAL TO SPACES
                    OR HOLD-TO-DATE IS NOT LESS THAN
                        WS-COVER-FROM-DATE)
                PERFORM 1100-FLAG-MASTER-HOLD
            END-IF
            READ LEGAL-HOLD-FILE
                AT END SET HOLD-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE LEGAL-HOLD-FILE
    END-IF
    MOVE "N" TO WS-HOLD-EOF
    OPEN INPUT HOLD-LOG-FILE
    IF WS-HOLD-LOG-STATUS IS EQUAL TO "00"
        READ HOLD-LOG-FILE
            AT END SET HOLD-EOF TO TRUE
        END-READ
        PERFORM UNTIL HOLD-EOF
            IF HLOG-DATASET IS EQUAL TO WS-WANTED-DSN
                    AND HLOG-GENERATION-DATE IS EQUAL TO
                        WS-OPERATOR-DATE
                    AND HLOG-KEY-VALUE IS NOT EQUAL TO SPACES
                PERFORM 1200-FLAG-LOGGED-HOLD
            END-IF
            READ HOLD-LOG-FILE
                AT END SET HOLD-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE HOLD-LOG-FILE
    END-IF.

1100-FLAG-MASTER-HOLD.
    ADD 1 TO WS-HOLD-COUNT
    IF WS-HOLD-MATTER IS EQUAL TO SPACES
        MOVE HOLD-MATTER TO WS-HOLD-MATTER
    END-IF
    DISPLAY "NOTE: " FUNCTION TRIM(WS-MATCHED-ARCHIVE)
        " IS UNDER LEGAL HOLD - MATTER " HOLD-MATTER
        " REQUESTED BY " FUNCTION TRIM(HOLD-REQUESTED-BY).

1200-FLAG-LOGGED-HOLD.
    ADD 1 TO WS-HOLD-COUNT
    IF WS-HOLD-MATTER IS EQUAL TO SPACES
        MOVE HLOG-MATTER TO WS-HOLD-MATTER
    END-IF
    DISPLAY "NOTE: " FUNCTION TRIM(WS-MATCHED-ARCHIVE)
        " IS UNDER LEGAL HOLD - MATTER " HLOG-MATTER
        " FOR " FUNCTION TRIM(HLOG-KEY-TYPE) " "
        FUNCTION TRIM(HLOG-KEY-VALUE).
