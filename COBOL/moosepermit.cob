IDENTIFICATION DIVISION.
    PROGRAM-ID. MoosePermitSeason.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT HARVEST-FILE ASSIGN TO "PERMHARV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HARVEST-STATUS.
        SELECT MOOSE-REGISTRY-FILE ASSIGN TO "MOOSEREG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS REG-TAG-ID
            FILE STATUS IS WS-REGISTRY-STATUS.
        SELECT SEASON-REPORT-FILE ASSIGN TO "MOOSPRMR"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY permqsel.
        COPY permrsel.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY busdatefd.
    COPY steplogfd.
    COPY permqfd.
    COPY permrfd.

    FD HARVEST-FILE.
        01 HARVEST-REC.
            05 HV-PERMIT-NUMBER PIC X(12).
            05 FILLER PIC X.
            05 HV-TAG-ID PIC X(8).
            05 FILLER PIC X.
            05 HV-DATE PIC X(8).

    FD MOOSE-REGISTRY-FILE.
        01 MOOSE-REGISTRY-REC.
            05 REG-TAG-ID PIC X(8).
            05 REG-PRIOR-ANS PIC 99.
            05 REG-PRIOR-SPECIES PIC X.
            05 REG-LAST-SEASON PIC X(8).

    FD SEASON-REPORT-FILE.
        01 SEASON-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-HARVEST-STATUS PIC XX.
        01 WS-REGISTRY-STATUS PIC XX.
        01 WS-QUOTA-STATUS PIC XX.
        01 WS-REGISTER-STATUS PIC XX.
        01 WS-HARVEST-EOF PIC X VALUE "N".
            88 HARVEST-EOF VALUE "Y".
        01 WS-QUOTA-EOF PIC X VALUE "N".
            88 QUOTA-EOF VALUE "Y".
        01 WS-REGISTER-EOF PIC X VALUE "N".
            88 REGISTER-EOF VALUE "Y".
        01 WS-SEASON PIC X(4).
        01 WS-QUOTA-TABLE.
            05 WS-QUOTA-ENTRY OCCURS 200 TIMES.
                10 WS-QT-SEASON PIC X(4).
                10 WS-QT-SPECIES PIC X.
                10 WS-QT-ZONE PIC X(3).
                10 WS-QT-QUOTA PIC 9(5).
                10 WS-QT-ISSUED PIC 9(5).
                10 WS-QT-HARVESTED PIC 9(5).
                10 WS-QT-DRAW-DATE PIC X(8).
        01 WS-QUOTA-COUNT PIC 9(3) VALUE ZEROS.
        01 QT-IDX PIC 9(3).
        01 WS-PERMIT-TABLE.
            05 WS-PERMIT-ENTRY OCCURS 3000 TIMES.
                10 WS-PT-PERMIT-NUMBER.
                    15 WS-PT-SEASON PIC X(4).
                    15 WS-PT-SPECIES PIC X.
                    15 WS-PT-ZONE PIC X(3).
                    15 WS-PT-SEQ PIC 9(4).
                10 WS-PT-APPLICANT PIC X(8).
                10 WS-PT-STATUS PIC X.
                10 WS-PT-ISSUE-DATE PIC X(8).
                10 WS-PT-TAG-ID PIC X(8).
                10 WS-PT-HARVEST-DATE PIC X(8).
        01 WS-PERMIT-COUNT PIC 9(4) VALUE ZEROS.
        01 PT-IDX PIC 9(4).
        01 WS-PERMIT-IDX PIC 9(4).
        01 WS-FOUND PIC X.
            88 ENTRY-FOUND VALUE "Y".
        01 WS-REJECT-REASON PIC X(4).
        01 WS-HARVESTS-READ PIC 9(5) VALUE ZEROS.
        01 WS-HARVESTS-LINKED PIC 9(5) VALUE ZEROS.
        01 WS-HARVESTS-REJECTED PIC 9(5) VALUE ZEROS.
        01 WS-REPORT-SPECIES PIC X.
        01 WS-SPECIES-NAME PIC X(10).
        01 WS-TOTALS.
            05 WS-TOT-QUOTA PIC 9(7).
            05 WS-TOT-ISSUED PIC 9(7).
            05 WS-TOT-HARVESTED PIC 9(7).
        01 WS-SEASON-TOTALS.
            05 WS-SEASON-QUOTA PIC 9(7) VALUE ZEROS.
            05 WS-SEASON-ISSUED PIC 9(7) VALUE ZEROS.
            05 WS-SEASON-HARVESTED PIC 9(7) VALUE ZEROS.
        01 WS-OPEN-PERMITS PIC S9(7).
        01 WS-REMAINING PIC S9(7).
        01 WS-ZONE-LINES PIC 9(3).
        01 WS-SEASON-LINE.
            05 WSP-SPECIES PIC X(10).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSP-ZONE PIC X(5).
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSP-QUOTA PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSP-ISSUED PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSP-HARVESTED PIC Z(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSP-OPEN PIC -(6)9.
            05 FILLER PIC X(2) VALUE SPACE.
            05 WSP-REMAINING PIC -(6)9.
        COPY rejwcall.
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
    ACCEPT WS-SEASON
    IF WS-SEASON IS EQUAL TO SPACES
        MOVE WS-RUN-DATE(1:4) TO WS-SEASON
    END-IF
    DISPLAY "RUN " WS-RUN-ID " MOOSE PERMIT SEASON " WS-SEASON
    PERFORM 1000-LOAD-QUOTAS
    PERFORM 1100-LOAD-PERMITS
    PERFORM 2000-APPLY-HARVESTS
    MOVE "C" TO REJW-ACTION
    CALL "REJWRITE" USING REJW-PARMS
    IF WS-HARVESTS-LINKED IS GREATER THAN ZERO
        PERFORM 5000-REWRITE-MASTERS
    END-IF
    PERFORM 3000-WRITE-SEASON-REPORT
    DISPLAY "HARVEST REPORTS " WS-HARVESTS-READ
        " LINKED " WS-HARVESTS-LINKED
        " REJECTED " WS-HARVESTS-REJECTED
    IF WS-HARVESTS-REJECTED IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="MOOSPRMT"==.

    COPY busdateget.

1000-LOAD-QUOTAS.
    OPEN INPUT PERMIT-QUOTA-FILE
    IF WS-QUOTA-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: PERMIT QUOTA MASTER NOT AVAILABLE"
            " - STATUS " WS-QUOTA-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ PERMIT-QUOTA-FILE
        AT END SET QUOTA-EOF TO TRUE
    END-READ
    PERFORM UNTIL QUOTA-EOF
        IF WS-QUOTA-COUNT IS EQUAL TO 200
            DISPLAY "EXCEPTION: MORE THAN 200 QUOTA LINES"
                " - MASTER NOT REWRITTEN"
            CLOSE PERMIT-QUOTA-FILE
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
        END-IF
        ADD 1 TO WS-QUOTA-COUNT
        MOVE PQ-SEASON TO WS-QT-SEASON(WS-QUOTA-COUNT)
        MOVE PQ-SPECIES TO WS-QT-SPECIES(WS-QUOTA-COUNT)
        MOVE PQ-ZONE TO WS-QT-ZONE(WS-QUOTA-COUNT)
        MOVE PQ-QUOTA TO WS-QT-QUOTA(WS-QUOTA-COUNT)
        MOVE PQ-ISSUED TO WS-QT-ISSUED(WS-QUOTA-COUNT)
        MOVE PQ-HARVESTED TO WS-QT-HARVESTED(WS-QUOTA-COUNT)
        MOVE PQ-DRAW-DATE TO WS-QT-DRAW-DATE(WS-QUOTA-COUNT)
        IF WS-QT-ISSUED(WS-QUOTA-COUNT) IS NOT NUMERIC
            MOVE ZEROS TO WS-QT-ISSUED(WS-QUOTA-COUNT)
        END-IF
        IF WS-QT-HARVESTED(WS-QUOTA-COUNT) IS NOT NUMERIC
            MOVE ZEROS TO WS-QT-HARVESTED(WS-QUOTA-COUNT)
        END-IF
        READ PERMIT-QUOTA-FILE
            AT END SET QUOTA-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PERMIT-QUOTA-FILE.

      *> Before the first draw there is no register yet; every harvest
      *> report is then an orphan.
1100-LOAD-PERMITS.
    OPEN INPUT PERMIT-REGISTER-FILE
    IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: PERMIT REGISTER NOT ON FILE - NO PERMITS ISSUED"
        EXIT PARAGRAPH
    END-IF
    READ PERMIT-REGISTER-FILE
        AT END SET REGISTER-EOF TO TRUE
    END-READ
    PERFORM UNTIL REGISTER-EOF
        IF WS-PERMIT-COUNT IS EQUAL TO 3000
            DISPLAY "EXCEPTION: MORE THAN 3000 PERMITS ON REGISTER"
                " - REGISTER NOT REWRITTEN"
            CLOSE PERMIT-REGISTER-FILE
            MOVE 8 TO RETURN-CODE
            PERFORM 9800-WRITE-STEPLOG
            GOBACK
        END-IF
        ADD 1 TO WS-PERMIT-COUNT
        MOVE PR-PERMIT-NUMBER TO WS-PT-PERMIT-NUMBER(WS-PERMIT-COUNT)
        MOVE PR-APPLICANT TO WS-PT-APPLICANT(WS-PERMIT-COUNT)
        MOVE PR-STATUS TO WS-PT-STATUS(WS-PERMIT-COUNT)
        MOVE PR-ISSUE-DATE TO WS-PT-ISSUE-DATE(WS-PERMIT-COUNT)
        MOVE PR-TAG-ID TO WS-PT-TAG-ID(WS-PERMIT-COUNT)
        MOVE PR-HARVEST-DATE TO WS-PT-HARVEST-DATE(WS-PERMIT-COUNT)
        READ PERMIT-REGISTER-FILE
            AT END SET REGISTER-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PERMIT-REGISTER-FILE.

      *> A harvest report names the permit and the registry tag put on
      *> the animal.  The tag must already be on the moose registry
      *> (JudgingMoose runs first) with the permit's species code, and
      *> neither the permit nor the tag may have been used before.
2000-APPLY-HARVESTS.
    OPEN INPUT HARVEST-FILE
    IF WS-HARVEST-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO HARVEST REPORTS ON FILE"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MOOSE-REGISTRY-FILE
    IF WS-REGISTRY-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: MOOSE REGISTRY NOT AVAILABLE - STATUS "
            WS-REGISTRY-STATUS " - HARVESTS NOT LINKED"
        CLOSE HARVEST-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    READ HARVEST-FILE
        AT END SET HARVEST-EOF TO TRUE
    END-READ
    PERFORM UNTIL HARVEST-EOF
        ADD 1 TO WS-HARVESTS-READ
        PERFORM 2100-CHECK-HARVEST
        IF WS-REJECT-REASON IS EQUAL TO SPACES
            PERFORM 2200-LINK-HARVEST
        ELSE
            ADD 1 TO WS-HARVESTS-REJECTED
            MOVE "W" TO REJW-ACTION
            MOVE "MOOSPRMT" TO REJW-PROGRAM
            MOVE HARVEST-REC TO REJW-INPUT-LINE
            MOVE WS-REJECT-REASON TO REJW-REASON
            CALL "REJWRITE" USING REJW-PARMS
        END-IF
        READ HARVEST-FILE
            AT END SET HARVEST-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE HARVEST-FILE, MOOSE-REGISTRY-FILE.

2100-CHECK-HARVEST.
    MOVE SPACES TO WS-REJECT-REASON
    IF HV-PERMIT-NUMBER IS EQUAL TO SPACES OR
            HV-TAG-ID IS EQUAL TO SPACES
        MOVE "BADF" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FOUND
    PERFORM VARYING PT-IDX FROM 1 BY 1
            UNTIL PT-IDX IS GREATER THAN WS-PERMIT-COUNT
        IF WS-PT-PERMIT-NUMBER(PT-IDX) IS EQUAL TO HV-PERMIT-NUMBER
            SET ENTRY-FOUND TO TRUE
            MOVE PT-IDX TO WS-PERMIT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT ENTRY-FOUND
        MOVE "ORPH" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-PT-STATUS(WS-PERMIT-IDX) IS NOT EQUAL TO "I"
        MOVE "DUPC" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING PT-IDX FROM 1 BY 1
            UNTIL PT-IDX IS GREATER THAN WS-PERMIT-COUNT
        IF WS-PT-TAG-ID(PT-IDX) IS EQUAL TO HV-TAG-ID
            MOVE "DUPC" TO WS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE HV-TAG-ID TO REG-TAG-ID
    READ MOOSE-REGISTRY-FILE
        INVALID KEY
            MOVE "ORPH" TO WS-REJECT-REASON
            EXIT PARAGRAPH
    END-READ
    IF REG-PRIOR-SPECIES IS NOT EQUAL TO
            WS-PT-SPECIES(WS-PERMIT-IDX)
        MOVE "BADR" TO WS-REJECT-REASON
    END-IF.

2200-LINK-HARVEST.
    ADD 1 TO WS-HARVESTS-LINKED
    MOVE "H" TO WS-PT-STATUS(WS-PERMIT-IDX)
    MOVE HV-TAG-ID TO WS-PT-TAG-ID(WS-PERMIT-IDX)
    IF HV-DATE IS NUMERIC
        MOVE HV-DATE TO WS-PT-HARVEST-DATE(WS-PERMIT-IDX)
    ELSE
        MOVE WS-RUN-DATE TO WS-PT-HARVEST-DATE(WS-PERMIT-IDX)
    END-IF
    PERFORM VARYING QT-IDX FROM 1 BY 1
            UNTIL QT-IDX IS GREATER THAN WS-QUOTA-COUNT
        IF WS-QT-SEASON(QT-IDX) IS EQUAL TO
                WS-PT-SEASON(WS-PERMIT-IDX) AND
                WS-QT-SPECIES(QT-IDX) IS EQUAL TO
                WS-PT-SPECIES(WS-PERMIT-IDX) AND
                WS-QT-ZONE(QT-IDX) IS EQUAL TO
                WS-PT-ZONE(WS-PERMIT-IDX)
            ADD 1 TO WS-QT-HARVESTED(QT-IDX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    DISPLAY "NOTE: PERMIT " HV-PERMIT-NUMBER
        " HAS NO QUOTA LINE - HARVEST NOT COUNTED".

      *> By species then zone.  Open permits are issued but not yet
      *> reported; remaining is the quota less the animals taken.
3000-WRITE-SEASON-REPORT.
    OPEN OUTPUT SEASON-REPORT-FILE
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "MOOSE PERMIT SEASON " WS-SEASON
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    MOVE SPACES TO WS-PRINT-COLUMNS
    STRING "SPECIES     ZONE     QUOTA   ISSUED  HARVESTED     OPEN"
        "  REMAINING"
        DELIMITED BY SIZE INTO WS-PRINT-COLUMNS
    MOVE "E" TO WS-REPORT-SPECIES
    MOVE "EVEN MOOSE" TO WS-SPECIES-NAME
    PERFORM 3100-WRITE-SPECIES
    MOVE "O" TO WS-REPORT-SPECIES
    MOVE "ODD MOOSE" TO WS-SPECIES-NAME
    PERFORM 3100-WRITE-SPECIES
    MOVE WS-SEASON-QUOTA TO WS-TOT-QUOTA
    MOVE WS-SEASON-ISSUED TO WS-TOT-ISSUED
    MOVE WS-SEASON-HARVESTED TO WS-TOT-HARVESTED
    MOVE "SEASON" TO WSP-SPECIES
    MOVE "TOTAL" TO WSP-ZONE
    PERFORM 3300-WRITE-TOTAL-LINE
    CLOSE SEASON-REPORT-FILE.

3100-WRITE-SPECIES.
    MOVE ZEROS TO WS-TOTALS, WS-ZONE-LINES
    PERFORM VARYING QT-IDX FROM 1 BY 1
            UNTIL QT-IDX IS GREATER THAN WS-QUOTA-COUNT
        IF WS-QT-SEASON(QT-IDX) IS EQUAL TO WS-SEASON AND
                WS-QT-SPECIES(QT-IDX) IS EQUAL TO WS-REPORT-SPECIES
            PERFORM 3200-WRITE-ZONE-LINE
        END-IF
    END-PERFORM
    IF WS-ZONE-LINES IS EQUAL TO ZERO
        EXIT PARAGRAPH
    END-IF
    ADD WS-TOT-QUOTA TO WS-SEASON-QUOTA
    ADD WS-TOT-ISSUED TO WS-SEASON-ISSUED
    ADD WS-TOT-HARVESTED TO WS-SEASON-HARVESTED
    MOVE WS-SPECIES-NAME TO WSP-SPECIES
    MOVE "TOTAL" TO WSP-ZONE
    PERFORM 3300-WRITE-TOTAL-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3200-WRITE-ZONE-LINE.
    ADD 1 TO WS-ZONE-LINES
    ADD WS-QT-QUOTA(QT-IDX) TO WS-TOT-QUOTA
    ADD WS-QT-ISSUED(QT-IDX) TO WS-TOT-ISSUED
    ADD WS-QT-HARVESTED(QT-IDX) TO WS-TOT-HARVESTED
    MOVE WS-SPECIES-NAME TO WSP-SPECIES
    MOVE WS-QT-ZONE(QT-IDX) TO WSP-ZONE
    MOVE WS-QT-QUOTA(QT-IDX) TO WSP-QUOTA
    MOVE WS-QT-ISSUED(QT-IDX) TO WSP-ISSUED
    MOVE WS-QT-HARVESTED(QT-IDX) TO WSP-HARVESTED
    COMPUTE WS-OPEN-PERMITS =
        WS-QT-ISSUED(QT-IDX) - WS-QT-HARVESTED(QT-IDX)
    COMPUTE WS-REMAINING =
        WS-QT-QUOTA(QT-IDX) - WS-QT-HARVESTED(QT-IDX)
    MOVE WS-OPEN-PERMITS TO WSP-OPEN
    MOVE WS-REMAINING TO WSP-REMAINING
    MOVE WS-SEASON-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

3300-WRITE-TOTAL-LINE.
    MOVE WS-TOT-QUOTA TO WSP-QUOTA
    MOVE WS-TOT-ISSUED TO WSP-ISSUED
    MOVE WS-TOT-HARVESTED TO WSP-HARVESTED
    COMPUTE WS-OPEN-PERMITS = WS-TOT-ISSUED - WS-TOT-HARVESTED
    COMPUTE WS-REMAINING = WS-TOT-QUOTA - WS-TOT-HARVESTED
    MOVE WS-OPEN-PERMITS TO WSP-OPEN
    MOVE WS-REMAINING TO WSP-REMAINING
    MOVE WS-SEASON-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

5000-REWRITE-MASTERS.
    OPEN OUTPUT PERMIT-REGISTER-FILE
    PERFORM VARYING PT-IDX FROM 1 BY 1
            UNTIL PT-IDX IS GREATER THAN WS-PERMIT-COUNT
        MOVE SPACES TO PERMIT-REGISTER-REC
        MOVE WS-PT-PERMIT-NUMBER(PT-IDX) TO PR-PERMIT-NUMBER
        MOVE WS-PT-APPLICANT(PT-IDX) TO PR-APPLICANT
        MOVE WS-PT-STATUS(PT-IDX) TO PR-STATUS
        MOVE WS-PT-ISSUE-DATE(PT-IDX) TO PR-ISSUE-DATE
        MOVE WS-PT-TAG-ID(PT-IDX) TO PR-TAG-ID
        MOVE WS-PT-HARVEST-DATE(PT-IDX) TO PR-HARVEST-DATE
        WRITE PERMIT-REGISTER-REC
    END-PERFORM
    CLOSE PERMIT-REGISTER-FILE
    OPEN OUTPUT PERMIT-QUOTA-FILE
    PERFORM VARYING QT-IDX FROM 1 BY 1
            UNTIL QT-IDX IS GREATER THAN WS-QUOTA-COUNT
        MOVE SPACES TO PERMIT-QUOTA-REC
        MOVE WS-QT-SEASON(QT-IDX) TO PQ-SEASON
        MOVE WS-QT-SPECIES(QT-IDX) TO PQ-SPECIES
        MOVE WS-QT-ZONE(QT-IDX) TO PQ-ZONE
        MOVE WS-QT-QUOTA(QT-IDX) TO PQ-QUOTA
        MOVE WS-QT-ISSUED(QT-IDX) TO PQ-ISSUED
        MOVE WS-QT-HARVESTED(QT-IDX) TO PQ-HARVESTED
        MOVE WS-QT-DRAW-DATE(QT-IDX) TO PQ-DRAW-DATE
        WRITE PERMIT-QUOTA-REC
    END-PERFORM
    CLOSE PERMIT-QUOTA-FILE.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==SEASON-REPORT-REC==.
