        SELECT CATALOG-FILE ASSIGN TO "ARCCATFL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.
        COPY rrhissel.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY rrhisfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.
        01 WS-REMOVED-COUNT PIC 9(7) VALUE ZEROS.
        01 WS-LAYOUT-BROKEN PIC X VALUE "N".
            88 LAYOUT-MISMATCH VALUE "Y".
        01 WS-RERUN-HISTORY-STATUS PIC XX.
        01 WS-ORIGINAL-VERSION PIC X(8).
        01 WS-RERUN-VERSION PIC X(8).
        01 WS-RERUN-TICKET PIC X(12).
        COPY rundate.
        COPY busdatews.
        COPY steplogws.
        FUNCTION TRIM(WS-OPERATOR-PROGRAM) DELIMITED BY SIZE
        INTO WS-FRESH-DSN
    PERFORM 1000-RESOLVE-ARCHIVE-DSN
    PERFORM 1100-RESOLVE-RELEASES
    DISPLAY "RUN " WS-RUN-ID " COMPARING " WS-FRESH-DSN
        " AGAINST " WS-ARCHIVE-DSN
    OPEN INPUT FRESH-FILE
    STRING "RERUN COMPARISON " WS-FRESH-DSN " VS " WS-ARCHIVE-DSN
        DELIMITED BY SIZE INTO COMPARE-REPORT-REC
    WRITE COMPARE-REPORT-REC
    MOVE SPACES TO COMPARE-REPORT-REC
    STRING "RELEASE AT ORIGINAL RUN " WS-ORIGINAL-VERSION
        "  RELEASE OF RERUN " WS-RERUN-VERSION
        DELIMITED BY SIZE INTO COMPARE-REPORT-REC
    WRITE COMPARE-REPORT-REC
    READ FRESH-FILE
        AT END SET FRESH-EOF TO TRUE
    END-READ
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    IF RETURN-CODE IS GREATER THAN ZERO
            AND WS-ORIGINAL-VERSION IS NOT EQUAL TO WS-RERUN-VERSION
        DISPLAY "NOTE: " FUNCTION TRIM(WS-OPERATOR-PROGRAM)
            " RELEASE " WS-RERUN-VERSION " TICKET " WS-RERUN-TICKET
            " WAS INSTALLED SINCE THE ORIGINAL RUN"
    END-IF
    PERFORM 3000-RECORD-HISTORY
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

        GOBACK
    END-IF.

      *> The release that produced the archived generation and the one
      *> in place for the rerun, so a difference can be put down to a
      *> program change rather than to the data.
1100-RESOLVE-RELEASES.
    MOVE WS-OPERATOR-PROGRAM TO RELV-PROGRAM
    MOVE WS-OPERATOR-DATE TO RELV-AS-OF-DATE
    CALL "RELVERS" USING RELV-PARMS
    MOVE RELV-VERSION TO WS-ORIGINAL-VERSION
    MOVE WS-OPERATOR-PROGRAM TO RELV-PROGRAM
    MOVE SPACES TO RELV-AS-OF-DATE
    CALL "RELVERS" USING RELV-PARMS
    MOVE RELV-VERSION TO WS-RERUN-VERSION
    MOVE RELV-TICKET TO WS-RERUN-TICKET.

    COPY busdateget.

      *> A record-layout mismatch between the rerun and the archived
                DELIMITED BY SIZE INTO COMPARE-REPORT-REC
    END-EVALUATE
    WRITE COMPARE-REPORT-REC.

      *> One history record per completed comparison for the release
      *> impact report; a layout-void comparison is kept with its
      *> RETURN-CODE 8 so it is not mistaken for a clean one.
3000-RECORD-HISTORY.
    OPEN EXTEND RERUN-HISTORY-FILE
    IF WS-RERUN-HISTORY-STATUS IS EQUAL TO "35"
        OPEN OUTPUT RERUN-HISTORY-FILE
    END-IF
    MOVE WS-OPERATOR-PROGRAM TO RRH-PROGRAM-NAME
    MOVE WS-OPERATOR-DATE TO RRH-ORIGINAL-DATE
    MOVE WS-RUN-DATE TO RRH-COMPARE-DATE
    MOVE WS-ORIGINAL-VERSION TO RRH-ORIGINAL-VERSION
    MOVE WS-RERUN-VERSION TO RRH-RERUN-VERSION
    MOVE WS-CHANGED-COUNT TO RRH-CHANGED-COUNT
    MOVE WS-ADDED-COUNT TO RRH-ADDED-COUNT
    MOVE WS-REMOVED-COUNT TO RRH-REMOVED-COUNT
    MOVE RETURN-CODE TO RRH-RETURN-CODE
    WRITE RERUN-HISTORY-REC
    CLOSE RERUN-HISTORY-FILE.
