        SELECT COMPARISON-FILE ASSIGN TO "RETIRCMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMPARE-STATUS.
        COPY advmstsel.
        SELECT STATEMENT-FILE ASSIGN TO "RETSTMTS"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.

DATA DIVISION.
    FILE SECTION.
    COPY advmstfd.
    COPY busdatefd.
    COPY steplogfd.

            05 COMPARE-CASE-NUM PIC X(5).
            05 COMPARE-REST PIC X(45).

    FD STATEMENT-FILE.
        01 STATEMENT-REC PIC X(132).

