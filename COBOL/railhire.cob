ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY railmvsel.
        COPY carownsel.
        SELECT SETTLEMENT-FILE ASSIGN TO "RAILSETL"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.

DATA DIVISION.
    FILE SECTION.
    COPY railmvfd.
    COPY carownfd.
    COPY busdatefd.
    COPY steplogfd.

    FD SETTLEMENT-FILE.
        01 SETTLEMENT-REC PIC X(132).

