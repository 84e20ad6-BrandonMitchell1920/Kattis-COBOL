ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY incmstsel.
        SELECT ALERT-IN-FILE ASSIGN TO "ALERTOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-STATUS.
        COPY incagsel.
        COPY busdatesel.
        COPY steplogsel.

    COPY busdatefd.
    COPY steplogfd.

    COPY incmstfd.

    FD ALERT-IN-FILE.
        01 ALERT-IN-REC.
            05 FILLER PIC X.
            05 ALERT-RUN-ID PIC X(16).

    COPY incagfd.

    WORKING-STORAGE SECTION.
        01 WS-INCIDENT-STATUS PIC XX.
        01 WS-ALERT-STATUS PIC XX.
        01 WS-AGING-STATUS PIC XX.
        01 WS-ALERT-EOF PIC X VALUE "N".
            88 ALERT-EOF VALUE "Y".
        01 WS-STEPLOG-EOF PIC X VALUE "N".
