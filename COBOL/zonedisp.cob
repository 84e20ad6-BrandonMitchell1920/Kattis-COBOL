        SELECT COORD-FILE ASSIGN TO "COORDIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COORD-STATUS.
        COPY zmastsel.
        COPY zworksel.
        SELECT ZONE-SUMMARY-FILE ASSIGN TO "ZONESUMM"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY busdatesel.

DATA DIVISION.
    FILE SECTION.
    COPY zmastfd.
    COPY zworkfd.
    COPY busdatefd.
    COPY steplogfd.

            05 FILLER PIC X.
            05 COORD-Y PIC S9(5).

    FD ZONE-SUMMARY-FILE.
        01 ZONE-SUMMARY-REC.
            05 SUMMARY-ZONE-CODE PIC X(4).
    WORKING-STORAGE SECTION.
        01 WS-COORD-STATUS PIC XX.
        01 WS-ZONE-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-COORD-EOF PIC X VALUE "N".
            88 COORD-EOF VALUE "Y".
        01 WS-ZONE-EOF PIC X VALUE "N".
