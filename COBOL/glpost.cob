
    COPY sweepxfd.

    COPY glvchfd.

    WORKING-STORAGE SECTION.
        01 WS-MASTER-STATUS PIC XX.
