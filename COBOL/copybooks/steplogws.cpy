      *> early guard-abort exits, not just the normal completion path.
        01 WS-STEPLOG-START           PIC X(8).
        01 WS-STEPLOG-END             PIC X(8).
        COPY relvcall.
