            05 HIST-ELAPSED-SECS PIC 9(7).
            05 FILLER PIC X.
            05 HIST-RETURN-CODE PIC 9(3).
            05 FILLER PIC X VALUE SPACE.
            05 HIST-VERSION PIC X(8).

    FD RATE-MASTER-FILE.
        01 RATE-MASTER-REC.
