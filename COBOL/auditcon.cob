            05 REAU-ARCHIVE-DSN PIC X(32).
            05 FILLER PIC X.
            05 REAU-RECORD-COUNT PIC X(7).
            05 FILLER PIC X.
            05 REAU-HOLD-MATTER PIC X(12).

    FD CANDLE-ACTIVITY-FILE.
        01 CANDLE-ACTIVITY-REC PIC X(80).
