      *> Shared FD for the triple-text message outcome history: one row
      *> per message TripleTexting adjudicates, carrying the sender and
      *> transmission channel it arrived on and what the vote made of
      *> it.  It accumulates across business dates; a rerun appends a
      *> second set of rows under a later run ID, and readers take only
      *> the latest run for each business date.
    FD TEXT-HISTORY-FILE.
        01 TEXT-HISTORY-REC.
            05 TXH-BUSINESS-DATE        PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 TXH-RUN-ID               PIC X(16).
            05 FILLER                   PIC X VALUE SPACE.
            05 TXH-SEQ                  PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 TXH-SENDER               PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 TXH-CHANNEL              PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 TXH-OUTCOME              PIC X(8).
                88 TXH-CLEAN            VALUE "CLEAN".
                88 TXH-REPAIRED         VALUE "REPAIRED".
                88 TXH-UNRECOVERABLE    VALUE "UNRECOV".
                88 TXH-BAD-LENGTH       VALUE "BADLEN".
            05 FILLER                   PIC X VALUE SPACE.
            05 TXH-POSITIONS            PIC 9(2).
            05 FILLER                   PIC X VALUE SPACE.
            05 TXH-LENGTH               PIC 9(2).
