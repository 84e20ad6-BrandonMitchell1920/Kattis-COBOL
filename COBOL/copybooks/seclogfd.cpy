      *> Shared FD for the security log: one row for every attempt to
      *> use an operator function the entitlement check turned down,
      *> stamped with the clock time of the attempt and the business
      *> run it was made under.
    FD SECURITY-LOG-FILE.
        01 SECURITY-LOG-REC.
            05 SEC-DATE                 PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 SEC-TIME                 PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 SEC-RUN-ID               PIC X(16).
            05 FILLER                   PIC X VALUE SPACE.
            05 SEC-OPERATOR             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 SEC-FUNCTION             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 SEC-PROGRAM              PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 SEC-REASON               PIC X(4).
                88 SEC-NOT-AN-OPERATOR  VALUE "NOOP".
                88 SEC-NOT-ENTITLED     VALUE "NENT".
                88 SEC-NOT-YET-STARTED  VALUE "NYET".
                88 SEC-GRANT-ENDED      VALUE "ENDD".
                88 SEC-MASTER-MISSING   VALUE "NFIL".
