      *> Shared FD for the retirement client contributions feed: one
      *> line per deposit a client actually made, by scenario case.
      *> The plan age is the age column of the case's RETIRESCHED row
      *> the deposit counts toward - the client's age at the end of
      *> the savings year it was paid in.
    FD CONTRIBUTION-FILE.
        01 CONTRIBUTION-REC.
            05 CONT-CASE-NUM            PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 CONT-DATE                PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 CONT-PLAN-AGE            PIC 9(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 CONT-AMOUNT              PIC 9(5)V99.
