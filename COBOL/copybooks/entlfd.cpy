      *> Shared FD for the operator entitlement master: one row per
      *> named function granted to an operator, good from its start
      *> date through its end date (blank end date is open-ended).  The
      *> manager on the row granted the function and signs it off at
      *> each quarterly recertification.
    FD ENTITLEMENT-FILE.
        01 ENTITLEMENT-REC.
            05 ENT-OPERATOR             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ENT-FUNCTION             PIC X(8).
                88 ENT-CORRECT-REJECTS  VALUE "REJCORR".
                88 ENT-RERUN-STEPS      VALUE "RERUNSTP".
                88 ENT-PROPOSE-TARIFFS  VALUE "TARFPROP".
                88 ENT-APPROVE-TARIFFS  VALUE "TARFAPPR".
                88 ENT-CHANGE-PARMS     VALUE "PARMCHG".
                88 ENT-CLOSE-PERIODS    VALUE "PERCLOSE".
                88 ENT-ADHOC-INQUIRY    VALUE "ADHKEYIQ".
                88 ENT-ADHOC-EXTRACT    VALUE "ADHDICT".
                88 ENT-ADHOC-RERUN      VALUE "ADHRERUN".
            05 FILLER                   PIC X VALUE SPACE.
            05 ENT-START-DATE           PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ENT-END-DATE             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ENT-MANAGER              PIC X(8).
