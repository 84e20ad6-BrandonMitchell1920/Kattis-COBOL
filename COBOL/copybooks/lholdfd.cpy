      *> Shared FD for the legal-hold master.  A hold covers an archive
      *> generation when every criterion it names is met: the source
      *> dataset (blank for any), FROM-TO overlapping the business dates
      *> the generation covers - the day after the source's previous
      *> catalog entry through its own archive date - (either end blank
      *> for open), and the business key found somewhere in the
      *> generation's records (blank for no key).  A row naming none of
      *> the three holds nothing and is rejected.  Holds stay on the
      *> master once released, for the register.
    FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-REC.
            05 HOLD-MATTER            PIC X(12).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-DATASET           PIC X(26).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-FROM-DATE         PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-TO-DATE           PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-KEY-TYPE          PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-KEY-VALUE         PIC X(12).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-REQUESTED-BY      PIC X(20).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-PLACED-DATE       PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 HOLD-RELEASED-DATE     PIC X(8).
