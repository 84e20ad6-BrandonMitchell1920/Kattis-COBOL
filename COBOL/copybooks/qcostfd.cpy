      *> Shared FD for the QALY treatment cost file: the treatment cost
      *> per case for each cohort, the cohort it is judged against, and
      *> the number of years over which the cost and the QALYs accrue.
      *> A cohort with no comparator is itself a comparator, such as
      *> standard care, and is not ranked.
    FD COST-FILE.
        01 COST-REC.
            05 COST-COHORT-CODE         PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 COST-COMPARATOR          PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 COST-PER-CASE            PIC 9(7)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 COST-HORIZON-YEARS       PIC 99.
