      *> Shared FD for the bus concession fare table.  One row per
      *> fare category and route class for a stretch of effective
      *> dates, the same way TARIFF rows are dated.  CONC-METHOD P
      *> takes CONC-VALUE as a percentage off the route class's
      *> TARIFF fare on the day; F takes CONC-VALUE as the category's
      *> fare outright.
    FD CONCESSION-FILE.
        01 CONCESSION-REC.
            05 CONC-CATEGORY            PIC X(8).
            05 FILLER                   PIC X.
            05 CONC-ROUTE-CLASS         PIC 9(10).
            05 FILLER                   PIC X.
            05 CONC-METHOD              PIC X.
                88 CONC-PERCENT-OFF     VALUE "P".
                88 CONC-FLAT-FARE       VALUE "F".
            05 FILLER                   PIC X.
            05 CONC-VALUE               PIC 9(10).
            05 FILLER                   PIC X.
            05 CONC-EFFECTIVE-FROM      PIC X(8).
            05 FILLER                   PIC X.
            05 CONC-EFFECTIVE-TO        PIC X(8).
