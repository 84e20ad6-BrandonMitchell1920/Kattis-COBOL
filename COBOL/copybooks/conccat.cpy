      *> The bus concession fare categories.  Every route class is
      *> priced for each of these as well as at the full TARIFF fare.
        01 CONC-CATEGORY-LIST.
            05 FILLER                   PIC X(8) VALUE "SENIOR".
            05 FILLER                   PIC X(8) VALUE "STUDENT".
            05 FILLER                   PIC X(8) VALUE "CHILD".
            05 FILLER                   PIC X(8) VALUE "STAFF".
        01 CONC-CATEGORY-TABLE REDEFINES CONC-CATEGORY-LIST.
            05 CONC-CATEGORY-NAME       PIC X(8) OCCURS 4 TIMES.
        01 CONC-CATEGORY-COUNT          PIC 9 VALUE 4.
        01 CATEGORY-IDX                 PIC 9.
