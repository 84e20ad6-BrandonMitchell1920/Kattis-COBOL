      *> Shared FD for the HelpAPhD problem bank: one line per problem
      *> set by the department, with the expression as the candidate
      *> sees it, the result it must come to, and a difficulty weight
      *> from 1 (routine) to 9 (hardest) that scores a correct answer.
    FD PROBLEM-BANK-FILE.
        01 PROBLEM-BANK-REC.
            05 PB-PROBLEM-ID            PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 PB-EXPRESSION            PIC X(9).
            05 FILLER                   PIC X VALUE SPACE.
            05 PB-RESULT                PIC S9(8) SIGN LEADING SEPARATE.
            05 FILLER                   PIC X VALUE SPACE.
            05 PB-WEIGHT                PIC 9.
