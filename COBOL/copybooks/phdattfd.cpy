      *> Shared FD for the HelpAPhD graded attempt history: one line
      *> per answer a candidate submits against the problem bank, in
      *> the order submitted, carrying the bank's result and weight as
      *> they stood when the answer was graded.
    FD ATTEMPT-FILE.
        01 ATTEMPT-REC.
            05 ATT-CANDIDATE-ID         PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATT-BUSINESS-DATE        PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATT-PROBLEM-ID           PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATT-WEIGHT               PIC 9.
            05 FILLER                   PIC X VALUE SPACE.
            05 ATT-ANSWER               PIC S9(8) SIGN LEADING SEPARATE.
            05 FILLER                   PIC X VALUE SPACE.
            05 ATT-RESULT               PIC S9(8) SIGN LEADING SEPARATE.
            05 FILLER                   PIC X VALUE SPACE.
            05 ATT-CORRECT              PIC X.
                88 ATT-RIGHT            VALUE "Y".
                88 ATT-WRONG            VALUE "N".
