      *> Shared parameter block for the ENTCHECK entitlement-check
      *> subprogram.  Operator utilities fill the signed-on operator,
      *> the named function about to be used, their own program name,
      *> run ID and business date, and CALL ENTCHECK before touching
      *> anything.  ENTCHECK answers "G" (granted) or "D" (denied, with
      *> the reason code and a line of text for the operator) and logs
      *> every denial to the security log itself.  An operator missing
      *> from the operator file, or an entitlement master that cannot
      *> be read, is a denial.
        01 ENTC-PARMS.
            05 ENTC-OPERATOR PIC X(8).
            05 ENTC-FUNCTION PIC X(8).
            05 ENTC-PROGRAM PIC X(8).
            05 ENTC-RUN-ID PIC X(16).
            05 ENTC-CHECK-DATE PIC X(8).
            05 ENTC-RESULT PIC X.
                88 ENTC-GRANTED VALUE "G".
                88 ENTC-DENIED VALUE "D".
            05 ENTC-REASON PIC X(4).
            05 ENTC-OPERATOR-NAME PIC X(20).
            05 ENTC-MESSAGE PIC X(40).
