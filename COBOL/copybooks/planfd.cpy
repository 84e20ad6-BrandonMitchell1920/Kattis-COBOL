      *> Shared FD for the fine payment-plan master.  One plan per
      *> driver: the balance taken onto the plan, what has been paid
      *> against it, and the installment schedule - installment N
      *> falls due PLAN-INTERVAL-DAYS * (N - 1) days after the first
      *> due date, for PLAN-INSTALL-AMOUNT, with the last installment
      *> taking up whatever rounding is left of the total.  Payments
      *> fill installments in due-date order, so the schedule is kept
      *> whole in one record short enough to journal.  Status moves
      *> A(CTIVE) -> C(OMPLETED) or D(EFAULTED); a defaulted plan's
      *> remaining balance goes back to normal collection.
    FD PAYMENT-PLAN-FILE.
        01 PAYMENT-PLAN-REC.
            05 PLAN-DRIVER-ID           PIC X(6).
            05 PLAN-STATUS              PIC X.
                88 PLAN-ACTIVE VALUE "A".
                88 PLAN-COMPLETED VALUE "C".
                88 PLAN-DEFAULTED VALUE "D".
            05 PLAN-START-DATE          PIC X(8).
            05 PLAN-TOTAL-AMOUNT        PIC 9(7)V99.
            05 PLAN-PAID-AMOUNT         PIC 9(7)V99.
            05 PLAN-INSTALL-COUNT       PIC 99.
            05 PLAN-INSTALL-AMOUNT      PIC 9(7)V99.
            05 PLAN-FIRST-DUE-DATE      PIC 9(8).
            05 PLAN-INTERVAL-DAYS       PIC 999.
            05 PLAN-LAST-PAY-DATE       PIC X(8).
            05 PLAN-CLOSED-DATE         PIC X(8).
