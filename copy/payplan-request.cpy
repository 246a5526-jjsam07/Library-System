      *    Request block for the PayPlanCheck subprogram, the one
      *    place that judges a patron's payment plan. Set
      *    PPQ-STUDENT-ID and PPQ-RUN-DATE (zero for today) and
      *    CALL "PayPlanCheck" USING PPQ-REQUEST:
      *      "Q" - finds the patron's open plan. PPQ-STATUS comes
      *            back "C" while the plan is current, "L" once an
      *            installment has been missed (even before the
      *            nightly review has marked it), "D" when the
      *            covered fines are cleared, space when there is no
      *            open plan. PPQ-COVERED-OWED is what is still owed
      *            on the fines the plan covers and PPQ-PAID-TO-DATE
      *            what has come off them; PPQ-EXPECTED is what
      *            should have been paid by the installment date in
      *            PPQ-NEXT-DUE. The borrowing block leaves
      *            PPQ-COVERED-OWED out of the balance while the plan
      *            is current, and only then.
      *      "R" - judges the plan the same way and writes the
      *            result back to payplan.bin: the schedule moves on
      *            past installments paid, the status becomes "L",
      *            "C" again once caught up, or "D". PPQ-PRIOR-STATUS
      *            says what it was before, so the nightly review can
      *            tell a fresh miss from one already noticed.
       01 PPQ-REQUEST.
           05 PPQ-FUNC PIC X(1).
           05 PPQ-STUDENT-ID PIC 9(10).
           05 PPQ-RUN-DATE PIC 9(8).
           05 PPQ-STATUS PIC X(1).
               88 PPQ-PLAN-CURRENT VALUE "C".
               88 PPQ-PLAN-LATE VALUE "L".
               88 PPQ-PLAN-CLEARED VALUE "D".
               88 PPQ-NO-PLAN VALUE SPACE.
           05 PPQ-START-DATE PIC 9(8).
           05 PPQ-COVERED-OWED PIC 9(7)V99.
           05 PPQ-PAID-TO-DATE PIC 9(7)V99.
           05 PPQ-EXPECTED PIC 9(7)V99.
           05 PPQ-NEXT-DUE PIC 9(8).
           05 PPQ-PRIOR-STATUS PIC X(1).
