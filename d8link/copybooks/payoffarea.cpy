      *           period's interest as always).
      * Response: PQ-REMAINING-BAL (balance entering that period),
      *           PQ-ACCRUED-INTEREST (interest accrued on it),
      *           PQ-PREPAY-PENALTY (the product's early-repayment
      *           charge on that balance, zero when none applies),
      *           PQ-TOTAL-PAYOFF (the three added together).
      *
      * Modification History
      * ---------------------------------------------------------------
      *                  is quoted per-diem interest to the
      *                  settlement date instead of a full period's
      *                  worth.
      * 2026-10-15  RJM  Added PQ-PREPAY-PENALTY - the prepayment
      *                  charge is quoted as its own line and
      *                  included in the total.
      *
      ******************************************************************
       01 COMMAREA.
           05 PQ-REMAINING-BAL    PIC S9(7)V9(2) COMP-3.
           05 PQ-ACCRUED-INTEREST PIC S9(7)V9(2) COMP-3.
           05 PQ-TOTAL-PAYOFF     PIC S9(7)V9(2) COMP-3.
           05 PQ-PREPAY-PENALTY   PIC S9(7)V9(2) COMP-3.
