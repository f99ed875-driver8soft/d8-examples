      ******************************************************************
      * REPAYPLN - Indexed arrears repayment-plan record, keyed by
      * application id plus the loan period the plan starts from:
      * one row per plan collections agrees with a delinquent
      * borrower - the regular installment plus an extra amount
      * toward the arrears for a number of periods, the schedule
      * itself left as it is. Kept by rpmaint; lnrpevl judges each
      * performing plan nightly against the PAYHIST receipts, and
      * lnaging, lnlate and lnletter treat a loan whose plan is
      * PERFORMING as on track (see LNRPPCHK). COPY into the FILE
      * SECTION of any program that reads or writes plans; the
      * matching SELECT is in LNRPPSEL.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - a borrower keeping to an
      *                  agreed plan still got the 60-day letter.
      ******************************************************************
       FD  REPAY-PLAN-FILE.
       01  REPAY-PLAN-RECORD.
           05 RP-KEY.
               10 RP-APPL-ID      PIC X(20).
               10 RP-START-PERIOD PIC 9(04).
      * Periods the plan runs (months for a monthly loan), and the
      * extra paid toward the arrears each period. The installment
      * is the loan's payment when the plan was agreed plus the
      * extra - what the borrower owes each period of the plan.
           05 RP-MONTHS          PIC 9(03).
           05 RP-EXTRA-AMT       PIC S9(7)V9(2).
           05 RP-INSTALLMENT     PIC S9(7)V9(2).
           05 RP-STATUS          PIC X(10).
               88 RP-PERFORMING    VALUE "PERFORMING".
               88 RP-BROKEN        VALUE "BROKEN".
               88 RP-COMPLETED     VALUE "COMPLETED".
               88 RP-CANCELLED     VALUE "CANCELLED".
      * When and by whom the plan was agreed - receipts count
      * toward the plan from the agreed date - and the past-due
      * amount it set out to clear.
           05 RP-AGREED-DATE     PIC 9(08).
           05 RP-OPERATOR        PIC X(08).
           05 RP-ARREARS         PIC S9(7)V9(2).
      * The last lnrpevl verdict: plan periods fallen due, what
      * they called for and what had been received, and the date
      * the plan stopped performing (broken, completed, cancelled).
           05 RP-EVAL-DATE       PIC 9(08).
           05 RP-PERIODS-DUE     PIC 9(03).
           05 RP-EXPECTED        PIC S9(9)V9(2).
           05 RP-PAID            PIC S9(9)V9(2).
           05 RP-END-DATE        PIC 9(08).
