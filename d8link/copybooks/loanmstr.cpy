      *                  periods at the loan's own frequency, and
      *                  due dates are 14 days (B), one month (M)
      *                  or three months (Q) apart.
      * 2026-10-15  RJM  Added LM-ACCRUAL-STATUS and its cure
      *                  counters - lnnonacc puts a loan past due
      *                  beyond the NONACCPM day count on
      *                  non-accrual, and lnglextr stops accruing
      *                  income on it until it cures.
      * 2026-10-15  RJM  Added LM-ORIGINATOR - the loan officer or
      *                  broker (see ORIGMSTR) the loan came in
      *                  through, for lncomm's commission and the
      *                  lnpipe and lnvint breakdowns.
      ******************************************************************
       FD  LOAN-MSTR-FILE.
       01  LOAN-MSTR-RECORD.
      * plus the borrower's declared monthly obligations over the
      * declared monthly income. Zero when never computed.
           05 LM-PTI-RATIO     PIC 9(1)V9(4).
      * Accrual status: A (or the spaces of a pre-field record) =
      * accruing, N = non-accrual - no daily accrual, interest
      * recognised only as it is received. LM-NONACC-DATE is the
      * day lnnonacc suspended accrual; LM-CURE-COUNT counts the
      * consecutive periods the loan has since fallen due and been
      * met, LM-CURE-PERIOD the last such period counted. lnnonacc
      * restores accrual once the count reaches the NONACCPM cure
      * periods.
           05 LM-ACCRUAL-STATUS PIC X(01).
               88 LM-ACCRUING    VALUE "A" " ".
               88 LM-NON-ACCRUAL VALUE "N".
           05 LM-NONACC-DATE   PIC 9(08).
           05 LM-CURE-COUNT    PIC 9(02).
           05 LM-CURE-PERIOD   PIC 9(04).
      * Originator id (see ORIGMSTR) say stamped at pricing -
      * spaces when the application named no originator.
           05 LM-ORIGINATOR    PIC X(08).
