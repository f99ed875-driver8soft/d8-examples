      *                  the per-loan sequence derivation made a
      *                  rerun renumber (and so double) the rows
      *                  instead of colliding with them.
      * 2026-10-15  RJM  Converted rows carry no prepayment charge
      *                  and no accrual status.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE OH-BALANCE-AFTER TO PH-BALANCE-AFTER.
           MOVE OH-POST-STATUS TO PH-POST-STATUS.
           MOVE OH-RELEASE-REF TO PH-RELEASE-REF.
      * Nor does it carry credit-balance refunds.
           MOVE ZEROES TO PH-REFUND.
           MOVE ZEROES TO PH-ESC-ADVANCE.
           MOVE ZEROES TO PH-FEES.
      * Every old row was paid in its loan's own currency.
           MOVE SPACES TO PH-PAY-CCY.
           MOVE ZEROES TO PH-ORIG-AMOUNT.
           MOVE ZEROES TO PH-FX-RATE.
      * Nor a prepayment charge, and the loan's accrual status at
      * the time is not known.
           MOVE ZEROES TO PH-PENALTY.
           MOVE SPACES TO PH-ACCRUAL.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
