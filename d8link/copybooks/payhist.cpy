      *                  scanned end to end once per loan. The
      *                  lnphconv utility converts the old
      *                  sequential file one time.
      * 2026-10-15  RJM  Added PH-REFUND - the part of a POSTED
      *                  payment beyond everything the loan owed
      *                  (a payoff overpaid, a settlement overage).
      *                  It is the borrower's credit balance, not
      *                  income: the GL extract credits it to
      *                  LOANREC and the lnrfcoll sweep raises it on
      *                  the REFUNDS file for disbursement.
      * 2026-10-15  RJM  Added PH-ESC-ADVANCE - the part of a
      *                  payment's escrow portion that repaid an
      *                  escrow advance instead of building the
      *                  balance; the GL extract credits it to the
      *                  advance receivable, not ESCROWLI.
      * 2026-10-15  RJM  Added PH-FEES - the FEESRCV charges
      *                  (late, PPEN, ASSM) the payment-allocation
      *                  order satisfied out of the payment. The GL
      *                  extract credits it to FEERECV; paid-to-date
      *                  sums leave it out with the escrow portion.
      * 2026-10-15  RJM  Added PH-PAY-CCY, PH-ORIG-AMOUNT and
      *                  PH-FX-RATE - a payment made in a currency
      *                  other than the loan's is converted at
      *                  posting, and the row keeps what was
      *                  actually received and the rate applied.
      * 2026-10-15  RJM  Added PH-PENALTY and PH-ACCRUAL - the
      *                  prepayment charge a posting's curtailment
      *                  was assessed, and whether the loan was
      *                  accruing when it posted, so a reversal
      *                  undoes exactly what the posting did.
      ******************************************************************
       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
      * uses it to tell a same-day bounce (the original never
      * reached the ledger) from a later one.
           05 PH-RELEASE-REF    PIC 9(08).
      * Credit balance left over once interest, principal and
      * escrow are satisfied - zero on every row but a POSTED (or
      * its RVSL) that overpaid the loan. PH-AMOUNT less the other
      * portions less PH-REFUND is the rounding tail.
           05 PH-REFUND         PIC S9(7)V9(2).
      * The part of PH-ESCROW that repaid the account's escrow
      * advance - included in PH-ESCROW, never on top of it.
           05 PH-ESC-ADVANCE    PIC S9(7)V9(2).
      * FEESRCV charges (late, PPEN, ASSM) satisfied out of the
      * payment - the rows of any fee code marked PAID against this
      * posting sequence. Not a delinquency signal on its own: a
      * curtailment's penalty or an assumption fee lands here too;
      * FR-FEE-CODE on FEESRCV tells a late charge apart. Zero on
      * every row but a POSTED and its RVSL.
           05 PH-FEES           PIC S9(7)V9(2).
      * A payment received in a currency other than the loan's:
      * the currency and amount as received, and the cross rate
      * (loan-currency units per unit received) that turned it into
      * PH-AMOUNT. PH-PAY-CCY is spaces, and the other two zero, on
      * a payment made in the loan's own currency. A SUSPENSE row
      * held for want of a rate has PH-FX-RATE zero and PH-AMOUNT
      * still in PH-PAY-CCY - the suspense sweep converts it on
      * release.
           05 PH-PAY-CCY        PIC X(03).
           05 PH-ORIG-AMOUNT    PIC S9(7)V9(2).
           05 PH-FX-RATE        PIC 9(3)V9(6).
      * The prepayment charge (FEESRCV PPEN) this posting's
      * curtailment was assessed - zero on every row but a POSTED
      * that curtailed beyond the free allowance, and its RVSL.
           05 PH-PENALTY        PIC S9(7)V9(2).
      * The loan's accrual status when the payment posted: A
      * accruing (its interest clears INTREC), N non-accrual (its
      * interest is income as received). An RVSL carries its
      * original's. Spaces on rows written before the field
      * existed - the GL extract then goes by the loan's status.
           05 PH-ACCRUAL        PIC X(01).
               88 PH-ACCR-ACCRUING    VALUE "A".
               88 PH-ACCR-NON-ACCRUAL VALUE "N".
               88 PH-ACCR-UNKNOWN     VALUE SPACE.
