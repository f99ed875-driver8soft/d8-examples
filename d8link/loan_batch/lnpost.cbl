      *                  - a mid-cycle payment no longer carries a
      *                  full month's interest. 30/360 loans charge
      *                  exactly as before.
      * 2026-10-15  RJM  A payment beyond everything the loan owes
      *                  no longer disappears into the rounding
      *                  tail: the excess over interest and the
      *                  remaining balance is carried on the history
      *                  row as PH-REFUND, the borrower's credit
      *                  balance the lnrfcoll sweep raises for
      *                  refund. A reversal backs it out with the
      *                  rest of the split.
      * 2026-10-15  RJM  The escrow portion repays any escrow
      *                  advance lnesdisb laid out before it builds
      *                  the balance; the repaid part rides on the
      *                  history row as PH-ESC-ADVANCE and a
      *                  reversal puts it back on the advance.
      * 2026-10-15  RJM  The payment is applied in the order the
      *                  PAYALLOC parameter file gives for the
      *                  loan's type - fees, escrow, interest and
      *                  principal in whatever order compliance
      *                  sets, escrow/interest/principal/fees when
      *                  the type has no row. Late charges lnlate
      *                  assessed are collected oldest first and
      *                  marked PAID on FEESRCV against the posting,
      *                  the fee portion rides on the history row as
      *                  PH-FEES, and a reversal reopens the charges
      *                  it had collected.
      * 2026-10-15  RJM  A curtailment beyond the product's free
      *                  allowance (PM-PPN-FREE-PCT of the balance)
      *                  is charged the PRODMSTR prepayment penalty
      *                  on the excess, assessed to FEESRCV as PPEN
      *                  for the next payment's fee step to collect.
      *                  A reversal of the payment waives it.
      * 2026-10-15  RJM  A payment made in a currency other than the
      *                  loan's (LP-PAY-CCY) is converted into the
      *                  loan currency at the FXRATES rate in force
      *                  on the pay date, picked the way lnfxcons
      *                  picks it, and the history row keeps the
      *                  currency, amount and rate received. With
      *                  no rate the payment is held in SUSPENSE
      *                  unconverted. A reversal matches the
      *                  original as received.
      * 2026-10-15  RJM  Every LOANPAY record taken is written to
      *                  PAYDISP with its channel, intake sequence
      *                  and what became of it, for the lncashrc
      *                  cash reconciliation against the bank.
      * 2026-10-15  RJM  A new charge is written with nothing waived
      *                  - fwmaint records any waiver against it.
      * 2026-10-15  RJM  A recovery an outside agency remitted (the
      *                  AGY channel, LP-AGENCY-ID) carries the
      *                  agency and its AGYMSTR contingency fee on
      *                  RECOVLED - the fee split out, the recovery
      *                  still taken off the balance whole - and is
      *                  added to the account's AGYPLAC placement,
      *                  which keeps a producing account from being
      *                  recalled.
      * 2026-10-15  RJM  The prepayment charge a curtailment incurs
      *                  rides on its history row (PH-PENALTY); a
      *                  later one in the same month adds to the
      *                  month's charge under its original
      *                  assessment date and is logged on FEEADJ. A
      *                  reversal waives the payment's own charge
      *                  as fwmaint would - amount, date and reason
      *                  stamped, FEEADJ logged. The history row
      *                  records the loan's accrual status
      *                  (PH-ACCRUAL).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECOV-LED-FILE ASSIGN TO "RECOVLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-LED-STATUS.
           SELECT AGY-MSTR-FILE ASSIGN TO "AGYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENCY-ID
               FILE STATUS IS WS-AGY-MSTR-STATUS.
           SELECT AGY-PLAC-FILE ASSIGN TO "AGYPLAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPL-ID
               FILE STATUS IS WS-AGY-PLAC-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT POST-REVW-FILE ASSIGN TO "POSTREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-REVW-STATUS.
           SELECT PAY-ALLOC-FILE ASSIGN TO "PAYALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-ALLOC-STATUS.
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           SELECT PROD-MSTR-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-LOAN-TYPE
               FILE STATUS IS WS-PROD-MSTR-STATUS.
           SELECT PAY-DISP-FILE ASSIGN TO "PAYDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-DISP-STATUS.
           SELECT FEE-ADJ-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnfxrsel.

       DATA DIVISION.
       FILE SECTION.
      * step.
           05 LP-CHANNEL      PIC X(03).
           05 LP-INTAKE-SEQ   PIC 9(07).
      * Currency the borrower paid in - spaces (or the loan's own
      * currency) for no conversion.
           05 LP-PAY-CCY      PIC X(03).
      * The collection agency that remitted the payment - AGY
      * channel only, spaces otherwise.
           05 LP-AGENCY-ID    PIC X(08).

           COPY loanmstr.
           COPY payhist.

           COPY amortsch.

           COPY recovled.

           COPY agymstr.

           COPY agyplac.

           COPY escrow.

           05 PR-AMOUNT     PIC 9(7)V9(2).
           05 PR-TXN-TYPE   PIC X(01).
           05 PR-REASON     PIC X(20).
           05 PR-PAY-CCY    PIC X(03).

      * Payment-allocation order, one row per loan type (* for any
      * type without its own row): the four step codes FEE, ESC,
      * INT and PRN in the order the payment is applied.
       FD  PAY-ALLOC-FILE.
       01  PAY-ALLOC-RECORD.
           05 PA-LOAN-TYPE  PIC X(04).
           05 PA-STEP       PIC X(03) OCCURS 4 TIMES.

           COPY feesrcv.

           COPY prodmstr.

           COPY paydisp.

           COPY feeadj.

           COPY lnjrnfd.

           COPY lnlckfd.

           COPY lnfxrfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-PAY-STATUS PIC X(02) VALUE SPACES.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-RECOV-LED-STATUS PIC X(02) VALUE SPACES.
           88 RECOV-LED-OPENED VALUE "00".
           88 RECOV-LED-NOT-FOUND VALUE "35".
       01 WS-AGY-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 AGY-MSTR-OPENED VALUE "00".
       01 WS-AGY-PLAC-STATUS PIC X(02) VALUE SPACES.
           88 AGY-PLAC-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-PERIOD-CTL-STATUS PIC X(02) VALUE SPACES.
           88 PERIOD-CTL-OPENED VALUE "00".
       01 WS-POST-REVW-STATUS PIC X(02) VALUE SPACES.
           88 POST-REVW-NOT-FOUND VALUE "35".
       01 WS-PAY-ALLOC-STATUS PIC X(02) VALUE SPACES.
           88 PAY-ALLOC-OPENED VALUE "00".
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
       01 WS-PROD-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 PROD-MSTR-OPENED VALUE "00".
       01 WS-PAY-DISP-STATUS PIC X(02) VALUE SPACES.
           88 PAY-DISP-OPENED VALUE "00".
       01 WS-FEE-ADJ-STATUS PIC X(02) VALUE SPACES.
           88 FEE-ADJ-OPENED VALUE "00".
           88 FEE-ADJ-NOT-FOUND VALUE "35".
       01 WS-PERIOD-STATE PIC X(01) VALUE "O".
           88 PERIOD-IS-CLOSED VALUE "C".
       01 WS-CLOSED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REVERSED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-RVSLERR-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-RECOVERY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AGY-RECOV-COUNT PIC 9(07) VALUE ZEROES.
      * The remitting agency's contingency fee on the recovery.
       01 WS-AGENCY-FEE PIC S9(7)V9(2) COMP-3.

      * The original posting a reversal backs out, captured while
      * the history row is flagged REVERSED in place.
       01 WS-ORIG-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-PRINCIPAL PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-ESCROW PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-REFUND PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-ESC-ADVANCE PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-FEES PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-SEQ PIC 9(07).
       01 WS-ORIG-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-PAY-CCY PIC X(03).
       01 WS-ORIG-RECV-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-FX-RATE PIC 9(3)V9(6).
       01 WS-ORIG-PENALTY PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-ACCRUAL PIC X(01).
       01 WS-HIST-EOF PIC X(01) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".

       01 WS-PERIODS-YR PIC S9(3) COMP.
       01 WS-PAY-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-PAY-PRINCIPAL PIC S9(7)V9(2) COMP-3.
      * Whatever the payment carried beyond the interest and the
      * whole remaining balance - owed back to the borrower.
       01 WS-PAY-REFUND PIC S9(7)V9(2) COMP-3.
      * What is left of the payment once any escrow portion has
      * been split off - the interest/principal allocation runs on
      * this, never on the gross amount.
       01 WS-NET-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-ESCROW-PORTION PIC S9(7)V9(2) COMP-3.
      * The part of the escrow portion that went to repaying an
      * escrow advance rather than to the balance.
       01 WS-ESC-ADVANCE-PAID PIC S9(7)V9(2) COMP-3.
       01 WS-ESCROW-COUNT PIC 9(07) VALUE ZEROES.

      * Allocation order by loan type off PAYALLOC, and the order in
      * force for the payment in hand. A type with no row of its
      * own takes the * row; with neither, the order posting
      * always followed - escrow, interest, principal - with any
      * late charges after them.
       01 WS-ALLOC-EOF PIC X(01) VALUE "N".
           88 END-OF-ALLOC VALUE "Y".
       01 WS-ALLOC-MAX PIC 9(03) COMP VALUE 50.
       01 WS-ALLOC-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 ALLOC-TABLE.
           05 ALLOC-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-ALLOC-COUNT
               INDEXED BY ALLOC-IDX.
               10 ALLOC-LOAN-TYPE PIC X(04).
               10 ALLOC-STEP PIC X(03) OCCURS 4 TIMES.
       01 WS-ALLOC-DEFAULT.
           05 FILLER PIC X(12) VALUE "ESCINTPRNFEE".
       01 WS-ALLOC-ORDER.
           05 WS-ORDER-STEP PIC X(03) OCCURS 4 TIMES.
               88 STEP-FEES VALUE "FEE".
               88 STEP-ESCROW VALUE "ESC".
               88 STEP-INTEREST VALUE "INT".
               88 STEP-PRINCIPAL VALUE "PRN".
       01 WS-ALLOC-ROW-OK PIC X(01).
           88 ALLOC-ROW-OK VALUE "Y".
       77 WS-STEP-IDX PIC S9(4) COMP.
       77 WS-STEP-CHK PIC S9(4) COMP.
      * What each step is owed: the period's interest off the
      * balance before any of the payment touched it, and the
      * scheduled principal - LM-PAYMENT less that interest.
       01 WS-INT-DUE PIC S9(7)V9(2) COMP-3.
       01 WS-PRIN-DUE PIC S9(7)V9(2) COMP-3.
      * Late charges collected, and what was left after every step
      * - a principal curtailment up to the balance.
       01 WS-PAY-FEES PIC S9(7)V9(2) COMP-3.
       01 WS-PAY-CURTAIL PIC S9(7)V9(2) COMP-3.
       01 WS-FEE-SEQ PIC 9(07).
       01 WS-FEES-EOF PIC X(01) VALUE "N".
           88 END-OF-FEES VALUE "Y".
       01 WS-FEES-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-BAL-BEFORE PIC S9(7)V9(2) COMP-3.
       01 WS-FREE-CURTAIL PIC S9(7)V9(2) COMP-3.
       01 WS-PENALTY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PPN-FOUND PIC X(01) VALUE "N".
           88 PPN-ROW-FOUND VALUE "Y".
      * The prepayment charge this payment's curtailment was
      * assessed, for the history row (PH-PENALTY), and what a
      * reversal takes back off the month's charge.
       01 WS-PAY-PENALTY PIC S9(7)V9(2) COMP-3.
       01 WS-PPN-WAIVE PIC S9(7)V9(2) COMP-3.
      * The FEEADJ line 2470 logs for the charge in FEES-RCV-RECORD.
       01 WS-ADJ-ACTION PIC X(01).
       01 WS-ADJ-REASON PIC X(02).
       01 WS-ADJ-DATE PIC 9(08).
       01 WS-ADJ-TIME PIC 9(08).
       01 WS-ADJ-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-ADJ-BEFORE PIC S9(7)V9(2) COMP-3.
       01 WS-PENALTY-WAIVED-COUNT PIC 9(07) VALUE ZEROES.

      * Curtailment-recast work fields - the same elapsed-period
      * derivation and annuity arithmetic lnreprc re-prices with.
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
       01 WS-ACCRUE-FROM-INT PIC 9(08) COMP.
       01 WS-ACCRUE-TO-INT PIC 9(08) COMP.

      * A payment made in another currency: the currency and
      * amount received and the cross rate that converted it into
      * the loan currency. Spaces/zeroes for a payment in the
      * loan's own currency, and the rate zero while unconverted.
       01 WS-PAY-CCY PIC X(03).
       01 WS-RECV-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-PAY-FX-RATE PIC 9(3)V9(6).
       01 WS-FX-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-FX-HELD-COUNT PIC 9(07) VALUE ZEROES.

           COPY lnjrnws.
           COPY lnlckws.
           COPY lnppnws.
           COPY lnfxrws.

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           OPEN OUTPUT PAY-DISP-FILE.
           IF NOT PAY-DISP-OPENED
               DISPLAY "*** Unable to open PAYDISP - status "
                   WS-PAY-DISP-STATUS " - dispositions not recorded."
           END-IF.

           PERFORM 1000-LOAD-ALLOCATION THRU 1000-EXIT.
           PERFORM 9920-LOAD-FX-RATES THRU 9920-EXIT.

           PERFORM 8000-READ-PAYMENT THRU 8000-EXIT.
           PERFORM 2000-POST-PAYMENT THRU 2000-EXIT
               UNTIL END-OF-PAY-FILE.
           CLOSE LOAN-PAY-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE PAY-HIST-FILE.
           IF PAY-DISP-OPENED
               CLOSE PAY-DISP-FILE
           END-IF.
           PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT.

           DISPLAY "lnpost: " WS-POSTED-COUNT " payment(s) posted, "
               " held in suspense, " WS-REVERSED-COUNT
               " reversed, " WS-RVSLERR-COUNT
               " reversal(s) unmatched, " WS-RECAST-COUNT
               " recast, " WS-RECOVERY-COUNT " recovered ("
               WS-AGY-RECOV-COUNT " by an agency), "
               WS-CLOSED-COUNT " in closed period(s), "
               WS-ESCROW-COUNT " escrow split(s), "
               WS-FEES-COUNT " late charge(s) collected, "
               WS-PENALTY-COUNT " prepayment penalt(ies) charged, "
               WS-PENALTY-WAIVED-COUNT " waived on reversal, "
               WS-FX-COUNT " converted from another currency, "
               WS-FX-HELD-COUNT " held for want of a rate.".
           GOBACK.

      *-----------------------------------------------------------
      * 1000-LOAD-ALLOCATION
      *
      * PAYALLOC into the allocation table. A row whose steps are
      * not FEE, ESC, INT and PRN once each is reported and left
      * out - its loan type falls back to the * row. No file, no
      * rows: every payment takes the standing order.
      *-----------------------------------------------------------
       1000-LOAD-ALLOCATION.
           OPEN INPUT PAY-ALLOC-FILE.
           IF NOT PAY-ALLOC-OPENED
               DISPLAY "lnpost: no PAYALLOC file - escrow, interest, "
                   "principal, fees order for every loan type."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 8600-READ-ALLOCATION THRU 8600-EXIT.
           PERFORM 1100-TAKE-ALLOCATION THRU 1100-EXIT
               UNTIL END-OF-ALLOC.
           CLOSE PAY-ALLOC-FILE.
       1000-EXIT.
           EXIT.

       1100-TAKE-ALLOCATION.
           MOVE "Y" TO WS-ALLOC-ROW-OK.
           PERFORM 1110-CHECK-STEP THRU 1110-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 4.
           IF NOT ALLOC-ROW-OK
               DISPLAY "*** PAYALLOC row for '" PA-LOAN-TYPE
                   "' does not name FEE, ESC, INT and PRN once "
                   "each - row ignored."
               GO TO 1100-NEXT
           END-IF.
           IF WS-ALLOC-COUNT < WS-ALLOC-MAX
               ADD 1 TO WS-ALLOC-COUNT
               MOVE PAY-ALLOC-RECORD TO ALLOC-ENTRY (WS-ALLOC-COUNT)
           ELSE
               DISPLAY "*** PAYALLOC table full at " WS-ALLOC-MAX
                   " - row for '" PA-LOAN-TYPE "' ignored."
           END-IF.
       1100-NEXT.
           PERFORM 8600-READ-ALLOCATION THRU 8600-EXIT.
       1100-EXIT.
           EXIT.

       1110-CHECK-STEP.
           IF PA-STEP (WS-STEP-IDX) NOT = "FEE"
               AND PA-STEP (WS-STEP-IDX) NOT = "ESC"
               AND PA-STEP (WS-STEP-IDX) NOT = "INT"
               AND PA-STEP (WS-STEP-IDX) NOT = "PRN"
               MOVE "N" TO WS-ALLOC-ROW-OK
               GO TO 1110-EXIT
           END-IF.
           PERFORM 1120-CHECK-REPEAT THRU 1120-EXIT
               VARYING WS-STEP-CHK FROM 1 BY 1
               UNTIL WS-STEP-CHK NOT < WS-STEP-IDX.
       1110-EXIT.
           EXIT.

       1120-CHECK-REPEAT.
           IF PA-STEP (WS-STEP-CHK) = PA-STEP (WS-STEP-IDX)
               MOVE "N" TO WS-ALLOC-ROW-OK
           END-IF.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-POST-PAYMENT
      *
      * and the master rewritten.
      *-----------------------------------------------------------
       2000-POST-PAYMENT.
           PERFORM 2030-START-DISPOSITION THRU 2030-EXIT.
           PERFORM 2040-TAKE-PAY-CCY THRU 2040-EXIT.
      * Nothing - payment or reversal - may land in a period the
      * month-end close has stamped CLOSED.
           PERFORM 2010-CHECK-PERIOD THRU 2010-EXIT.
           END-READ.
           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.

      * Money in another currency is worth nothing to the loan
      * until it is converted - with no rate it waits in suspense.
           PERFORM 2050-CONVERT-PAYMENT THRU 2050-EXIT.
           IF NOT FX-RATE-FOUND
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD 1 TO WS-FX-HELD-COUNT
               DISPLAY "*** No " WS-PAY-CCY "/" LM-CURRENCY
                   " rate on FXRATES for " LP-PAY-DATE " - payment "
                   "against '" LM-APPL-ID "' held in SUSPENSE."
               PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF.

      * A payment against a charged-off loan is a recovery - it
      * lands on the recoveries ledger whole, never split.
           IF LM-ST-CHGD-OFF
               GO TO 2000-NEXT
           END-IF.

      * What each step is owed is worked off the balance before
      * any of the payment touches it, whatever the order.
           PERFORM 2900-SET-PERIOD-RATE THRU 2900-EXIT.
           IF LM-DC-ACT-365
               PERFORM 2800-ACCRUE-ACTUAL-DAYS THRU 2800-EXIT
               COMPUTE WS-PAY-INTEREST ROUNDED =
                   LM-OUTSTANDING-BAL * WS-PERIOD-RATE
           END-IF.
           MOVE WS-PAY-INTEREST TO WS-INT-DUE.
           COMPUTE WS-PRIN-DUE = LM-PAYMENT - WS-INT-DUE.
           IF WS-PRIN-DUE < ZERO
               MOVE ZEROES TO WS-PRIN-DUE
           END-IF.
           IF WS-PRIN-DUE > LM-OUTSTANDING-BAL
               MOVE LM-OUTSTANDING-BAL TO WS-PRIN-DUE
           END-IF.

           MOVE LP-AMOUNT TO WS-NET-AMOUNT.
           MOVE LM-OUTSTANDING-BAL TO WS-BAL-BEFORE.
           MOVE ZEROES TO WS-ESCROW-PORTION.
           MOVE ZEROES TO WS-ESC-ADVANCE-PAID.
           MOVE ZEROES TO WS-PAY-INTEREST.
           MOVE ZEROES TO WS-PAY-PRINCIPAL.
           MOVE ZEROES TO WS-PAY-FEES.
           MOVE ZEROES TO WS-PAY-PENALTY.
           PERFORM 2400-SET-ALLOC-ORDER THRU 2400-EXIT.
           PERFORM 2410-APPLY-STEP THRU 2410-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 4.

      * Whatever the order left is a principal curtailment, and
      * beyond the whole balance a credit balance - the borrower
      * overpaid the loan off.
           MOVE WS-NET-AMOUNT TO WS-PAY-CURTAIL.
           IF WS-PAY-CURTAIL > LM-OUTSTANDING-BAL
               MOVE LM-OUTSTANDING-BAL TO WS-PAY-CURTAIL
           END-IF.
           ADD WS-PAY-CURTAIL TO WS-PAY-PRINCIPAL.
           SUBTRACT WS-PAY-CURTAIL FROM LM-OUTSTANDING-BAL.
           COMPUTE WS-PAY-REFUND = WS-NET-AMOUNT - WS-PAY-CURTAIL.
           IF WS-PAY-REFUND > ZERO
               DISPLAY "Overpayment of " WS-PAY-REFUND " on '"
                   LM-APPL-ID "' - credit balance for refund."
           END-IF.
           IF WS-PAY-CURTAIL > ZERO
               PERFORM 2450-CHARGE-CURTAILMENT THRU 2450-EXIT
           END-IF.

           IF LM-OUTSTANDING-BAL NOT > ZERO
               MOVE "PAID-OFF" TO LM-STATUS
      * remaining schedule off the reduced balance before the
      * master is rewritten with the recast terms.
           IF (LP-RECAST-PAYMENT OR LP-RECAST-TERM)
               AND WS-PAY-CURTAIL > ZERO
               AND LM-OUTSTANDING-BAL > ZERO
               PERFORM 2700-RECAST-SCHEDULE THRU 2700-EXIT
           END-IF.
           PERFORM 2100-WRITE-HISTORY THRU 2100-EXIT.

       2000-NEXT.
           PERFORM 2090-WRITE-DISPOSITION THRU 2090-EXIT.
           PERFORM 8000-READ-PAYMENT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
           MOVE LP-AMOUNT TO PR-AMOUNT.
           MOVE LP-TXN-TYPE TO PR-TXN-TYPE.
           MOVE "PERIOD CLOSED" TO PR-REASON.
           MOVE LP-PAY-CCY TO PR-PAY-CCY.
           WRITE POST-REVW-RECORD.
           MOVE "POSTREVW" TO PD-DISPOSITION.
           CLOSE POST-REVW-FILE.
           DISPLAY "*** Transaction dated " LP-PAY-DATE " on '"
               LP-APPL-ID "' falls in a CLOSED period - written "
       2020-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2030-START-DISPOSITION
      *
      * The PAYDISP row for the record in hand, taken as received
      * before anything converts LP-AMOUNT. Whichever history or
      * review row the record ends in sets the disposition.
      *-----------------------------------------------------------
       2030-START-DISPOSITION.
           MOVE WS-RUN-DATE TO PD-RUN-DATE.
           MOVE LP-CHANNEL TO PD-CHANNEL.
           MOVE LP-INTAKE-SEQ TO PD-INTAKE-SEQ.
           MOVE LP-APPL-ID TO PD-APPL-ID.
           MOVE LP-TXN-TYPE TO PD-TXN-TYPE.
           MOVE LP-PAY-CCY TO PD-PAY-CCY.
           MOVE LP-AMOUNT TO PD-AMOUNT.
           MOVE "FAILED" TO PD-DISPOSITION.
       2030-EXIT.
           EXIT.

       2090-WRITE-DISPOSITION.
           IF PAY-DISP-OPENED
               WRITE PAY-DISP-RECORD
           END-IF.
       2090-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2040-TAKE-PAY-CCY
      *
      * The currency and amount as received, before anything is
      * converted - what an unmatched or held row records.
      *-----------------------------------------------------------
       2040-TAKE-PAY-CCY.
           MOVE SPACES TO WS-PAY-CCY.
           MOVE ZEROES TO WS-RECV-AMOUNT.
           MOVE ZEROES TO WS-PAY-FX-RATE.
           IF LP-PAY-CCY NOT = SPACES
               MOVE LP-PAY-CCY TO WS-PAY-CCY
               MOVE LP-AMOUNT TO WS-RECV-AMOUNT
           END-IF.
       2040-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2050-CONVERT-PAYMENT
      *
      * A payment in the loan's own currency needs nothing. One in
      * another is converted at the rate in force on its pay date
      * and LP-AMOUNT becomes the loan-currency amount every later
      * step posts; the amount received stays in WS-RECV-AMOUNT
      * for the history row.
      *-----------------------------------------------------------
       2050-CONVERT-PAYMENT.
           MOVE "Y" TO WS-FXR-FOUND.
           IF WS-PAY-CCY = SPACES OR WS-PAY-CCY = LM-CURRENCY
               MOVE SPACES TO WS-PAY-CCY
               MOVE ZEROES TO WS-RECV-AMOUNT
               GO TO 2050-EXIT
           END-IF.
           MOVE WS-PAY-CCY TO WS-FXR-FROM-CCY.
           MOVE LM-CURRENCY TO WS-FXR-TO-CCY.
           MOVE LP-PAY-DATE TO WS-FXR-DATE.
           MOVE WS-RECV-AMOUNT TO WS-FXR-AMOUNT.
           PERFORM 9925-CONVERT-AMOUNT THRU 9925-EXIT.
           IF NOT FX-RATE-FOUND
               GO TO 2050-EXIT
           END-IF.
           MOVE WS-FXR-RATE TO WS-PAY-FX-RATE.
           MOVE WS-FXR-CONVERTED TO LP-AMOUNT.
           ADD 1 TO WS-FX-COUNT.
           DISPLAY "Converted " WS-PAY-CCY " " WS-RECV-AMOUNT
               " at " WS-PAY-FX-RATE " to " LM-CURRENCY " "
               LP-AMOUNT " for '" LM-APPL-ID "'.".
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2080-SPLIT-ESCROW
      *
      * A loan with an ESCROW sub-account has its portion taken
      * out of what is left of the payment at the escrow step of
      * the allocation order - a short payment escrows what there
      * is - and the account balance built up for the lnesdisb
      * tax and insurance disbursements. An escrow advance
      * outstanding is repaid first, and only the rest of the
      * portion builds the balance. No account, no split.
      *-----------------------------------------------------------
       2080-SPLIT-ESCROW.
           IF WS-NET-AMOUNT NOT > ZERO
               GO TO 2080-EXIT
           END-IF.
           OPEN I-O ESCROW-FILE.
           IF NOT ESCROW-OPENED
               GO TO 2080-EXIT
           END-IF.
           IF WS-ESCROW-PORTION > ZERO
               SUBTRACT WS-ESCROW-PORTION FROM WS-NET-AMOUNT
               IF ES-ADVANCE-BAL > ZERO
                   MOVE ES-ADVANCE-BAL TO WS-ESC-ADVANCE-PAID
                   IF WS-ESC-ADVANCE-PAID > WS-ESCROW-PORTION
                       MOVE WS-ESCROW-PORTION TO WS-ESC-ADVANCE-PAID
                   END-IF
                   SUBTRACT WS-ESC-ADVANCE-PAID FROM ES-ADVANCE-BAL
                   DISPLAY "Repaid " WS-ESC-ADVANCE-PAID " of the "
                       "escrow advance on '" LP-APPL-ID "'."
               END-IF
               COMPUTE ES-BALANCE = ES-BALANCE
                   + WS-ESCROW-PORTION - WS-ESC-ADVANCE-PAID
               REWRITE ESCROW-RECORD
               ADD 1 TO WS-ESCROW-COUNT
               DISPLAY "Escrowed " WS-ESCROW-PORTION " of the "
           MOVE LM-OUTSTANDING-BAL TO PH-BALANCE-AFTER.
           MOVE "POSTED" TO PH-POST-STATUS.
           MOVE ZEROES TO PH-RELEASE-REF.
           MOVE WS-PAY-REFUND TO PH-REFUND.
           MOVE WS-ESC-ADVANCE-PAID TO PH-ESC-ADVANCE.
           MOVE WS-PAY-FEES TO PH-FEES.
           MOVE WS-PAY-CCY TO PH-PAY-CCY.
           MOVE WS-RECV-AMOUNT TO PH-ORIG-AMOUNT.
           MOVE WS-PAY-FX-RATE TO PH-FX-RATE.
           MOVE WS-PAY-PENALTY TO PH-PENALTY.
           IF LM-NON-ACCRUAL
               MOVE "N" TO PH-ACCRUAL
           ELSE
               MOVE "A" TO PH-ACCRUAL
           END-IF.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY
                       "' - not written."
               NOT INVALID KEY
                   MOVE PH-POST-STATUS TO PD-DISPOSITION
           END-WRITE.
       2100-EXIT.
           EXIT.
           MOVE ZEROES TO PH-ESCROW.
           MOVE "NOMATCH" TO PH-POST-STATUS.
           MOVE ZEROES TO PH-RELEASE-REF.
           MOVE ZEROES TO PH-REFUND.
           MOVE ZEROES TO PH-ESC-ADVANCE.
           MOVE ZEROES TO PH-FEES.
           MOVE WS-PAY-CCY TO PH-PAY-CCY.
           MOVE WS-RECV-AMOUNT TO PH-ORIG-AMOUNT.
           MOVE WS-PAY-FX-RATE TO PH-FX-RATE.
           MOVE ZEROES TO PH-PENALTY.
           MOVE SPACES TO PH-ACCRUAL.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY
                       "' - not written."
               NOT INVALID KEY
                   MOVE PH-POST-STATUS TO PD-DISPOSITION
           END-WRITE.
       2200-EXIT.
           EXIT.
           MOVE ZEROES TO PH-ESCROW.
           MOVE "SUSPENSE" TO PH-POST-STATUS.
           MOVE ZEROES TO PH-RELEASE-REF.
           MOVE ZEROES TO PH-REFUND.
           MOVE ZEROES TO PH-ESC-ADVANCE.
           MOVE ZEROES TO PH-FEES.
           MOVE WS-PAY-CCY TO PH-PAY-CCY.
           MOVE WS-RECV-AMOUNT TO PH-ORIG-AMOUNT.
           MOVE WS-PAY-FX-RATE TO PH-FX-RATE.
           MOVE ZEROES TO PH-PENALTY.
           MOVE SPACES TO PH-ACCRUAL.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY
                       "' - not written."
               NOT INVALID KEY
                   MOVE PH-POST-STATUS TO PD-DISPOSITION
           END-WRITE.
       2300-EXIT.
           EXIT.
      * One post-charge-off receipt: appended whole to the
      * RECOVLED recoveries ledger, recorded on PAYHIST as
      * RECOVERY (no interest/principal split), and worked off the
      * written-down balance without ever leaving CHGD-OFF. One an
      * agency remitted carries the agency's fee on the ledger row
      * and is credited to its placement.
      *-----------------------------------------------------------
       2350-POST-RECOVERY.
           OPEN EXTEND RECOV-LED-FILE.
           MOVE LP-PAY-DATE TO RL-PAY-DATE.
           MOVE LP-AMOUNT TO RL-AMOUNT.
           MOVE LM-LOAN-TYPE TO RL-LOAN-TYPE.
           MOVE ZEROES TO WS-AGENCY-FEE.
           IF LP-AGENCY-ID NOT = SPACES
               PERFORM 2360-AGENCY-FEE THRU 2360-EXIT
           END-IF.
           MOVE LP-AGENCY-ID TO RL-AGENCY-ID.
           MOVE WS-AGENCY-FEE TO RL-FEE.
           WRITE RECOV-LED-RECORD.
           CLOSE RECOV-LED-FILE.
           IF LP-AGENCY-ID NOT = SPACES
               PERFORM 2370-CREDIT-PLACEMENT THRU 2370-EXIT
           END-IF.

           SUBTRACT LP-AMOUNT FROM LM-OUTSTANDING-BAL.
           IF LM-OUTSTANDING-BAL < ZERO
           MOVE ZEROES TO PH-ESCROW.
           MOVE "RECOVERY" TO PH-POST-STATUS.
           MOVE ZEROES TO PH-RELEASE-REF.
           MOVE ZEROES TO PH-REFUND.
           MOVE ZEROES TO PH-ESC-ADVANCE.
           MOVE ZEROES TO PH-FEES.
           MOVE WS-PAY-CCY TO PH-PAY-CCY.
           MOVE WS-RECV-AMOUNT TO PH-ORIG-AMOUNT.
           MOVE WS-PAY-FX-RATE TO PH-FX-RATE.
           MOVE ZEROES TO PH-PENALTY.
           MOVE SPACES TO PH-ACCRUAL.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY
                       "' - not written."
               NOT INVALID KEY
                   MOVE PH-POST-STATUS TO PD-DISPOSITION
           END-WRITE.

           ADD 1 TO WS-RECOVERY-COUNT.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2360-AGENCY-FEE
      *
      * The agency's AGYMSTR contingency percentage of the amount
      * recovered. An agency not on file is reported and charges
      * nothing until it is set up - its fee is then settled by
      * hand.
      *-----------------------------------------------------------
       2360-AGENCY-FEE.
           OPEN INPUT AGY-MSTR-FILE.
           IF NOT AGY-MSTR-OPENED
               DISPLAY "*** Unable to open AGYMSTR - status "
                   WS-AGY-MSTR-STATUS " - no fee taken for agency "
                   LP-AGENCY-ID " on '" LP-APPL-ID "'."
               GO TO 2360-EXIT
           END-IF.
           MOVE LP-AGENCY-ID TO AG-AGENCY-ID.
           READ AGY-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** Agency " LP-AGENCY-ID " is not on "
                       "AGYMSTR - no fee taken on '" LP-APPL-ID "'."
               NOT INVALID KEY
                   COMPUTE WS-AGENCY-FEE ROUNDED =
                       LP-AMOUNT * AG-FEE-PCT / 100
           END-READ.
           CLOSE AGY-MSTR-FILE.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2370-CREDIT-PLACEMENT
      *
      * Adds the recovery and fee to the account's placement and
      * dates its latest recovery - the recall clock lnagyplc runs
      * restarts from it.
      *-----------------------------------------------------------
       2370-CREDIT-PLACEMENT.
           ADD 1 TO WS-AGY-RECOV-COUNT.
           OPEN I-O AGY-PLAC-FILE.
           IF NOT AGY-PLAC-OPENED
               DISPLAY "*** Unable to open AGYPLAC - status "
                   WS-AGY-PLAC-STATUS " - recovery on '" LP-APPL-ID
                   "' not credited to its placement."
               GO TO 2370-EXIT
           END-IF.
           MOVE LP-APPL-ID TO AP-APPL-ID.
           READ AGY-PLAC-FILE
               INVALID KEY
                   DISPLAY "*** No AGYPLAC placement for '"
                       LP-APPL-ID "' - agency recovery not credited."
                   CLOSE AGY-PLAC-FILE
                   GO TO 2370-EXIT
           END-READ.
           ADD LP-AMOUNT TO AP-RECOVERED.
           ADD WS-AGENCY-FEE TO AP-FEES.
           IF LP-PAY-DATE > AP-LAST-RECOV-DATE
               MOVE LP-PAY-DATE TO AP-LAST-RECOV-DATE
           END-IF.
           REWRITE AGY-PLAC-RECORD
               INVALID KEY
                   DISPLAY "*** AGYPLAC rewrite failed for '"
                       LP-APPL-ID "' - status " WS-AGY-PLAC-STATUS
           END-REWRITE.
           CLOSE AGY-PLAC-FILE.
       2370-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2600-REVERSE-PAYMENT
      *

           ADD WS-ORIG-PRINCIPAL TO LM-OUTSTANDING-BAL.
           PERFORM 2670-BACK-OUT-ESCROW THRU 2670-EXIT.
           PERFORM 2680-REOPEN-FEES THRU 2680-EXIT.
           PERFORM 2685-WAIVE-PENALTY THRU 2685-EXIT.
           IF LM-ST-PAID-OFF
               MOVE "BOOKED" TO LM-STATUS
               MOVE LP-PAY-DATE TO LM-STATUS-DATE
      *
      * Walks the loan's own postings by key for the first POSTED
      * row matching the reversal's date and amount, captures its
      * split and sequence and rewrites it REVERSED in place. A
      * payment converted from another currency is matched on the
      * currency and amount as received.
      *-----------------------------------------------------------
       2610-FLAG-ORIGINAL.
           MOVE "N" TO WS-ORIG-FOUND.
               MOVE "Y" TO WS-HIST-EOF
               GO TO 2620-EXIT
           END-IF.
           IF PH-PAY-DATE NOT = LP-PAY-DATE OR NOT PH-POSTED
               GO TO 2620-NEXT
           END-IF.
           IF (PH-PAY-CCY = SPACES AND PH-AMOUNT = LP-AMOUNT)
               OR (PH-PAY-CCY NOT = SPACES
                   AND PH-PAY-CCY = LP-PAY-CCY
                   AND PH-ORIG-AMOUNT = LP-AMOUNT)
               MOVE PH-AMOUNT TO WS-ORIG-AMOUNT
               MOVE PH-PAY-CCY TO WS-ORIG-PAY-CCY
               MOVE PH-ORIG-AMOUNT TO WS-ORIG-RECV-AMOUNT
               MOVE PH-FX-RATE TO WS-ORIG-FX-RATE
               MOVE PH-INTEREST TO WS-ORIG-INTEREST
               MOVE PH-PRINCIPAL TO WS-ORIG-PRINCIPAL
               MOVE PH-ESCROW TO WS-ORIG-ESCROW
               MOVE PH-REFUND TO WS-ORIG-REFUND
               MOVE PH-ESC-ADVANCE TO WS-ORIG-ESC-ADVANCE
               MOVE PH-FEES TO WS-ORIG-FEES
               MOVE PH-PENALTY TO WS-ORIG-PENALTY
               MOVE PH-ACCRUAL TO WS-ORIG-ACCRUAL
               MOVE PH-POST-SEQ TO WS-ORIG-SEQ
               MOVE "REVERSED" TO PH-POST-STATUS
               REWRITE PAY-HIST-RECORD
               MOVE "Y" TO WS-ORIG-FOUND
               GO TO 2620-EXIT
           END-IF.
       2620-NEXT.
           PERFORM 2630-READ-HISTORY THRU 2630-EXIT.
       2620-EXIT.
           EXIT.
       2640-WRITE-RVSL.
           PERFORM 8400-NEXT-POST-SEQ THRU 8400-EXIT.
           MOVE WS-RUN-DATE TO PH-PAY-DATE.
           MOVE WS-ORIG-AMOUNT TO PH-AMOUNT.
           MOVE WS-ORIG-INTEREST TO PH-INTEREST.
           MOVE WS-ORIG-PRINCIPAL TO PH-PRINCIPAL.
           MOVE WS-ORIG-ESCROW TO PH-ESCROW.
      * extract skips the reversal when the original was posted
      * (and bounced) the same day and so never hit the ledger.
           MOVE LP-PAY-DATE TO PH-RELEASE-REF.
           MOVE WS-ORIG-REFUND TO PH-REFUND.
           MOVE WS-ORIG-ESC-ADVANCE TO PH-ESC-ADVANCE.
           MOVE WS-ORIG-FEES TO PH-FEES.
           MOVE WS-ORIG-PAY-CCY TO PH-PAY-CCY.
           MOVE WS-ORIG-RECV-AMOUNT TO PH-ORIG-AMOUNT.
           MOVE WS-ORIG-FX-RATE TO PH-FX-RATE.
           MOVE WS-ORIG-PENALTY TO PH-PENALTY.
           MOVE WS-ORIG-ACCRUAL TO PH-ACCRUAL.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY
                       "' - not written."
               NOT INVALID KEY
                   MOVE PH-POST-STATUS TO PD-DISPOSITION
           END-WRITE.
       2640-EXIT.
           EXIT.
      * 2670-BACK-OUT-ESCROW
      *
      * A bounced payment's escrow portion never really arrived -
      * it comes back out of the sub-account's balance, and the
      * part that repaid an escrow advance goes back on the
      * advance.
      *-----------------------------------------------------------
       2670-BACK-OUT-ESCROW.
           IF WS-ORIG-ESCROW NOT > ZERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE ES-BALANCE = ES-BALANCE
                       - WS-ORIG-ESCROW + WS-ORIG-ESC-ADVANCE
                   ADD WS-ORIG-ESC-ADVANCE TO ES-ADVANCE-BAL
                   REWRITE ESCROW-RECORD
           END-READ.
           CLOSE ESCROW-FILE.
       2670-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2680-REOPEN-FEES
      *
      * The late charges a bounced payment collected were never
      * really paid - every FEESRCV row marked PAID against the
      * original posting's sequence goes back to ASSESSED.
      *-----------------------------------------------------------
       2680-REOPEN-FEES.
           IF WS-ORIG-FEES NOT > ZERO
               GO TO 2680-EXIT
           END-IF.
           OPEN I-O FEES-RCV-FILE.
           IF NOT FEES-RCV-OPENED
               DISPLAY "*** Unable to open FEESRCV - "
                   WS-ORIG-FEES " of late charges on '" LP-APPL-ID
                   "' not reopened."
               GO TO 2680-EXIT
           END-IF.
           MOVE "N" TO WS-FEES-EOF.
           MOVE LP-APPL-ID TO FR-APPL-ID.
           MOVE ZEROES TO FR-PERIOD-NO.
           MOVE SPACES TO FR-FEE-CODE.
           START FEES-RCV-FILE KEY NOT < FR-KEY
               INVALID KEY MOVE "Y" TO WS-FEES-EOF
           END-START.
           IF NOT END-OF-FEES
               PERFORM 8500-READ-FEE THRU 8500-EXIT
               PERFORM 2690-REOPEN-ONE-FEE THRU 2690-EXIT
                   UNTIL END-OF-FEES
           END-IF.
           CLOSE FEES-RCV-FILE.
       2680-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2685-WAIVE-PENALTY
      *
      * The prepayment charge the bounced payment's curtailment
      * incurred (its PH-PENALTY) comes off the month's charge
      * while it is still ASSESSED - the prepayment never happened.
      * It is waived the way fwmaint waives: the amount moves to
      * FR-WAIVED-AMT, the row is stamped with the day and reason
      * BD, goes WAIVED once nothing is left owing, and the FEEADJ
      * line takes it back out of fee income. One already collected
      * stays PAID; undoing it is a fee adjustment, not a posting.
      *-----------------------------------------------------------
       2685-WAIVE-PENALTY.
           IF WS-ORIG-PENALTY NOT > ZERO
               GO TO 2685-EXIT
           END-IF.
           MOVE LP-PAY-DATE TO WS-PPN-ASOF-DATE.
           PERFORM 9912-PPN-LOAN-MONTH THRU 9912-EXIT.
           IF WS-PPN-LOAN-MONTH = ZEROES
               GO TO 2685-EXIT
           END-IF.
           OPEN I-O FEES-RCV-FILE.
           IF NOT FEES-RCV-OPENED
               DISPLAY "*** Unable to open FEESRCV - prepayment "
                   "charge of " WS-ORIG-PENALTY " on '" LM-APPL-ID
                   "' not waived; adjust by hand."
               GO TO 2685-EXIT
           END-IF.
           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE WS-PPN-LOAN-MONTH TO FR-PERIOD-NO.
           MOVE "PPEN" TO FR-FEE-CODE.
           READ FEES-RCV-FILE
               INVALID KEY
                   DISPLAY "*** No prepayment charge for month "
                       WS-PPN-LOAN-MONTH " on '" LM-APPL-ID
                       "' - nothing waived."
                   CLOSE FEES-RCV-FILE
                   GO TO 2685-EXIT
           END-READ.
           IF FR-ASSESSED
               PERFORM 2686-WAIVE-ONE-PENALTY THRU 2686-EXIT
           ELSE
               DISPLAY "*** Prepayment charge for month "
                   FR-PERIOD-NO " on '" FR-APPL-ID "' already "
                   FR-FEE-STATUS " - " WS-ORIG-PENALTY
                   " not waived; adjust by hand."
           END-IF.
           CLOSE FEES-RCV-FILE.
       2685-EXIT.
           EXIT.

       2686-WAIVE-ONE-PENALTY.
           IF FR-WAIVED-AMT NOT NUMERIC
               MOVE ZEROES TO FR-WAIVED-AMT FR-WAIVE-DATE
               MOVE SPACES TO FR-WAIVE-REASON
           END-IF.
           IF FR-ADDED-AMT NOT NUMERIC
               MOVE ZEROES TO FR-ADDED-AMT
           END-IF.
           MOVE WS-ORIG-PENALTY TO WS-PPN-WAIVE.
           IF WS-PPN-WAIVE > FR-CHARGE-AMT
               MOVE FR-CHARGE-AMT TO WS-PPN-WAIVE
           END-IF.
           IF WS-PPN-WAIVE NOT > ZERO
               GO TO 2686-EXIT
           END-IF.
           MOVE FR-CHARGE-AMT TO WS-ADJ-BEFORE.
           SUBTRACT WS-PPN-WAIVE FROM FR-CHARGE-AMT.
           ADD WS-PPN-WAIVE TO FR-WAIVED-AMT.
           MOVE WS-RUN-DATE TO FR-WAIVE-DATE.
           MOVE "BD" TO FR-WAIVE-REASON.
           IF FR-CHARGE-AMT = ZERO
               MOVE "WAIVED" TO FR-FEE-STATUS
               MOVE "W" TO WS-ADJ-ACTION
           ELSE
               MOVE "R" TO WS-ADJ-ACTION
           END-IF.
           REWRITE FEES-RCV-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for prepayment charge "
                       "month " FR-PERIOD-NO " on '" FR-APPL-ID
                       "' - status " WS-FEES-RCV-STATUS
                   GO TO 2686-EXIT
           END-REWRITE.
           MOVE "BD" TO WS-ADJ-REASON.
           MOVE WS-RUN-DATE TO WS-ADJ-DATE.
           MOVE WS-PPN-WAIVE TO WS-ADJ-AMOUNT.
           PERFORM 2470-LOG-FEE-ADJ THRU 2470-EXIT.
           ADD 1 TO WS-PENALTY-WAIVED-COUNT.
           DISPLAY "Prepayment charge of " WS-PPN-WAIVE " for month "
               FR-PERIOD-NO " on '" FR-APPL-ID "' waived.".
       2686-EXIT.
           EXIT.

       2690-REOPEN-ONE-FEE.
           IF FR-APPL-ID NOT = LP-APPL-ID
               MOVE "Y" TO WS-FEES-EOF
               GO TO 2690-EXIT
           END-IF.
           IF FR-PAID AND FR-PAID-SEQ = WS-ORIG-SEQ
               MOVE "ASSESSED" TO FR-FEE-STATUS
               MOVE ZEROES TO FR-PAID-DATE
               MOVE ZEROES TO FR-PAID-SEQ
               REWRITE FEES-RCV-RECORD
               DISPLAY "Late charge for period " FR-PERIOD-NO
                   " on '" FR-APPL-ID "' reopened."
           END-IF.
           PERFORM 8500-READ-FEE THRU 8500-EXIT.
       2690-EXIT.
           EXIT.

       2650-WRITE-RVSLERR.
           PERFORM 8400-NEXT-POST-SEQ THRU 8400-EXIT.
           MOVE LP-PAY-DATE TO PH-PAY-DATE.
           MOVE ZEROES TO PH-ESCROW.
           MOVE "RVSLERR" TO PH-POST-STATUS.
           MOVE ZEROES TO PH-RELEASE-REF.
           MOVE ZEROES TO PH-REFUND.
           MOVE ZEROES TO PH-ESC-ADVANCE.
           MOVE ZEROES TO PH-FEES.
           MOVE WS-PAY-CCY TO PH-PAY-CCY.
           MOVE WS-RECV-AMOUNT TO PH-ORIG-AMOUNT.
           MOVE WS-PAY-FX-RATE TO PH-FX-RATE.
           MOVE ZEROES TO PH-PENALTY.
           MOVE SPACES TO PH-ACCRUAL.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY
                       "' - not written."
               NOT INVALID KEY
                   MOVE PH-POST-STATUS TO PD-DISPOSITION
           END-WRITE.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-SET-ALLOC-ORDER
      *
      * The allocation order for the loan's type - its own PAYALLOC
      * row, else the * row, else the standing order.
      *-----------------------------------------------------------
       2400-SET-ALLOC-ORDER.
           MOVE WS-ALLOC-DEFAULT TO WS-ALLOC-ORDER.
           IF WS-ALLOC-COUNT = ZEROES
               GO TO 2400-EXIT
           END-IF.
           SET ALLOC-IDX TO 1.
           SEARCH ALLOC-ENTRY
               AT END
                   CONTINUE
               WHEN ALLOC-LOAN-TYPE (ALLOC-IDX) = LM-LOAN-TYPE
                   MOVE ALLOC-ENTRY (ALLOC-IDX) (5:12)
                       TO WS-ALLOC-ORDER
                   GO TO 2400-EXIT
           END-SEARCH.
           SET ALLOC-IDX TO 1.
           SEARCH ALLOC-ENTRY
               AT END
                   CONTINUE
               WHEN ALLOC-LOAN-TYPE (ALLOC-IDX) = "*"
                   MOVE ALLOC-ENTRY (ALLOC-IDX) (5:12)
                       TO WS-ALLOC-ORDER
           END-SEARCH.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2410-APPLY-STEP
      *
      * One step of the order against what is left of the payment.
      * Each step takes at most what it is owed - the escrow
      * portion, the period's interest, the scheduled principal,
      * the late charges outstanding.
      *-----------------------------------------------------------
       2410-APPLY-STEP.
           EVALUATE TRUE
               WHEN STEP-FEES (WS-STEP-IDX)
                   PERFORM 2420-COLLECT-FEES THRU 2420-EXIT
               WHEN STEP-ESCROW (WS-STEP-IDX)
                   PERFORM 2080-SPLIT-ESCROW THRU 2080-EXIT
               WHEN STEP-INTEREST (WS-STEP-IDX)
                   MOVE WS-INT-DUE TO WS-PAY-INTEREST
                   IF WS-PAY-INTEREST > WS-NET-AMOUNT
                       MOVE WS-NET-AMOUNT TO WS-PAY-INTEREST
                   END-IF
                   SUBTRACT WS-PAY-INTEREST FROM WS-NET-AMOUNT
               WHEN STEP-PRINCIPAL (WS-STEP-IDX)
                   MOVE WS-PRIN-DUE TO WS-PAY-PRINCIPAL
                   IF WS-PAY-PRINCIPAL > WS-NET-AMOUNT
                       MOVE WS-NET-AMOUNT TO WS-PAY-PRINCIPAL
                   END-IF
                   SUBTRACT WS-PAY-PRINCIPAL FROM WS-NET-AMOUNT
                   SUBTRACT WS-PAY-PRINCIPAL FROM LM-OUTSTANDING-BAL
           END-EVALUATE.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2420-COLLECT-FEES
      *
      * The loan's ASSESSED late charges, oldest period first, out
      * of what is left of the payment. A charge is collected whole
      * or not at all, and the first one the money cannot cover
      * stops the step - a later charge is never paid ahead of an
      * earlier one. Each collected row goes PAID against the
      * posting sequence the history row is about to take.
      *-----------------------------------------------------------
       2420-COLLECT-FEES.
           IF WS-NET-AMOUNT NOT > ZERO
               GO TO 2420-EXIT
           END-IF.
           OPEN I-O FEES-RCV-FILE.
           IF NOT FEES-RCV-OPENED
               GO TO 2420-EXIT
           END-IF.
           PERFORM 8400-NEXT-POST-SEQ THRU 8400-EXIT.
           MOVE PH-POST-SEQ TO WS-FEE-SEQ.
           MOVE "N" TO WS-FEES-EOF.
           MOVE LP-APPL-ID TO FR-APPL-ID.
           MOVE ZEROES TO FR-PERIOD-NO.
           MOVE SPACES TO FR-FEE-CODE.
           START FEES-RCV-FILE KEY NOT < FR-KEY
               INVALID KEY MOVE "Y" TO WS-FEES-EOF
           END-START.
           IF NOT END-OF-FEES
               PERFORM 8500-READ-FEE THRU 8500-EXIT
               PERFORM 2430-COLLECT-ONE-FEE THRU 2430-EXIT
                   UNTIL END-OF-FEES
           END-IF.
           CLOSE FEES-RCV-FILE.
       2420-EXIT.
           EXIT.

       2430-COLLECT-ONE-FEE.
           IF FR-APPL-ID NOT = LP-APPL-ID
               MOVE "Y" TO WS-FEES-EOF
               GO TO 2430-EXIT
           END-IF.
           IF FR-ASSESSED
               IF FR-CHARGE-AMT > WS-NET-AMOUNT
                   MOVE "Y" TO WS-FEES-EOF
                   GO TO 2430-EXIT
               END-IF
               MOVE "PAID" TO FR-FEE-STATUS
               MOVE LP-PAY-DATE TO FR-PAID-DATE
               MOVE WS-FEE-SEQ TO FR-PAID-SEQ
               REWRITE FEES-RCV-RECORD
               ADD FR-CHARGE-AMT TO WS-PAY-FEES
               SUBTRACT FR-CHARGE-AMT FROM WS-NET-AMOUNT
               ADD 1 TO WS-FEES-COUNT
               DISPLAY "Collected late charge for period "
                   FR-PERIOD-NO " on '" FR-APPL-ID "'."
           END-IF.
           PERFORM 8500-READ-FEE THRU 8500-EXIT.
       2430-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2450-CHARGE-CURTAILMENT
      *
      * A curtailment within the product's free allowance - its
      * PM-PPN-FREE-PCT of the balance before the payment - is
      * free. The excess is charged the product's prepayment
      * penalty for the loan's age, assessed to FEESRCV as a PPEN
      * row keyed by the loan month; the next payment's fee step
      * collects it like a late charge. A second curtailment in
      * the same month adds to the month's charge while it is
      * still ASSESSED. The charge this payment incurred rides on
      * its history row (PH-PENALTY) for a reversal to take back.
      *-----------------------------------------------------------
       2450-CHARGE-CURTAILMENT.
           OPEN INPUT PROD-MSTR-FILE.
           IF NOT PROD-MSTR-OPENED
               DISPLAY "*** Unable to open PRODMSTR - status "
                   WS-PROD-MSTR-STATUS " - curtailment on '"
                   LM-APPL-ID "' not checked for a penalty."
               GO TO 2450-EXIT
           END-IF.
           MOVE LM-LOAN-TYPE TO PM-LOAN-TYPE.
           READ PROD-MSTR-FILE
               INVALID KEY
                   CLOSE PROD-MSTR-FILE
                   GO TO 2450-EXIT
           END-READ.
           CLOSE PROD-MSTR-FILE.
           IF PM-PPN-NONE
               GO TO 2450-EXIT
           END-IF.

           COMPUTE WS-FREE-CURTAIL ROUNDED =
               WS-BAL-BEFORE * PM-PPN-FREE-PCT / 100.
           IF WS-PAY-CURTAIL NOT > WS-FREE-CURTAIL
               GO TO 2450-EXIT
           END-IF.
           COMPUTE WS-PPN-BASE = WS-PAY-CURTAIL - WS-FREE-CURTAIL.
           MOVE LP-PAY-DATE TO WS-PPN-ASOF-DATE.
           PERFORM 9910-PREPAY-PENALTY THRU 9910-EXIT.
           IF WS-PPN-AMOUNT NOT > ZERO
               GO TO 2450-EXIT
           END-IF.

           OPEN I-O FEES-RCV-FILE.
           IF NOT FEES-RCV-OPENED
               DISPLAY "*** Unable to open FEESRCV - prepayment "
                   "charge of " WS-PPN-AMOUNT " on '" LM-APPL-ID
                   "' not assessed."
               GO TO 2450-EXIT
           END-IF.
           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE WS-PPN-LOAN-MONTH TO FR-PERIOD-NO.
           MOVE "PPEN" TO FR-FEE-CODE.
           MOVE "Y" TO WS-PPN-FOUND.
           READ FEES-RCV-FILE
               INVALID KEY MOVE "N" TO WS-PPN-FOUND
           END-READ.
           IF PPN-ROW-FOUND
               PERFORM 2460-ADD-TO-PENALTY THRU 2460-EXIT
           ELSE
               MOVE LP-PAY-DATE TO FR-ASSESS-DATE
               MOVE WS-PPN-AMOUNT TO FR-CHARGE-AMT
               MOVE LM-LOAN-TYPE TO FR-LOAN-TYPE
               MOVE "ASSESSED" TO FR-FEE-STATUS
               MOVE ZEROES TO FR-PAID-DATE
               MOVE ZEROES TO FR-PAID-SEQ
               MOVE ZEROES TO FR-WAIVED-AMT FR-WAIVE-DATE
                   FR-ADDED-AMT
               MOVE SPACES TO FR-WAIVE-REASON
               WRITE FEES-RCV-RECORD
               MOVE WS-PPN-AMOUNT TO WS-PAY-PENALTY
               ADD 1 TO WS-PENALTY-COUNT
               DISPLAY "Prepayment charge of " WS-PPN-AMOUNT
                   " assessed on '" LM-APPL-ID "' (month "
                   WS-PPN-LOAN-MONTH ")."
           END-IF.
           CLOSE FEES-RCV-FILE.
       2450-EXIT.
           EXIT.

       2460-ADD-TO-PENALTY.
           IF NOT FR-ASSESSED
               DISPLAY "*** Prepayment charge for month "
                   FR-PERIOD-NO " on '" FR-APPL-ID "' already "
                   FR-FEE-STATUS " - " WS-PPN-AMOUNT
                   " not assessed; adjust by hand."
               GO TO 2460-EXIT
           END-IF.
           IF FR-ADDED-AMT NOT NUMERIC
               MOVE ZEROES TO FR-ADDED-AMT
           END-IF.
           MOVE FR-CHARGE-AMT TO WS-ADJ-BEFORE.
           ADD WS-PPN-AMOUNT TO FR-CHARGE-AMT.
      * The row keeps its assessment date - the GL extract booked
      * the charge as it stood that day. An addition made on the
      * day itself rides in with the assessment; a later one is
      * counted in FR-ADDED-AMT and booked from its FEEADJ line.
           IF FR-ASSESS-DATE NOT = LP-PAY-DATE
               ADD WS-PPN-AMOUNT TO FR-ADDED-AMT
           END-IF.
           REWRITE FEES-RCV-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for prepayment charge "
                       "month " FR-PERIOD-NO " on '" FR-APPL-ID
                       "' - status " WS-FEES-RCV-STATUS
                   GO TO 2460-EXIT
           END-REWRITE.
           MOVE WS-PPN-AMOUNT TO WS-PAY-PENALTY.
           ADD 1 TO WS-PENALTY-COUNT.
           DISPLAY "Prepayment charge of " WS-PPN-AMOUNT
               " added on '" LM-APPL-ID "' (month "
               WS-PPN-LOAN-MONTH ").".
           IF FR-ASSESS-DATE NOT = LP-PAY-DATE
               MOVE "A" TO WS-ADJ-ACTION
               MOVE "PP" TO WS-ADJ-REASON
               MOVE LP-PAY-DATE TO WS-ADJ-DATE
               MOVE WS-PPN-AMOUNT TO WS-ADJ-AMOUNT
               PERFORM 2470-LOG-FEE-ADJ THRU 2470-EXIT
           END-IF.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2470-LOG-FEE-ADJ
      *
      * Appends the FEEADJ line for the charge in FEES-RCV-RECORD -
      * lnpost's own adjustments, logged the way fwmaint logs the
      * desk's, so the GL extract books them and lnwvrpt and the
      * transcript see them.
      *-----------------------------------------------------------
       2470-LOG-FEE-ADJ.
           OPEN EXTEND FEE-ADJ-FILE.
           IF FEE-ADJ-NOT-FOUND
               OPEN OUTPUT FEE-ADJ-FILE
           END-IF.
           IF NOT FEE-ADJ-OPENED
               DISPLAY "*** Unable to open FEEADJ - status "
                   WS-FEE-ADJ-STATUS " - adjustment of " WS-ADJ-AMOUNT
                   " to month " FR-PERIOD-NO " on '" FR-APPL-ID
                   "' not logged; post it to the ledger by hand."
               GO TO 2470-EXIT
           END-IF.
           ACCEPT WS-ADJ-TIME FROM TIME.
           MOVE SPACES TO FEE-ADJ-RECORD.
           MOVE FR-APPL-ID TO FA-APPL-ID.
           MOVE FR-PERIOD-NO TO FA-PERIOD-NO.
           MOVE FR-FEE-CODE TO FA-FEE-CODE.
           MOVE WS-ADJ-DATE TO FA-ADJ-DATE.
           MOVE WS-ADJ-TIME TO FA-ADJ-TIME.
           MOVE "LNPOST" TO FA-OPERATOR.
           MOVE WS-ADJ-ACTION TO FA-ACTION.
           MOVE WS-ADJ-REASON TO FA-REASON.
           MOVE WS-ADJ-AMOUNT TO FA-AMOUNT.
           MOVE WS-ADJ-BEFORE TO FA-CHARGE-BEFORE.
           MOVE FR-LOAN-TYPE TO FA-LOAN-TYPE.
           WRITE FEE-ADJ-RECORD.
           CLOSE FEE-ADJ-FILE.
       2470-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2700-RECAST-SCHEDULE
      *
       8000-EXIT.
           EXIT.

       8500-READ-FEE.
           READ FEES-RCV-FILE NEXT
               AT END MOVE "Y" TO WS-FEES-EOF
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-ALLOCATION.
           READ PAY-ALLOC-FILE
               AT END MOVE "Y" TO WS-ALLOC-EOF
           END-READ.
       8600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 8400-NEXT-POST-SEQ
      *

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnppncal.
           COPY lnfxrcnv.
