      *
      * A shortfall posts the funds as an ordinary interest-first
      * payment, leaves the loan BOOKED and is reported for the desk;
      * an overage pays the loan off and carries the refund amount
      * on the posting (PH-REFUND) for the lnrfcoll sweep to raise.
      *
      * The payoff figure includes the product's prepayment penalty
      * (PRODMSTR schedule, priced on the same balance and value
      * date payoff.cbl quotes it on), so funds must cover it too.
      * A settled loan has the penalty assessed to FEESRCV as a
      * PPEN charge, collected on the payoff posting (PH-FEES).
      * Without the product master the run is refused rather than
      * settle loans without their penalty.
      *
      * Modification History
      * ---------------------------------------------------------------
      *                  through test7, the wire landed, and someone
      *                  hand-walked lnmaint to PAID-OFF hoping the
      *                  amount was right.
      * 2026-10-15  RJM  The overage is carried on the payoff
      *                  posting as PH-REFUND - it credits LOANREC
      *                  on the GL extract instead of falling into
      *                  interest income, and lnrfcoll raises it on
      *                  REFUNDS for approval and disbursement.
      * 2026-10-15  RJM  The prepayment penalty is part of the
      *                  payoff the funds must cover, and is
      *                  assessed and collected on FEESRCV.
      * 2026-10-15  RJM  A new charge is written with nothing
      *                  waived - fwmaint records any waiver
      *                  against it. The payoff posting records its
      *                  prepayment charge (PH-PENALTY) and the
      *                  loan's accrual status (PH-ACCRUAL). A new
      *                  charge is written with nothing added
      *                  (FR-ADDED-AMT).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT PROD-MSTR-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-LOAN-TYPE
               FILE STATUS IS WS-PROD-MSTR-STATUS.
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.


           COPY payhist.

           COPY prodmstr.

           COPY feesrcv.

           COPY lnjrnfd.

           COPY lnlckfd.
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
           88 PAY-HIST-NOT-FOUND VALUE "35".
       01 WS-PROD-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 PROD-MSTR-OPENED VALUE "00".
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
           88 FEES-RCV-NOT-FOUND VALUE "35".

       01 WS-SETTLE-EOF PIC X(01) VALUE "N".
           88 END-OF-SETTLEMENTS VALUE "Y".
       01 WS-PRIOR-FOUND PIC X(01) VALUE "N".
           88 PRIOR-BAL-FOUND VALUE "Y".
       01 WS-ACCRUED-INT PIC S9(7)V9(2) COMP-3.
       01 WS-PENALTY PIC S9(7)V9(2) COMP-3.
       01 WS-PAYOFF PIC S9(9)V9(2) COMP-3.

      * Per-diem accrual for an actual/365 loan - period start to
      * Split of the posting written to PAYHIST.
       01 WS-PAY-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-PAY-PRINCIPAL PIC S9(7)V9(2) COMP-3.
       01 WS-PAY-REFUND PIC S9(7)V9(2) COMP-3.
       01 WS-PAY-FEES PIC S9(7)V9(2) COMP-3.
       01 WS-NEXT-SEQ PIC 9(07).
       01 WS-DIFFERENCE PIC S9(9)V9(2) COMP-3.

       01 WS-SHORT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-OVER-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PENALTY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-DIFF-DISPLAY PIC -Z,ZZZ,ZZ9.99.

           COPY lnjrnws.
           COPY lnlckws.
           COPY lnppnws.

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           OPEN INPUT PROD-MSTR-FILE.
           IF NOT PROD-MSTR-OPENED
               DISPLAY "*** Unable to open PRODMSTR - status "
                   WS-PROD-MSTR-STATUS " - prepayment penalties "
                   "cannot be priced; run abandoned."
               CLOSE SETTLE-FILE
               CLOSE LOAN-MSTR-FILE
               CLOSE PAY-HIST-FILE
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O FEES-RCV-FILE.
           IF FEES-RCV-NOT-FOUND
               OPEN OUTPUT FEES-RCV-FILE
               CLOSE FEES-RCV-FILE
               OPEN I-O FEES-RCV-FILE
           END-IF.
           IF NOT FEES-RCV-OPENED
               DISPLAY "*** Unable to open FEESRCV - status "
                   WS-FEES-RCV-STATUS
               CLOSE SETTLE-FILE
               CLOSE LOAN-MSTR-FILE
               CLOSE PAY-HIST-FILE
               CLOSE PROD-MSTR-FILE
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "lnsettle: payoff settlement run".
           DISPLAY "===============================".

           CLOSE SETTLE-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE PAY-HIST-FILE.
           CLOSE PROD-MSTR-FILE.
           CLOSE FEES-RCV-FILE.
           PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT.

           DISPLAY "-------------------------------".
               "off, " WS-OVER-COUNT " with a refund due, "
               WS-SHORT-COUNT " shortfall(s), " WS-REJECT-COUNT
               " rejected.".
           DISPLAY "lnsettle: " WS-PENALTY-COUNT " prepayment "
               "penalt(ies) assessed.".
           GOBACK.

      *-----------------------------------------------------------
      * period from the loan's frequency, the balance entering it
      * from the prior schedule row, and the interest accrued on
      * that balance - a full period for 30/360, per-diem to the
      * value date for actual/365 - plus the product's prepayment
      * penalty on that balance.
      *-----------------------------------------------------------
       2100-DERIVE-PAYOFF.
           EVALUATE TRUE
               COMPUTE WS-ACCRUED-INT ROUNDED =
                   WS-PRIOR-BAL * WS-PERIOD-RATE
           END-IF.
           PERFORM 2130-PRICE-PENALTY THRU 2130-EXIT.
           COMPUTE WS-PAYOFF =
               WS-PRIOR-BAL + WS-ACCRUED-INT + WS-PENALTY.
       2100-EXIT.
           EXIT.

       2120-EXIT.
           EXIT.

       2130-PRICE-PENALTY.
           MOVE ZEROES TO WS-PENALTY.
           MOVE LM-LOAN-TYPE TO PM-LOAN-TYPE.
           READ PROD-MSTR-FILE
               INVALID KEY
                   GO TO 2130-EXIT
           END-READ.
           MOVE ST-VALUE-DATE TO WS-PPN-ASOF-DATE.
           MOVE WS-PRIOR-BAL TO WS-PPN-BASE.
           PERFORM 9910-PREPAY-PENALTY THRU 9910-EXIT.
           MOVE WS-PPN-AMOUNT TO WS-PENALTY.
       2130-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-POST-PAYOFF
      *
      * Funds cover the figure: the settlement posts with the
      * accrued interest and the carried balance as principal,
      * the balance goes to zero and the loan to PAID-OFF. An
      * overage rides on the posting as the refund owed to the
      * borrower. The prepayment penalty rides on the posting as
      * its fee portion and is assessed to FEESRCV already PAID.
      *-----------------------------------------------------------
       2200-POST-PAYOFF.
           MOVE WS-ACCRUED-INT TO WS-PAY-INTEREST.
           MOVE WS-DIFFERENCE TO WS-PAY-REFUND.
           MOVE WS-PENALTY TO WS-PAY-FEES.
      * The principal portion is the balance actually being
      * cleared - the carried LM-OUTSTANDING-BAL, which drifts
      * from the schedule's entering balance on curtailed or
           MOVE "R" TO WS-JRN-ACTION.
           PERFORM 9860-JOURNAL-LOAN THRU 9860-EXIT.
           PERFORM 2400-WRITE-POSTING THRU 2400-EXIT.
           IF WS-PENALTY > ZERO
               PERFORM 2500-ASSESS-PENALTY THRU 2500-EXIT
           END-IF.

           ADD 1 TO WS-SETTLED-COUNT.
           MOVE WS-PAYOFF TO WS-AMT-DISPLAY.
               ADD 1 TO WS-OVER-COUNT
               MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
               DISPLAY "    overage - refund " WS-DIFF-DISPLAY " "
                   LM-CURRENCY " to the borrower, for REFUNDS."
           END-IF.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------
       2300-POST-SHORTFALL.
           MOVE WS-ACCRUED-INT TO WS-PAY-INTEREST.
           MOVE ZEROES TO WS-PAY-REFUND.
           MOVE ZEROES TO WS-PAY-FEES.
           IF WS-PAY-INTEREST > ST-FUNDS
               MOVE ST-FUNDS TO WS-PAY-INTEREST
           END-IF.
           MOVE LM-OUTSTANDING-BAL TO PH-BALANCE-AFTER.
           MOVE "POSTED" TO PH-POST-STATUS.
           MOVE ZEROES TO PH-RELEASE-REF.
           MOVE WS-PAY-REFUND TO PH-REFUND.
           MOVE ZEROES TO PH-ESC-ADVANCE.
           MOVE WS-PAY-FEES TO PH-FEES.
           MOVE SPACES TO PH-PAY-CCY.
           MOVE ZEROES TO PH-ORIG-AMOUNT.
           MOVE ZEROES TO PH-FX-RATE.
           MOVE WS-PENALTY TO PH-PENALTY.
           IF LM-NON-ACCRUAL
               MOVE "N" TO PH-ACCRUAL
           ELSE
               MOVE "A" TO PH-ACCRUAL
           END-IF.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-ASSESS-PENALTY
      *
      * The penalty the payoff collected, as a PPEN charge on
      * FEESRCV keyed by the loan month and marked PAID
      * against the posting just written - the GL extract takes
      * the fee income from it like any assessed charge.
      *-----------------------------------------------------------
       2500-ASSESS-PENALTY.
           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE WS-PPN-LOAN-MONTH TO FR-PERIOD-NO.
           MOVE "PPEN" TO FR-FEE-CODE.
           MOVE ST-VALUE-DATE TO FR-ASSESS-DATE.
           MOVE WS-PENALTY TO FR-CHARGE-AMT.
           MOVE LM-LOAN-TYPE TO FR-LOAN-TYPE.
           MOVE "PAID" TO FR-FEE-STATUS.
           MOVE ST-VALUE-DATE TO FR-PAID-DATE.
           MOVE PH-POST-SEQ TO FR-PAID-SEQ.
           MOVE ZEROES TO FR-WAIVED-AMT FR-WAIVE-DATE FR-ADDED-AMT.
           MOVE SPACES TO FR-WAIVE-REASON.
           WRITE FEES-RCV-RECORD
               INVALID KEY
                   DISPLAY "*** Prepayment charge for month "
                       FR-PERIOD-NO " on '" LM-APPL-ID "' already "
                       "on FEESRCV - not assessed again."
                   GO TO 2500-EXIT
           END-WRITE.
           ADD 1 TO WS-PENALTY-COUNT.
           MOVE WS-PENALTY TO WS-AMT-DISPLAY.
           DISPLAY "    prepayment penalty " WS-AMT-DISPLAY " "
               LM-CURRENCY " collected (loan month "
               WS-PPN-LOAN-MONTH ").".
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 8400-NEXT-POST-SEQ
      *

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnppncal.
