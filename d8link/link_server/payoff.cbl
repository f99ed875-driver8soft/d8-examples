      * a schedule) is quoted off LM-OUTSTANDING-BAL instead, so a
      * payoff can still be given.
      *
      * The loan's product may carry a prepayment penalty (the
      * PRODMSTR schedule - see LNPPNCAL): it is priced on the
      * balance being repaid as at the settlement date (today when
      * none is given), returned as its own line and added into
      * the total. No product row, no penalty.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original payoff-quote service.
      *                  start to that date instead of a full
      *                  period's worth. A zero settle date, or a
      *                  30/360 loan, quotes exactly as before.
      * 2026-10-15  RJM  Quotes the product's prepayment penalty as
      *                  PQ-PREPAY-PENALTY and adds it into the
      *                  total payoff.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT PROD-MSTR-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-LOAN-TYPE
               FILE STATUS IS WS-PROD-MSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.
           COPY amortsch.
           COPY prodmstr.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".
       01 WS-PROD-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 PROD-MSTR-OPENED VALUE "00".

       77 WS-PERIOD-RATE PIC S9(3)V9(9) COMP-3.
       01 WS-PERIODS-YR PIC S9(3) COMP.
       01 WS-ACCRUAL-DAYS PIC S9(5) COMP.
       01 WS-PER-DIEM-OK PIC X(01) VALUE "N".
           88 PER-DIEM-QUOTED VALUE "Y".
           COPY lnppnws.

       LINKAGE SECTION.
           COPY payoffarea.
           MOVE ZEROES TO PQ-REMAINING-BAL.
           MOVE ZEROES TO PQ-ACCRUED-INTEREST.
           MOVE ZEROES TO PQ-TOTAL-PAYOFF.
           MOVE ZEROES TO PQ-PREPAY-PENALTY.

           IF PQ-ASOF-PERIOD NOT > ZERO
               DISPLAY "*** Payoff as-of period must be greater "
               COMPUTE PQ-ACCRUED-INTEREST ROUNDED =
                   WS-PRIOR-BAL * WS-PERIOD-RATE
           END-IF.
           PERFORM 4000-QUOTE-PENALTY THRU 4000-EXIT.
           COMPUTE PQ-TOTAL-PAYOFF =
               PQ-REMAINING-BAL + PQ-ACCRUED-INTEREST
               + PQ-PREPAY-PENALTY.
           GOBACK.

       1000-READ-LOAN.
           MOVE "Y" TO WS-PER-DIEM-OK.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-QUOTE-PENALTY
      *
      * The product's prepayment penalty on the balance being
      * repaid, priced at the settlement date or today.
      *-----------------------------------------------------------
       4000-QUOTE-PENALTY.
           OPEN INPUT PROD-MSTR-FILE.
           IF NOT PROD-MSTR-OPENED
               GO TO 4000-EXIT
           END-IF.
           MOVE LM-LOAN-TYPE TO PM-LOAN-TYPE.
           READ PROD-MSTR-FILE
               INVALID KEY
                   CLOSE PROD-MSTR-FILE
                   GO TO 4000-EXIT
           END-READ.
           CLOSE PROD-MSTR-FILE.
           IF PQ-SETTLE-DATE > ZEROES
               MOVE PQ-SETTLE-DATE TO WS-PPN-ASOF-DATE
           ELSE
               ACCEPT WS-PPN-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE PQ-REMAINING-BAL TO WS-PPN-BASE.
           PERFORM 9910-PREPAY-PENALTY THRU 9910-EXIT.
           MOVE WS-PPN-AMOUNT TO PQ-PREPAY-PENALTY.
       4000-EXIT.
           EXIT.

           COPY lnppncal.
