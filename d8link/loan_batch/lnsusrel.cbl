      * 2026-09-02  RJM  The interest split now runs at the loan's
      *                  own payment frequency (LM-PAY-FREQ), the
      *                  same periodic rate lnpost posts with.
      * 2026-10-15  RJM  A foreign-currency payment lnpost held for
      *                  want of a rate is converted at the rate in
      *                  force on its pay date before release - it
      *                  stays held while FXRATES still has none -
      *                  and the released posting keeps the
      *                  currency, amount and rate received.
      * 2026-10-15  RJM  A released payment's posting records the
      *                  loan's accrual status (PH-ACCRUAL).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-PAY-HIST-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnfxrsel.

       DATA DIVISION.
       FILE SECTION.

           COPY lnlckfd.

           COPY lnfxrfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PAY-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-PAY-PRINCIPAL PIC S9(7)V9(2) COMP-3.

      * The payment in loan currency, and as received when it came
      * in another currency.
       01 WS-REL-AMT PIC S9(7)V9(2) COMP-3.
       01 WS-REL-PAY-CCY PIC X(03).
       01 WS-REL-RECV-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-REL-FX-RATE PIC 9(3)V9(6).

      * New POSTED rows built during the scan, appended once the
      * scan's I-O open is closed. A run that fills the table
      * releases what it holds; a rerun picks up the remainder.
               10 REL-INTEREST PIC S9(7)V9(2) COMP-3.
               10 REL-PRINCIPAL PIC S9(7)V9(2) COMP-3.
               10 REL-BALANCE PIC S9(7)V9(2) COMP-3.
               10 REL-PAY-CCY PIC X(03).
               10 REL-RECV-AMOUNT PIC S9(7)V9(2) COMP-3.
               10 REL-FX-RATE PIC 9(3)V9(6).
               10 REL-ACCRUAL PIC X(01).

           COPY lnjrnws.
           COPY lnlckws.
           COPY lnfxrws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lnsusrel" TO WS-JRN-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 9920-LOAD-FX-RATES THRU 9920-EXIT.

           MOVE "lnsusrel" TO WS-LCK-HOLDER.
           PERFORM 9870-ACQUIRE-RUN-LOCK THRU 9870-EXIT.
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-CONVERT-HELD THRU 2100-EXIT.
           IF NOT FX-RATE-FOUND
               DISPLAY "*** Still no " PH-PAY-CCY "/" LM-CURRENCY
                   " rate on FXRATES for " PH-PAY-DATE " - '"
                   PH-APPL-ID "' left in suspense."
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-YR
               LM-RATE / WS-PERIODS-YR / 100.
           COMPUTE WS-PAY-INTEREST ROUNDED =
               LM-OUTSTANDING-BAL * WS-PERIOD-RATE.
           IF WS-PAY-INTEREST > WS-REL-AMT
               MOVE WS-REL-AMT TO WS-PAY-INTEREST
           END-IF.
           COMPUTE WS-PAY-PRINCIPAL = WS-REL-AMT - WS-PAY-INTEREST.
           IF WS-PAY-PRINCIPAL > LM-OUTSTANDING-BAL
               MOVE LM-OUTSTANDING-BAL TO WS-PAY-PRINCIPAL
           END-IF.

           ADD 1 TO WS-REL-COUNT.
           MOVE PH-APPL-ID TO REL-APPL-ID (WS-REL-COUNT).
           MOVE WS-REL-AMT TO REL-AMOUNT (WS-REL-COUNT).
           MOVE WS-REL-PAY-CCY TO REL-PAY-CCY (WS-REL-COUNT).
           MOVE WS-REL-RECV-AMOUNT TO REL-RECV-AMOUNT (WS-REL-COUNT).
           MOVE WS-REL-FX-RATE TO REL-FX-RATE (WS-REL-COUNT).
           MOVE WS-PAY-INTEREST TO REL-INTEREST (WS-REL-COUNT).
           MOVE WS-PAY-PRINCIPAL TO REL-PRINCIPAL (WS-REL-COUNT).
           MOVE LM-OUTSTANDING-BAL TO REL-BALANCE (WS-REL-COUNT).
           IF LM-NON-ACCRUAL
               MOVE "N" TO REL-ACCRUAL (WS-REL-COUNT)
           ELSE
               MOVE "A" TO REL-ACCRUAL (WS-REL-COUNT)
           END-IF.

           MOVE "RELEASED" TO PH-POST-STATUS.
           MOVE WS-TODAY TO PH-RELEASE-REF.
           REWRITE PAY-HIST-RECORD.

           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY "Released suspense payment of " WS-REL-AMT
               " against '" PH-APPL-ID "'.".

       2000-NEXT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-CONVERT-HELD
      *
      * A row lnpost converted on arrival (or one paid in the
      * loan's own currency) releases as it stands. One held for
      * want of a rate - PH-FX-RATE zero, PH-AMOUNT still in
      * PH-PAY-CCY - is converted at the rate in force on its pay
      * date, as lnpost would have converted it.
      *-----------------------------------------------------------
       2100-CONVERT-HELD.
           MOVE "Y" TO WS-FXR-FOUND.
           MOVE PH-AMOUNT TO WS-REL-AMT.
           MOVE PH-PAY-CCY TO WS-REL-PAY-CCY.
           MOVE PH-ORIG-AMOUNT TO WS-REL-RECV-AMOUNT.
           MOVE PH-FX-RATE TO WS-REL-FX-RATE.
           IF PH-PAY-CCY = SPACES OR PH-FX-RATE NOT = ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE PH-PAY-CCY TO WS-FXR-FROM-CCY.
           MOVE LM-CURRENCY TO WS-FXR-TO-CCY.
           MOVE PH-PAY-DATE TO WS-FXR-DATE.
           MOVE PH-AMOUNT TO WS-FXR-AMOUNT.
           PERFORM 9925-CONVERT-AMOUNT THRU 9925-EXIT.
           IF NOT FX-RATE-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-FXR-CONVERTED TO WS-REL-AMT.
           MOVE PH-AMOUNT TO WS-REL-RECV-AMOUNT.
           MOVE WS-FXR-RATE TO WS-REL-FX-RATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-APPEND-POSTINGS
      *
           MOVE REL-BALANCE (REL-IDX) TO PH-BALANCE-AFTER.
           MOVE "POSTED" TO PH-POST-STATUS.
           MOVE ZEROES TO PH-RELEASE-REF.
           MOVE ZEROES TO PH-REFUND.
           MOVE ZEROES TO PH-ESC-ADVANCE.
           MOVE ZEROES TO PH-FEES.
           MOVE REL-PAY-CCY (REL-IDX) TO PH-PAY-CCY.
           MOVE REL-RECV-AMOUNT (REL-IDX) TO PH-ORIG-AMOUNT.
           MOVE REL-FX-RATE (REL-IDX) TO PH-FX-RATE.
           MOVE ZEROES TO PH-PENALTY.
           MOVE REL-ACCRUAL (REL-IDX) TO PH-ACCRUAL.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate history row '" PH-KEY

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnfxrcnv.
