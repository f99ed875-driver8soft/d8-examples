      ******************************************************************
      *
      * Arrears Repayment-Plan Maintenance
      * ==================================
      *
      * Interactive add/change maintenance for the REPAYPLN file, in
      * the lhmaint pattern. The operator keys a loan's application
      * id; its plans are listed, and the operator keys the period
      * a plan starts from. An existing plan is displayed and, while
      * it is still PERFORMING, its length and extra amount can be
      * changed or the plan cancelled; a period with no plan (zero
      * taking the next period to fall due) agrees a new one.
      *
      * A new plan needs a BOOKED loan with no other performing
      * plan, a number of periods and an extra amount above zero,
      * and the operator's confirmation. Its installment is the
      * loan's payment plus the extra. Plans are cancelled, never
      * deleted - the history of what was agreed stays on file.
      * Broken and completed plans are lnrpevl's verdicts and are
      * not reopened here; a fresh plan is agreed instead.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rpmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lnrppsel.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY repaypln.

           COPY loanmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
           COPY lnrppws.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-PERIOD-ENTRY PIC 9(04) VALUE ZEROES.
       01 WS-MONTHS-ENTRY PIC 9(03) VALUE ZEROES.
       01 WS-AMOUNT-ENTRY PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-PLAN-VALID PIC X(01) VALUE "Y".
           88 PLAN-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-PERFORMING-PERIOD PIC 9(04) VALUE ZEROES.

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(04).
           05 WS-TODAY-MM PIC 9(02).
           05 WS-TODAY-DD PIC 9(02).
       01 WS-TODAY-INT PIC 9(08) COMP.

      * Periods fallen due at the loan's own frequency - the lnaging
      * arithmetic - for the period a new plan starts from.
       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-YYYY PIC 9(04).
       01 WS-ORIG-MM PIC 9(02).
       01 WS-ORIG-INT PIC 9(08) COMP.
       01 WS-ELAPSED-MONTHS PIC S9(5) COMP.
       01 WS-ELAPSED-PERIODS PIC S9(4) COMP.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "rpmaint" TO WS-AUD-PROGRAM.
           MOVE "rpmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               GOBACK
           END-IF.

           OPEN I-O REPAY-PLAN-FILE.
           IF REPAY-PLAN-NOT-FOUND
               OPEN OUTPUT REPAY-PLAN-FILE
               CLOSE REPAY-PLAN-FILE
               OPEN I-O REPAY-PLAN-FILE
           END-IF.
           IF NOT REPAY-PLAN-OPENED
               DISPLAY "*** Unable to open REPAYPLN - status "
                   WS-REPAY-PLAN-STATUS
               CLOSE LOAN-MSTR-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-PLAN THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE REPAY-PLAN-FILE.
           CLOSE LOAN-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-PLAN
      *
      * Reads the loan and lists its plans, then the plan keyed by
      * start period: a known one becomes a change, an unknown one
      * a new plan (after the operator confirms). Nothing is written
      * unless the plan validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-PLAN.
           MOVE WS-APPL-ID-ENTRY TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for '"
                       WS-APPL-ID-ENTRY "'."
                   GO TO 2000-NEXT
           END-READ.
           DISPLAY "Loan:     " LM-APPL-ID " " LM-BORROWER " "
               LM-STATUS.
           PERFORM 2050-DERIVE-ELAPSED THRU 2050-EXIT.
           PERFORM 2060-LIST-PLANS THRU 2060-EXIT.

           DISPLAY "Plan start period (0 for a new plan from period "
               WS-PERFORMING-PERIOD "): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-ENTRY.
           IF WS-PERIOD-ENTRY = ZEROES
               MOVE WS-PERFORMING-PERIOD TO WS-PERIOD-ENTRY
           END-IF.

           MOVE WS-APPL-ID-ENTRY TO RP-APPL-ID.
           MOVE WS-PERIOD-ENTRY TO RP-START-PERIOD.
           MOVE "Y" TO WS-RECORD-EXISTS.
           READ REPAY-PLAN-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-PLAN THRU 2100-EXIT
               IF NOT RP-PERFORMING
                   DISPLAY "*** Plan is " RP-STATUS
                       " - only a performing plan can be changed."
                   GO TO 2000-NEXT
               END-IF
               MOVE REPAY-PLAN-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-PLAN THRU 2300-EXIT
               IF NOT PLAN-VALID
                   DISPLAY "Plan " RP-KEY " not changed."
                   GO TO 2000-NEXT
               END-IF
               DISPLAY "Cancel the plan? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE "CANCELLED" TO RP-STATUS
                   MOVE WS-TODAY TO RP-END-DATE
               END-IF
               REWRITE REPAY-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           RP-KEY "' - status "
                           WS-REPAY-PLAN-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE RP-APPL-ID TO WS-AUD-KEY
               MOVE REPAY-PLAN-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Plan " RP-KEY " " RP-STATUS "."
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2070-CHECK-NEW-PLAN THRU 2070-EXIT.
           IF NOT PLAN-VALID
               GO TO 2000-NEXT
           END-IF.
           DISPLAY "No plan on file from period " WS-PERIOD-ENTRY
               " - agree one? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2000-NEXT
           END-IF.
           MOVE SPACES TO REPAY-PLAN-RECORD.
           MOVE WS-APPL-ID-ENTRY TO RP-APPL-ID.
           MOVE WS-PERIOD-ENTRY TO RP-START-PERIOD.
           MOVE ZEROES TO RP-MONTHS RP-EXTRA-AMT RP-INSTALLMENT
               RP-ARREARS RP-EVAL-DATE RP-PERIODS-DUE RP-EXPECTED
               RP-PAID RP-END-DATE.
           MOVE "PERFORMING" TO RP-STATUS.
           MOVE WS-TODAY TO RP-AGREED-DATE.
           MOVE WS-OPS-OPERATOR TO RP-OPERATOR.
           PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT.
           DISPLAY "Arrears the plan clears (0 if not keyed): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           MOVE WS-AMOUNT-ENTRY TO RP-ARREARS.
           PERFORM 2300-VALIDATE-PLAN THRU 2300-EXIT.
           IF NOT PLAN-VALID
               DISPLAY "Plan " RP-KEY " not agreed."
               GO TO 2000-NEXT
           END-IF.
           WRITE REPAY-PLAN-RECORD
               INVALID KEY
                   DISPLAY "*** Write failed for '" RP-KEY
                       "' - status " WS-REPAY-PLAN-STATUS
                   GO TO 2000-NEXT
           END-WRITE.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE RP-APPL-ID TO WS-AUD-KEY.
           MOVE REPAY-PLAN-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Plan " RP-KEY " agreed - installment "
               RP-INSTALLMENT " for " RP-MONTHS " periods.".

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2050-DERIVE-ELAPSED
      *
      * Periods that have fallen due, at the loan's own payment
      * frequency; a new plan starts from the next one.
      *-----------------------------------------------------------
       2050-DERIVE-ELAPSED.
           MOVE ZEROES TO WS-ELAPSED-PERIODS.
           MOVE LM-APPL-ID (1:8) TO WS-ORIG-DATE.
           IF WS-ORIG-DATE NOT NUMERIC
               GO TO 2050-SET
           END-IF.
           MOVE WS-ORIG-DATE (1:4) TO WS-ORIG-YYYY.
           MOVE WS-ORIG-DATE (5:2) TO WS-ORIG-MM.
           COMPUTE WS-ORIG-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE).
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-TODAY-YYYY - WS-ORIG-YYYY) * 12
               + WS-TODAY-MM - WS-ORIG-MM.
           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   COMPUTE WS-ELAPSED-PERIODS =
                       (WS-TODAY-INT - WS-ORIG-INT) / 14
               WHEN LM-PF-QUARTERLY
                   COMPUTE WS-ELAPSED-PERIODS =
                       WS-ELAPSED-MONTHS / 3
               WHEN OTHER
                   MOVE WS-ELAPSED-MONTHS TO WS-ELAPSED-PERIODS
           END-EVALUATE.
           IF WS-ELAPSED-PERIODS < ZERO
               MOVE ZERO TO WS-ELAPSED-PERIODS
           END-IF.
       2050-SET.
           COMPUTE WS-PERFORMING-PERIOD = WS-ELAPSED-PERIODS + 1.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2060-LIST-PLANS
      *
      * Every plan on file for the loan, oldest first, counting the
      * performing ones into WS-RPP-COUNT.
      *-----------------------------------------------------------
       2060-LIST-PLANS.
           MOVE ZEROES TO WS-RPP-COUNT.
           MOVE "N" TO WS-RPP-SCAN.
           MOVE LM-APPL-ID TO RP-APPL-ID.
           MOVE ZEROES TO RP-START-PERIOD.
           START REPAY-PLAN-FILE KEY NOT < RP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RPP-SCAN
           END-START.
           PERFORM 2065-LIST-PLAN THRU 2065-EXIT
               UNTIL RPP-SCAN-DONE.
       2060-EXIT.
           EXIT.

       2065-LIST-PLAN.
           READ REPAY-PLAN-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RPP-SCAN
                   GO TO 2065-EXIT
           END-READ.
           IF RP-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-RPP-SCAN
               GO TO 2065-EXIT
           END-IF.
           DISPLAY "  Plan from period " RP-START-PERIOD " "
               RP-STATUS " " RP-MONTHS " periods at "
               RP-INSTALLMENT " agreed " RP-AGREED-DATE.
           IF RP-PERFORMING
               ADD 1 TO WS-RPP-COUNT
           END-IF.
       2065-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2070-CHECK-NEW-PLAN
      *
      * A new plan needs a BOOKED loan carrying no other performing
      * plan.
      *-----------------------------------------------------------
       2070-CHECK-NEW-PLAN.
           MOVE "Y" TO WS-PLAN-VALID.
           IF NOT LM-ST-BOOKED
               DISPLAY "*** Loan is " LM-STATUS
                   " - a plan needs a booked loan."
               MOVE "N" TO WS-PLAN-VALID
               GO TO 2070-EXIT
           END-IF.
           IF WS-RPP-COUNT > ZEROES
               DISPLAY "*** Loan already has a performing plan - "
                   "change or cancel that one."
               MOVE "N" TO WS-PLAN-VALID
           END-IF.
       2070-EXIT.
           EXIT.

       2100-DISPLAY-PLAN.
           DISPLAY "Plan:     " RP-APPL-ID " from period "
               RP-START-PERIOD " " RP-STATUS.
           DISPLAY "Terms:    " RP-MONTHS " periods, extra "
               RP-EXTRA-AMT ", installment " RP-INSTALLMENT.
           DISPLAY "Agreed:   " RP-AGREED-DATE " by " RP-OPERATOR
               " for arrears " RP-ARREARS.
           DISPLAY "Verdict:  " RP-EVAL-DATE " " RP-PERIODS-DUE
               " due, expected " RP-EXPECTED " paid " RP-PAID.
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Number of periods (0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTHS-ENTRY.
           IF WS-MONTHS-ENTRY > ZEROES
               MOVE WS-MONTHS-ENTRY TO RP-MONTHS
           END-IF.
           DISPLAY "Extra amount each period (0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           IF WS-AMOUNT-ENTRY > ZEROES
               MOVE WS-AMOUNT-ENTRY TO RP-EXTRA-AMT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-VALIDATE-PLAN
      *
      * Checks the plan's length and extra amount and sets the
      * installment from the loan's payment.
      *-----------------------------------------------------------
       2300-VALIDATE-PLAN.
           MOVE "Y" TO WS-PLAN-VALID.
           IF RP-MONTHS = ZEROES
               DISPLAY "*** Number of periods is required."
               MOVE "N" TO WS-PLAN-VALID
           END-IF.
           IF RP-EXTRA-AMT NOT > ZEROES
               DISPLAY "*** Extra amount is required."
               MOVE "N" TO WS-PLAN-VALID
           END-IF.
           COMPUTE RP-INSTALLMENT = LM-PAYMENT + RP-EXTRA-AMT.
       2300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
