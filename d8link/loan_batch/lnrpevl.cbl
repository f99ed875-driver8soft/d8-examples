      ******************************************************************
      *
      * Arrears Repayment-Plan Evaluation Batch
      * =======================================
      *
      * Nightly verdict on the arrears repayment plans collections
      * agrees in rpmaint. For every PERFORMING plan on REPAYPLN the
      * loan's PAYHIST receipts from the day the plan was agreed are
      * read by key and set against the plan installment (the
      * regular payment plus the agreed extra) for each plan period
      * that has fallen due:
      *
      *     received the whole plan          COMPLETED
      *     behind on a period whose next    BROKEN
      *       period has also fallen due
      *     otherwise                        PERFORMING
      *
      * A period's installment is not called for until the next
      * period falls due, so a borrower paying late in the month is
      * not broken on the due date itself. A loan paid off in the
      * meantime completes its plan; one charged off or closed
      * breaks it.
      *
      * The verdict - periods due, amount called for, amount
      * received - is stamped on the plan. A broken plan raises a
      * WARN event on D8EVENT; lnaging, lnlate and lnletter treat
      * its loan as delinquent again from their next run.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original plan evaluation batch.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnrpevl.
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
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           COPY d8evtsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY repaypln.

           COPY loanmstr.

           COPY payhist.

           COPY d8evtfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
           COPY lnrppws.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
           COPY d8evtws.

       01 WS-PLAN-EOF PIC X(01) VALUE "N".
           88 END-OF-PLANS VALUE "Y".
       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(04).
           05 WS-TODAY-MM PIC 9(02).
           05 WS-TODAY-DD PIC 9(02).
       01 WS-TODAY-INT PIC 9(08) COMP.

      * Periods fallen due at the loan's own frequency - the lnaging
      * arithmetic.
       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-YYYY PIC 9(04).
       01 WS-ORIG-MM PIC 9(02).
       01 WS-ORIG-INT PIC 9(08) COMP.
       01 WS-ELAPSED-MONTHS PIC S9(5) COMP.
       01 WS-ELAPSED-PERIODS PIC S9(4) COMP.

      * The plan's periods fallen due, the periods whose next one
      * has fallen due too (the ones that must be paid by now), and
      * the amounts.
       01 WS-PLAN-DUE PIC S9(4) COMP.
       01 WS-PLAN-CALLED PIC S9(4) COMP.
       01 WS-PLAN-TOTAL PIC S9(9)V9(2) COMP-3.
       01 WS-REQUIRED PIC S9(9)V9(2) COMP-3.
       01 WS-PAID-AMT PIC S9(9)V9(2) COMP-3.

       01 WS-PERFORMING-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-BROKEN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-COMPLETED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-REQ-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNRPEVL" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           MOVE "lnrpevl" TO WS-EVT-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN I-O REPAY-PLAN-FILE.
           IF REPAY-PLAN-NOT-FOUND
               DISPLAY "lnrpevl: no REPAYPLN file - no plan to judge."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF NOT REPAY-PLAN-OPENED
               DISPLAY "*** Unable to open REPAYPLN - status "
                   WS-REPAY-PLAN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE REPAY-PLAN-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS " - no plan judged."
               CLOSE LOAN-MSTR-FILE
               CLOSE REPAY-PLAN-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           DISPLAY "lnrpevl: repayment-plan evaluation " WS-TODAY.
           DISPLAY "=====================================".

           PERFORM 8000-READ-PLAN THRU 8000-EXIT.
           PERFORM 2000-JUDGE-PLAN THRU 2000-EXIT
               UNTIL END-OF-PLANS.

           CLOSE PAY-HIST-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE REPAY-PLAN-FILE.
           DISPLAY "-------------------------------------".
           DISPLAY "lnrpevl: " WS-PERFORMING-COUNT " performing, "
               WS-BROKEN-COUNT " broken, " WS-COMPLETED-COUNT
               " completed.".
           MOVE WS-PERFORMING-COUNT TO WS-RSTAT-WRITTEN.
           ADD WS-BROKEN-COUNT TO WS-RSTAT-WRITTEN.
           ADD WS-COMPLETED-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-JUDGE-PLAN
      *
      * One PERFORMING plan: completed once the whole plan has been
      * received (or the loan paid off), broken once it falls
      * behind on a period that must be paid by now (or the loan
      * leaves BOOKED otherwise), otherwise still performing.
      *-----------------------------------------------------------
       2000-JUDGE-PLAN.
           IF NOT RP-PERFORMING
               GO TO 2000-NEXT
           END-IF.

           MOVE RP-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for the plan on '"
                       RP-APPL-ID "' - left as it was."
                   GO TO 2000-NEXT
           END-READ.

           IF LM-ST-PAID-OFF
               MOVE "COMPLETED" TO RP-STATUS
               GO TO 2000-VERDICT
           END-IF.
           IF NOT LM-ST-BOOKED
               MOVE "BROKEN" TO RP-STATUS
               GO TO 2000-VERDICT
           END-IF.

           MOVE LM-APPL-ID (1:8) TO WS-ORIG-DATE.
           IF WS-ORIG-DATE NOT NUMERIC
               DISPLAY "*** Skipping '" LM-APPL-ID
                   "' - origination date not derivable."
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-ORIG-DATE (1:4) TO WS-ORIG-YYYY.
           MOVE WS-ORIG-DATE (5:2) TO WS-ORIG-MM.
           COMPUTE WS-ORIG-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE).
           PERFORM 2050-DERIVE-ELAPSED THRU 2050-EXIT.

           COMPUTE WS-PLAN-DUE =
               WS-ELAPSED-PERIODS - RP-START-PERIOD + 1.
           IF WS-PLAN-DUE < ZERO
               MOVE ZERO TO WS-PLAN-DUE
           END-IF.
           IF WS-PLAN-DUE > RP-MONTHS
               MOVE RP-MONTHS TO WS-PLAN-DUE
           END-IF.
           COMPUTE WS-PLAN-CALLED =
               WS-ELAPSED-PERIODS - RP-START-PERIOD.
           IF WS-PLAN-CALLED < ZERO
               MOVE ZERO TO WS-PLAN-CALLED
           END-IF.
           IF WS-PLAN-CALLED > RP-MONTHS
               MOVE RP-MONTHS TO WS-PLAN-CALLED
           END-IF.
           COMPUTE WS-PLAN-TOTAL = RP-INSTALLMENT * RP-MONTHS.
           COMPUTE WS-REQUIRED = RP-INSTALLMENT * WS-PLAN-CALLED.

           PERFORM 2100-SUM-RECEIPTS THRU 2100-EXIT.
           MOVE WS-PLAN-DUE TO RP-PERIODS-DUE.
           COMPUTE RP-EXPECTED = RP-INSTALLMENT * WS-PLAN-DUE.
           MOVE WS-PAID-AMT TO RP-PAID.

           EVALUATE TRUE
               WHEN WS-PAID-AMT NOT < WS-PLAN-TOTAL
                   MOVE "COMPLETED" TO RP-STATUS
               WHEN WS-PAID-AMT < WS-REQUIRED
                   MOVE "BROKEN" TO RP-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-VERDICT.
           MOVE WS-TODAY TO RP-EVAL-DATE.
           IF NOT RP-PERFORMING
               MOVE WS-TODAY TO RP-END-DATE
           END-IF.
           REWRITE REPAY-PLAN-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for the plan on '"
                       RP-APPL-ID "' - status " WS-REPAY-PLAN-STATUS
                   GO TO 2000-NEXT
           END-REWRITE.

           MOVE RP-PAID TO WS-AMT-DISPLAY.
           EVALUATE TRUE
               WHEN RP-PERFORMING
                   ADD 1 TO WS-PERFORMING-COUNT
               WHEN RP-COMPLETED
                   ADD 1 TO WS-COMPLETED-COUNT
                   DISPLAY "Plan on '" RP-APPL-ID "' from period "
                       RP-START-PERIOD " COMPLETED - "
                       WS-AMT-DISPLAY " received."
               WHEN OTHER
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE WS-REQUIRED TO WS-REQ-DISPLAY
                   DISPLAY "*** Plan on '" RP-APPL-ID "' from period "
                       RP-START-PERIOD " BROKEN - " WS-AMT-DISPLAY
                       " received of " WS-REQ-DISPLAY " (loan "
                       LM-STATUS ")."
                   MOVE "WARN" TO WS-EVT-SEVERITY
                   MOVE "RPPBROKE" TO WS-EVT-MSG-CODE
                   MOVE SPACES TO WS-EVT-TEXT
                   STRING "REPAYMENT PLAN BROKEN ON " RP-APPL-ID
                       DELIMITED BY SIZE INTO WS-EVT-TEXT
                   PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-EVALUATE.

       2000-NEXT.
           PERFORM 8000-READ-PLAN THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2050-DERIVE-ELAPSED
      *
      * Periods that have fallen due, at the loan's own payment
      * frequency - the lnaging arithmetic.
      *-----------------------------------------------------------
       2050-DERIVE-ELAPSED.
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
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-SUM-RECEIPTS
      *
      * The loan's POSTED receipts dated from the day the plan was
      * agreed, net of the escrow portion and late charges as
      * lnaging counts paid-to-date, read by key.
      *-----------------------------------------------------------
       2100-SUM-RECEIPTS.
           MOVE ZEROES TO WS-PAID-AMT.
           MOVE "N" TO WS-PAY-EOF.
           MOVE RP-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
           END-START.
           IF NOT END-OF-PAYMENTS
               PERFORM 8100-READ-PAYMENT THRU 8100-EXIT
               PERFORM 2110-TAKE-PAYMENT THRU 2110-EXIT
                   UNTIL END-OF-PAYMENTS
           END-IF.
       2100-EXIT.
           EXIT.

       2110-TAKE-PAYMENT.
           IF PH-APPL-ID NOT = RP-APPL-ID
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2110-EXIT
           END-IF.
           IF PH-POSTED
               AND PH-PAY-DATE NOT < RP-AGREED-DATE
               COMPUTE WS-PAID-AMT =
                   WS-PAID-AMT + PH-AMOUNT - PH-ESCROW - PH-FEES
           END-IF.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       2110-EXIT.
           EXIT.

       8000-READ-PLAN.
           READ REPAY-PLAN-FILE NEXT
               AT END MOVE "Y" TO WS-PLAN-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-PAYMENT.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-PAY-EOF
           END-READ.
       8100-EXIT.
           EXIT.

           COPY d8evtwrt.
           COPY lnrstwrt.
