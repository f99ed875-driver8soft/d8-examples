      * Late-Charge Assessment Batch
      * ============================
      *
      * Nightly companion to the lnaging report. Takes every BOOKED
      * loan's unpaid periods from the DLQSNAP snapshot that run
      * leaves - every fallen-due period from the oldest unpaid one
      * on - and assesses a late charge for each period still
      * unpaid past its grace date, per the LATEPM parameter file
      * (per loan type: flat amount, percent of LM-PAYMENT, grace
      * days). A grace date falling on a weekend or holiday rolls to
      * original charge stands. lnstmt carries the accrued charges
      * into the statement's amount-due section.
      *
      * A loan under a legal hold in force on LEGALHLD - a
      * bankruptcy stay, a death, litigation, on the loan or on its
      * borrower - is charged nothing while the hold lasts, and nor
      * is a loan whose arrears repayment plan on REPAYPLN is
      * PERFORMING.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original late-charge assessment batch -
      * 2026-09-02  RJM  A period lndefer zeroed (a payment
      *                  holiday) is never a late-charge candidate
      *                  - nothing is due for it.
      * 2026-10-15  RJM  The unpaid periods come from the DLQSNAP
      *                  snapshot lnaging writes instead of a
      *                  re-walk of AMORTSCH against PAYHIST; a
      *                  period's schedule row is read by key only
      *                  to skip a payment holiday. Refuses to run
      *                  with no snapshot.
      * 2026-10-15  RJM  A new charge is written with its paid date
      *                  and paid sequence zero - lnpost fills them
      *                  in when the payment allocation collects it.
      * 2026-10-15  RJM  No charge is assessed on a loan under a
      *                  legal hold on LEGALHLD.
      * 2026-10-15  RJM  No charge is assessed on a loan keeping to
      *                  an arrears repayment plan on REPAYPLN.
      * 2026-10-15  RJM  A new charge is written with nothing waived
      *                  - fwmaint records any waiver against it.
      * 2026-10-15  RJM  A new charge is written with nothing added
      *                  (FR-ADDED-AMT).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-APPL-ID
               FILE STATUS IS WS-DLQ-SNAP-STATUS.
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           COPY lnhldsel.
           COPY lnrppsel.

       DATA DIVISION.
       FILE SECTION.

           COPY amortsch.

           COPY dlqsnap.

           COPY feesrcv.

           COPY legalhld.

           COPY repaypln.

       WORKING-STORAGE SECTION.
       01 WS-LATE-PRM-STATUS PIC X(02) VALUE SPACES.
           88 LATE-PRM-OPENED VALUE "00".
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
           88 FEES-RCV-NOT-FOUND VALUE "35".
           88 END-OF-PARAMETERS VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-SCHED-STATE PIC X(01) VALUE "N".
           88 LOAN-HAS-SCHEDULE VALUE "Y".

       01 WS-ASOF-DATE PIC 9(08).

      * The loan being assessed - origination for the due-date
      * arithmetic, and the period in hand with its scheduled
      * amount.
       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-YYYY PIC 9(04).
       01 WS-ORIG-MM PIC 9(02).
       01 WS-ORIG-INT PIC 9(08) COMP.
       01 WS-PERIOD-IDX PIC S9(4) COMP.
       01 WS-PERIOD-AMT PIC S9(7)V9(2) COMP-3.

      * Due-date and grace-date arithmetic - the month count is
      * carried in five digits, as in lnaging, so long terms never
       01 WS-ALREADY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-IN-GRACE-COUNT PIC 9(07) VALUE ZEROES.

      * Late-charge policy by loan type, loaded from LATEPM.
       01 WS-PRM-MAX PIC 9(02) VALUE 20.
       01 WS-PRM-COUNT PIC 9(02) VALUE ZEROES.
           COPY d8authws.
           COPY d8verws.
           COPY d8corrws.
           COPY lnhldws.
           COPY lnrppws.

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           OPEN INPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "*** Unable to open DLQSNAP - status "
                   WS-DLQ-SNAP-STATUS " - run lnaging first; "
                   "nothing assessed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE DLQ-SNAP-FILE
               GOBACK
           END-IF.
           OPEN INPUT AMORT-SCHED-FILE.

           OPEN I-O FEES-RCV-FILE.
           IF FEES-RCV-NOT-FOUND
               DISPLAY "*** Unable to open FEESRCV - status "
                   WS-FEES-RCV-STATUS
               CLOSE LOAN-MSTR-FILE
               CLOSE DLQ-SNAP-FILE
               IF AMORT-FILE-OPENED
                   CLOSE AMORT-SCHED-FILE
               END-IF
               GOBACK
           END-IF.

           MOVE WS-ASOF-DATE TO WS-HLD-ASOF.
           PERFORM 9890-OPEN-LEGAL-HOLD THRU 9890-EXIT.
           PERFORM 9940-OPEN-REPAY-PLAN THRU 9940-EXIT.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-ASSESS-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           PERFORM 9892-CLOSE-LEGAL-HOLD THRU 9892-EXIT.
           PERFORM 9942-CLOSE-REPAY-PLAN THRU 9942-EXIT.
           CLOSE FEES-RCV-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE DLQ-SNAP-FILE.
           IF AMORT-FILE-OPENED
               CLOSE AMORT-SCHED-FILE
           END-IF.

           DISPLAY "lnlate: " WS-ASSESSED-COUNT " charge(s) "
               "assessed, " WS-ALREADY-COUNT " already on file, "
               WS-IN-GRACE-COUNT " period(s) still in grace.".
           DISPLAY "lnlate: " WS-HLD-COUNT " loan(s) under legal "
               "hold - not charged.".
           DISPLAY "lnlate: " WS-RPP-COUNT " loan(s) on a performing "
               "repayment plan - not charged.".
           GOBACK.

       1000-LOAD-PARAMETERS.
      *-----------------------------------------------------------
      * 2000-ASSESS-LOAN
      *
      * Takes one BOOKED loan's unpaid periods from the snapshot -
      * the oldest unpaid one through the last fallen due - and
      * hands each to the grace check and charge writer.
      *-----------------------------------------------------------
       2000-ASSESS-LOAN.
           IF NOT LM-ST-BOOKED
           COMPUTE WS-ORIG-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE).

           MOVE LM-APPL-ID TO DS-APPL-ID.
           READ DLQ-SNAP-FILE
               INVALID KEY
                   GO TO 2000-NEXT
           END-READ.
           IF DS-OLDEST-UNPAID = ZERO
               GO TO 2000-NEXT
           END-IF.

           PERFORM 9891-CHECK-LEGAL-HOLD THRU 9891-EXIT.
           IF LEGAL-HOLD-ON
               GO TO 2000-NEXT
           END-IF.
           PERFORM 9941-CHECK-REPAY-PLAN THRU 9941-EXIT.
           IF REPAY-PLAN-ON
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-PROBE-SCHEDULE THRU 2100-EXIT.
           PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT
               VARYING WS-PERIOD-IDX FROM DS-OLDEST-UNPAID BY 1
               UNTIL WS-PERIOD-IDX > DS-ELAPSED-PERIODS.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-PROBE-SCHEDULE
      *
      * Whether the loan has any schedule rows at all - one that
      * has none is aged against LM-PAYMENT for every period, the
      * lnaging fallback, so none of its periods is a holiday.
      *-----------------------------------------------------------
       2100-PROBE-SCHEDULE.
           MOVE "N" TO WS-SCHED-STATE.
           IF NOT AMORT-FILE-OPENED
               GO TO 2100-EXIT
           END-IF.
           MOVE LM-APPL-ID TO AMORT-APPL-ID.
           MOVE ZEROES TO AMORT-PERIOD-NO.
           START AMORT-SCHED-FILE KEY NOT < AMORT-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START.
           READ AMORT-SCHED-FILE NEXT
               AT END
                   GO TO 2100-EXIT
           END-READ.
           IF AMORT-APPL-ID = LM-APPL-ID
               MOVE "Y" TO WS-SCHED-STATE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-PERIOD-AMOUNT
      *
      * The period's scheduled principal + interest, read by key;
      * a scheduled loan with no row for the period owes nothing
      * for it, an unscheduled one owes LM-PAYMENT.
      *-----------------------------------------------------------
       2200-PERIOD-AMOUNT.
           IF NOT LOAN-HAS-SCHEDULE
               MOVE LM-PAYMENT TO WS-PERIOD-AMT
               GO TO 2200-EXIT
           END-IF.
           MOVE ZEROES TO WS-PERIOD-AMT.
           MOVE LM-APPL-ID TO AMORT-APPL-ID.
           MOVE WS-PERIOD-IDX TO AMORT-PERIOD-NO.
           READ AMORT-SCHED-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           COMPUTE WS-PERIOD-AMT =
               AMORT-PRINCIPAL-PORTION + AMORT-INTEREST-PORTION.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-CHECK-PERIOD
      *
      * Every fallen-due period from the snapshot's oldest unpaid
      * one on is unpaid - the cumulative amount due only grows -
      * and each is its own late-charge candidate. A period with
      * nothing due - a payment holiday lndefer zeroed - can never
      * be charged.
      *-----------------------------------------------------------
       2300-CHECK-PERIOD.
           PERFORM 2200-PERIOD-AMOUNT THRU 2200-EXIT.
           IF WS-PERIOD-AMT NOT > ZERO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2400-ASSESS-PERIOD THRU 2400-EXIT.
       2300-EXIT.
           EXIT.


           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE WS-PERIOD-IDX TO FR-PERIOD-NO.
           MOVE SPACES TO FR-FEE-CODE.
           MOVE WS-ASOF-DATE TO FR-ASSESS-DATE.
           MOVE WS-CHARGE-AMT TO FR-CHARGE-AMT.
           MOVE LM-LOAN-TYPE TO FR-LOAN-TYPE.
           MOVE "ASSESSED" TO FR-FEE-STATUS.
           MOVE ZEROES TO FR-PAID-DATE.
           MOVE ZEROES TO FR-PAID-SEQ.
           MOVE ZEROES TO FR-WAIVED-AMT FR-WAIVE-DATE FR-ADDED-AMT.
           MOVE SPACES TO FR-WAIVE-REASON.

           WRITE FEES-RCV-RECORD
               INVALID KEY
       8000-EXIT.
           EXIT.

           COPY lnhldchk.
           COPY lnrppchk.
