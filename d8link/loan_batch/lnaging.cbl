      * instead, so it still shows up rather than dropping off the
      * collections radar.
      *
      * Each run also rebuilds the DLQSNAP delinquency snapshot - one
      * row per loan aged, BOOKED or otherwise still reported to the
      * bureau (PAID-OFF, CHGD-OFF) - which lnletter, lnchgoff,
      * lnbureau and lnlate read instead of aging the loan again.
      *
      * A BOOKED loan whose final period has fallen due and still
      * carries a balance - a balloon not refinanced, a schedule
      * that ran out short - is past due for the whole outstanding
      * balance from its maturity date, even when every scheduled
      * payment was made.
      *
      * A delinquent loan under a legal hold in force on LEGALHLD -
      * a bankruptcy stay, a death, litigation - gets no collections
      * case, and an open case is set HELD, off every worklist,
      * until the hold is lifted and the case re-opens.
      *
      * A delinquent loan whose arrears repayment plan on REPAYPLN
      * is PERFORMING is on track: it gets no collections case and
      * an open one closes, until lnrpevl finds the plan broken.
      * Its snapshot row and the bucket totals still show what it
      * owes.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original aging report.
      *                  (LM-PAY-FREQ) - 14 days per biweekly
      *                  period, three months per quarterly one -
      *                  instead of assuming a month per period.
      * 2026-10-15  RJM  Writes the DLQSNAP delinquency snapshot -
      *                  days past due, bucket, amount past due and
      *                  oldest unpaid period for every loan aged -
      *                  for the downstream batch jobs to share.
      * 2026-10-15  RJM  A new case starts with no promise on it
      *                  and at normal worklist priority.
      * 2026-10-15  RJM  Paid-to-date leaves out the late charges a
      *                  payment collected (PH-FEES) as well as the
      *                  escrow portion.
      * 2026-10-15  RJM  A loan under a legal hold on LEGALHLD is not
      *                  fed to collections - its case is set HELD
      *                  instead of opened or refreshed.
      * 2026-10-15  RJM  A BOOKED loan past its final period with a
      *                  balance still outstanding ages from its
      *                  maturity date for the whole balance, instead
      *                  of showing current for want of a scheduled
      *                  row left to miss.
      * 2026-10-15  RJM  A loan keeping to an arrears repayment plan
      *                  on REPAYPLN is treated as on track - no case
      *                  is opened and an open one closes.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-APPL-ID
               FILE STATUS IS WS-COLL-CASE-STATUS.
           SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-APPL-ID
               FILE STATUS IS WS-DLQ-SNAP-STATUS.
           COPY lnhldsel.
           COPY lnrppsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.

           COPY collcase.

           COPY dlqsnap.

           COPY legalhld.

           COPY repaypln.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-COLL-CASE-STATUS PIC X(02) VALUE SPACES.
           88 COLL-CASE-OPENED VALUE "00".
           88 COLL-CASE-NOT-FOUND VALUE "35".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-ORIG-INT PIC 9(08) COMP.
       01 WS-ELAPSED-MONTHS PIC S9(5) COMP.
       01 WS-ELAPSED-PERIODS PIC S9(4) COMP.
       01 WS-PERIODS-FALLEN PIC S9(4) COMP.
       01 WS-TOTAL-PAID PIC S9(9)V9(2) COMP-3.
       01 WS-CUM-DUE PIC S9(9)V9(2) COMP-3.
       01 WS-PAST-DUE PIC S9(9)V9(2) COMP-3.
               10 AGE-90 PIC S9(9)V9(2) COMP-3.
       01 WS-BUCKET-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.

      * Collections-case feed - the bucket name for the case row
      * and the snapshot, and the run's open/close counts for the
      * log.
       01 WS-CASE-BUCKET PIC X(08).
       01 WS-CASES-OPENED PIC 9(05) VALUE ZEROES.
       01 WS-CASES-CLOSED PIC 9(05) VALUE ZEROES.
       01 WS-CASES-HELD PIC 9(05) VALUE ZEROES.
       01 WS-SNAP-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-MATURED-COUNT PIC 9(05) VALUE ZEROES.
           COPY lnhldws.
           COPY lnrppws.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNAGING" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

                   "this run."
           END-IF.

           OPEN OUTPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "*** Unable to open DLQSNAP - status "
                   WS-DLQ-SNAP-STATUS " - no delinquency snapshot "
                   "this run."
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ASOF-DATE TO WS-HLD-ASOF.
           PERFORM 9890-OPEN-LEGAL-HOLD THRU 9890-EXIT.
           PERFORM 9940-OPEN-REPAY-PLAN THRU 9940-EXIT.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-AGE-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           PERFORM 9892-CLOSE-LEGAL-HOLD THRU 9892-EXIT.
           PERFORM 9942-CLOSE-REPAY-PLAN THRU 9942-EXIT.
           CLOSE LOAN-MSTR-FILE.
           DISPLAY "lnaging: " WS-MATURED-COUNT " loan(s) past "
               "maturity with a balance, aged from maturity.".
           IF COLL-CASE-OPENED
               CLOSE COLL-CASE-FILE
               DISPLAY "lnaging: " WS-CASES-OPENED " collections "
                   "case(s) opened, " WS-CASES-CLOSED " closed, "
                   WS-CASES-HELD " set HELD for a legal hold."
               DISPLAY "lnaging: " WS-RPP-COUNT " delinquent loan(s) "
                   "on a performing repayment plan - no case."
           END-IF.
           IF DLQ-SNAP-OPENED
               CLOSE DLQ-SNAP-FILE
               DISPLAY "lnaging: " WS-SNAP-COUNT " loan(s) written "
                   "to DLQSNAP."
           END-IF.

           DISPLAY "------------------------------------------".
           PERFORM 5000-PRINT-AGE-LINE THRU 5000-EXIT
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > WS-AGE-COUNT.
           MOVE WS-SNAP-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-AGE-LOAN
      *
      * Ages one master record: loads its schedule, sums its
      * posted payments, walks the periods that have fallen due and
      * snapshots the result. A BOOKED loan's shortfall is also
      * bucketed by the oldest unpaid period's age and fed to its
      * collections case.
      *-----------------------------------------------------------
       2000-AGE-LOAN.
      * A loan that left BOOKED - paid off, charged off, closed -
      * is no longer collectible as delinquent; any open case
      * closes with it. Paid-off and charged-off loans are still
      * aged for the snapshot - the bureau reports their history.
           IF NOT LM-ST-BOOKED
               PERFORM 2700-CLOSE-CURED-CASE THRU 2700-EXIT
           END-IF.
           IF NOT LM-ST-BOOKED AND NOT LM-ST-PAID-OFF
               AND NOT LM-ST-CHGD-OFF
               GO TO 2000-NEXT
           END-IF.
           MOVE ZEROES TO WS-OLDEST-UNPAID.
           MOVE ZEROES TO WS-PAST-DUE.
           MOVE ZEROES TO WS-DAYS-PAST-DUE.
           MOVE ZEROES TO WS-DUE-INT.
           MOVE "CURRENT" TO WS-CASE-BUCKET.

           MOVE LM-APPL-ID (1:8) TO WS-ORIG-DATE.
           IF WS-ORIG-DATE NOT NUMERIC
               FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE).

           PERFORM 2050-DERIVE-ELAPSED THRU 2050-EXIT.
           MOVE WS-ELAPSED-PERIODS TO WS-PERIODS-FALLEN.
           IF WS-ELAPSED-PERIODS > LM-TERM
               MOVE LM-TERM TO WS-ELAPSED-PERIODS
           END-IF.
               MOVE WS-PERIOD-MAX TO WS-ELAPSED-PERIODS
           END-IF.
           IF WS-ELAPSED-PERIODS NOT > ZERO
               MOVE ZEROES TO WS-ELAPSED-PERIODS
               PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF.


           COMPUTE WS-PAST-DUE = WS-CUM-DUE - WS-TOTAL-PAID.
           IF WS-PAST-DUE NOT > ZERO OR WS-OLDEST-UNPAID = ZERO
               PERFORM 2350-CHECK-MATURED THRU 2350-EXIT
           END-IF.
           IF WS-PAST-DUE NOT > ZERO OR WS-OLDEST-UNPAID = ZERO
               MOVE ZEROES TO WS-OLDEST-UNPAID
               MOVE ZEROES TO WS-PAST-DUE
               PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT
               IF LM-ST-BOOKED
                   PERFORM 2700-CLOSE-CURED-CASE THRU 2700-EXIT
               END-IF
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2400-DAYS-PAST-DUE THRU 2400-EXIT.
           PERFORM 2450-NAME-BUCKET THRU 2450-EXIT.
           PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2500-BUCKET-PAST-DUE THRU 2500-EXIT.
           IF WS-DAYS-PAST-DUE < 30
               PERFORM 2700-CLOSE-CURED-CASE THRU 2700-EXIT
           ELSE
               PERFORM 9891-CHECK-LEGAL-HOLD THRU 9891-EXIT
               PERFORM 9941-CHECK-REPAY-PLAN THRU 9941-EXIT
               EVALUATE TRUE
                   WHEN LEGAL-HOLD-ON
                       PERFORM 2650-HOLD-CASE THRU 2650-EXIT
                   WHEN REPAY-PLAN-ON
                       PERFORM 2700-CLOSE-CURED-CASE THRU 2700-EXIT
                   WHEN OTHER
                       PERFORM 2600-FEED-CASE THRU 2600-EXIT
               END-EVALUATE
           END-IF.

           MOVE WS-PAST-DUE TO WS-PAST-DUE-DISPLAY.
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2210-EXIT
           END-IF.
      * Paid-to-date is net of the escrow portion and the late
      * charges collected - neither serviced the debt.
           IF PH-POSTED
               COMPUTE WS-TOTAL-PAID =
                   WS-TOTAL-PAID + PH-AMOUNT - PH-ESCROW - PH-FEES
           END-IF.
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
       2210-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2350-CHECK-MATURED
      *
      * A BOOKED loan the schedule calls current, whose final
      * period has fallen due and which still owes: the whole
      * outstanding balance is past due, aged from the final
      * period's due date.
      *-----------------------------------------------------------
       2350-CHECK-MATURED.
           IF NOT LM-ST-BOOKED
               OR LM-TERM NOT > ZERO
               OR LM-OUTSTANDING-BAL NOT > ZERO
               OR WS-PERIODS-FALLEN < LM-TERM
               GO TO 2350-EXIT
           END-IF.
           MOVE LM-TERM TO WS-OLDEST-UNPAID.
           MOVE LM-OUTSTANDING-BAL TO WS-PAST-DUE.
           ADD 1 TO WS-MATURED-COUNT.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-DAYS-PAST-DUE
      *
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2450-NAME-BUCKET
      *
      * The bucket name the snapshot and the collections case
      * carry for the loan's days past due.
      *-----------------------------------------------------------
       2450-NAME-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE "CURRENT" TO WS-CASE-BUCKET
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE "30+" TO WS-CASE-BUCKET
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE "60+" TO WS-CASE-BUCKET
               WHEN OTHER
                   MOVE "90+" TO WS-CASE-BUCKET
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-BUCKET-PAST-DUE
      *
      * A loan 30 or more days down gets a collections case: a new
      * OPEN case the first time, and the bucket refreshed on an
      * existing one. A case an earlier cure CLOSED re-opens when
      * the loan slips again, and a HELD case re-opens once its
      * legal hold is lifted.
      *-----------------------------------------------------------
       2600-FEED-CASE.
           IF NOT COLL-CASE-OPENED
               GO TO 2600-EXIT
           END-IF.
           MOVE LM-APPL-ID TO CC-APPL-ID.
           READ COLL-CASE-FILE
               INVALID KEY
                   MOVE ZEROES TO CC-ACTION-DATE
                   MOVE ZEROES TO CC-PROMISE-DATE
                   MOVE ZEROES TO CC-CLOSE-DATE
                   MOVE ZEROES TO CC-PROMISE-MADE
                   MOVE SPACES TO CC-PROMISE-STATE
                   MOVE "N" TO CC-PRIORITY
                   WRITE COLL-CASE-RECORD
                   ADD 1 TO WS-CASES-OPENED
                   DISPLAY "Collections case opened for '"
                       LM-APPL-ID "' (" WS-CASE-BUCKET ")."
               NOT INVALID KEY
                   IF CC-CLOSED OR CC-HELD
                       MOVE "OPEN" TO CC-STATUS
                       MOVE WS-ASOF-DATE TO CC-OPEN-DATE
                       MOVE ZEROES TO CC-CLOSE-DATE
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2650-HOLD-CASE
      *
      * A delinquent loan under a legal hold opens no case; an
      * open one is set HELD so no collector works it, its bucket
      * still refreshed.
      *-----------------------------------------------------------
       2650-HOLD-CASE.
           IF NOT COLL-CASE-OPENED
               GO TO 2650-EXIT
           END-IF.
           MOVE LM-APPL-ID TO CC-APPL-ID.
           READ COLL-CASE-FILE
               INVALID KEY
                   GO TO 2650-EXIT
           END-READ.
           IF CC-CLOSED
               GO TO 2650-EXIT
           END-IF.
           IF CC-OPEN
               MOVE "HELD" TO CC-STATUS
               ADD 1 TO WS-CASES-HELD
               DISPLAY "Collections case held for '" LM-APPL-ID
                   "' - legal hold " WS-HLD-TYPE " "
                   WS-HLD-CASE-REF "."
           END-IF.
           MOVE WS-CASE-BUCKET TO CC-BUCKET.
           REWRITE COLL-CASE-RECORD.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2700-CLOSE-CURED-CASE
      *
      * A loan that is current (or under 30 days down), or that
      * has left BOOKED altogether, closes any open or held case.
      *-----------------------------------------------------------
       2700-CLOSE-CURED-CASE.
           IF NOT COLL-CASE-OPENED
               INVALID KEY
                   GO TO 2700-EXIT
           END-READ.
           IF CC-OPEN OR CC-HELD
               MOVE "CLOSED" TO CC-STATUS
               MOVE WS-ASOF-DATE TO CC-CLOSE-DATE
               REWRITE COLL-CASE-RECORD
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2800-WRITE-SNAPSHOT
      *
      * The loan's row on DLQSNAP - the determination just made,
      * for the downstream jobs to read by key. The oldest unpaid
      * period's due date is carried as a date whatever the loan's
      * frequency.
      *-----------------------------------------------------------
       2800-WRITE-SNAPSHOT.
           IF NOT DLQ-SNAP-OPENED
               GO TO 2800-EXIT
           END-IF.
           MOVE LM-APPL-ID TO DS-APPL-ID.
           MOVE WS-ASOF-DATE TO DS-ASOF-DATE.
           MOVE WS-ELAPSED-PERIODS TO DS-ELAPSED-PERIODS.
           MOVE WS-OLDEST-UNPAID TO DS-OLDEST-UNPAID.
           IF WS-OLDEST-UNPAID = ZERO
               MOVE ZEROES TO DS-OLDEST-DUE-DATE
           ELSE
               COMPUTE DS-OLDEST-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           END-IF.
           MOVE WS-DAYS-PAST-DUE TO DS-DAYS-PAST-DUE.
           MOVE WS-CASE-BUCKET TO DS-BUCKET.
           MOVE WS-PAST-DUE TO DS-PAST-DUE.
           WRITE DLQ-SNAP-RECORD
               INVALID KEY
                   DISPLAY "*** DLQSNAP write failed for '"
                       LM-APPL-ID "' - status " WS-DLQ-SNAP-STATUS
                   GO TO 2800-EXIT
           END-WRITE.
           ADD 1 TO WS-SNAP-COUNT.
       2800-EXIT.
           EXIT.

       5000-PRINT-AGE-LINE.
           DISPLAY AGE-LOAN-TYPE (AGE-IDX) " "
               AGE-CURRENCY (AGE-IDX) WITH NO ADVANCING.
       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.
           END-READ.
       8200-EXIT.
           EXIT.

           COPY lnhldchk.
           COPY lnrppchk.
           COPY lnrstwrt.
