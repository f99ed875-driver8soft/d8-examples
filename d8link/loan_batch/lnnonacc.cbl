      ******************************************************************
      *
      * Non-Accrual Batch
      * =================
      *
      * Stops interest income being booked on loans we will never
      * collect from. Every BOOKED loan whose oldest unpaid period
      * (the lnaging determination, read from the DLQSNAP snapshot
      * that run leaves) is NONACCPM days past due or more - 90
      * when NONACCPM is absent - goes on non-accrual: LM-ACCRUAL-
      * STATUS N, and a SUSPEND row on NONACCR carrying the
      * interest accrued since the last posted payment (or since
      * booking), which no payment has cleared. lnglextr stops the
      * daily accrual on the loan, reverses that interest out of
      * INTINC on the suspension date, and from then on books the
      * interest portion of each payment straight to income - cash
      * basis.
      *
      * A non-accrual loan cures one period at a time: each period
      * that falls due with the loan fully current counts, any
      * shortfall puts the count back to zero, and once NONACCPM's
      * cure periods (3 when absent) have counted consecutively the
      * loan returns to accrual with a RESTORE row on NONACCR.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original non-accrual batch.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnnonacc.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NONACC-PRM-FILE ASSIGN TO "NONACCPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NONACC-PRM-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-APPL-ID
               FILE STATUS IS WS-DLQ-SNAP-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT NON-ACCR-FILE ASSIGN TO "NONACCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-KEY
               FILE STATUS IS WS-NON-ACCR-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.

       DATA DIVISION.
       FILE SECTION.
       FD  NONACC-PRM-FILE.
       01  NONACC-PRM-RECORD.
           05 NP-DAYS          PIC 9(03).
           05 NP-CURE-PERIODS  PIC 9(02).

           COPY loanmstr.

           COPY dlqsnap.

           COPY payhist.

           COPY nonaccr.

           COPY lnjrnfd.

           COPY lnlckfd.

       WORKING-STORAGE SECTION.
       01 WS-NONACC-PRM-STATUS PIC X(02) VALUE SPACES.
           88 NONACC-PRM-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-NON-ACCR-STATUS PIC X(02) VALUE SPACES.
           88 NON-ACCR-OPENED VALUE "00".
           88 NON-ACCR-NOT-FOUND VALUE "35".

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".

       01 WS-NONACC-DAYS PIC 9(03) VALUE 90.
       01 WS-CURE-PERIODS PIC 9(02) VALUE 3.

       01 WS-ASOF-DATE PIC 9(08).
       01 WS-ASOF-INT PIC 9(08) COMP.

      * The loan in hand, as the snapshot has it.
       01 WS-PAST-DUE PIC S9(9)V9(2) COMP-3.
       01 WS-DAYS-PAST-DUE PIC S9(5) COMP.
       01 WS-ELAPSED-PERIODS PIC 9(04).

      * Interest the accrual built since the last posted payment.
       01 WS-LAST-PAY-DATE PIC 9(08).
       01 WS-ACCRUED-FROM PIC 9(08).
       01 WS-ACCRUAL-DAYS PIC S9(05) COMP.
       01 WS-REVERSED-INT PIC S9(7)V9(2) COMP-3.

       01 WS-MASTER-CHANGED PIC X(01) VALUE "N".
           88 MASTER-CHANGED VALUE "Y".

       01 WS-SUSPEND-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-RESTORE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-REVERSED-TOTAL PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.

           COPY lnjrnws.
           COPY lnlckws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lnnonacc" TO WS-JRN-PROGRAM.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

           PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.

           OPEN INPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "*** Unable to open DLQSNAP - status "
                   WS-DLQ-SNAP-STATUS " - run lnaging first; "
                   "accrual status unchanged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O NON-ACCR-FILE.
           IF NON-ACCR-NOT-FOUND
               OPEN OUTPUT NON-ACCR-FILE
               CLOSE NON-ACCR-FILE
               OPEN I-O NON-ACCR-FILE
           END-IF.
           IF NOT NON-ACCR-OPENED
               DISPLAY "*** Unable to open NONACCR - status "
                   WS-NON-ACCR-STATUS " - accrual status unchanged."
               CLOSE DLQ-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "lnnonacc" TO WS-LCK-HOLDER.
           PERFORM 9870-ACQUIRE-RUN-LOCK THRU 9870-EXIT.
           IF NOT LOCK-GRANTED
               DISPLAY "*** LOANMSTR is locked by " WS-LCK-OWNER
                   " since " WS-LCK-OWNER-DATE "-"
                   WS-LCK-OWNER-TIME " - run abandoned."
               CLOSE NON-ACCR-FILE
               CLOSE DLQ-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               CLOSE NON-ACCR-FILE
               CLOSE DLQ-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PAY-HIST-FILE.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-WORK-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           IF PAY-HIST-OPENED
               CLOSE PAY-HIST-FILE
           END-IF.
           CLOSE LOAN-MSTR-FILE.
           CLOSE NON-ACCR-FILE.
           CLOSE DLQ-SNAP-FILE.
           PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT.

           MOVE WS-REVERSED-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "lnnonacc: " WS-SUSPEND-COUNT " loan(s) put on "
               "non-accrual (" WS-AMT-DISPLAY " interest reversed), "
               WS-RESTORE-COUNT " restored to accrual.".
           GOBACK.

       1000-LOAD-PARAMETERS.
           OPEN INPUT NONACC-PRM-FILE.
           IF NOT NONACC-PRM-OPENED
               GO TO 1000-EXIT
           END-IF.
           READ NONACC-PRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF NP-DAYS NUMERIC AND NP-DAYS > ZERO
                       MOVE NP-DAYS TO WS-NONACC-DAYS
                   END-IF
                   IF NP-CURE-PERIODS NUMERIC
                       AND NP-CURE-PERIODS > ZERO
                       MOVE NP-CURE-PERIODS TO WS-CURE-PERIODS
                   END-IF
           END-READ.
           CLOSE NONACC-PRM-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-WORK-LOAN
      *
      * An accruing BOOKED loan is tested for suspension, a non-
      * accrual one for its cure.
      *-----------------------------------------------------------
       2000-WORK-LOAN.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.
           MOVE "N" TO WS-MASTER-CHANGED.

           IF LM-NON-ACCRUAL
               PERFORM 4000-WATCH-CURE THRU 4000-EXIT
           ELSE
               IF WS-PAST-DUE > ZERO
                   AND WS-DAYS-PAST-DUE NOT < WS-NONACC-DAYS
                   PERFORM 3000-SUSPEND-ACCRUAL THRU 3000-EXIT
               END-IF
           END-IF.

           IF MASTER-CHANGED
               REWRITE LOAN-MSTR-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '" LM-APPL-ID
                           "' - status " WS-LOAN-MSTR-STATUS
                       GO TO 2000-NEXT
               END-REWRITE
               MOVE "R" TO WS-JRN-ACTION
               PERFORM 9860-JOURNAL-LOAN THRU 9860-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-READ-SNAPSHOT
      *
      * The loan's past-due amount, days past due and periods
      * fallen due as the night's lnaging run found them; a loan
      * with no snapshot row has had nothing fall due.
      *-----------------------------------------------------------
       2200-READ-SNAPSHOT.
           MOVE ZEROES TO WS-DAYS-PAST-DUE.
           MOVE ZEROES TO WS-PAST-DUE.
           MOVE ZEROES TO WS-ELAPSED-PERIODS.
           MOVE LM-APPL-ID TO DS-APPL-ID.
           READ DLQ-SNAP-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE DS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE.
           MOVE DS-PAST-DUE TO WS-PAST-DUE.
           MOVE DS-ELAPSED-PERIODS TO WS-ELAPSED-PERIODS.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-SUSPEND-ACCRUAL
      *
      * Works out the interest accrued and not yet paid - one
      * day's accrual at today's balance and rate for every day
      * since the last posted payment, or since booking when
      * nothing has posted - records it on NONACCR for lnglextr
      * to reverse, and marks the loan non-accrual.
      *-----------------------------------------------------------
       3000-SUSPEND-ACCRUAL.
           PERFORM 3100-LAST-PAYMENT THRU 3100-EXIT.
           IF WS-LAST-PAY-DATE > LM-STATUS-DATE
               MOVE WS-LAST-PAY-DATE TO WS-ACCRUED-FROM
           ELSE
               MOVE LM-STATUS-DATE TO WS-ACCRUED-FROM
           END-IF.
           MOVE ZEROES TO WS-ACCRUAL-DAYS.
           IF WS-ACCRUED-FROM NUMERIC AND WS-ACCRUED-FROM > ZERO
               COMPUTE WS-ACCRUAL-DAYS = WS-ASOF-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ACCRUED-FROM)
           END-IF.
           IF WS-ACCRUAL-DAYS < ZERO
               MOVE ZEROES TO WS-ACCRUAL-DAYS
           END-IF.
           COMPUTE WS-REVERSED-INT ROUNDED =
               LM-OUTSTANDING-BAL * (LM-RATE / 100) / 365
               * WS-ACCRUAL-DAYS.
           IF WS-REVERSED-INT < ZERO
               MOVE ZEROES TO WS-REVERSED-INT
           END-IF.

           MOVE LM-APPL-ID TO NA-APPL-ID.
           MOVE WS-ASOF-DATE TO NA-EVENT-DATE.
           MOVE "SUSPEND" TO NA-EVENT.
           MOVE WS-DAYS-PAST-DUE TO NA-DAYS-PAST-DUE.
           MOVE LM-OUTSTANDING-BAL TO NA-BALANCE.
           MOVE WS-ACCRUED-FROM TO NA-ACCRUED-FROM.
           MOVE WS-REVERSED-INT TO NA-REVERSED-INT.
           WRITE NON-ACCR-RECORD
               INVALID KEY
                   DISPLAY "*** NONACCR write failed for '"
                       LM-APPL-ID "' - status " WS-NON-ACCR-STATUS
                       " - left accruing."
                   GO TO 3000-EXIT
           END-WRITE.

           MOVE "N" TO LM-ACCRUAL-STATUS.
           MOVE WS-ASOF-DATE TO LM-NONACC-DATE.
           MOVE ZEROES TO LM-CURE-COUNT.
           MOVE WS-ELAPSED-PERIODS TO LM-CURE-PERIOD.
           MOVE "Y" TO WS-MASTER-CHANGED.
           ADD 1 TO WS-SUSPEND-COUNT.
           ADD WS-REVERSED-INT TO WS-REVERSED-TOTAL.
           MOVE WS-REVERSED-INT TO WS-AMT-DISPLAY.
           DISPLAY "Non-accrual '" LM-APPL-ID "' at "
               WS-DAYS-PAST-DUE " days - " WS-AMT-DISPLAY " "
               LM-CURRENCY " accrued interest reversed.".
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3100-LAST-PAYMENT
      *
      * Pay date of the loan's latest POSTED payment - zero when
      * none has posted.
      *-----------------------------------------------------------
       3100-LAST-PAYMENT.
           MOVE ZEROES TO WS-LAST-PAY-DATE.
           IF NOT PAY-HIST-OPENED
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-PAY-EOF.
           MOVE LM-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
           END-START.
           IF NOT END-OF-PAYMENTS
               PERFORM 8100-READ-PAYMENT THRU 8100-EXIT
           END-IF.
           PERFORM 3110-TAKE-PAYMENT THRU 3110-EXIT
               UNTIL END-OF-PAYMENTS.
       3100-EXIT.
           EXIT.

       3110-TAKE-PAYMENT.
           IF PH-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-PAY-EOF
               GO TO 3110-EXIT
           END-IF.
           IF PH-POSTED AND PH-PAY-DATE > WS-LAST-PAY-DATE
               MOVE PH-PAY-DATE TO WS-LAST-PAY-DATE
           END-IF.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-WATCH-CURE
      *
      * A non-accrual loan with anything past due starts its cure
      * over. A fully current one counts each new period that has
      * fallen due since the last one counted; enough in a row
      * restores accrual.
      *-----------------------------------------------------------
       4000-WATCH-CURE.
           IF WS-PAST-DUE > ZERO
               IF LM-CURE-COUNT NOT = ZERO
                   OR LM-CURE-PERIOD NOT = WS-ELAPSED-PERIODS
                   MOVE ZEROES TO LM-CURE-COUNT
                   MOVE WS-ELAPSED-PERIODS TO LM-CURE-PERIOD
                   MOVE "Y" TO WS-MASTER-CHANGED
               END-IF
               GO TO 4000-EXIT
           END-IF.
           IF WS-ELAPSED-PERIODS NOT > LM-CURE-PERIOD
               GO TO 4000-EXIT
           END-IF.

           ADD 1 TO LM-CURE-COUNT.
           MOVE WS-ELAPSED-PERIODS TO LM-CURE-PERIOD.
           MOVE "Y" TO WS-MASTER-CHANGED.
           IF LM-CURE-COUNT < WS-CURE-PERIODS
               GO TO 4000-EXIT
           END-IF.

           MOVE LM-APPL-ID TO NA-APPL-ID.
           MOVE WS-ASOF-DATE TO NA-EVENT-DATE.
           MOVE "RESTORE" TO NA-EVENT.
           MOVE ZEROES TO NA-DAYS-PAST-DUE.
           MOVE LM-OUTSTANDING-BAL TO NA-BALANCE.
           MOVE ZEROES TO NA-ACCRUED-FROM.
           MOVE ZEROES TO NA-REVERSED-INT.
           WRITE NON-ACCR-RECORD
               INVALID KEY
                   DISPLAY "*** NONACCR write failed for '"
                       LM-APPL-ID "' - status " WS-NON-ACCR-STATUS
                       " - left on non-accrual."
                   GO TO 4000-EXIT
           END-WRITE.
           MOVE "A" TO LM-ACCRUAL-STATUS.
           MOVE ZEROES TO LM-CURE-COUNT.
           ADD 1 TO WS-RESTORE-COUNT.
           DISPLAY "Accrual restored on '" LM-APPL-ID "' after "
               WS-CURE-PERIODS " current period(s).".
       4000-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-PAYMENT.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-PAY-EOF
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
