      ******************************************************************
      *
      * Extra-Payment What-If Service
      * =============================
      *
      * Answers "how much sooner would I finish, and how much
      * interest would I save, if I paid more" while the borrower
      * is still on the phone, instead of in a spreadsheet. Given
      * an application id, an extra amount paid on top of every
      * scheduled payment (per period at the loan's own frequency
      * - per month on the monthly loans that are most of the
      * book) and/or a one-off lump sum with the period it is paid
      * in, returns the new payoff period, the periods and months
      * saved and the total interest saved. Registered with D8link
      * under PROG-NAME "whatif"; test12 is the interactive client.
      *
      * The loan's position is taken from its schedule: the current
      * period is the first AMORTSCH period whose remaining balance
      * is below the posted LM-OUTSTANDING-BAL - the first period
      * the borrower has not yet paid through - and the simulation
      * starts from the posted balance, so payments already made
      * ahead of schedule are counted. A loan with no schedule rows
      * is taken as standing at period 1.
      *
      * The rest of the loan is then run forward twice, period by
      * period at LM-RATE and the loan's frequency, the way payoff
      * charges a period's interest - once at LM-PAYMENT as things
      * stand and once with the extra payments - so rounding in
      * the one method cannot pass for a saving. The final period
      * pays only what is left.
      *
      * Nothing is ever written - the master and the schedule are
      * both opened INPUT.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original what-if service.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. whatif.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT AMORT-SCHED-FILE ASSIGN TO "AMORTSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.
           COPY amortsch.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".

       01 WS-AMORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SCHEDULE VALUE "Y".

       77 WS-PERIOD-RATE PIC S9(3)V9(9) COMP-3.
       01 WS-PERIODS-YR PIC S9(3) COMP.

      * A run that has not paid the loan off this many periods on
      * is a payment that does not cover the interest.
       01 WS-MAX-PERIODS PIC S9(4) COMP VALUE 2400.
       01 WS-SIM-LIMIT PIC S9(4) COMP.

      * One simulated run - the payments it makes in, the payoff
      * period and interest it comes out with.
       01 WS-SIM-EXTRA PIC S9(7)V9(2) COMP-3.
       01 WS-SIM-LUMP PIC S9(7)V9(2) COMP-3.
       01 WS-SIM-LUMP-PERIOD PIC S9(4) COMP.
       01 WS-SIM-PERIOD PIC S9(4) COMP.
       01 WS-SIM-BAL PIC S9(7)V9(2) COMP-3.
       01 WS-SIM-INT PIC S9(7)V9(2) COMP-3.
       01 WS-SIM-PAY PIC S9(7)V9(2) COMP-3.
       01 WS-SIM-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-SIM-LAST-PERIOD PIC S9(4) COMP.
       01 WS-SIM-DONE PIC X(01) VALUE "N".
           88 SIM-PAID-OFF VALUE "Y".

       LINKAGE SECTION.
           COPY whatifarea.

       PROCEDURE DIVISION USING COMMAREA.

       0000-MAIN.
           MOVE ZEROES TO WI-CURRENT-PERIOD.
           MOVE ZEROES TO WI-START-BAL.
           MOVE ZEROES TO WI-ORIG-LAST-PERIOD.
           MOVE ZEROES TO WI-ORIG-INTEREST.
           MOVE ZEROES TO WI-NEW-LAST-PERIOD.
           MOVE ZEROES TO WI-NEW-INTEREST.
           MOVE ZEROES TO WI-PERIODS-SAVED.
           MOVE ZEROES TO WI-MONTHS-SAVED.
           MOVE ZEROES TO WI-INTEREST-SAVED.

           IF WI-EXTRA-PAYMENT < ZERO OR WI-LUMP-SUM < ZERO
               DISPLAY "*** What-if amounts cannot be negative"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WI-EXTRA-PAYMENT = ZERO AND WI-LUMP-SUM = ZERO
               DISPLAY "*** What-if needs an extra payment or a "
                   "lump sum"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-READ-LOAN THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           IF LM-OUTSTANDING-BAL NOT > ZERO
               DISPLAY "*** Nothing outstanding on application id '"
                   WI-APPL-ID "'"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF LM-PAYMENT NOT > ZERO
               DISPLAY "*** No scheduled payment on application id '"
                   WI-APPL-ID "'"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-FIND-POSITION THRU 2000-EXIT.
           IF WI-LUMP-PERIOD = ZERO
               MOVE WI-CURRENT-PERIOD TO WI-LUMP-PERIOD
           END-IF.
           IF WI-LUMP-SUM > ZERO
               AND WI-LUMP-PERIOD < WI-CURRENT-PERIOD
               DISPLAY "*** Lump-sum period " WI-LUMP-PERIOD
                   " is already past - the loan stands at period "
                   WI-CURRENT-PERIOD
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-YR
               WHEN LM-PF-QUARTERLY
                   MOVE 4 TO WS-PERIODS-YR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-YR
           END-EVALUATE.
           COMPUTE WS-PERIOD-RATE =
               LM-RATE / WS-PERIODS-YR / 100.
           COMPUTE WS-SIM-LIMIT = WI-CURRENT-PERIOD + WS-MAX-PERIODS.

      * As things stand.
           MOVE ZEROES TO WS-SIM-EXTRA.
           MOVE ZEROES TO WS-SIM-LUMP.
           MOVE ZEROES TO WS-SIM-LUMP-PERIOD.
           PERFORM 3000-SIMULATE THRU 3000-EXIT.
           IF NOT SIM-PAID-OFF
               DISPLAY "*** The scheduled payment on '" WI-APPL-ID
                   "' does not pay the loan off"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SIM-LAST-PERIOD TO WI-ORIG-LAST-PERIOD.
           MOVE WS-SIM-INTEREST TO WI-ORIG-INTEREST.

      * With the extra payments made.
           MOVE WI-EXTRA-PAYMENT TO WS-SIM-EXTRA.
           MOVE WI-LUMP-SUM TO WS-SIM-LUMP.
           MOVE WI-LUMP-PERIOD TO WS-SIM-LUMP-PERIOD.
           PERFORM 3000-SIMULATE THRU 3000-EXIT.
           MOVE WS-SIM-LAST-PERIOD TO WI-NEW-LAST-PERIOD.
           MOVE WS-SIM-INTEREST TO WI-NEW-INTEREST.

           COMPUTE WI-PERIODS-SAVED =
               WI-ORIG-LAST-PERIOD - WI-NEW-LAST-PERIOD.
           COMPUTE WI-INTEREST-SAVED =
               WI-ORIG-INTEREST - WI-NEW-INTEREST.
           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   COMPUTE WI-MONTHS-SAVED ROUNDED =
                       WI-PERIODS-SAVED * 12 / 26
               WHEN LM-PF-QUARTERLY
                   COMPUTE WI-MONTHS-SAVED = WI-PERIODS-SAVED * 3
               WHEN OTHER
                   MOVE WI-PERIODS-SAVED TO WI-MONTHS-SAVED
           END-EVALUATE.
           GOBACK.

       1000-READ-LOAN.
           MOVE WI-APPL-ID TO LM-APPL-ID.
           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for application id '"
                       WI-APPL-ID "'"
                   MOVE 1 TO RETURN-CODE
           END-READ.
           CLOSE LOAN-MSTR-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-FIND-POSITION
      *
      * Walks the loan's schedule by key to the first period whose
      * remaining balance is below the posted balance - the period
      * the borrower is now paying towards. Period 1 when the loan
      * has no schedule.
      *-----------------------------------------------------------
       2000-FIND-POSITION.
           MOVE LM-OUTSTANDING-BAL TO WI-START-BAL.
           MOVE 1 TO WI-CURRENT-PERIOD.
           MOVE "N" TO WS-AMORT-EOF.
           OPEN INPUT AMORT-SCHED-FILE.
           IF NOT AMORT-FILE-OPENED
               GO TO 2000-EXIT
           END-IF.
           MOVE WI-APPL-ID TO AMORT-APPL-ID.
           MOVE ZEROES TO AMORT-PERIOD-NO.
           START AMORT-SCHED-FILE KEY NOT < AMORT-KEY
               INVALID KEY MOVE "Y" TO WS-AMORT-EOF
           END-START.
           IF NOT END-OF-SCHEDULE
               PERFORM 8300-READ-SCHEDULE THRU 8300-EXIT
               PERFORM 2100-CHECK-PERIOD THRU 2100-EXIT
                   UNTIL END-OF-SCHEDULE
           END-IF.
           CLOSE AMORT-SCHED-FILE.
       2000-EXIT.
           EXIT.

       2100-CHECK-PERIOD.
           IF AMORT-APPL-ID NOT = WI-APPL-ID
               MOVE "Y" TO WS-AMORT-EOF
               GO TO 2100-EXIT
           END-IF.
           IF AMORT-REMAINING-BAL < WI-START-BAL
               MOVE AMORT-PERIOD-NO TO WI-CURRENT-PERIOD
               MOVE "Y" TO WS-AMORT-EOF
               GO TO 2100-EXIT
           END-IF.
           PERFORM 8300-READ-SCHEDULE THRU 8300-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-SIMULATE
      *
      * Runs the loan forward from the current period and balance
      * at LM-PAYMENT plus WS-SIM-EXTRA every period and WS-SIM-
      * LUMP in WS-SIM-LUMP-PERIOD, until the balance is cleared or
      * the period limit is reached. A payment that does not cover
      * the period's interest ends the run unpaid.
      *-----------------------------------------------------------
       3000-SIMULATE.
           MOVE WI-START-BAL TO WS-SIM-BAL.
           MOVE WI-CURRENT-PERIOD TO WS-SIM-PERIOD.
           MOVE ZEROES TO WS-SIM-INTEREST.
           MOVE ZEROES TO WS-SIM-LAST-PERIOD.
           MOVE "N" TO WS-SIM-DONE.
           PERFORM 3100-ONE-PERIOD THRU 3100-EXIT
               UNTIL SIM-PAID-OFF
               OR WS-SIM-PERIOD > WS-SIM-LIMIT.
       3000-EXIT.
           EXIT.

       3100-ONE-PERIOD.
           COMPUTE WS-SIM-INT ROUNDED = WS-SIM-BAL * WS-PERIOD-RATE.
           COMPUTE WS-SIM-PAY = LM-PAYMENT + WS-SIM-EXTRA.
           IF WS-SIM-PERIOD = WS-SIM-LUMP-PERIOD
               ADD WS-SIM-LUMP TO WS-SIM-PAY
           END-IF.
           ADD WS-SIM-INT TO WS-SIM-INTEREST.
           IF WS-SIM-PAY NOT < WS-SIM-BAL + WS-SIM-INT
               MOVE ZEROES TO WS-SIM-BAL
               MOVE WS-SIM-PERIOD TO WS-SIM-LAST-PERIOD
               MOVE "Y" TO WS-SIM-DONE
               GO TO 3100-EXIT
           END-IF.
           IF WS-SIM-PAY NOT > WS-SIM-INT
               COMPUTE WS-SIM-PERIOD = WS-SIM-LIMIT + 1
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-SIM-BAL = WS-SIM-BAL - (WS-SIM-PAY - WS-SIM-INT).
           ADD 1 TO WS-SIM-PERIOD.
       3100-EXIT.
           EXIT.

       8300-READ-SCHEDULE.
           READ AMORT-SCHED-FILE NEXT
               AT END MOVE "Y" TO WS-AMORT-EOF
           END-READ.
       8300-EXIT.
           EXIT.
