      * ================
      *
      * Gives hopeless delinquency somewhere to go: every BOOKED
      * loan whose oldest unpaid period (the lnaging determination,
      * read from the DLQSNAP snapshot that run leaves) is past the
      * CHGOFFPM days-delinquent threshold is moved to
      * CHGD-OFF - the transition lnmaint's rules now allow - and
      * its written-down balance recorded on the CHGOFF charge-off
      * file. Charged-off loans leave the BOOKED book, so lnaging's
      * through lnpost as recoveries, and lnchgrpt reports both
      * sides monthly.
      *
      * A loan under a legal hold in force on LEGALHLD - a
      * bankruptcy stay, a death, litigation, on the loan or on its
      * borrower - is left BOOKED and reported instead; the charge-
      * off waits until the hold is lifted.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  A loan under a legal hold on LEGALHLD is not
      *                  charged off.
      * 2026-10-15  RJM  Takes days past due and the past-due amount
      *                  from the DLQSNAP snapshot lnaging writes
      *                  instead of re-aging each loan against
      *                  AMORTSCH and PAYHIST; refuses to run with no
      *                  snapshot.
      * 2026-09-02  RJM  Takes the exclusive LOANLOCK run-level
      *                  lock around its master updates - see
      *                  lnlckwrt.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-APPL-ID
               FILE STATUS IS WS-DLQ-SNAP-STATUS.
           SELECT CHGOFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOFF-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnhldsel.

       DATA DIVISION.
       FILE SECTION.

           COPY loanmstr.

           COPY dlqsnap.

      * Charge-off record - the written-down balance the day the
      * loan left the book.

           COPY lnlckfd.

           COPY legalhld.

       WORKING-STORAGE SECTION.
       01 WS-CHGOFF-PRM-STATUS PIC X(02) VALUE SPACES.
           88 CHGOFF-PRM-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".
       01 WS-CHGOFF-STATUS PIC X(02) VALUE SPACES.
           88 CHGOFF-NOT-FOUND VALUE "35".

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".

       01 WS-THRESHOLD-DAYS PIC 9(03) VALUE ZEROES.

       01 WS-ASOF-DATE PIC 9(08).

      * The loan in hand, as the snapshot has it.
       01 WS-PAST-DUE PIC S9(9)V9(2) COMP-3.
       01 WS-DAYS-PAST-DUE PIC S9(5) COMP.

       01 WS-CHARGED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-BAL-DISPLAY PIC -Z,ZZZ,ZZ9.99.

           COPY lnjrnws.
           COPY lnlckws.
           COPY lnhldws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lnchgoff" TO WS-JRN-PROGRAM.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-THRESHOLD THRU 1000-EXIT.
           IF WS-THRESHOLD-DAYS = ZEROES
               GOBACK
           END-IF.

           OPEN INPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "*** Unable to open DLQSNAP - status "
                   WS-DLQ-SNAP-STATUS " - run lnaging first; "
                   "nothing charged off."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "lnchgoff" TO WS-LCK-HOLDER.
           PERFORM 9870-ACQUIRE-RUN-LOCK THRU 9870-EXIT.
           IF NOT LOCK-GRANTED
               DISPLAY "*** LOANMSTR is locked by " WS-LCK-OWNER
                   " since " WS-LCK-OWNER-DATE "-"
                   WS-LCK-OWNER-TIME " - run abandoned."
               CLOSE DLQ-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               CLOSE DLQ-SNAP-FILE
               GOBACK
           END-IF.

               OPEN OUTPUT CHGOFF-FILE
           END-IF.

           MOVE WS-ASOF-DATE TO WS-HLD-ASOF.
           PERFORM 9890-OPEN-LEGAL-HOLD THRU 9890-EXIT.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-WORK-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           PERFORM 9892-CLOSE-LEGAL-HOLD THRU 9892-EXIT.
           CLOSE CHGOFF-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE DLQ-SNAP-FILE.
           PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT.

           DISPLAY "lnchgoff: " WS-CHARGED-COUNT " loan(s) "
               "charged off past " WS-THRESHOLD-DAYS " days.".
           DISPLAY "lnchgoff: " WS-HLD-COUNT " loan(s) past the "
               "threshold held back by a legal hold.".
           GOBACK.

       1000-LOAD-THRESHOLD.
      *-----------------------------------------------------------
      * 2000-WORK-LOAN
      *
      * Takes one BOOKED loan's age from the snapshot; past the
      * threshold it charges off - status, charge-off record,
      * report line.
      *-----------------------------------------------------------
       2000-WORK-LOAN.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
           IF WS-PAST-DUE NOT > ZERO
               OR WS-DAYS-PAST-DUE < WS-THRESHOLD-DAYS
               GO TO 2000-NEXT
           END-IF.

           PERFORM 9891-CHECK-LEGAL-HOLD THRU 9891-EXIT.
           IF LEGAL-HOLD-ON
               DISPLAY "Not charged off '" LM-APPL-ID "' - legal "
                   "hold " WS-HLD-TYPE " " WS-HLD-CASE-REF " at "
                   WS-DAYS-PAST-DUE " days."
               GO TO 2000-NEXT
           END-IF.

           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.
           MOVE "CHGD-OFF" TO LM-STATUS.
           MOVE WS-ASOF-DATE TO LM-STATUS-DATE.
           EXIT.

      *-----------------------------------------------------------
      * 2200-READ-SNAPSHOT
      *
      * The loan's past-due amount and the oldest unpaid period's
      * age in days as the night's lnaging run found them; a loan
      * with no snapshot row is current.
      *-----------------------------------------------------------
       2200-READ-SNAPSHOT.
           MOVE ZEROES TO WS-DAYS-PAST-DUE.
           MOVE ZEROES TO WS-PAST-DUE.
           MOVE LM-APPL-ID TO DS-APPL-ID.
           READ DLQ-SNAP-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE DS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE.
           MOVE DS-PAST-DUE TO WS-PAST-DUE.
       2200-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
       8000-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnhldchk.
