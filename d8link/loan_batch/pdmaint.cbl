      * was on a change; say validates the G loan-type code against
      * the products registered here before pricing.
      *
      * The product's prepayment-penalty schedule is kept here too:
      * the method (P percent of the amount prepaid, M months of
      * interest, N none), up to three loan-age bands with their
      * factors, and the share of the balance a curtailment may
      * repay free. A schedule that fails the LNPPNCHK checks is
      * refused and the old one kept.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Maintains the prepayment-penalty schedule.
      * 2026-09-02  RJM  Operators sign on against OPERMSTR and
      *                  every change lands on the shared MAINTAUD
      *                  audit file with before/after images - the
       01 WS-TERM-ENTRY PIC 9(04) VALUE ZEROES.
       01 WS-MIN-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-MAX-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-MONTH-ENTRY PIC 9(03) VALUE ZEROES.
       01 WS-FACTOR-ENTRY PIC 9(2)V9(2) VALUE ZEROES.
       01 WS-FACTOR-DISPLAY PIC Z9.99.
       01 WS-BAND-NO PIC 9(01) VALUE ZEROES.
       01 WS-PPN-SAVE PIC X(26).
           COPY lnppnws.
           COPY lnaudws.
           COPY lnopsws.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-PRODUCT THRU 2100-EXIT
               MOVE PROD-MSTR-RECORD TO WS-AUD-BEFORE
               IF PM-PPN-SCHEDULE = SPACES
                   MOVE ZEROES TO PM-PPN-SCHEDULE
                   MOVE "N" TO PM-PPN-METHOD
               END-IF
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               REWRITE PROD-MSTR-RECORD
                   INVALID KEY
                   MOVE ZEROES TO PM-MIN-TERM
                   MOVE ZEROES TO PM-MAX-TERM
                   MOVE "Y" TO PM-ACTIVE
                   MOVE ZEROES TO PM-PPN-SCHEDULE
                   MOVE "N" TO PM-PPN-METHOD
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   WRITE PROD-MSTR-RECORD
                       INVALID KEY
               " month(s).".
           DISPLAY "Rate bases:  " PM-RATE-BASES.
           DISPLAY "Active:      " PM-ACTIVE.
           DISPLAY "Prepayment:  method " PM-PPN-METHOD.
           IF PM-PPN-PERCENT OR PM-PPN-MONTHS
               PERFORM 2110-DISPLAY-BAND THRU 2110-EXIT
                   VARYING WS-PPN-IDX FROM 1 BY 1
                   UNTIL WS-PPN-IDX > 3
               MOVE PM-PPN-FREE-PCT TO WS-FACTOR-DISPLAY
               DISPLAY "             curtailments free up to "
                   WS-FACTOR-DISPLAY "% of the balance."
           END-IF.
       2100-EXIT.
           EXIT.

       2110-DISPLAY-BAND.
           IF PM-PPN-TO-MONTH (WS-PPN-IDX) NOT NUMERIC
               OR PM-PPN-TO-MONTH (WS-PPN-IDX) = ZEROES
               GO TO 2110-EXIT
           END-IF.
           MOVE PM-PPN-FACTOR (WS-PPN-IDX) TO WS-FACTOR-DISPLAY.
           IF PM-PPN-PERCENT
               DISPLAY "             to loan month "
                   PM-PPN-TO-MONTH (WS-PPN-IDX) " - "
                   WS-FACTOR-DISPLAY "% of the amount prepaid."
           ELSE
               DISPLAY "             to loan month "
                   PM-PPN-TO-MONTH (WS-PPN-IDX) " - "
                   WS-FACTOR-DISPLAY " month(s) of interest."
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-ACCEPT-FIELDS
      *
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-ACTIVE
           END-IF.
           PERFORM 2300-ACCEPT-PENALTY THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-ACCEPT-PENALTY
      *
      * The prepayment-penalty method, and - when the operator
      * asks to re-key them - the three bands and the curtailment
      * free percentage. A zero loan month ends the bands. The
      * schedule is checked whole; a faulty one is refused and the
      * schedule goes back to what it was.
      *-----------------------------------------------------------
       2300-ACCEPT-PENALTY.
           MOVE PM-PPN-SCHEDULE TO WS-PPN-SAVE.
           DISPLAY "Prepayment penalty method (P percent, M months' "
               "interest, N none): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-PPN-METHOD
           END-IF.
           IF PM-PPN-NONE
               GO TO 2300-CHECK
           END-IF.
           DISPLAY "Re-key the penalty bands? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2300-CHECK
           END-IF.
           PERFORM 2310-ACCEPT-BAND THRU 2310-EXIT
               VARYING WS-BAND-NO FROM 1 BY 1
               UNTIL WS-BAND-NO > 3.
           DISPLAY "Curtailment free percent of the balance: "
               WITH NO ADVANCING.
           ACCEPT WS-FACTOR-ENTRY.
           MOVE WS-FACTOR-ENTRY TO PM-PPN-FREE-PCT.
       2300-CHECK.
           PERFORM 9915-CHECK-PPN-SCHEDULE THRU 9915-EXIT.
           IF WS-PPN-ERROR NOT = SPACES
               DISPLAY "*** " WS-PPN-ERROR " - penalty schedule "
                   "left as it was."
               MOVE WS-PPN-SAVE TO PM-PPN-SCHEDULE
           END-IF.
       2300-EXIT.
           EXIT.

       2310-ACCEPT-BAND.
           DISPLAY "Band " WS-BAND-NO " - up to loan month (0 for "
               "no band): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-ENTRY.
           MOVE WS-MONTH-ENTRY TO PM-PPN-TO-MONTH (WS-BAND-NO).
           MOVE ZEROES TO PM-PPN-FACTOR (WS-BAND-NO).
           IF WS-MONTH-ENTRY = ZEROES
               GO TO 2310-EXIT
           END-IF.
           DISPLAY "Band " WS-BAND-NO " - factor: "
               WITH NO ADVANCING.
           ACCEPT WS-FACTOR-ENTRY.
           MOVE WS-FACTOR-ENTRY TO PM-PPN-FACTOR (WS-BAND-NO).
       2310-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
           COPY lnppnchk.
