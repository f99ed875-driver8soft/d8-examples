      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original worklist program.
      * 2026-09-02  RJM  Operators sign on against OPERMSTR and
      *                  every change lands on the shared MAINTAUD
      *                  audit file with before/after images - the
      *                  same treatment the other maintenance
      *                  programs carry.
      * 2026-10-15  RJM  A new promise-to-pay date is stamped with
      *                  the day it was made and awaits clptpevl's
      *                  verdict; recording an action takes a
      *                  broken-promise case off the top of the
      *                  worklist. The promise outcome and priority
      *                  are shown with the case.
      * 2026-10-15  RJM  A HELD case - the loan is under a legal
      *                  hold - takes no action, assignment or
      *                  promise.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               DISPLAY "Case is closed - nothing to record."
               GO TO 2000-NEXT
           END-IF.
           IF CC-HELD
               DISPLAY "Case is HELD - the loan is under a legal "
                   "hold; no collection contact."
               GO TO 2000-NEXT
           END-IF.

           DISPLAY "Collector (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO CC-LAST-ACTION
               MOVE WS-TODAY TO CC-ACTION-DATE
               MOVE "N" TO CC-PRIORITY
           END-IF.

           DISPLAY "Promise-to-pay date (YYYYMMDD, 0 to keep): "
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY > ZEROES
               MOVE WS-DATE-ENTRY TO CC-PROMISE-DATE
               MOVE WS-TODAY TO CC-PROMISE-MADE
               MOVE SPACES TO CC-PROMISE-STATE
           END-IF.

           REWRITE COLL-CASE-RECORD
           DISPLAY "Collector:   " CC-COLLECTOR.
           DISPLAY "Last action: " CC-LAST-ACTION " on "
               CC-ACTION-DATE.
           EVALUATE TRUE
               WHEN CC-PROMISE-DATE = ZEROES
                   DISPLAY "Promise:     none"
               WHEN CC-PROMISE-KEPT
                   DISPLAY "Promise:     " CC-PROMISE-DATE " KEPT"
               WHEN CC-PROMISE-BROKEN
                   DISPLAY "Promise:     " CC-PROMISE-DATE " BROKEN"
               WHEN OTHER
                   DISPLAY "Promise:     " CC-PROMISE-DATE
                       " made " CC-PROMISE-MADE
           END-EVALUATE.
           IF CC-TOP-PRIORITY
               DISPLAY "Priority:    TOP - broken promise not yet "
                   "worked"
           END-IF.
           IF CC-CLOSED
               DISPLAY "Closed:      " CC-CLOSE-DATE
           END-IF.
