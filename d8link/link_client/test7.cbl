      *
      * Prompts for an application id and the as-of period, dispatches
      * D8link "payoff", and displays the remaining balance, accrued
      * interest, prepayment penalty and total payoff figure the
      * service returns - so the desk can answer a settlement
      * question without hand-walking AMORTSCH.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Prompts for the settlement date too - an
      *                  actual/365 loan is quoted per-diem to it
      *                  rather than a full period's interest.
      * 2026-10-15  RJM  Shows the prepayment penalty line.
      * 2026-10-15  RJM  A call refused by the client's call
      *                  quota is reported as such, not as a
      *                  business error.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-BAL-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-INT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-PAYOFF-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-PENALTY-DISPLAY PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

                   DISPLAY "    (service unreachable - transport "
                       "failure)"
               ELSE
                   IF D8-CALL-THROTTLED
                       DISPLAY "    (refused - over the call quota)"
                   ELSE
                       DISPLAY "    (service returned a business "
                           "error)"
                   END-IF
               END-IF
           ELSE
               MOVE PQ-REMAINING-BAL TO WS-BAL-DISPLAY
               MOVE PQ-ACCRUED-INTEREST TO WS-INT-DISPLAY
               MOVE PQ-PREPAY-PENALTY TO WS-PENALTY-DISPLAY
               MOVE PQ-TOTAL-PAYOFF TO WS-PAYOFF-DISPLAY
               DISPLAY "Payoff quote for " PQ-APPL-ID
               DISPLAY "  Remaining balance: " WS-BAL-DISPLAY
               DISPLAY "  Accrued interest:  " WS-INT-DISPLAY
               DISPLAY "  Prepayment charge: " WS-PENALTY-DISPLAY
               DISPLAY "  Total payoff:      " WS-PAYOFF-DISPLAY
           END-IF.

