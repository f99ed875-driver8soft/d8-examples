      *                  ramp/steady/ramp-down phases and a paced
      *                  drive loop - flat-out was the only shape
      *                  the capacity team could refuse to sign.
      * 2026-10-15  RJM  A call refused by the client's call
      *                  quota is reported as such, not as a
      *                  business error.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
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
               ADD 1 TO WS-CONSEC-FAILURES
           ELSE
