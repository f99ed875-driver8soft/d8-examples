      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-09  RJM  Original batch variant.
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
           END-IF.

