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
               DISPLAY "Answered by " RESP-SERVER-ID
