               WITH NO ADVANCING.
           ACCEPT BORR-NO.

           DISPLAY "Originator id (blank if none): "
               WITH NO ADVANCING.
           ACCEPT ORIG-ID.

           MOVE "test2" TO WS-EVT-PROGRAM.
           MOVE "test2" TO WS-D8-CLIENT-ID.
           PERFORM 9690-LOAD-D8-ROUTES THRU 9690-EXIT.
               GOBACK
           END-IF.

      * One key for this pricing, however many times it is sent.
           PERFORM 9650-NEW-D8-REQUEST-KEY THRU 9650-EXIT.
           MOVE WS-D8-REQUEST-KEY TO REQUEST-KEY.

           PERFORM 9600-DISPATCH-D8LINK THRU 9600-EXIT.

           MOVE C TO WS-RATE-DISPLAY.
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

