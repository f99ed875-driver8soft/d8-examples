      * one not authorized for this program, is refused (SIGNON-OK
      * stays off); a missing OPERMSTR refuses too and additionally
      * sets SIGNON-NO-FILE, which only opmaint's first-time setup
      * treats differently. A granted sign-on carries the
      * operator's credit approval limit out in
      * WS-OPS-APPROVAL-LIMIT and fee waiver limit in
      * WS-OPS-WAIVER-LIMIT - zero for a profile without one.
      ******************************************************************
       9830-OPERATOR-SIGNON.
           MOVE "N" TO WS-OPS-STATE.
               GO TO 9830-EXIT
           END-IF.

           MOVE ZEROES TO WS-OPS-APPROVAL-LIMIT.
           IF OP-APPROVAL-LIMIT IS NUMERIC
               MOVE OP-APPROVAL-LIMIT TO WS-OPS-APPROVAL-LIMIT
           END-IF.
           MOVE ZEROES TO WS-OPS-WAIVER-LIMIT.
           IF OP-WAIVER-LIMIT IS NUMERIC
               MOVE OP-WAIVER-LIMIT TO WS-OPS-WAIVER-LIMIT
           END-IF.
           MOVE "Y" TO WS-OPS-STATE.
           DISPLAY "Signed on: " OP-NAME ".".
       9830-EXIT.
