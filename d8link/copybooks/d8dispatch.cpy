      * displayed instead, and RETURN-CODE comes back zero so callers
      * fall through their normal success path without touching any
      * live service.
      *
      * A state-changing service (say, saybulk) also wants a request
      * key in its COMMAREA: PERFORM 9650-NEW-D8-REQUEST-KEY THRU
      * 9650-EXIT once per business request, before the first
      * dispatch, and move WS-D8-REQUEST-KEY into the COMMAREA - the
      * retries here resend it unchanged.
      *
      * Each live dispatch is first counted against the client's
      * D8QUOTA call quota for PROG-NAME (D8ENTCHK's 9735). A call
      * over quota is not sent: RETURN-CODE comes back
      * WS-D8-QUOTA-RC with D8-CALL-THROTTLED set, so a batch
      * caller with the D8OUTQ queue can defer the work instead.
      ******************************************************************
       9600-DISPATCH-D8LINK.
           PERFORM 9620-NEW-D8-CORR-ID.
           PERFORM 9630-RESOLVE-BACKEND.
           MOVE "N" TO WS-D8-FAILOVER-FLAG.
           ACCEPT WS-D8-START-TIME FROM TIME.
           MOVE "N" TO WS-D8QTA-BREACH.
           IF NOT D8-DRY-RUN
               PERFORM 9735-CHECK-D8-QUOTA THRU 9735-EXIT
           END-IF.
           IF D8-QUOTA-EXCEEDED
               MOVE WS-D8-QUOTA-RC TO RETURN-CODE
               MOVE "Q" TO WS-D8-CALL-STATUS
               PERFORM 9640-TAKE-ELAPSED
               GO TO 9600-EXIT
           END-IF.
           IF D8-DRY-RUN
               DISPLAY "*** DRY RUN - " PROG-NAME
                   " would be called with COMMLEN " COMMLEN
       9620-EXIT.
           EXIT.

      ******************************************************************
      * 9650-NEW-D8-REQUEST-KEY - A fresh request key in
      * WS-D8-REQUEST-KEY: the date, the time to the hundredth and
      * a per-run sequence, so two requests in the same hundredth
      * still differ.
      ******************************************************************
       9650-NEW-D8-REQUEST-KEY.
           ACCEPT WS-D8-REQ-DATE FROM DATE.
           ACCEPT WS-D8-REQ-TIME FROM TIME.
           IF WS-D8-REQ-SEQ = 9999
               MOVE ZEROES TO WS-D8-REQ-SEQ
           ELSE
               ADD 1 TO WS-D8-REQ-SEQ
           END-IF.
           STRING WS-D8-REQ-DATE DELIMITED BY SIZE
                  WS-D8-REQ-TIME DELIMITED BY SIZE
                  WS-D8-REQ-SEQ  DELIMITED BY SIZE
               INTO WS-D8-REQUEST-KEY.
       9650-EXIT.
           EXIT.

      ******************************************************************
      * 9630-RESOLVE-BACKEND - Pulls the registry's primary and
      * secondary backend for PROG-NAME so the dispatch goes where
