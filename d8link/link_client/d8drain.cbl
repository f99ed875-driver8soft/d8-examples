      * 2026-09-02  RJM  Original drain utility.
      * 2026-09-02  RJM  Buffers follow the queue's 700-byte whole-
      *                  COMMAREA capture.
      * 2026-10-15  RJM  An entry refused by the call quota stays
      *                  on the queue for the next drain.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      * the originating client would have, logged by 9800, and the
      * response written under its correlation id - whatever the
      * return code, so the originator learns the outcome either
      * way. A dispatch the drain's own call quota refuses was
      * never sent - the entry goes back on the queue for the next
      * drain instead of being answered.
      *-----------------------------------------------------------
       2000-SUBMIT-ENTRY.
           MOVE ENTRY-RAW (ENTRY-IDX) TO WS-PARSED-ENTRY.
               GO TO 2000-EXIT
           END-IF.

           PERFORM 9600-DISPATCH-D8LINK THRU 9600-EXIT.
           IF D8-CALL-THROTTLED
               PERFORM 9800-LOG-D8-CALL THRU 9800-EXIT
               PERFORM 3000-PRESERVE-ENTRY THRU 3000-EXIT
               MOVE ZERO TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SUBMITTED-COUNT.
           IF RETURN-CODE = ZERO
               ADD 1 TO WS-SUCCEEDED-COUNT
           ELSE
