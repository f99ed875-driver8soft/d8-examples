      * everything else is an exception for the operator:
      *
      *     - a confirmation with no instruction on file,
      *     - a confirmation for an already-CONFIRMD row, or one
      *       lnpifcls has since CLOSED (the bank paid twice - the
      *       double-funding case),
      *     - a confirmed amount that does not match the instruction
      *       (the row is flagged EXCEPTN).
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original confirmation matching.
      * 2026-10-15  RJM  A confirmation on a row closed at payoff is
      *                  a double-funding exception as well.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   GO TO 2100-NEXT
           END-READ.

           IF FC-CONFIRMED OR FC-CLOSED
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** '" CF-APPL-ID "' confirmed again - "
                   "the bank may have paid this loan twice."
