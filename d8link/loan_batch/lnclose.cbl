      * shows it completed on a date inside the period, MISSING
      * otherwise.
      *
      * The checklist ends with a GLRECON line - the lnglrec
      * subledger-to-ledger reconciliation stamped on the period's
      * PERIODCTL row: BALANCED, OUT, or NOT RUN. Anything but
      * BALANCED counts as missing.
      *
      * Only when every prerequisite is DONE and the ledger is
      * reconciled is the period stamped CLOSED on PERIODCTL - from
      * then on lnpost rejects anything dated into it. A checklist
      * with a MISSING step leaves the period open and RETURN-CODE 8
      * for the scheduler.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original period-close step.
      * 2026-10-15  RJM  Will not close a period unless lnglrec has
      *                  reconciled it BALANCED.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.

           PERFORM 2000-TICK-OFF-STEPS THRU 2000-EXIT.
           PERFORM 3000-PRINT-CHECKLIST THRU 3000-EXIT.
           PERFORM 3500-CHECK-RECONCILIATION THRU 3500-EXIT.

           IF WS-MISSING-COUNT > ZEROES
               DISPLAY "lnclose: period " WS-CLOSE-PERIOD " NOT "
                   "closed - " WS-MISSING-COUNT " prerequisite(s) "
                   "missing."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3500-CHECK-RECONCILIATION
      *
      * The period's last lnglrec result - a period never
      * reconciled, or reconciled OUT, cannot close.
      *-----------------------------------------------------------
       3500-CHECK-RECONCILIATION.
           MOVE "N" TO WS-RECORD-FOUND.
           OPEN INPUT PERIOD-CTL-FILE.
           IF PERIOD-CTL-OPENED
               MOVE "Y" TO WS-RECORD-FOUND
               MOVE WS-CLOSE-PERIOD TO PC-PERIOD
               READ PERIOD-CTL-FILE
                   INVALID KEY
                       MOVE "N" TO WS-RECORD-FOUND
               END-READ
               CLOSE PERIOD-CTL-FILE
           END-IF.
           IF PERIOD-ON-FILE AND PC-RECON-BALANCED
               DISPLAY "  GLRECON  BALANCED " PC-RECON-DATE
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           IF PERIOD-ON-FILE AND PC-RECON-OUT
               DISPLAY "  GLRECON  OUT     " PC-RECON-DATE
           ELSE
               DISPLAY "  GLRECON  NOT RUN"
           END-IF.
       3500-EXIT.
           EXIT.

       4000-STAMP-CLOSED.
           OPEN I-O PERIOD-CTL-FILE.
           IF PERIOD-CTL-NOT-FOUND
