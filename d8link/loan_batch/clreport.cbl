      *
      * Lists every OPEN case on the COLLCASE file - application id,
      * bucket, open date, collector, last action and promise date -
      * with broken promises highlighted, as the clptpevl batch
      * judged them against PAYHIST. Cases carrying the top-priority
      * flag - a broken promise nobody has worked yet - are listed
      * first, ahead of the rest of the worklist. The broken-promise
      * count is left in RETURN-CODE for the scheduler.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Broken promises are the ones clptpevl marked
      *                  BROKEN - a payment made by the date no
      *                  longer shows as broken just because the
      *                  date passed - and top-priority cases print
      *                  first, in their own section.
      * 2026-09-02  RJM  Original open-cases report.
      *
      ******************************************************************

       01 WS-CASE-EOF PIC X(01) VALUE "N".
           88 END-OF-CASES VALUE "Y".
      * P lists the top-priority cases, R the rest.
       01 WS-PASS PIC X(01) VALUE "P".
           88 PRIORITY-PASS VALUE "P".

       01 WS-TODAY PIC 9(08).
       01 WS-OPEN-COUNT PIC 9(05) VALUE ZEROES.

           DISPLAY "Open collections cases as of " WS-TODAY.
           DISPLAY "=====================================".
           DISPLAY "Top priority - broken promises not yet worked:".

           PERFORM 8000-READ-CASE THRU 8000-EXIT.
           PERFORM 2000-REPORT-CASE THRU 2000-EXIT
               UNTIL END-OF-CASES.

           CLOSE COLL-CASE-FILE.
           DISPLAY "-------------------------------------".
           DISPLAY "Worklist:".
           MOVE "R" TO WS-PASS.
           MOVE "N" TO WS-CASE-EOF.
           OPEN INPUT COLL-CASE-FILE.
           PERFORM 8000-READ-CASE THRU 8000-EXIT.
           PERFORM 2000-REPORT-CASE THRU 2000-EXIT
               UNTIL END-OF-CASES.
           IF NOT CC-OPEN
               GO TO 2000-NEXT
           END-IF.
           IF PRIORITY-PASS AND NOT CC-TOP-PRIORITY
               GO TO 2000-NEXT
           END-IF.
           IF NOT PRIORITY-PASS AND CC-TOP-PRIORITY
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           DISPLAY CC-APPL-ID " " CC-BUCKET " opened "
               CC-OPEN-DATE " coll " CC-COLLECTOR
               WITH NO ADVANCING.
           EVALUATE TRUE
               WHEN CC-PROMISE-DATE = ZEROES
                   DISPLAY " "
               WHEN CC-PROMISE-BROKEN
                   ADD 1 TO WS-BROKEN-COUNT
                   DISPLAY " *** PROMISE BROKEN " CC-PROMISE-DATE
                       " ***"
               WHEN CC-PROMISE-KEPT
                   DISPLAY " promise " CC-PROMISE-DATE " kept"
               WHEN OTHER
                   DISPLAY " promise " CC-PROMISE-DATE
           END-EVALUATE.
           IF CC-LAST-ACTION NOT = SPACES
               DISPLAY "    last action " CC-ACTION-DATE ": "
                   CC-LAST-ACTION
