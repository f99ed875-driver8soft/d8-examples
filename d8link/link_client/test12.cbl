      ******************************************************************
      *
      * test12 - Interactive extra-payment what-if client
      * =================================================
      *
      * Prompts for an application id, an extra amount paid with
      * every scheduled payment and/or a one-off lump sum and the
      * period it goes in, dispatches D8link "whatif", and displays
      * when the loan pays off as things stand and with the extra
      * payments, the periods and months saved and the interest
      * saved - so the servicing desk can answer the borrower while
      * they are still on the phone.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original what-if client.
      * 2026-10-15  RJM  A call refused by the client's call
      *                  quota is reported as such, not as a
      *                  business error.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. test12.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY d8txnsel.
           COPY d8dlqsel.
           COPY d8routesel.
           COPY d8evtsel.
           COPY d8entsel.
       DATA DIVISION.
       FILE SECTION.
           COPY d8txnfd.
           COPY d8dlqfd.
           COPY d8routefd.
           COPY d8evtfd.
           COPY d8entfd.
       WORKING-STORAGE SECTION.
       01 PROG-NAME PIC X(8) VALUE "whatif".
       01 COMMLEN PIC 9(9) COMP.
           COPY whatifarea.
           COPY d8txnws.
           COPY d8dlqws.
           COPY d8regws.
           COPY d8routews.
           COPY d8evtws.
           COPY d8entws.
           COPY d8retryws.
           COPY d8authws.
           COPY d8dryws.
           COPY d8verws.
           COPY d8corrws.

      * Keyed amounts, moved into the packed request fields.
       01 WS-EXTRA-ENTRY PIC 9(07)V9(02) VALUE ZEROES.
       01 WS-LUMP-ENTRY PIC 9(07)V9(02) VALUE ZEROES.

      * Human-readable renderings of the packed response amounts.
       01 WS-BAL-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-ORIG-INT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-NEW-INT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-SAVED-DISPLAY PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           INITIALIZE COMMAREA.

           DISPLAY "Dry run - build and show the call without "
               "sending it? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-DRY-RUN-FLAG.

           DISPLAY "Application id: " WITH NO ADVANCING.
           ACCEPT WI-APPL-ID.

           DISPLAY "Extra with each payment (0 = none): "
               WITH NO ADVANCING.
           ACCEPT WS-EXTRA-ENTRY.
           MOVE WS-EXTRA-ENTRY TO WI-EXTRA-PAYMENT.

           DISPLAY "Lump sum (0 = none): " WITH NO ADVANCING.
           ACCEPT WS-LUMP-ENTRY.
           MOVE WS-LUMP-ENTRY TO WI-LUMP-SUM.

           IF WI-LUMP-SUM > ZERO
               DISPLAY "Lump-sum period (0 = current period): "
                   WITH NO ADVANCING
               ACCEPT WI-LUMP-PERIOD
           END-IF.

           MOVE "test12" TO WS-EVT-PROGRAM.
           MOVE "test12" TO WS-D8-CLIENT-ID.
           PERFORM 9690-LOAD-D8-ROUTES THRU 9690-EXIT.

           PERFORM 9700-VALIDATE-SERVICE THRU 9700-EXIT.
           IF NOT D8-SERVICE-REGISTERED
               GOBACK
           END-IF.

           COMPUTE COMMLEN = LENGTH OF COMMAREA.

           PERFORM 9710-VALIDATE-COMMLEN THRU 9710-EXIT.
           IF NOT D8-SERVICE-REGISTERED
               GOBACK
           END-IF.

           PERFORM 9600-DISPATCH-D8LINK THRU 9600-EXIT.

           IF RETURN-CODE NOT = ZERO
               DISPLAY "*** D8link call to '" PROG-NAME
                   "' FAILED - RETURN-CODE: " RETURN-CODE
               IF D8-CALL-UNREACHABLE
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
               MOVE WI-START-BAL TO WS-BAL-DISPLAY
               MOVE WI-ORIG-INTEREST TO WS-ORIG-INT-DISPLAY
               MOVE WI-NEW-INTEREST TO WS-NEW-INT-DISPLAY
               MOVE WI-INTEREST-SAVED TO WS-SAVED-DISPLAY
               DISPLAY "What-if for " WI-APPL-ID
               DISPLAY "  Now at period:       " WI-CURRENT-PERIOD
               DISPLAY "  Balance now:         " WS-BAL-DISPLAY
               DISPLAY "  As things stand:     paid off in period "
                   WI-ORIG-LAST-PERIOD
               DISPLAY "    interest to pay:   " WS-ORIG-INT-DISPLAY
               DISPLAY "  With extra payments: paid off in period "
                   WI-NEW-LAST-PERIOD
               DISPLAY "    interest to pay:   " WS-NEW-INT-DISPLAY
               DISPLAY "  Periods saved:       " WI-PERIODS-SAVED
               DISPLAY "  Months saved:        " WI-MONTHS-SAVED
               DISPLAY "  Interest saved:      " WS-SAVED-DISPLAY
           END-IF.

           PERFORM 9800-LOG-D8-CALL THRU 9800-EXIT.
           PERFORM 9890-CLOSE-D8-LOGS THRU 9890-EXIT.

           GOBACK.

           COPY d8txnwrt.
           COPY d8dlqwrt.
           COPY d8regchk.
           COPY d8dispatch.
           COPY d8routeld.
           COPY d8evtwrt.
           COPY d8entld.
           COPY d8entchk.
