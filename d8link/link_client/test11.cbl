      ******************************************************************
      *
      * test11 - Interactive payment-history client for the desk
      * ========================================================
      *
      * Prompts for an application id, dispatches D8link "payhinq",
      * and displays the loan's postings a page at a time, newest
      * first - date, amount, its interest / principal / escrow /
      * fees split, status and balance after. While the service
      * hands back a continuation key the desk is offered the next,
      * older page, so "did you get my March payment" is answered
      * without a batch report.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original payment-history client.
      * 2026-10-15  RJM  A call refused by the client's call
      *                  quota is reported as such, not as a
      *                  business error.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. test11.
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
       01 PROG-NAME PIC X(8) VALUE "payhinq".
       01 COMMLEN PIC 9(9) COMP.
           COPY payhinqarea.
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

       01 WS-APPL-ID PIC X(20) VALUE SPACES.
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-MORE-REPLY PIC X(01) VALUE SPACES.
       01 WS-PAGING-DONE PIC X(01) VALUE "N".
           88 PAGING-DONE VALUE "Y".

      * Human-readable renderings of the packed response amounts.
       01 WS-AMT-DISPLAY PIC -ZZZ,ZZ9.99.
       01 WS-INT-DISPLAY PIC -ZZZ,ZZ9.99.
       01 WS-PRIN-DISPLAY PIC -ZZZ,ZZ9.99.
       01 WS-ESC-DISPLAY PIC -ZZZ,ZZ9.99.
       01 WS-FEE-DISPLAY PIC -ZZZ,ZZ9.99.
       01 WS-BAL-DISPLAY PIC -ZZZ,ZZ9.99.
       77 WS-ROW-IDX PIC S9(4) COMP.

       PROCEDURE DIVISION.

           INITIALIZE COMMAREA.

           DISPLAY "Dry run - build and show the call without "
               "sending it? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-DRY-RUN-FLAG.

           DISPLAY "Application id: " WITH NO ADVANCING.
           ACCEPT WS-APPL-ID.

           MOVE "test11" TO WS-EVT-PROGRAM.
           MOVE "test11" TO WS-D8-CLIENT-ID.
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

           PERFORM 2000-FETCH-PAGE THRU 2000-EXIT
               UNTIL PAGING-DONE.

           PERFORM 9890-CLOSE-D8-LOGS THRU 9890-EXIT.

           GOBACK.

      *-----------------------------------------------------------
      * 2000-FETCH-PAGE - one call for one page. The continuation
      * key the last page returned goes back in with the same
      * application id; a zero key, a failed call or a "no" from
      * the desk ends the paging.
      *-----------------------------------------------------------
       2000-FETCH-PAGE.
           MOVE "Y" TO WS-PAGING-DONE.
           MOVE WS-APPL-ID TO PHQ-APPL-ID.
           ADD 1 TO WS-PAGE-NO.

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
               PERFORM 9800-LOG-D8-CALL THRU 9800-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 9800-LOG-D8-CALL THRU 9800-EXIT.

           DISPLAY "Payment history for " PHQ-APPL-ID
               " - page " WS-PAGE-NO.
           IF PHQ-ROW-COUNT = ZEROES
               DISPLAY "  No postings on file."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "  Seq     Date          Amount    Interest"
               "   Principal      Escrow        Fees"
               " Status       Balance".
           PERFORM 5000-SHOW-ROW THRU 5000-EXIT
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > PHQ-ROW-COUNT.

           IF PHQ-CONT-SEQ = ZEROES
               DISPLAY "  (first posting on file reached)"
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Older payments? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-MORE-REPLY.
           IF WS-MORE-REPLY = "Y" OR WS-MORE-REPLY = "y"
               MOVE "N" TO WS-PAGING-DONE
           END-IF.
       2000-EXIT.
           EXIT.

       5000-SHOW-ROW.
           MOVE PHQ-AMOUNT (WS-ROW-IDX) TO WS-AMT-DISPLAY.
           MOVE PHQ-INTEREST (WS-ROW-IDX) TO WS-INT-DISPLAY.
           MOVE PHQ-PRINCIPAL (WS-ROW-IDX) TO WS-PRIN-DISPLAY.
           MOVE PHQ-ESCROW (WS-ROW-IDX) TO WS-ESC-DISPLAY.
           MOVE PHQ-FEES (WS-ROW-IDX) TO WS-FEE-DISPLAY.
           MOVE PHQ-BAL-AFTER (WS-ROW-IDX) TO WS-BAL-DISPLAY.
           DISPLAY "  " PHQ-POST-SEQ (WS-ROW-IDX) " "
               PHQ-PAY-DATE (WS-ROW-IDX) " "
               WS-AMT-DISPLAY " " WS-INT-DISPLAY " "
               WS-PRIN-DISPLAY " " WS-ESC-DISPLAY " "
               WS-FEE-DISPLAY " " PHQ-POST-STATUS (WS-ROW-IDX) " "
               WS-BAL-DISPLAY.
       5000-EXIT.
           EXIT.

           COPY d8txnwrt.
           COPY d8dlqwrt.
           COPY d8regchk.
           COPY d8dispatch.
           COPY d8routeld.
           COPY d8evtwrt.
           COPY d8entld.
           COPY d8entchk.
