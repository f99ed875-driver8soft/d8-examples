      ******************************************************************
      *
      * Borrower Registry Sanctions Re-screen
      * =====================================
      *
      * Screens every borrower on BORRMSTR - name, city and postcode
      * - against the WATCHLST sanctions watchlist, the same check
      * brmaint makes on an add or change (see LNSANCHK). Run by the
      * D8WLUPD job straight after lnwlload has loaded a new list,
      * so a name added to the list is found among borrowers
      * registered long before it.
      *
      * A borrower matching a listed name for the first time gets a
      * PENDING review on SANREVW for the compliance team (snmaint)
      * and a SEVERE event; one already PENDING or CONFIRMED is
      * listed again but raises nothing new, and a match compliance
      * has CLEARED for that borrower is passed over. RC 4 when the
      * run raised any new review, RC 8 when there is no list or no
      * registry to screen.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original re-screen.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnsanscr.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           COPY lnsansel.
           COPY d8evtsel.

       DATA DIVISION.
       FILE SECTION.
           COPY borrmstr.

           COPY watchlst.

           COPY sanrevw.

           COPY d8evtfd.

       WORKING-STORAGE SECTION.
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
           COPY lnsanws.
           COPY d8evtws.

       01 WS-BORR-EOF PIC X(01) VALUE "N".
           88 END-OF-BORROWERS VALUE "Y".
       01 WS-SCREENED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NEW-COUNT PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lnsanscr" TO WS-EVT-PROGRAM.
           MOVE "lnsanscr" TO WS-SAN-PROGRAM.

           PERFORM 9960-OPEN-WATCHLIST THRU 9960-EXIT.
           IF NOT SAN-LIST-OPEN
               DISPLAY "*** Unable to open WATCHLST - status "
                   WS-WATCH-LIST-STATUS " - borrowers not screened."
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "SANNOWL" TO WS-EVT-MSG-CODE
               MOVE "NO SANCTIONS WATCHLIST - REGISTRY NOT RE-SCREENED"
                   TO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               DISPLAY "*** Unable to open BORRMSTR - status "
                   WS-BORR-MSTR-STATUS
               PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 8000-READ-BORROWER THRU 8000-EXIT.
           PERFORM 2000-SCREEN-BORROWER THRU 2000-EXIT
               UNTIL END-OF-BORROWERS.

           CLOSE BORR-MSTR-FILE.
           PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT.

           DISPLAY "lnsanscr: " WS-SCREENED-COUNT " borrower(s) "
               "screened, " WS-SAN-HIT-COUNT " held by the "
               "watchlist, " WS-NEW-COUNT " new review(s) raised.".
           IF WS-NEW-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-SCREEN-BORROWER
      *
      * One registered borrower under its borrower number. A new
      * review is an event for compliance; an existing one is only
      * listed.
      *-----------------------------------------------------------
       2000-SCREEN-BORROWER.
           ADD 1 TO WS-SCREENED-COUNT.
           MOVE "B" TO WS-SAN-SUBJECT-TYPE.
           MOVE BM-BORROWER-NO TO WS-SAN-SUBJECT.
           MOVE BM-NAME TO WS-SAN-NAME.
           MOVE BM-CITY TO WS-SAN-CITY.
           MOVE BM-POSTCODE TO WS-SAN-POSTCODE.
           PERFORM 9961-SCREEN-SUBJECT THRU 9961-EXIT.
           IF NOT SANCTIONS-HIT
               GO TO 2000-NEXT
           END-IF.

           DISPLAY "Borrower " BM-BORROWER-NO " " BM-NAME
               " matches watchlist entry " WS-SAN-ENTRY-ID " "
               WS-SAN-LISTED-NAME " - " WS-SAN-STATE.
           IF SAN-NEW-REVIEW
               ADD 1 TO WS-NEW-COUNT
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "SANHIT" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING "WATCHLIST MATCH BORROWER " DELIMITED BY SIZE
                      BM-BORROWER-NO DELIMITED BY SIZE
                      " ENTRY " DELIMITED BY SIZE
                      WS-SAN-ENTRY-ID DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 8000-READ-BORROWER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       8000-READ-BORROWER.
           READ BORR-MSTR-FILE
               AT END MOVE "Y" TO WS-BORR-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnsanchk.
           COPY lnsannrm.
           COPY d8evtwrt.
