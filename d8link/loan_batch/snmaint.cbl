      ******************************************************************
      *
      * Sanctions Compliance Review
      * ===========================
      *
      * Interactive review of the potential sanctions watchlist
      * matches on SANREVW, in the lnapprov pattern. A compliance
      * officer, signed on with an OPERMSTR slot for snmaint, sees
      * every PENDING review - the party screened, the listed name
      * it matched, the score, and which program raised it - keys
      * one by its list number and decides it with a note:
      *
      *   F  false positive - the review goes CLEARED and that party
      *      is never held on that entry again; pricing and funding
      *      go ahead on their next attempt.
      *   C  confirmed match - the review goes CONFIRMED and the
      *      party stays held for good; a SEVERE event goes out.
      *
      * Every decision is audited to MAINTAUD with the review's
      * before and after images.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original review program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. snmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lnsansel.
           COPY lnaudsel.
           COPY lnopssel.
           COPY d8evtsel.

       DATA DIVISION.
       FILE SECTION.
           COPY watchlst.

           COPY sanrevw.

           COPY lnaudfd.

           COPY opermstr.

           COPY d8evtfd.

       WORKING-STORAGE SECTION.
       01 WS-LINE-ENTRY PIC X(04) VALUE SPACES.
           88 END-OF-REVIEWS VALUE SPACES, "END".
       01 WS-LINE-NO PIC 9(04) VALUE ZEROES.
       01 WS-DECISION-ENTRY PIC X(01) VALUE SPACES.
           88 DECIDE-CLEAR VALUE "F" "f".
           88 DECIDE-CONFIRM VALUE "C" "c".
       01 WS-NOTE-ENTRY PIC X(34) VALUE SPACES.
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-TODAY PIC 9(08) VALUE ZEROES.
       01 WS-REVW-EOF PIC X(01) VALUE "N".
           88 END-OF-REVIEW-FILE VALUE "Y".

      * The PENDING reviews as last listed, by list number.
       01 WS-LIST-COUNT PIC 9(04) VALUE ZEROES.
       01 WS-LIST-MAX PIC 9(04) VALUE 200.
       01 WS-LIST-TABLE.
           05 WS-LIST-KEY PIC X(33) OCCURS 200 TIMES.

           COPY lnsanws.
           COPY lnaudws.
           COPY lnopsws.
           COPY d8evtws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "snmaint" TO WS-AUD-PROGRAM.
           MOVE "snmaint" TO WS-OPS-PROGRAM.
           MOVE "snmaint" TO WS-EVT-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN I-O SAN-REVW-FILE.
           IF SAN-REVW-NOT-FOUND
               DISPLAY "No SANREVW file - nothing awaits review."
               GOBACK
           END-IF.
           IF NOT SAN-REVW-OPENED
               DISPLAY "*** Unable to open SANREVW - status "
                   WS-SAN-REVW-STATUS
               GOBACK
           END-IF.

           PERFORM 1100-LIST-PENDING THRU 1100-EXIT.
           PERFORM 1000-ACCEPT-LINE-NO THRU 1000-EXIT.
           PERFORM 2000-DECIDE-REVIEW THRU 2000-EXIT
               UNTIL END-OF-REVIEWS.

           CLOSE SAN-REVW-FILE.
           GOBACK.

       1000-ACCEPT-LINE-NO.
           DISPLAY "Review number as listed (L to list again, blank "
               "or END to finish): " WITH NO ADVANCING.
           ACCEPT WS-LINE-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1100-LIST-PENDING
      *
      * Numbers and lists every PENDING review, up to the first
      * 200; decide some and list again for the rest.
      *-----------------------------------------------------------
       1100-LIST-PENDING.
           MOVE ZEROES TO WS-LIST-COUNT.
           MOVE "N" TO WS-REVW-EOF.
           MOVE LOW-VALUES TO SN-KEY.
           START SAN-REVW-FILE KEY NOT < SN-KEY
               INVALID KEY MOVE "Y" TO WS-REVW-EOF
           END-START.
           IF NOT END-OF-REVIEW-FILE
               PERFORM 8000-READ-REVIEW THRU 8000-EXIT
               PERFORM 1110-LIST-ONE THRU 1110-EXIT
                   UNTIL END-OF-REVIEW-FILE
                      OR WS-LIST-COUNT = WS-LIST-MAX
           END-IF.
           DISPLAY WS-LIST-COUNT " review(s) awaiting a decision.".
           IF WS-LIST-COUNT = WS-LIST-MAX
               DISPLAY "    (first " WS-LIST-MAX " listed - decide "
                   "these and list again for the rest)"
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LIST-ONE.
           IF SN-ST-PENDING
               ADD 1 TO WS-LIST-COUNT
               MOVE SN-KEY TO WS-LIST-KEY (WS-LIST-COUNT)
               DISPLAY WS-LIST-COUNT " " SN-SUBJECT-TYPE " "
                   SN-SUBJECT " " SN-SCREENED-NAME
               DISPLAY "     matches " SN-ENTRY-ID " "
                   SN-LISTED-NAME " (" SN-SCORE "%) from "
                   SN-SOURCE " " SN-RAISED-DATE
           END-IF.
           PERFORM 8000-READ-REVIEW THRU 8000-EXIT.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-DECIDE-REVIEW
      *
      * Re-reads the review under the keyed list number - another
      * officer may have decided it since the list - shows the
      * listed entry beside the party, and records the decision.
      *-----------------------------------------------------------
       2000-DECIDE-REVIEW.
           IF WS-LINE-ENTRY = "L" OR "l"
               PERFORM 1100-LIST-PENDING THRU 1100-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF WS-LINE-ENTRY NOT NUMERIC
               DISPLAY "*** Key the review number as listed - "
                   "4 digits."
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-LINE-ENTRY TO WS-LINE-NO.
           IF WS-LINE-NO = ZEROES OR WS-LINE-NO > WS-LIST-COUNT
               DISPLAY "*** No review " WS-LINE-NO " on the list."
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-LIST-KEY (WS-LINE-NO) TO SN-KEY.
           READ SAN-REVW-FILE
               INVALID KEY
                   DISPLAY "*** Review " WS-LINE-NO " is no longer "
                       "on file."
                   GO TO 2000-NEXT
           END-READ.
           IF NOT SN-ST-PENDING
               DISPLAY "*** Review " WS-LINE-NO " is already "
                   SN-STATE " by " SN-DECIDED-BY "."
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-DISPLAY-REVIEW THRU 2100-EXIT.

           DISPLAY "False positive or confirmed match (F/C, blank to "
               "leave): " WITH NO ADVANCING.
           ACCEPT WS-DECISION-ENTRY.
           IF NOT DECIDE-CLEAR AND NOT DECIDE-CONFIRM
               GO TO 2000-NEXT
           END-IF.
           DISPLAY "Note: " WITH NO ADVANCING.
           ACCEPT WS-NOTE-ENTRY.
           IF WS-NOTE-ENTRY = SPACES
               DISPLAY "*** A decision needs a note - review left "
                   "PENDING."
               GO TO 2000-NEXT
           END-IF.
           IF DECIDE-CLEAR
               DISPLAY "Clear - pricing and funding for this party "
                   "go ahead. Sure? (Y/N): " WITH NO ADVANCING
           ELSE
               DISPLAY "Confirm - this party stays held for good. "
                   "Sure? (Y/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Review left PENDING."
               GO TO 2000-NEXT
           END-IF.

           MOVE SAN-REVW-RECORD TO WS-AUD-BEFORE.
           IF DECIDE-CLEAR
               MOVE "CLEARED" TO SN-STATE
           ELSE
               MOVE "CONFIRMED" TO SN-STATE
           END-IF.
           MOVE WS-OPS-OPERATOR TO SN-DECIDED-BY.
           MOVE WS-TODAY TO SN-DECIDED-DATE.
           MOVE WS-NOTE-ENTRY TO SN-NOTE.
           REWRITE SAN-REVW-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for review "
                       WS-LINE-NO " - status " WS-SAN-REVW-STATUS
                   GO TO 2000-NEXT
           END-REWRITE.
           MOVE SN-STATE TO WS-AUD-ACTION.
           MOVE SN-SUBJECT TO WS-AUD-KEY.
           MOVE SAN-REVW-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Review " WS-LINE-NO " " SN-STATE ".".

           IF SN-ST-CONFIRMED
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "SANCONF" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING "WATCHLIST MATCH CONFIRMED " DELIMITED BY SIZE
                      SN-SUBJECT-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SN-SUBJECT DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      SN-ENTRY-ID DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 1000-ACCEPT-LINE-NO THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-DISPLAY-REVIEW - the review and, from WATCHLST, the
      * entry's listed address beside it.
      *-----------------------------------------------------------
       2100-DISPLAY-REVIEW.
           IF SN-ON-BORROWER
               DISPLAY "Borrower:  " SN-SUBJECT
           ELSE
               DISPLAY "Party:     (not registered)"
           END-IF.
           DISPLAY "Screened:  " SN-SCREENED-NAME.
           DISPLAY "Listed:    " SN-LISTED-NAME " entry "
               SN-ENTRY-ID " name " SN-NAME-SEQ " list "
               SN-LIST-CODE.
           DISPLAY "Score:     " SN-SCORE "% of the listed name".
           DISPLAY "Raised by: " SN-SOURCE " on " SN-RAISED-DATE " "
               SN-RAISED-TIME.
           PERFORM 9960-OPEN-WATCHLIST THRU 9960-EXIT.
           IF NOT SAN-LIST-OPEN
               GO TO 2100-EXIT
           END-IF.
           MOVE SN-ENTRY-ID TO WL-ENTRY-ID.
           MOVE SN-NAME-SEQ TO WL-NAME-SEQ.
           READ WATCH-LIST-FILE
               INVALID KEY
                   DISPLAY "           (entry no longer on the "
                       "watchlist)"
               NOT INVALID KEY
                   DISPLAY "Address:   " WL-ADDRESS
                   DISPLAY "           " WL-CITY " " WL-POSTCODE
                       " " WL-COUNTRY
           END-READ.
           PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT.
       2100-EXIT.
           EXIT.

       8000-READ-REVIEW.
           READ SAN-REVW-FILE NEXT
               AT END MOVE "Y" TO WS-REVW-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
           COPY lnsanchk.
           COPY lnsannrm.
           COPY d8evtwrt.
