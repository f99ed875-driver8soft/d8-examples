      ******************************************************************
      * LNSANCHK - Sanctions watchlist screening. COPY into PROCEDURE
      * DIVISION together with LNSANNRM (see LNSANWS).
      *
      * 9960-OPEN-WATCHLIST opens WATCHLST for reading; with no file
      * there is no list and SAN-LIST-OPEN stays off - each caller
      * decides what screening without a list means for it.
      *
      * 9961-SCREEN-SUBJECT screens one party's name against every
      * listed name and alias. A listed name matches when all of its
      * tokens are found among the party's - in any order, an
      * initial standing for any word it begins - and at least two
      * were found, the party has a one-word name, or the address
      * corroborates; a name with at least 60 per cent of its tokens
      * found (two or more) matches when the address corroborates.
      * The address corroborates when the entry's postcode or city
      * is the party's. A match already CLEARED for this party is
      * passed over; the first other match holds the party - its
      * SANREVW row is raised PENDING if this is the first time it
      * has been seen (SAN-NEW-REVIEW), or its PENDING or CONFIRMED
      * state is reported. Every party held is counted in
      * WS-SAN-HIT-COUNT.
      *
      * 9962-CLOSE-WATCHLIST closes the list if it was opened.
      ******************************************************************
       9960-OPEN-WATCHLIST.
           MOVE "N" TO WS-SAN-FILE.
           OPEN INPUT WATCH-LIST-FILE.
           IF WS-WATCH-LIST-STATUS = "00"
               MOVE "Y" TO WS-SAN-FILE
           END-IF.
       9960-EXIT.
           EXIT.

       9961-SCREEN-SUBJECT.
           MOVE "N" TO WS-SAN-RESULT.
           MOVE "N" TO WS-SAN-NEW.
           MOVE SPACES TO WS-SAN-ENTRY-ID.
           MOVE SPACES TO WS-SAN-LISTED-NAME.
           MOVE SPACES TO WS-SAN-STATE.
           MOVE ZEROES TO WS-SAN-SCORE.
           IF NOT SAN-LIST-OPEN
               GO TO 9961-EXIT
           END-IF.

           MOVE WS-SAN-NAME TO WS-SAN-WORK-NAME.
           PERFORM 9955-SPLIT-NAME THRU 9955-EXIT.
           MOVE WS-SAN-WORK-TOKENS TO WS-SAN-SUBJ-TOKENS.
           IF WS-SAN-SUBJ-COUNT = ZEROES
               GO TO 9961-EXIT
           END-IF.
           MOVE WS-SAN-CITY TO WS-SAN-CITY-KEY.
           MOVE WS-SAN-POSTCODE TO WS-SAN-POSTCODE-KEY.
           INSPECT WS-SAN-CITY-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-SAN-POSTCODE-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE "N" TO WS-SAN-SCAN.
           MOVE LOW-VALUES TO WL-KEY.
           START WATCH-LIST-FILE KEY NOT < WL-KEY
               INVALID KEY
                   GO TO 9961-EXIT
           END-START.
           PERFORM 9963-TAKE-ENTRY THRU 9963-EXIT
               UNTIL SAN-SCAN-DONE.
           IF SANCTIONS-HIT
               ADD 1 TO WS-SAN-HIT-COUNT
           END-IF.
       9961-EXIT.
           EXIT.

       9962-CLOSE-WATCHLIST.
           IF SAN-LIST-OPEN
               CLOSE WATCH-LIST-FILE
               MOVE "N" TO WS-SAN-FILE
           END-IF.
       9962-EXIT.
           EXIT.

       9963-TAKE-ENTRY.
           READ WATCH-LIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SAN-SCAN
                   GO TO 9963-EXIT
           END-READ.
           PERFORM 9964-SCORE-ENTRY THRU 9964-EXIT.
           IF NOT SAN-NAME-MATCH
               GO TO 9963-EXIT
           END-IF.
           PERFORM 9967-CHECK-REVIEW THRU 9967-EXIT.
           IF SANCTIONS-HIT
               MOVE "Y" TO WS-SAN-SCAN
           END-IF.
       9963-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 9964-SCORE-ENTRY - how much of the listed name the party's
      * name covers, and whether that is a match.
      *-----------------------------------------------------------
       9964-SCORE-ENTRY.
           MOVE "N" TO WS-SAN-MATCH.
           IF WL-TOKEN-COUNT NOT NUMERIC OR WL-TOKEN-COUNT = ZEROES
               GO TO 9964-EXIT
           END-IF.
           MOVE ZEROES TO WS-SAN-MATCHED.
           PERFORM 9965-MATCH-TOKEN THRU 9965-EXIT
               VARYING WS-SAN-TOK-IDX FROM 1 BY 1
               UNTIL WS-SAN-TOK-IDX > WL-TOKEN-COUNT.
           COMPUTE WS-SAN-SCORE =
               WS-SAN-MATCHED * 100 / WL-TOKEN-COUNT.

           MOVE "N" TO WS-SAN-ADDR.
           IF WL-POSTCODE NOT = SPACES
               AND WL-POSTCODE = WS-SAN-POSTCODE-KEY
               MOVE "Y" TO WS-SAN-ADDR
           END-IF.
           IF WL-CITY NOT = SPACES
               AND WL-CITY = WS-SAN-CITY-KEY
               MOVE "Y" TO WS-SAN-ADDR
           END-IF.

           IF WS-SAN-SCORE = 100
               AND (WS-SAN-MATCHED NOT < 2
                 OR WS-SAN-SUBJ-COUNT = 1
                 OR SAN-ADDRESS-MATCH)
               MOVE "Y" TO WS-SAN-MATCH
           END-IF.
           IF WS-SAN-SCORE NOT < 60
               AND WS-SAN-MATCHED NOT < 2
               AND SAN-ADDRESS-MATCH
               MOVE "Y" TO WS-SAN-MATCH
           END-IF.
       9964-EXIT.
           EXIT.

       9965-MATCH-TOKEN.
           MOVE "N" TO WS-SAN-FOUND.
           PERFORM 9966-FIND-TOKEN THRU 9966-EXIT
               VARYING WS-SAN-SUB-IDX FROM 1 BY 1
               UNTIL WS-SAN-SUB-IDX > WS-SAN-SUBJ-COUNT
                  OR SAN-TOKEN-FOUND.
           IF SAN-TOKEN-FOUND
               ADD 1 TO WS-SAN-MATCHED
           END-IF.
       9965-EXIT.
           EXIT.

      * An initial on either side stands for any word it begins.
       9966-FIND-TOKEN.
           IF WL-TOKEN (WS-SAN-TOK-IDX) (2:) = SPACES
               OR WS-SAN-SUBJ-TOKEN (WS-SAN-SUB-IDX) (2:) = SPACES
               IF WL-TOKEN (WS-SAN-TOK-IDX) (1:1) =
                   WS-SAN-SUBJ-TOKEN (WS-SAN-SUB-IDX) (1:1)
                   MOVE "Y" TO WS-SAN-FOUND
               END-IF
           ELSE
               IF WL-TOKEN (WS-SAN-TOK-IDX) =
                   WS-SAN-SUBJ-TOKEN (WS-SAN-SUB-IDX)
                   MOVE "Y" TO WS-SAN-FOUND
               END-IF
           END-IF.
       9966-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 9967-CHECK-REVIEW - the party's review of this entry: none
      * yet raises one PENDING; CLEARED lets the scan go on; PENDING
      * or CONFIRMED holds. A review file that cannot be opened
      * holds the party unrecorded rather than let it through.
      *-----------------------------------------------------------
       9967-CHECK-REVIEW.
           OPEN I-O SAN-REVW-FILE.
           IF SAN-REVW-NOT-FOUND
               OPEN OUTPUT SAN-REVW-FILE
               CLOSE SAN-REVW-FILE
               OPEN I-O SAN-REVW-FILE
           END-IF.
           IF NOT SAN-REVW-OPENED
               DISPLAY "*** Unable to open SANREVW - status "
                   WS-SAN-REVW-STATUS " - watchlist match held "
                   "unrecorded."
               MOVE "PENDING" TO WS-SAN-STATE
               GO TO 9967-HIT
           END-IF.

           MOVE WS-SAN-SUBJECT-TYPE TO SN-SUBJECT-TYPE.
           MOVE WS-SAN-SUBJECT TO SN-SUBJECT.
           MOVE WL-ENTRY-ID TO SN-ENTRY-ID.
           READ SAN-REVW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE SAN-REVW-FILE
                   IF SN-ST-CLEARED
                       GO TO 9967-EXIT
                   END-IF
                   MOVE SN-STATE TO WS-SAN-STATE
                   GO TO 9967-HIT
           END-READ.

           MOVE SPACES TO SAN-REVW-RECORD.
           MOVE WS-SAN-SUBJECT-TYPE TO SN-SUBJECT-TYPE.
           MOVE WS-SAN-SUBJECT TO SN-SUBJECT.
           MOVE WL-ENTRY-ID TO SN-ENTRY-ID.
           MOVE WL-NAME-SEQ TO SN-NAME-SEQ.
           MOVE WS-SAN-NAME TO SN-SCREENED-NAME.
           MOVE WL-NAME TO SN-LISTED-NAME.
           MOVE WL-LIST-CODE TO SN-LIST-CODE.
           MOVE WS-SAN-SCORE TO SN-SCORE.
           MOVE WS-SAN-PROGRAM TO SN-SOURCE.
           ACCEPT SN-RAISED-DATE FROM DATE YYYYMMDD.
           ACCEPT SN-RAISED-TIME FROM TIME.
           MOVE "PENDING" TO SN-STATE.
           MOVE ZEROES TO SN-DECIDED-DATE.
           WRITE SAN-REVW-RECORD
               INVALID KEY
                   DISPLAY "*** SANREVW row for '" WS-SAN-SUBJECT
                       "' could not be written - status "
                       WS-SAN-REVW-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-SAN-NEW
           END-WRITE.
           CLOSE SAN-REVW-FILE.
           MOVE "PENDING" TO WS-SAN-STATE.

       9967-HIT.
           MOVE "Y" TO WS-SAN-RESULT.
           MOVE WL-ENTRY-ID TO WS-SAN-ENTRY-ID.
           MOVE WL-NAME TO WS-SAN-LISTED-NAME.
       9967-EXIT.
           EXIT.
