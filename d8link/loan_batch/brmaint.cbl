      * was on a change; say validates loan applications against the
      * numbers registered here.
      *
      * The government-monitoring codes (ethnicity, race, sex, birth
      * year) and the geography (state, county, census tract) the
      * application register reports are captured here too; a code
      * outside its list is refused and the old value kept.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original maintenance program.
      * 2026-09-02  RJM  Captures the borrower's monthly income and
      *                  existing obligations for the affordability
      *                  check at pricing.
      * 2026-10-15  RJM  Captures the borrower's paperless election
      *                  and preferred channel, which send
      *                  statements and letters by email - see
      *                  lndlvwrt.
      * 2026-10-15  RJM  Captures the government-monitoring and
      *                  geography fields for the application
      *                  register - see lnaprreg.
      * 2026-10-15  RJM  Every add and change is screened against the
      *                  WATCHLST sanctions list - a potential match
      *                  raises a SANREVW review for compliance
      *                  (snmaint) and a SEVERE event, and holds the
      *                  borrower's pricing and funding until it is
      *                  cleared - see lnsanchk.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.
           COPY lnsansel.
           COPY d8evtsel.

       DATA DIVISION.
       FILE SECTION.

           COPY opermstr.

           COPY watchlst.

           COPY sanrevw.

           COPY d8evtfd.

       WORKING-STORAGE SECTION.
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-ENTRY PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-YEAR-ENTRY PIC 9(04) VALUE ZEROES.
       01 WS-OLD-CODE PIC X(01).
       01 WS-INCOME-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-OBLIG-DISPLAY PIC -Z,ZZZ,ZZ9.99.
           COPY lnaudws.
           COPY lnopsws.
           COPY lnsanws.
           COPY d8evtws.

       PROCEDURE DIVISION.

               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           MOVE "brmaint" TO WS-EVT-PROGRAM.
           MOVE "brmaint" TO WS-SAN-PROGRAM.

           OPEN I-O BORR-MSTR-FILE.
           IF BORR-MSTR-NOT-FOUND
               GOBACK
           END-IF.

           PERFORM 9960-OPEN-WATCHLIST THRU 9960-EXIT.
           IF NOT SAN-LIST-OPEN
               DISPLAY "*** Unable to open WATCHLST - status "
                   WS-WATCH-LIST-STATUS " - borrowers will not be "
                   "screened."
               MOVE "WARN" TO WS-EVT-SEVERITY
               MOVE "SANNOWL" TO WS-EVT-MSG-CODE
               MOVE "NO SANCTIONS WATCHLIST - BORROWERS NOT SCREENED"
                   TO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-IF.

           PERFORM 1000-ACCEPT-BORROWER-NO THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-BORROWER THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT.
           CLOSE BORR-MSTR-FILE.
           GOBACK.

               MOVE BORR-MSTR-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Borrower " BM-BORROWER-NO " changed."
               PERFORM 2500-SCREEN-BORROWER THRU 2500-EXIT
           ELSE
               DISPLAY "Borrower '" WS-BORR-NO-ENTRY
                   "' is not on file - add? (Y/N): "
                   MOVE WS-BORR-NO-ENTRY TO BM-BORROWER-NO
                   MOVE ZEROES TO BM-MONTHLY-INCOME
                   MOVE ZEROES TO BM-MONTHLY-OBLIG
                   MOVE ZEROES TO BM-BIRTH-YEAR
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   WRITE BORR-MSTR-RECORD
                       INVALID KEY
                   MOVE BORR-MSTR-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Borrower " BM-BORROWER-NO " added."
                   PERFORM 2500-SCREEN-BORROWER THRU 2500-EXIT
               END-IF
           END-IF.

           MOVE BM-MONTHLY-OBLIG TO WS-OBLIG-DISPLAY.
           DISPLAY "Income:   " WS-INCOME-DISPLAY " monthly".
           DISPLAY "Owes:     " WS-OBLIG-DISPLAY " monthly".
           DISPLAY "Paperless: " BM-PAPERLESS "  Channel: "
               BM-PREF-CHANNEL.
           DISPLAY "Monitoring: ethnicity " BM-ETHNICITY " race "
               BM-RACE " sex " BM-SEX " born " BM-BIRTH-YEAR.
           DISPLAY "Geography: state " BM-STATE-CODE " county "
               BM-COUNTY-CODE " tract " BM-CENSUS-TRACT.
       2100-EXIT.
           EXIT.

           IF WS-AMOUNT-ENTRY > ZEROES
               MOVE WS-AMOUNT-ENTRY TO BM-MONTHLY-OBLIG
           END-IF.
           PERFORM 2300-ACCEPT-PREFERENCES THRU 2300-EXIT.
           PERFORM 2400-ACCEPT-MONITORING THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-ACCEPT-PREFERENCES
      *
      * Paperless (Y/N) and preferred channel (P post, E email).
      * Anything else is refused and the old value kept; with no
      * email address on file the borrower stays on paper.
      *-----------------------------------------------------------
       2300-ACCEPT-PREFERENCES.
           DISPLAY "Paperless Y/N (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY = "Y" OR "N"
               MOVE WS-FIELD-ENTRY TO BM-PAPERLESS
           ELSE
               IF WS-FIELD-ENTRY NOT = SPACES
                   DISPLAY "*** Paperless must be Y or N - kept."
               END-IF
           END-IF.
           DISPLAY "Preferred channel P=post E=email (blank to "
               "keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY = "P" OR "E"
               MOVE WS-FIELD-ENTRY TO BM-PREF-CHANNEL
           ELSE
               IF WS-FIELD-ENTRY NOT = SPACES
                   DISPLAY "*** Channel must be P or E - kept."
               END-IF
           END-IF.
           IF BM-EMAIL = SPACES
               AND (BM-PAPERLESS-YES OR BM-CH-EMAIL)
               DISPLAY "*** No email address on file - borrower "
                   "left on paper."
               MOVE "N" TO BM-PAPERLESS
               MOVE "P" TO BM-PREF-CHANNEL
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-ACCEPT-MONITORING
      *
      * The application-register codes as the applicant gave them
      * (see BORRMSTR for the lists) and where they are. A code
      * outside its list is refused and the old value kept.
      *-----------------------------------------------------------
       2400-ACCEPT-MONITORING.
           DISPLAY "Ethnicity 1-4 (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE BM-ETHNICITY TO WS-OLD-CODE
               MOVE WS-FIELD-ENTRY TO BM-ETHNICITY
               IF NOT BM-ETHNICITY-VALID
                   OR WS-FIELD-ENTRY (2:) NOT = SPACES
                   DISPLAY "*** Ethnicity must be 1 to 4 - kept."
                   MOVE WS-OLD-CODE TO BM-ETHNICITY
               END-IF
           END-IF.
           DISPLAY "Race 1-7 (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE BM-RACE TO WS-OLD-CODE
               MOVE WS-FIELD-ENTRY TO BM-RACE
               IF NOT BM-RACE-VALID
                   OR WS-FIELD-ENTRY (2:) NOT = SPACES
                   DISPLAY "*** Race must be 1 to 7 - kept."
                   MOVE WS-OLD-CODE TO BM-RACE
               END-IF
           END-IF.
           DISPLAY "Sex 1-4 (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE BM-SEX TO WS-OLD-CODE
               MOVE WS-FIELD-ENTRY TO BM-SEX
               IF NOT BM-SEX-VALID
                   OR WS-FIELD-ENTRY (2:) NOT = SPACES
                   DISPLAY "*** Sex must be 1 to 4 - kept."
                   MOVE WS-OLD-CODE TO BM-SEX
               END-IF
           END-IF.
           DISPLAY "Birth year (0 to keep): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-ENTRY.
           IF WS-YEAR-ENTRY > ZEROES
               MOVE WS-YEAR-ENTRY TO BM-BIRTH-YEAR
           END-IF.
           DISPLAY "State code (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO BM-STATE-CODE
           END-IF.
           DISPLAY "County code (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO BM-COUNTY-CODE
           END-IF.
           DISPLAY "Census tract (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO BM-CENSUS-TRACT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-SCREEN-BORROWER
      *
      * The borrower as now on file against the sanctions list. A
      * potential match is left on the registry - say and lnfund
      * hold its loans while the review is open - and reported to
      * the operator and, as a SEVERE event, to compliance.
      *-----------------------------------------------------------
       2500-SCREEN-BORROWER.
           MOVE "B" TO WS-SAN-SUBJECT-TYPE.
           MOVE BM-BORROWER-NO TO WS-SAN-SUBJECT.
           MOVE BM-NAME TO WS-SAN-NAME.
           MOVE BM-CITY TO WS-SAN-CITY.
           MOVE BM-POSTCODE TO WS-SAN-POSTCODE.
           PERFORM 9961-SCREEN-SUBJECT THRU 9961-EXIT.
           IF NOT SANCTIONS-HIT
               GO TO 2500-EXIT
           END-IF.
           DISPLAY "*** Borrower " BM-BORROWER-NO
               " potentially matches watchlist entry "
               WS-SAN-ENTRY-ID.
           DISPLAY "    " WS-SAN-LISTED-NAME " - review "
               WS-SAN-STATE "; pricing and funding are held.".
           MOVE "SEVERE" TO WS-EVT-SEVERITY.
           MOVE "BRSANHIT" TO WS-EVT-MSG-CODE.
           MOVE SPACES TO WS-EVT-TEXT.
           STRING "WATCHLIST MATCH BORROWER " DELIMITED BY SIZE
                  BM-BORROWER-NO DELIMITED BY SIZE
                  " ENTRY " DELIMITED BY SIZE
                  WS-SAN-ENTRY-ID DELIMITED BY SIZE
               INTO WS-EVT-TEXT.
           PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT.
       2500-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
           COPY lnsanchk.
           COPY lnsannrm.
           COPY d8evtwrt.
