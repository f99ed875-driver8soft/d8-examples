      * missing FUNDPM refuses the run outright - guessing here is
      * how a loan gets paid twice.
      *
      * Before an instruction is written the payee - the loan's
      * registered borrower, or the name on the loan - is screened
      * against the WATCHLST sanctions list. A potential match not
      * cleared by compliance holds the loan: no instruction, no
      * FUNDCTL row, a SEVERE event and a SANREVW review, and the
      * next run tries it again. No list refuses the run.
      *
      * The lnfconf batch matches the bank's confirmations back
      * against these rows.
      *
      *                  quarter one loan was funded twice.
      * 2026-09-02  RJM  FUNDPM go-live cutoff - the back book
      *                  booked before it is never instructed.
      * 2026-10-15  RJM  Sanctions screening of the payee before each
      *                  instruction - a potential watchlist match
      *                  holds the loan for compliance review (RC 4).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DISBURSE-FILE ASSIGN TO "DISBURSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSE-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           COPY lnsansel.
           COPY d8evtsel.

       DATA DIVISION.
       FILE SECTION.
           05 DB-CURRENCY     PIC X(03).
           05 DB-VALUE-DATE   PIC 9(08).

           COPY borrmstr.

           COPY watchlst.

           COPY sanrevw.

           COPY d8evtfd.

       WORKING-STORAGE SECTION.
       01 WS-FUND-PRM-STATUS PIC X(02) VALUE SPACES.
           88 FUND-PRM-OPENED VALUE "00".
           88 FUND-CTL-OPENED VALUE "00".
           88 FUND-CTL-NOT-FOUND VALUE "35".
       01 WS-DISBURSE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
           COPY lnsanws.
           COPY d8evtws.

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-BACKBOOK-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-INSTRUCTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ALREADY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.

      * Calendar dispatch work fields - the same direct-CALL bridge

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "lnfund" TO WS-EVT-PROGRAM.
           MOVE "lnfund" TO WS-SAN-PROGRAM.

           PERFORM 0500-LOAD-GOLIVE THRU 0500-EXIT.
           IF WS-GOLIVE-DATE = ZEROES
               GOBACK
           END-IF.

           PERFORM 9960-OPEN-WATCHLIST THRU 9960-EXIT.
           IF NOT SAN-LIST-OPEN
               DISPLAY "*** Unable to open WATCHLST - status "
                   WS-WATCH-LIST-STATUS " - payees cannot be "
                   "screened; no instructions issued."
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "SANNOWL" TO WS-EVT-MSG-CODE
               MOVE "NO SANCTIONS WATCHLIST - FUNDING RUN REFUSED"
                   TO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT
               GOBACK
           END-IF.

               DISPLAY "*** Unable to open FUNDCTL - status "
                   WS-FUND-CTL-STATUS
               CLOSE LOAN-MSTR-FILE
               PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT
               GOBACK
           END-IF.

           OPEN INPUT BORR-MSTR-FILE.
           OPEN OUTPUT DISBURSE-FILE.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
               UNTIL END-OF-MASTER.

           CLOSE DISBURSE-FILE.
           IF BORR-MSTR-OPENED
               CLOSE BORR-MSTR-FILE
           END-IF.
           CLOSE FUND-CTL-FILE.
           CLOSE LOAN-MSTR-FILE.
           PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT.

           DISPLAY "lnfund: " WS-INSTRUCTED-COUNT " instruction(s) "
               "written to DISBURSE for value " WS-VALUE-DATE ", "
               WS-ALREADY-COUNT " loan(s) already instructed, "
               WS-BACKBOOK-COUNT " before go-live, "
               WS-HELD-COUNT " held on the sanctions watchlist.".
           IF WS-HELD-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0500-LOAD-GOLIVE.
      *
      * One BOOKED loan: booked before go-live it is the already-
      * funded back book and never instructed; a FUNDCTL row means
      * it was instructed on an earlier run and is skipped; a
      * payee held by the watchlist is left for the next run;
      * otherwise the instruction is written and the loan recorded
      * PENDING.
      *-----------------------------------------------------------
                   GO TO 2000-NEXT
           END-READ.

           PERFORM 2100-SCREEN-PAYEE THRU 2100-EXIT.
           IF SANCTIONS-HIT
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-NEXT
           END-IF.

           MOVE LM-APPL-ID TO DB-APPL-ID.
           MOVE LM-BORROWER TO DB-BORROWER.
           MOVE LM-PRINCIPAL TO DB-AMOUNT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-SCREEN-PAYEE
      *
      * The registered borrower's registry name and address when
      * the loan has one on file, otherwise the name on the loan.
      *-----------------------------------------------------------
       2100-SCREEN-PAYEE.
           MOVE "N" TO WS-SAN-SUBJECT-TYPE.
           MOVE LM-BORROWER TO WS-SAN-SUBJECT.
           MOVE LM-BORROWER TO WS-SAN-NAME.
           MOVE SPACES TO WS-SAN-CITY.
           MOVE SPACES TO WS-SAN-POSTCODE.
           IF LM-BORROWER-NO NOT = SPACES AND BORR-MSTR-OPENED
               MOVE LM-BORROWER-NO TO BM-BORROWER-NO
               READ BORR-MSTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "B" TO WS-SAN-SUBJECT-TYPE
                       MOVE BM-BORROWER-NO TO WS-SAN-SUBJECT
                       MOVE BM-NAME TO WS-SAN-NAME
                       MOVE BM-CITY TO WS-SAN-CITY
                       MOVE BM-POSTCODE TO WS-SAN-POSTCODE
               END-READ
           END-IF.
           PERFORM 9961-SCREEN-SUBJECT THRU 9961-EXIT.
           IF NOT SANCTIONS-HIT
               GO TO 2100-EXIT
           END-IF.

           DISPLAY "*** Held '" LM-APPL-ID "' - payee " WS-SAN-NAME
               " potentially matches watchlist entry "
               WS-SAN-ENTRY-ID " (review " WS-SAN-STATE ").".
           MOVE "SEVERE" TO WS-EVT-SEVERITY.
           MOVE "FUNDSAN" TO WS-EVT-MSG-CODE.
           MOVE SPACES TO WS-EVT-TEXT.
           STRING "FUNDING HELD " DELIMITED BY SIZE
                  LM-APPL-ID DELIMITED BY SPACE
                  " ENTRY " DELIMITED BY SIZE
                  WS-SAN-ENTRY-ID DELIMITED BY SIZE
               INTO WS-EVT-TEXT.
           PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT.
       2100-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnsanchk.
           COPY lnsannrm.
           COPY d8evtwrt.
