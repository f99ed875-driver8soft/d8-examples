      ******************************************************************
      *
      * Open Credit-Bureau Dispute Aging Report
      * =======================================
      *
      * Lists every dispute still OPEN on the BDISPUTE file, nearest
      * response deadline first, with the loan, the bureau, the
      * field disputed, the date it was received, the due date and
      * the days left to respond - negative once the deadline has
      * passed - so compliance works the disputes about to run out
      * of time first. A dispute due within 10 days is flagged DUE
      * SOON and one past its due date OVERDUE.
      *
      * Ends with the open count in bands - overdue, due within 5
      * days, 6 to 10 and more than 10. RETURN-CODE is 4 when any
      * dispute is overdue.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original aging report.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnbdage.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lndspsel.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY bdispute.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-DUE-DATE     PIC 9(08).
           05 SR-APPL-ID      PIC X(20).
           05 SR-BUREAU       PIC X(02).
           05 SR-DISPUTE-DATE PIC 9(08).
           05 SR-FIELD        PIC X(02).
           05 SR-DETAIL       PIC X(40).
           05 SR-DAYS-LEFT    PIC S9(05).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
           COPY lndspws.

       01 WS-DSP-EOF PIC X(01) VALUE "N".
           88 END-OF-DISPUTES VALUE "Y".
       01 WS-SORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SORTED VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-INT PIC 9(07).
       01 WS-OPEN-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-BAND-OVERDUE PIC 9(05) VALUE ZEROES.
       01 WS-BAND-5 PIC 9(05) VALUE ZEROES.
       01 WS-BAND-10 PIC 9(05) VALUE ZEROES.
       01 WS-BAND-LATER PIC 9(05) VALUE ZEROES.
       01 WS-DAYS-DISPLAY PIC -ZZZ9.
       01 WS-FLAG PIC X(08).
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNBDAGE" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           DISPLAY "Open credit-bureau disputes as of " WS-TODAY.
           DISPLAY "==========================================".

           OPEN INPUT BUREAU-DISPUTE-FILE.
           IF BUREAU-DSP-NOT-FOUND
               DISPLAY "No BDISPUTE file - no disputes on record."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF NOT BUREAU-DSP-OPENED
               DISPLAY "*** Unable to open BDISPUTE - status "
                   WS-BUREAU-DSP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DUE-DATE SR-APPL-ID SR-BUREAU
                   SR-DISPUTE-DATE
               INPUT PROCEDURE IS 1000-SELECT-OPEN
               OUTPUT PROCEDURE IS 2000-LIST-OPEN.

           CLOSE BUREAU-DISPUTE-FILE.

           DISPLAY "------------------------------------------".
           DISPLAY "Overdue:             " WS-BAND-OVERDUE.
           DISPLAY "Due within 5 days:   " WS-BAND-5.
           DISPLAY "Due in 6-10 days:    " WS-BAND-10.
           DISPLAY "Due in over 10 days: " WS-BAND-LATER.
           DISPLAY "lnbdage: " WS-OPEN-COUNT " open dispute(s), "
               WS-BAND-OVERDUE " past the response deadline.".
           IF WS-BAND-OVERDUE > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-OPEN-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-SELECT-OPEN
      *
      * Releases every open dispute with the days left to its due
      * date.
      *-----------------------------------------------------------
       1000-SELECT-OPEN.
           PERFORM 8000-READ-DISPUTE THRU 8000-EXIT.
           PERFORM 1100-RELEASE-DISPUTE THRU 1100-EXIT
               UNTIL END-OF-DISPUTES.
       1000-EXIT.
           EXIT.

       1100-RELEASE-DISPUTE.
           IF NOT BD-OPEN
               GO TO 1100-NEXT
           END-IF.
           MOVE BD-DUE-DATE TO SR-DUE-DATE.
           MOVE BD-APPL-ID TO SR-APPL-ID.
           MOVE BD-BUREAU TO SR-BUREAU.
           MOVE BD-DISPUTE-DATE TO SR-DISPUTE-DATE.
           MOVE BD-FIELD TO SR-FIELD.
           MOVE BD-DETAIL TO SR-DETAIL.
           MOVE ZEROES TO SR-DAYS-LEFT.
           IF BD-DUE-DATE > ZEROES
               COMPUTE SR-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(BD-DUE-DATE)
                   - WS-TODAY-INT
           END-IF.
           RELEASE SORT-RECORD.
       1100-NEXT.
           PERFORM 8000-READ-DISPUTE THRU 8000-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-LIST-OPEN
      *
      * One line per open dispute, nearest deadline first, counted
      * into its band.
      *-----------------------------------------------------------
       2000-LIST-OPEN.
           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
           PERFORM 2100-LIST-ONE THRU 2100-EXIT
               UNTIL END-OF-SORTED.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE SPACES TO WS-FLAG.
           EVALUATE TRUE
               WHEN SR-DAYS-LEFT < ZERO
                   ADD 1 TO WS-BAND-OVERDUE
                   MOVE "OVERDUE" TO WS-FLAG
               WHEN SR-DAYS-LEFT NOT > 5
                   ADD 1 TO WS-BAND-5
                   MOVE "DUE SOON" TO WS-FLAG
               WHEN SR-DAYS-LEFT NOT > 10
                   ADD 1 TO WS-BAND-10
                   MOVE "DUE SOON" TO WS-FLAG
               WHEN OTHER
                   ADD 1 TO WS-BAND-LATER
           END-EVALUATE.
           MOVE SR-DAYS-LEFT TO WS-DAYS-DISPLAY.
           DISPLAY WS-DAYS-DISPLAY " day(s) " WS-FLAG " "
               SR-APPL-ID " " SR-BUREAU " " SR-FIELD " "
               SR-DETAIL " received " SR-DISPUTE-DATE " due "
               SR-DUE-DATE.
           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

       8000-READ-DISPUTE.
           READ BUREAU-DISPUTE-FILE NEXT
               AT END MOVE "Y" TO WS-DSP-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8200-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.
       8200-EXIT.
           EXIT.

           COPY lnrstwrt.
