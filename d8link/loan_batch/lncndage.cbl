      ******************************************************************
      *
      * Open Pre-Booking Conditions Aging Report
      * ========================================
      *
      * Lists every condition still OPEN on the CONDTRK file against
      * a loan that is still APPROVED, oldest first, with the
      * application and loan type it holds up, the date it was
      * raised and how many days it has been open, so underwriting
      * chases the longest-outstanding income verification, title
      * or documents first. Ends with the open
      * count in age bands - up to 7 days, 8 to 14, 15 to 30 and
      * over 30. RETURN-CODE is 4 when anything has been open more
      * than 30 days. Conditions left open on a loan that has since
      * been declined or has left the lifecycle are counted
      * separately and not listed.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original aging report.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lncndage.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COND-TRK-FILE ASSIGN TO "CONDTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-COND-TRK-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY condtrk.

           COPY loanmstr.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-OPEN-DATE    PIC 9(08).
           05 SR-APPL-ID      PIC X(20).
           05 SR-COND-CODE    PIC X(04).
           05 SR-DESCRIPTION  PIC X(40).
           05 SR-DAYS-OPEN    PIC 9(05).
           05 SR-LOAN-TYPE    PIC X(04).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-COND-TRK-STATUS PIC X(02) VALUE SPACES.
           88 COND-TRK-OPENED VALUE "00".
           88 COND-TRK-NOT-FOUND VALUE "35".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".

       01 WS-COND-EOF PIC X(01) VALUE "N".
           88 END-OF-CONDITIONS VALUE "Y".
       01 WS-SORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SORTED VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-INT PIC 9(07).
       01 WS-OPEN-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-STALE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-BAND-7 PIC 9(05) VALUE ZEROES.
       01 WS-BAND-14 PIC 9(05) VALUE ZEROES.
       01 WS-BAND-30 PIC 9(05) VALUE ZEROES.
       01 WS-BAND-OVER PIC 9(05) VALUE ZEROES.
       01 WS-DAYS-DISPLAY PIC ZZZZ9.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNCNDAGE" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           DISPLAY "Open pre-booking conditions as of " WS-TODAY.
           DISPLAY "==========================================".

           OPEN INPUT COND-TRK-FILE.
           IF COND-TRK-NOT-FOUND
               DISPLAY "No CONDTRK file - no conditions on record."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF NOT COND-TRK-OPENED
               DISPLAY "*** Unable to open CONDTRK - status "
                   WS-COND-TRK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE COND-TRK-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OPEN-DATE SR-APPL-ID
                   SR-COND-CODE
               INPUT PROCEDURE IS 1000-SELECT-OPEN
               OUTPUT PROCEDURE IS 2000-LIST-OPEN.

           CLOSE LOAN-MSTR-FILE.
           CLOSE COND-TRK-FILE.

           DISPLAY "------------------------------------------".
           DISPLAY "Open 0-7 days:   " WS-BAND-7.
           DISPLAY "Open 8-14 days:  " WS-BAND-14.
           DISPLAY "Open 15-30 days: " WS-BAND-30.
           DISPLAY "Open over 30:    " WS-BAND-OVER.
           DISPLAY "lncndage: " WS-OPEN-COUNT " open condition(s) "
               "holding up a booking, " WS-STALE-COUNT " left open "
               "on a loan no longer APPROVED.".
           IF WS-BAND-OVER > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-OPEN-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-STALE-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-SELECT-OPEN
      *
      * Releases every open condition on an APPROVED loan with its
      * age in days.
      *-----------------------------------------------------------
       1000-SELECT-OPEN.
           PERFORM 8000-READ-CONDITION THRU 8000-EXIT.
           PERFORM 1100-RELEASE-CONDITION THRU 1100-EXIT
               UNTIL END-OF-CONDITIONS.
       1000-EXIT.
           EXIT.

       1100-RELEASE-CONDITION.
           IF NOT CT-OPEN
               GO TO 1100-NEXT
           END-IF.
           MOVE CT-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
                   GO TO 1100-NEXT
           END-READ.
           IF NOT LM-ST-APPROVED
               ADD 1 TO WS-STALE-COUNT
               GO TO 1100-NEXT
           END-IF.
           MOVE LM-LOAN-TYPE TO SR-LOAN-TYPE.
           MOVE CT-OPEN-DATE TO SR-OPEN-DATE.
           MOVE CT-APPL-ID TO SR-APPL-ID.
           MOVE CT-COND-CODE TO SR-COND-CODE.
           MOVE CT-DESCRIPTION TO SR-DESCRIPTION.
           MOVE ZEROES TO SR-DAYS-OPEN.
           IF CT-OPEN-DATE > ZEROES AND CT-OPEN-DATE < WS-TODAY
               COMPUTE SR-DAYS-OPEN = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(CT-OPEN-DATE)
           END-IF.
           RELEASE SORT-RECORD.
       1100-NEXT.
           PERFORM 8000-READ-CONDITION THRU 8000-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-LIST-OPEN
      *
      * One line per open condition, oldest first, counted into
      * its age band.
      *-----------------------------------------------------------
       2000-LIST-OPEN.
           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
           PERFORM 2100-LIST-ONE THRU 2100-EXIT
               UNTIL END-OF-SORTED.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE.
           ADD 1 TO WS-OPEN-COUNT.
           EVALUATE TRUE
               WHEN SR-DAYS-OPEN NOT > 7
                   ADD 1 TO WS-BAND-7
               WHEN SR-DAYS-OPEN NOT > 14
                   ADD 1 TO WS-BAND-14
               WHEN SR-DAYS-OPEN NOT > 30
                   ADD 1 TO WS-BAND-30
               WHEN OTHER
                   ADD 1 TO WS-BAND-OVER
           END-EVALUATE.
           MOVE SR-DAYS-OPEN TO WS-DAYS-DISPLAY.
           DISPLAY WS-DAYS-DISPLAY " day(s) " SR-APPL-ID " "
               SR-LOAN-TYPE " " SR-COND-CODE " "
               SR-DESCRIPTION " raised " SR-OPEN-DATE.
           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

       8000-READ-CONDITION.
           READ COND-TRK-FILE NEXT
               AT END MOVE "Y" TO WS-COND-EOF
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
