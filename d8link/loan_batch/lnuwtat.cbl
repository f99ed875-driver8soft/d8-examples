      ******************************************************************
      *
      * Underwriting Turnaround Report
      * ==============================
      *
      * Weekly credit management report over the UWDECISN decisions
      * uwmaint records: for each credit officer, the referred
      * applications decided in the last seven days (the run date
      * and the six days before it), how many were approved and
      * how many declined, the override rate - the share approved,
      * overriding the DECRULES referral - and the average and
      * longest time in days from referral to decision, with a
      * total line for the whole desk. An officer with nothing
      * decided in the week does not appear.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original turnaround report.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnuwtat.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UW-DECISION-FILE ASSIGN TO "UWDECISN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UD-APPL-ID
               FILE STATUS IS WS-UW-DECISION-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY uwdecisn.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-UW-DECISION-STATUS PIC X(02) VALUE SPACES.
           88 UW-DECISION-OPENED VALUE "00".
           88 UW-DECISION-NOT-FOUND VALUE "35".

       01 WS-DECISION-EOF PIC X(01) VALUE "N".
           88 END-OF-DECISIONS VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-WEEK-FROM PIC 9(08).
       01 WS-WEEK-FROM-INT PIC 9(08) COMP.
       01 WS-DAYS PIC 9(05).

      * One row per officer seen in the week.
       01 WS-OFF-MAX PIC 9(03) VALUE 50.
       01 WS-OFF-COUNT PIC 9(03) VALUE ZEROES.
       01 OFF-TABLE.
           05 OFF-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-OFF-COUNT
               INDEXED BY OFF-IDX.
               10 OFF-ID PIC X(08).
               10 OFF-APPROVED PIC 9(07).
               10 OFF-DECLINED PIC 9(07).
               10 OFF-DAYS PIC 9(09).
               10 OFF-LONGEST PIC 9(05).

       01 WS-APPROVED-TOTAL PIC 9(07) VALUE ZEROES.
       01 WS-DECLINED-TOTAL PIC 9(07) VALUE ZEROES.
       01 WS-DAYS-TOTAL PIC 9(09) VALUE ZEROES.
       01 WS-LONGEST-TOTAL PIC 9(05) VALUE ZEROES.
       01 WS-APPROVED PIC 9(07).
       01 WS-DECIDED PIC 9(07).
       01 WS-DAYS-SUM PIC 9(09).
       01 WS-OVERRIDE-RATE PIC 9(03)V9(01).
       01 WS-RATE-DISPLAY PIC ZZ9.9.
       01 WS-AVG-DAYS PIC 9(05)V9(01).
       01 WS-AVG-DISPLAY PIC ZZZZ9.9.
       01 WS-LONGEST-DISPLAY PIC ZZZZ9.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNUWTAT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-WEEK-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 6.
           COMPUTE WS-WEEK-FROM =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-FROM-INT).

           OPEN INPUT UW-DECISION-FILE.
           IF UW-DECISION-NOT-FOUND
               DISPLAY "No UWDECISN file - no decisions on record."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF NOT UW-DECISION-OPENED
               DISPLAY "*** Unable to open UWDECISN - status "
                   WS-UW-DECISION-STATUS
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           PERFORM 8000-READ-DECISION THRU 8000-EXIT.
           PERFORM 2000-TALLY-DECISION THRU 2000-EXIT
               UNTIL END-OF-DECISIONS.

           CLOSE UW-DECISION-FILE.

           DISPLAY "Underwriting turnaround " WS-WEEK-FROM
               " to " WS-TODAY.
           DISPLAY "=======================================".
           DISPLAY "Officer   Approved Declined Override %  "
               "Avg days Longest".
           PERFORM 5000-PRINT-OFFICER THRU 5000-EXIT
               VARYING OFF-IDX FROM 1 BY 1
               UNTIL OFF-IDX > WS-OFF-COUNT.
           DISPLAY "---------------------------------------".
           MOVE WS-APPROVED-TOTAL TO WS-APPROVED.
           MOVE WS-APPROVED-TOTAL TO WS-DECIDED.
           ADD WS-DECLINED-TOTAL TO WS-DECIDED.
           MOVE WS-DAYS-TOTAL TO WS-DAYS-SUM.
           PERFORM 5100-RATES THRU 5100-EXIT.
           MOVE WS-LONGEST-TOTAL TO WS-LONGEST-DISPLAY.
           DISPLAY "All       " WS-APPROVED-TOTAL "  "
               WS-DECLINED-TOTAL "      " WS-RATE-DISPLAY "  "
               WS-AVG-DISPLAY "   " WS-LONGEST-DISPLAY.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-TALLY-DECISION
      *
      * A decision taken this week goes to its officer's row,
      * creating the row the first time the officer is seen.
      *-----------------------------------------------------------
       2000-TALLY-DECISION.
           IF UD-DECISION-DATE < WS-WEEK-FROM
               OR UD-DECISION-DATE > WS-TODAY
               GO TO 2000-NEXT
           END-IF.

           MOVE ZEROES TO WS-DAYS.
           IF UD-REFER-DATE > ZEROES
               AND UD-REFER-DATE < UD-DECISION-DATE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(UD-DECISION-DATE)
                   - FUNCTION INTEGER-OF-DATE(UD-REFER-DATE)
           END-IF.

           SET OFF-IDX TO 1.
           SEARCH OFF-ENTRY
               AT END
                   IF WS-OFF-COUNT < WS-OFF-MAX
                       ADD 1 TO WS-OFF-COUNT
                       SET OFF-IDX TO WS-OFF-COUNT
                       MOVE UD-OFFICER TO OFF-ID (OFF-IDX)
                       MOVE ZEROES TO OFF-APPROVED (OFF-IDX)
                       MOVE ZEROES TO OFF-DECLINED (OFF-IDX)
                       MOVE ZEROES TO OFF-DAYS (OFF-IDX)
                       MOVE ZEROES TO OFF-LONGEST (OFF-IDX)
                       PERFORM 2100-COUNT-DECISION THRU 2100-EXIT
                   ELSE
                       DISPLAY "*** Officer table full at "
                           WS-OFF-MAX " - '" UD-APPL-ID
                           "' not counted."
                   END-IF
               WHEN OFF-ID (OFF-IDX) = UD-OFFICER
                   PERFORM 2100-COUNT-DECISION THRU 2100-EXIT
           END-SEARCH.

       2000-NEXT.
           PERFORM 8000-READ-DECISION THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-COUNT-DECISION.
           IF UD-APPROVED
               ADD 1 TO OFF-APPROVED (OFF-IDX)
               ADD 1 TO WS-APPROVED-TOTAL
           ELSE
               ADD 1 TO OFF-DECLINED (OFF-IDX)
               ADD 1 TO WS-DECLINED-TOTAL
           END-IF.
           ADD WS-DAYS TO OFF-DAYS (OFF-IDX).
           ADD WS-DAYS TO WS-DAYS-TOTAL.
           IF WS-DAYS > OFF-LONGEST (OFF-IDX)
               MOVE WS-DAYS TO OFF-LONGEST (OFF-IDX)
           END-IF.
           IF WS-DAYS > WS-LONGEST-TOTAL
               MOVE WS-DAYS TO WS-LONGEST-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

       5000-PRINT-OFFICER.
           MOVE OFF-APPROVED (OFF-IDX) TO WS-APPROVED.
           MOVE OFF-APPROVED (OFF-IDX) TO WS-DECIDED.
           ADD OFF-DECLINED (OFF-IDX) TO WS-DECIDED.
           MOVE OFF-DAYS (OFF-IDX) TO WS-DAYS-SUM.
           PERFORM 5100-RATES THRU 5100-EXIT.
           MOVE OFF-LONGEST (OFF-IDX) TO WS-LONGEST-DISPLAY.
           DISPLAY OFF-ID (OFF-IDX) "  " OFF-APPROVED (OFF-IDX)
               "  " OFF-DECLINED (OFF-IDX) "      "
               WS-RATE-DISPLAY "  " WS-AVG-DISPLAY "   "
               WS-LONGEST-DISPLAY.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5100-RATES
      *
      * WS-APPROVED as a percentage of WS-DECIDED, and WS-DAYS-SUM
      * over WS-DECIDED as the average turnaround, each rounded to
      * a tenth.
      *-----------------------------------------------------------
       5100-RATES.
           MOVE ZEROES TO WS-OVERRIDE-RATE.
           MOVE ZEROES TO WS-AVG-DAYS.
           IF WS-DECIDED > ZERO
               COMPUTE WS-OVERRIDE-RATE ROUNDED =
                   WS-APPROVED * 100 / WS-DECIDED
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-DAYS-SUM / WS-DECIDED
           END-IF.
           MOVE WS-OVERRIDE-RATE TO WS-RATE-DISPLAY.
           MOVE WS-AVG-DAYS TO WS-AVG-DISPLAY.
       5100-EXIT.
           EXIT.

       8000-READ-DECISION.
           READ UW-DECISION-FILE
               AT END MOVE "Y" TO WS-DECISION-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
