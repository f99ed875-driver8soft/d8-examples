      ******************************************************************
      *
      * Promise-to-Pay Kept-Rate Report
      * ===============================
      *
      * Weekly collections management report over the PROMHIST
      * history the clptpevl batch writes: for each collector, the
      * promises judged in the last seven days (the run date and the
      * six days before it), how many were kept and how many broken,
      * and the kept rate as a percentage, with a total line for the
      * whole floor. A collector with nothing judged in the week
      * does not appear.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original kept-rate report.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clptprpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROM-HIST-FILE ASSIGN TO "PROMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PROM-HIST-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY promhist.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-PROM-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PROM-HIST-OPENED VALUE "00".

       01 WS-PROM-EOF PIC X(01) VALUE "N".
           88 END-OF-PROMISES VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-WEEK-FROM PIC 9(08).
       01 WS-WEEK-FROM-INT PIC 9(08) COMP.

      * One row per collector seen in the week.
       01 WS-COLL-MAX PIC 9(03) VALUE 50.
       01 WS-COLL-COUNT PIC 9(03) VALUE ZEROES.
       01 COLL-TABLE.
           05 COLL-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-COLL-COUNT
               INDEXED BY COLL-IDX.
               10 COLL-ID PIC X(08).
               10 COLL-KEPT PIC 9(07).
               10 COLL-BROKEN PIC 9(07).

       01 WS-KEPT-TOTAL PIC 9(07) VALUE ZEROES.
       01 WS-BROKEN-TOTAL PIC 9(07) VALUE ZEROES.
       01 WS-KEPT PIC 9(07).
       01 WS-JUDGED PIC 9(07).
       01 WS-KEPT-RATE PIC 9(03)V9(01).
       01 WS-RATE-DISPLAY PIC ZZ9.9.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "CLPTPRPT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-WEEK-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 6.
           COMPUTE WS-WEEK-FROM =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-FROM-INT).

           OPEN INPUT PROM-HIST-FILE.
           IF NOT PROM-HIST-OPENED
               DISPLAY "*** Unable to open PROMHIST - status "
                   WS-PROM-HIST-STATUS
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           PERFORM 8000-READ-PROMISE THRU 8000-EXIT.
           PERFORM 2000-TALLY-PROMISE THRU 2000-EXIT
               UNTIL END-OF-PROMISES.

           CLOSE PROM-HIST-FILE.

           DISPLAY "Promise-to-pay kept rate " WS-WEEK-FROM
               " to " WS-TODAY.
           DISPLAY "=====================================".
           DISPLAY "Collector     Kept  Broken  Kept %".
           PERFORM 5000-PRINT-COLLECTOR THRU 5000-EXIT
               VARYING COLL-IDX FROM 1 BY 1
               UNTIL COLL-IDX > WS-COLL-COUNT.
           DISPLAY "-------------------------------------".
           MOVE WS-KEPT-TOTAL TO WS-KEPT.
           MOVE WS-KEPT-TOTAL TO WS-JUDGED.
           ADD WS-BROKEN-TOTAL TO WS-JUDGED.
           PERFORM 5100-KEPT-RATE THRU 5100-EXIT.
           DISPLAY "All       " WS-KEPT-TOTAL " " WS-BROKEN-TOTAL
               "  " WS-RATE-DISPLAY.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-TALLY-PROMISE
      *
      * A verdict reached this week goes to its collector's row,
      * creating the row the first time the collector is seen.
      *-----------------------------------------------------------
       2000-TALLY-PROMISE.
           IF PR-EVAL-DATE < WS-WEEK-FROM
               OR PR-EVAL-DATE > WS-TODAY
               GO TO 2000-NEXT
           END-IF.

           SET COLL-IDX TO 1.
           SEARCH COLL-ENTRY
               AT END
                   IF WS-COLL-COUNT < WS-COLL-MAX
                       ADD 1 TO WS-COLL-COUNT
                       SET COLL-IDX TO WS-COLL-COUNT
                       MOVE PR-COLLECTOR TO COLL-ID (COLL-IDX)
                       MOVE ZEROES TO COLL-KEPT (COLL-IDX)
                       MOVE ZEROES TO COLL-BROKEN (COLL-IDX)
                       PERFORM 2100-COUNT-VERDICT THRU 2100-EXIT
                   ELSE
                       DISPLAY "*** Collector table full at "
                           WS-COLL-MAX " - '" PR-APPL-ID
                           "' not counted."
                   END-IF
               WHEN COLL-ID (COLL-IDX) = PR-COLLECTOR
                   PERFORM 2100-COUNT-VERDICT THRU 2100-EXIT
           END-SEARCH.

       2000-NEXT.
           PERFORM 8000-READ-PROMISE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-COUNT-VERDICT.
           IF PR-KEPT
               ADD 1 TO COLL-KEPT (COLL-IDX)
               ADD 1 TO WS-KEPT-TOTAL
           ELSE
               ADD 1 TO COLL-BROKEN (COLL-IDX)
               ADD 1 TO WS-BROKEN-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

       5000-PRINT-COLLECTOR.
           MOVE COLL-KEPT (COLL-IDX) TO WS-KEPT.
           MOVE COLL-KEPT (COLL-IDX) TO WS-JUDGED.
           ADD COLL-BROKEN (COLL-IDX) TO WS-JUDGED.
           PERFORM 5100-KEPT-RATE THRU 5100-EXIT.
           DISPLAY COLL-ID (COLL-IDX) "  " COLL-KEPT (COLL-IDX) " "
               COLL-BROKEN (COLL-IDX) "  " WS-RATE-DISPLAY.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5100-KEPT-RATE
      *
      * WS-KEPT as a percentage of WS-JUDGED, rounded to a tenth.
      *-----------------------------------------------------------
       5100-KEPT-RATE.
           MOVE ZEROES TO WS-KEPT-RATE.
           IF WS-JUDGED > ZERO
               COMPUTE WS-KEPT-RATE ROUNDED =
                   WS-KEPT * 100 / WS-JUDGED
           END-IF.
           MOVE WS-KEPT-RATE TO WS-RATE-DISPLAY.
       5100-EXIT.
           EXIT.

       8000-READ-PROMISE.
           READ PROM-HIST-FILE
               AT END MOVE "Y" TO WS-PROM-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
