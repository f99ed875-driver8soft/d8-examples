      ******************************************************************
      *
      * Call Quota Usage Report
      * =======================
      *
      * The daily look at the D8QUOTA call quotas: which clients
      * were refused calls, and which came close to their limits
      * without tripping them - the ones to talk to (or re-size)
      * before a busy day turns them into refusals. Reads the
      * D8QUSE usage rows the dispatch path writes as each client
      * run closes its logs, sums each client / service pair's day
      * (calls let through, calls refused, busiest minute), judges
      * the busiest minute against the per-minute limit and the
      * day's calls against the daily one, and lists every pair
      * with its use of each limit as a percentage. A pair refused
      * any call is flagged OVER; one that reached the near-limit
      * percentage on either limit is flagged NEAR. The flagged
      * count is left in RETURN-CODE so the scheduler can alert.
      *
      * D8QTAPM carries the near-limit percentage 9(3) and the day
      * to report 9(8) - e.g. "080" = flag from 80 percent of a
      * limit, today; "09020261014" = 90 percent, for 2026-10-14.
      * No D8QTAPM means 80 percent, today.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original quota usage report.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. d8qtarpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY d8entsel.
           SELECT QTA-PRM-FILE ASSIGN TO "D8QTAPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTA-PRM-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY d8entfd.

       FD  QTA-PRM-FILE.
       01  QTA-PRM-RECORD.
           05 QP-NEAR-PCT PIC 9(03).
           05 QP-REPORT-DATE PIC 9(08).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
           COPY d8entws.
       01 WS-QTA-PRM-STATUS PIC X(02) VALUE SPACES.
           88 QTA-PRM-OPENED VALUE "00".
           COPY lnrstws.

       01 WS-USE-EOF PIC X(01) VALUE "N".
           88 END-OF-USAGE VALUE "Y".

       01 WS-REPORT-DATE PIC 9(08).
       01 WS-NEAR-PCT PIC 9(03) VALUE 080.
       01 WS-FLAGGED-COUNT PIC 9(04) VALUE ZEROES.
       01 WS-REFUSED-TOTAL PIC 9(09) VALUE ZEROES.

      * The day's usage per client / service pair.
       01 WS-USE-MAX PIC 9(03) VALUE 200.
       01 WS-USE-COUNT PIC 9(03) VALUE ZEROES.
       01 USE-TABLE.
           05 USE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-USE-COUNT
               INDEXED BY USE-IDX.
               10 USE-CLIENT-ID PIC X(08).
               10 USE-PROG-NAME PIC X(08).
               10 USE-CALLS PIC 9(09) COMP.
               10 USE-REJECTED PIC 9(09) COMP.
               10 USE-PEAK PIC 9(05) COMP.
               10 USE-PER-MINUTE PIC 9(05).
               10 USE-PER-DAY PIC 9(07).

       01 WS-MIN-PCT PIC 9(05) COMP.
       01 WS-DAY-PCT PIC 9(05) COMP.

       01 RPT-HEADING.
           05 FILLER PIC X(09) VALUE "CLIENT".
           05 FILLER PIC X(09) VALUE "SERVICE".
           05 FILLER PIC X(10) VALUE "     CALLS".
           05 FILLER PIC X(09) VALUE "  REFUSED".
           05 FILLER PIC X(08) VALUE " BUSIEST".
           05 FILLER PIC X(08) VALUE "   LIMIT".
           05 FILLER PIC X(05) VALUE "  PCT".
           05 FILLER PIC X(10) VALUE "     LIMIT".
           05 FILLER PIC X(05) VALUE "  PCT".
           05 FILLER PIC X(06) VALUE "  FLAG".
       01 RPT-HEADING-2.
           05 FILLER PIC X(37) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "  MINUTE".
           05 FILLER PIC X(08) VALUE " /MINUTE".
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "      /DAY".
       01 RPT-LINE.
           05 RL-CLIENT-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-PROG-NAME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-CALLS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-REJECTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-PEAK PIC ZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-PER-MINUTE PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-MIN-PCT PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-PER-DAY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-DAY-PCT PIC ZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-FLAG PIC X(04).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "D8QTARPT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-PARM THRU 1000-EXIT.

           DISPLAY "Call quota usage report for " WS-REPORT-DATE.
           DISPLAY "==========================================".

           OPEN INPUT D8QUSE-FILE.
           IF NOT D8QUSE-FILE-OPENED
               DISPLAY "No quota usage on file - nothing to report."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           PERFORM 8000-READ-USAGE THRU 8000-EXIT.
           PERFORM 2000-TAKE-USAGE THRU 2000-EXIT
               UNTIL END-OF-USAGE.
           CLOSE D8QUSE-FILE.

           IF WS-USE-COUNT = ZEROES
               DISPLAY "No throttled client called on "
                   WS-REPORT-DATE "."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           DISPLAY RPT-HEADING.
           DISPLAY RPT-HEADING-2.
           PERFORM 3000-REPORT-PAIR THRU 3000-EXIT
               VARYING USE-IDX FROM 1 BY 1
               UNTIL USE-IDX > WS-USE-COUNT.

           DISPLAY "------------------------------------------".
           DISPLAY "d8qtarpt: " WS-USE-COUNT " client/service "
               "pair(s), " WS-FLAGGED-COUNT " at or near a limit, "
               WS-REFUSED-TOTAL " call(s) refused.".
           MOVE WS-FLAGGED-COUNT TO RETURN-CODE.
           MOVE WS-USE-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARM.
           OPEN INPUT QTA-PRM-FILE.
           IF QTA-PRM-OPENED
               READ QTA-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF QP-NEAR-PCT NUMERIC AND QP-NEAR-PCT > ZEROES
                           MOVE QP-NEAR-PCT TO WS-NEAR-PCT
                       END-IF
                       IF QP-REPORT-DATE NUMERIC
                           AND QP-REPORT-DATE > ZEROES
                           MOVE QP-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE QTA-PRM-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-TAKE-USAGE
      *
      * One run's usage row for the report day, folded into its
      * pair: calls and refusals add up, the busiest minute is the
      * busiest of any run, and the limits are the latest in force.
      *-----------------------------------------------------------
       2000-TAKE-USAGE.
           ADD 1 TO WS-RSTAT-READ.
           IF QU-DATE NOT = WS-REPORT-DATE
               OR QU-CALLS NOT NUMERIC
               OR QU-REJECTED NOT NUMERIC
               OR QU-PEAK-MINUTE NOT NUMERIC
               GO TO 2000-NEXT
           END-IF.
           SET USE-IDX TO 1.
           SEARCH USE-ENTRY
               AT END
                   IF WS-USE-COUNT < WS-USE-MAX
                       ADD 1 TO WS-USE-COUNT
                       SET USE-IDX TO WS-USE-COUNT
                       INITIALIZE USE-ENTRY (USE-IDX)
                       MOVE QU-CLIENT-ID TO USE-CLIENT-ID (USE-IDX)
                       MOVE QU-PROG-NAME TO USE-PROG-NAME (USE-IDX)
                       PERFORM 2100-ADD-USAGE THRU 2100-EXIT
                   ELSE
                       DISPLAY "*** Usage table full - '"
                           QU-CLIENT-ID "' / '" QU-PROG-NAME
                           "' not reported."
                   END-IF
               WHEN USE-CLIENT-ID (USE-IDX) = QU-CLIENT-ID
                   AND USE-PROG-NAME (USE-IDX) = QU-PROG-NAME
                   PERFORM 2100-ADD-USAGE THRU 2100-EXIT
           END-SEARCH.
       2000-NEXT.
           PERFORM 8000-READ-USAGE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-ADD-USAGE.
           ADD QU-CALLS TO USE-CALLS (USE-IDX).
           ADD QU-REJECTED TO USE-REJECTED (USE-IDX).
           IF QU-PEAK-MINUTE > USE-PEAK (USE-IDX)
               MOVE QU-PEAK-MINUTE TO USE-PEAK (USE-IDX)
           END-IF.
           MOVE QU-PER-MINUTE TO USE-PER-MINUTE (USE-IDX).
           MOVE QU-PER-DAY TO USE-PER-DAY (USE-IDX).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-REPORT-PAIR
      *
      * Use of each limit as a percentage (blank where the limit
      * is off), and the flag: OVER once any call was refused, NEAR
      * at or past the near-limit percentage of either limit.
      *-----------------------------------------------------------
       3000-REPORT-PAIR.
           MOVE SPACES TO RPT-LINE.
           MOVE USE-CLIENT-ID (USE-IDX) TO RL-CLIENT-ID.
           MOVE USE-PROG-NAME (USE-IDX) TO RL-PROG-NAME.
           MOVE USE-CALLS (USE-IDX) TO RL-CALLS.
           MOVE USE-REJECTED (USE-IDX) TO RL-REJECTED.
           MOVE USE-PEAK (USE-IDX) TO RL-PEAK.
           MOVE ZEROES TO WS-MIN-PCT.
           MOVE ZEROES TO WS-DAY-PCT.

           IF USE-PER-MINUTE (USE-IDX) NUMERIC
               AND USE-PER-MINUTE (USE-IDX) > ZEROES
               MOVE USE-PER-MINUTE (USE-IDX) TO RL-PER-MINUTE
               COMPUTE WS-MIN-PCT =
                   USE-PEAK (USE-IDX) * 100
                   / USE-PER-MINUTE (USE-IDX)
               MOVE WS-MIN-PCT TO RL-MIN-PCT
           END-IF.
           IF USE-PER-DAY (USE-IDX) NUMERIC
               AND USE-PER-DAY (USE-IDX) > ZEROES
               MOVE USE-PER-DAY (USE-IDX) TO RL-PER-DAY
               COMPUTE WS-DAY-PCT =
                   USE-CALLS (USE-IDX) * 100
                   / USE-PER-DAY (USE-IDX)
               MOVE WS-DAY-PCT TO RL-DAY-PCT
           END-IF.

           IF USE-REJECTED (USE-IDX) > ZEROES
               MOVE "OVER" TO RL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
               ADD USE-REJECTED (USE-IDX) TO WS-REFUSED-TOTAL
           ELSE
               IF WS-MIN-PCT NOT < WS-NEAR-PCT
                   OR WS-DAY-PCT NOT < WS-NEAR-PCT
                   MOVE "NEAR" TO RL-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.
           DISPLAY RPT-LINE.
       3000-EXIT.
           EXIT.

       8000-READ-USAGE.
           READ D8QUSE-FILE
               AT END MOVE "Y" TO WS-USE-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
