      ******************************************************************
      *
      * Collector Assignment and Workload Batch
      * =======================================
      *
      * Daily, weekends included, after the lnaging run has opened
      * the night's new collections cases. Hands every OPEN case
      * that has no collector - and every OPEN case still held by a
      * collector the COLLRSTR roster now marks inactive - to an
      * active collector who works the case's bucket and is under
      * their open-case ceiling. Within a bucket the cases go round
      * robin: the first of the run to the least-loaded eligible
      * collector, each one after to the next eligible collector in
      * roster order.
      *
      * COLLRSTR is one line per collector: id, active flag (Y/N),
      * maximum open cases, and up to three buckets worked (30+,
      * 60+, 90+). A case nobody can take - no active collector for
      * the bucket, or all of them full - is reported, left where it
      * is, and sets RETURN-CODE 4.
      *
      * Closes with the workload report: open cases and past-due
      * dollars (from the DLQSNAP snapshot) per collector, and the
      * cases still unassigned.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original assignment batch - new cases had
      *                  waited for a supervisor to assign them in
      *                  clmaint, so Friday's sat until Tuesday.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. classign.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-RSTR-FILE ASSIGN TO "COLLRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-RSTR-STATUS.
           SELECT COLL-CASE-FILE ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-APPL-ID
               FILE STATUS IS WS-COLL-CASE-STATUS.
           SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-APPL-ID
               FILE STATUS IS WS-DLQ-SNAP-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-RSTR-FILE.
       01  COLL-RSTR-RECORD.
           05 CR-COLLECTOR  PIC X(08).
           05 CR-ACTIVE     PIC X(01).
           05 CR-MAX-OPEN   PIC 9(04).
           05 CR-BUCKET     PIC X(04) OCCURS 3 TIMES.

           COPY collcase.

           COPY dlqsnap.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-COLL-RSTR-STATUS PIC X(02) VALUE SPACES.
           88 COLL-RSTR-OPENED VALUE "00".
       01 WS-COLL-CASE-STATUS PIC X(02) VALUE SPACES.
           88 COLL-CASE-OPENED VALUE "00".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".

       01 WS-RSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       01 WS-CASE-EOF PIC X(01) VALUE "N".
           88 END-OF-CASES VALUE "Y".

       01 WS-TODAY PIC 9(08).

      * The roster, loaded from COLLRSTR, with each collector's
      * running load.
       01 WS-RST-MAX PIC 9(03) VALUE 50.
       01 WS-RST-COUNT PIC 9(03) VALUE ZEROES.
       01 RST-TABLE.
           05 RST-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-RST-COUNT
               INDEXED BY RST-IDX.
               10 RST-COLLECTOR PIC X(08).
               10 RST-ACTIVE PIC X(01).
               10 RST-MAX-OPEN PIC 9(04).
               10 RST-BUCKET PIC X(04) OCCURS 3 TIMES.
               10 RST-OPEN PIC 9(05).
               10 RST-ASSIGNED PIC 9(05).
               10 RST-DUE PIC S9(11)V9(2) COMP-3.

      * Round-robin position per bucket - the roster row that took
      * the bucket's last case, zero before its first.
       01 WS-BKT-MAX PIC 9(02) VALUE 10.
       01 WS-BKT-COUNT PIC 9(02) VALUE ZEROES.
       01 BKT-TABLE.
           05 BKT-ENTRY OCCURS 1 TO 10 TIMES
               DEPENDING ON WS-BKT-COUNT
               INDEXED BY BKT-IDX.
               10 BKT-NAME PIC X(04).
               10 BKT-LAST PIC 9(03).

       01 WS-HOLDER PIC 9(03) COMP.
       01 WS-PICK PIC 9(03) COMP.
       01 WS-SCAN PIC 9(03) COMP.
       01 WS-TRIES PIC 9(03) COMP.
       01 WS-BSUB PIC 9(01) COMP.
       01 WS-ELIGIBLE PIC X(01) VALUE "N".
           88 COLLECTOR-ELIGIBLE VALUE "Y".
       01 WS-PREV-COLLECTOR PIC X(08).
       01 WS-CASE-DUE PIC S9(9)V9(2) COMP-3.

       01 WS-ASSIGN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-MOVED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-UNASSIGNED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-UNASSIGNED-DUE PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-OPEN-TOTAL PIC 9(07) VALUE ZEROES.
       01 WS-DUE-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-DUE-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "CLASSIGN" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT.
           IF WS-RST-COUNT = ZEROES
               DISPLAY "classign: no collectors on COLLRSTR - "
                   "nothing assigned."
               MOVE 4 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O COLL-CASE-FILE.
           IF NOT COLL-CASE-OPENED
               DISPLAY "*** Unable to open COLLCASE - status "
                   WS-COLL-CASE-STATUS
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "classign: DLQSNAP not available - status "
                   WS-DLQ-SNAP-STATUS " - dollars report as zero."
           END-IF.

      * Pass 1 - the load each active collector already carries.
           PERFORM 8000-READ-CASE THRU 8000-EXIT.
           PERFORM 2000-COUNT-LOAD THRU 2000-EXIT
               UNTIL END-OF-CASES.

      * Pass 2 - hand out the unassigned and orphaned cases.
           MOVE "N" TO WS-CASE-EOF.
           MOVE LOW-VALUES TO CC-APPL-ID.
           START COLL-CASE-FILE KEY NOT < CC-APPL-ID
               INVALID KEY MOVE "Y" TO WS-CASE-EOF
           END-START.
           IF NOT END-OF-CASES
               PERFORM 8000-READ-CASE THRU 8000-EXIT
           END-IF.
           PERFORM 3000-ASSIGN-CASE THRU 3000-EXIT
               UNTIL END-OF-CASES.

           IF DLQ-SNAP-OPENED
               CLOSE DLQ-SNAP-FILE
           END-IF.
           CLOSE COLL-CASE-FILE.

           PERFORM 5000-WORKLOAD-REPORT THRU 5000-EXIT.

           IF WS-UNASSIGNED-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-ASSIGN-COUNT TO WS-RSTAT-WRITTEN.
           ADD WS-MOVED-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-UNASSIGNED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-ROSTER.
           MOVE ZEROES TO WS-RST-COUNT.
           OPEN INPUT COLL-RSTR-FILE.
           IF NOT COLL-RSTR-OPENED
               DISPLAY "*** Unable to open COLLRSTR - status "
                   WS-COLL-RSTR-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-ROSTER THRU 1010-EXIT.
           PERFORM 1020-LOAD-COLLECTOR THRU 1020-EXIT
               UNTIL END-OF-ROSTER.
           CLOSE COLL-RSTR-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-ROSTER.
           READ COLL-RSTR-FILE
               AT END MOVE "Y" TO WS-RSTR-EOF
           END-READ.
       1010-EXIT.
           EXIT.

       1020-LOAD-COLLECTOR.
           IF CR-COLLECTOR = SPACES
               GO TO 1020-NEXT
           END-IF.
           IF CR-MAX-OPEN NOT NUMERIC
               DISPLAY "*** COLLRSTR row for '" CR-COLLECTOR
                   "' has no valid maximum - ignored."
               GO TO 1020-NEXT
           END-IF.
           IF WS-RST-COUNT < WS-RST-MAX
               ADD 1 TO WS-RST-COUNT
               MOVE CR-COLLECTOR TO RST-COLLECTOR (WS-RST-COUNT)
               MOVE CR-ACTIVE TO RST-ACTIVE (WS-RST-COUNT)
               MOVE CR-MAX-OPEN TO RST-MAX-OPEN (WS-RST-COUNT)
               MOVE CR-BUCKET (1) TO RST-BUCKET (WS-RST-COUNT 1)
               MOVE CR-BUCKET (2) TO RST-BUCKET (WS-RST-COUNT 2)
               MOVE CR-BUCKET (3) TO RST-BUCKET (WS-RST-COUNT 3)
               MOVE ZEROES TO RST-OPEN (WS-RST-COUNT)
               MOVE ZEROES TO RST-ASSIGNED (WS-RST-COUNT)
               MOVE ZEROES TO RST-DUE (WS-RST-COUNT)
           ELSE
               DISPLAY "*** COLLRSTR table full at " WS-RST-MAX
                   " collectors - '" CR-COLLECTOR "' ignored."
           END-IF.
       1020-NEXT.
           PERFORM 1010-READ-ROSTER THRU 1010-EXIT.
       1020-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-COUNT-LOAD
      *
      * An OPEN case already held by an active collector counts
      * against that collector's ceiling, and its past-due
      * dollars go on their line of the report.
      *-----------------------------------------------------------
       2000-COUNT-LOAD.
           ADD 1 TO WS-RSTAT-READ.
           IF NOT CC-OPEN OR CC-COLLECTOR = SPACES
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2100-FIND-HOLDER THRU 2100-EXIT.
           IF WS-HOLDER = ZEROES
               GO TO 2000-NEXT
           END-IF.
           IF RST-ACTIVE (WS-HOLDER) NOT = "Y"
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-CASE-DOLLARS THRU 2200-EXIT.
           ADD 1 TO RST-OPEN (WS-HOLDER).
           ADD WS-CASE-DUE TO RST-DUE (WS-HOLDER).
       2000-NEXT.
           PERFORM 8000-READ-CASE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      * WS-HOLDER is the roster row of CC-COLLECTOR - zero when the
      * case's collector is not on the roster.
       2100-FIND-HOLDER.
           MOVE ZEROES TO WS-HOLDER.
           SET RST-IDX TO 1.
           SEARCH RST-ENTRY
               AT END
                   CONTINUE
               WHEN RST-COLLECTOR (RST-IDX) = CC-COLLECTOR
                   SET WS-HOLDER TO RST-IDX
           END-SEARCH.
       2100-EXIT.
           EXIT.

       2200-CASE-DOLLARS.
           MOVE ZEROES TO WS-CASE-DUE.
           IF NOT DLQ-SNAP-OPENED
               GO TO 2200-EXIT
           END-IF.
           MOVE CC-APPL-ID TO DS-APPL-ID.
           READ DLQ-SNAP-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE DS-PAST-DUE TO WS-CASE-DUE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-ASSIGN-CASE
      *
      * An OPEN case with no collector, or whose collector the
      * roster marks inactive, goes to the next eligible collector
      * for its bucket. A collector not on the roster at all was
      * assigned by hand and keeps the case.
      *-----------------------------------------------------------
       3000-ASSIGN-CASE.
           IF NOT CC-OPEN
               GO TO 3000-NEXT
           END-IF.
           MOVE ZEROES TO WS-HOLDER.
           IF CC-COLLECTOR NOT = SPACES
               PERFORM 2100-FIND-HOLDER THRU 2100-EXIT
               IF WS-HOLDER = ZEROES
                   GO TO 3000-NEXT
               END-IF
               IF RST-ACTIVE (WS-HOLDER) = "Y"
                   GO TO 3000-NEXT
               END-IF
           END-IF.

           PERFORM 2200-CASE-DOLLARS THRU 2200-EXIT.
           PERFORM 3100-PICK-COLLECTOR THRU 3100-EXIT.
           IF WS-PICK = ZEROES
               ADD 1 TO WS-UNASSIGNED-COUNT
               ADD WS-CASE-DUE TO WS-UNASSIGNED-DUE
               DISPLAY "*** No collector with room for " CC-BUCKET
                   " case '" CC-APPL-ID "' - left unassigned."
               GO TO 3000-NEXT
           END-IF.

           MOVE CC-COLLECTOR TO WS-PREV-COLLECTOR.
           MOVE RST-COLLECTOR (WS-PICK) TO CC-COLLECTOR.
           REWRITE COLL-CASE-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" CC-APPL-ID
                       "' - status " WS-COLL-CASE-STATUS
                   GO TO 3000-NEXT
           END-REWRITE.
           ADD 1 TO RST-OPEN (WS-PICK).
           ADD 1 TO RST-ASSIGNED (WS-PICK).
           ADD WS-CASE-DUE TO RST-DUE (WS-PICK).
           IF WS-PREV-COLLECTOR = SPACES
               ADD 1 TO WS-ASSIGN-COUNT
               DISPLAY "Assigned " CC-BUCKET " case '" CC-APPL-ID
                   "' to " CC-COLLECTOR "."
           ELSE
               ADD 1 TO WS-MOVED-COUNT
               DISPLAY "Moved " CC-BUCKET " case '" CC-APPL-ID
                   "' from inactive " WS-PREV-COLLECTOR " to "
                   CC-COLLECTOR "."
           END-IF.
       3000-NEXT.
           PERFORM 8000-READ-CASE THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3100-PICK-COLLECTOR
      *
      * WS-PICK is the roster row to take the case - zero when no
      * eligible collector has room. The bucket's first case of
      * the run goes to the least-loaded eligible collector; each
      * later one to the next eligible collector after the one
      * that took the bucket's last case, wrapping round the
      * roster.
      *-----------------------------------------------------------
       3100-PICK-COLLECTOR.
           MOVE ZEROES TO WS-PICK.
           SET BKT-IDX TO 1.
           SEARCH BKT-ENTRY
               AT END
                   IF WS-BKT-COUNT < WS-BKT-MAX
                       ADD 1 TO WS-BKT-COUNT
                       SET BKT-IDX TO WS-BKT-COUNT
                       MOVE CC-BUCKET TO BKT-NAME (BKT-IDX)
                       MOVE ZEROES TO BKT-LAST (BKT-IDX)
                   ELSE
                       DISPLAY "*** Bucket table full at "
                           WS-BKT-MAX " - '" CC-APPL-ID
                           "' not assigned."
                       GO TO 3100-EXIT
                   END-IF
               WHEN BKT-NAME (BKT-IDX) = CC-BUCKET
                   CONTINUE
           END-SEARCH.

           IF BKT-LAST (BKT-IDX) = ZEROES
               PERFORM 3110-TRY-LEAST-LOADED THRU 3110-EXIT
                   VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-RST-COUNT
           ELSE
               MOVE BKT-LAST (BKT-IDX) TO WS-SCAN
               MOVE ZEROES TO WS-TRIES
               PERFORM 3120-TRY-NEXT THRU 3120-EXIT
                   UNTIL WS-PICK > ZEROES
                   OR WS-TRIES = WS-RST-COUNT
           END-IF.

           IF WS-PICK > ZEROES
               MOVE WS-PICK TO BKT-LAST (BKT-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-TRY-LEAST-LOADED.
           PERFORM 3200-CHECK-ELIGIBLE THRU 3200-EXIT.
           IF COLLECTOR-ELIGIBLE
               IF WS-PICK = ZEROES
                   MOVE WS-SCAN TO WS-PICK
               ELSE
                   IF RST-OPEN (WS-SCAN) < RST-OPEN (WS-PICK)
                       MOVE WS-SCAN TO WS-PICK
                   END-IF
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

       3120-TRY-NEXT.
           ADD 1 TO WS-TRIES.
           IF WS-SCAN >= WS-RST-COUNT
               MOVE 1 TO WS-SCAN
           ELSE
               ADD 1 TO WS-SCAN
           END-IF.
           PERFORM 3200-CHECK-ELIGIBLE THRU 3200-EXIT.
           IF COLLECTOR-ELIGIBLE
               MOVE WS-SCAN TO WS-PICK
           END-IF.
       3120-EXIT.
           EXIT.

      * Roster row WS-SCAN can take the case: active, under the
      * ceiling, and working the case's bucket.
       3200-CHECK-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE.
           IF RST-ACTIVE (WS-SCAN) NOT = "Y"
               GO TO 3200-EXIT
           END-IF.
           IF RST-OPEN (WS-SCAN) NOT < RST-MAX-OPEN (WS-SCAN)
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-CHECK-BUCKET THRU 3210-EXIT
               VARYING WS-BSUB FROM 1 BY 1
               UNTIL WS-BSUB > 3 OR COLLECTOR-ELIGIBLE.
       3200-EXIT.
           EXIT.

       3210-CHECK-BUCKET.
           IF RST-BUCKET (WS-SCAN WS-BSUB) NOT = SPACES
               AND RST-BUCKET (WS-SCAN WS-BSUB) = CC-BUCKET
               MOVE "Y" TO WS-ELIGIBLE
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-WORKLOAD-REPORT
      *
      * Open cases and past-due dollars per collector after the
      * run's assignments, with the cases nobody could take.
      *-----------------------------------------------------------
       5000-WORKLOAD-REPORT.
           DISPLAY "Collector workload as of " WS-TODAY.
           DISPLAY "=====================================".
           DISPLAY "Collector A  Max   Open   New           Past due".
           PERFORM 5100-PRINT-COLLECTOR THRU 5100-EXIT
               VARYING RST-IDX FROM 1 BY 1
               UNTIL RST-IDX > WS-RST-COUNT.
           DISPLAY "-------------------------------------".
           MOVE WS-UNASSIGNED-DUE TO WS-DUE-DISPLAY.
           DISPLAY "Unassigned       " WS-UNASSIGNED-COUNT
               "       " WS-DUE-DISPLAY.
           ADD WS-UNASSIGNED-COUNT TO WS-OPEN-TOTAL.
           ADD WS-UNASSIGNED-DUE TO WS-DUE-TOTAL.
           MOVE WS-DUE-TOTAL TO WS-DUE-DISPLAY.
           DISPLAY "Total            " WS-OPEN-TOTAL
               "       " WS-DUE-DISPLAY.
           DISPLAY "classign: " WS-ASSIGN-COUNT " new case(s) "
               "assigned, " WS-MOVED-COUNT " moved off inactive "
               "collectors, " WS-UNASSIGNED-COUNT " unassigned.".
       5000-EXIT.
           EXIT.

       5100-PRINT-COLLECTOR.
           MOVE RST-DUE (RST-IDX) TO WS-DUE-DISPLAY.
           DISPLAY RST-COLLECTOR (RST-IDX) "  "
               RST-ACTIVE (RST-IDX) " " RST-MAX-OPEN (RST-IDX) " "
               RST-OPEN (RST-IDX) " " RST-ASSIGNED (RST-IDX) " "
               WS-DUE-DISPLAY.
           ADD RST-OPEN (RST-IDX) TO WS-OPEN-TOTAL.
           ADD RST-DUE (RST-IDX) TO WS-DUE-TOTAL.
       5100-EXIT.
           EXIT.

       8000-READ-CASE.
           READ COLL-CASE-FILE NEXT
               AT END MOVE "Y" TO WS-CASE-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
