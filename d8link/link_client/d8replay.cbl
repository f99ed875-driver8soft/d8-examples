      * lost, and the whole queue is spilled to D8DLQHLD before the
      * truncation so an abend mid-replay loses nothing. Replayed /
      * succeeded / still-failing counts are reported per service.
      * Asked for a preview, the run only lists the queue - each
      * entry with its COMMAREA decoded field by field from the
      * service's D8CALAY layout - and replays, truncates and
      * spills nothing.
      *
      * Modification History
      * ---------------------------------------------------------------
      *                  before the truncation, and a queue with
      *                  more distinct services than the tally
      *                  table no longer writes past its end.
      * 2026-10-15  RJM  Preview mode lists the queue with each
      *                  COMMAREA decoded by field name from the
      *                  D8CALAY layouts, touching nothing.
      * 2026-10-15  RJM  An entry refused by the call quota goes
      *                  back on the queue unchanged.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY d8routesel.
           COPY d8evtsel.
           COPY d8entsel.
           COPY d8laysel.
      * Spill file holding a full copy of the queue, written before
      * the queue is truncated - an abend mid-replay cannot lose the
      * captured requests, an operator recovers them from here.
           COPY d8routefd.
           COPY d8evtfd.
           COPY d8entfd.
           COPY d8layfd.

       FD  DLQ-HOLD-FILE.
       01  DLQ-HOLD-RECORD PIC X(143).
           COPY d8dryws.
           COPY d8verws.
           COPY d8corrws.
           COPY d8layws.

       01 WS-DLQ-EOF PIC X(01) VALUE "N".
           88 END-OF-DLQ VALUE "Y".
       01 WS-HOLD-EOF PIC X(01) VALUE "N".
           88 END-OF-HOLD VALUE "Y".
       01 WS-HOLD-SKIPPED PIC 9(04) VALUE ZEROES.
       01 WS-PREVIEW-FLAG PIC X(01) VALUE "N".
           88 PREVIEW-ONLY VALUE "Y".

      * The queue, loaded to storage before the file is truncated.
       01 WS-ENTRY-MAX PIC 9(04) VALUE 1000.
           MOVE "d8replay" TO WS-D8-CLIENT-ID.
           PERFORM 9690-LOAD-D8-ROUTES THRU 9690-EXIT.

           DISPLAY "Preview only - list the queue without "
               "replaying it? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-PREVIEW-FLAG.

           PERFORM 1000-LOAD-QUEUE THRU 1000-EXIT.
           IF WS-ENTRY-COUNT = ZEROES
               DISPLAY "d8replay: dead-letter queue is empty."
               GOBACK
           END-IF.

           IF PREVIEW-ONLY
               PERFORM 9740-LOAD-D8-LAYOUTS THRU 9740-EXIT
               PERFORM 2500-PREVIEW-ENTRY THRU 2500-EXIT
                   VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > WS-ENTRY-COUNT
               DISPLAY "d8replay: preview of " WS-ENTRY-COUNT
                   " entr(ies) - nothing replayed."
               IF WS-OVERFLOW-COUNT > ZEROES
                   DISPLAY "*** " WS-OVERFLOW-COUNT " further "
                       "entr(ies) beyond the in-storage limit not "
                       "shown."
               END-IF
               PERFORM 9890-CLOSE-D8-LOGS THRU 9890-EXIT
               GOBACK
           END-IF.

           PERFORM 1500-TRUNCATE-QUEUE THRU 1500-EXIT.

           PERFORM 2000-REPLAY-ENTRY THRU 2000-EXIT
                   "status " WS-D8DLQ-STATUS
               GO TO 1000-EXIT
           END-IF.
           IF NOT PREVIEW-ONLY
               OPEN OUTPUT DLQ-HOLD-FILE
           END-IF.
           PERFORM 8000-READ-DLQ THRU 8000-EXIT.
           PERFORM 1100-TAKE-DLQ-ENTRY THRU 1100-EXIT
               UNTIL END-OF-DLQ.
           IF NOT PREVIEW-ONLY
               CLOSE DLQ-HOLD-FILE
           END-IF.
           CLOSE D8DLQ-FILE.
       1000-EXIT.
           EXIT.
      * Every entry is spilled to the hold file - the safety copy
      * the truncation relies on; the first WS-ENTRY-MAX also load
      * to storage for replay, the remainder only count as
      * overflow. A preview spills nothing - the queue stays put.
       1100-TAKE-DLQ-ENTRY.
           IF NOT PREVIEW-ONLY
               MOVE D8DLQ-RECORD TO DLQ-HOLD-RECORD
               WRITE DLQ-HOLD-RECORD
           END-IF.
           IF WS-ENTRY-COUNT < WS-ENTRY-MAX
               ADD 1 TO WS-ENTRY-COUNT
               MOVE D8DLQ-RECORD TO ENTRY-RAW (WS-ENTRY-COUNT)
               ADD 1 TO RPT-REPLAYED (RPT-IDX)
           END-IF.
           PERFORM 9600-DISPATCH-D8LINK THRU 9600-EXIT.
      * Refused by the replay's own call quota: never sent, so the
      * logging layer does not re-capture it - it goes back on the
      * queue as it came off.
           IF D8-CALL-THROTTLED
               PERFORM 9800-LOG-D8-CALL THRU 9800-EXIT
               PERFORM 3000-PRESERVE-ENTRY THRU 3000-EXIT
               IF ENTRY-TALLIED
                   SUBTRACT 1 FROM RPT-REPLAYED (RPT-IDX)
                   ADD 1 TO RPT-STILL-FAILING (RPT-IDX)
               END-IF
               MOVE ZERO TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF ENTRY-TALLIED
               IF RETURN-CODE = ZERO
                   ADD 1 TO RPT-SUCCEEDED (RPT-IDX)
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-PREVIEW-ENTRY
      *
      * One captured request as the replay would send it, its
      * COMMAREA shown by field name.
      *-----------------------------------------------------------
       2500-PREVIEW-ENTRY.
           MOVE ENTRY-RAW (ENTRY-IDX) TO WS-PARSED-ENTRY.
           DISPLAY "DEADLTR " WP-TIMESTAMP " " WP-PROG-NAME
               " RC " WP-RETURN-CODE " COMMLEN " WP-COMMLEN
               " CORR " WP-CORR-ID.
           MOVE WP-PROG-NAME TO WS-D8LAY-PROG.
           MOVE WP-COMMAREA TO WS-D8LAY-AREA.
           MOVE WP-COMMLEN TO WS-D8LAY-COMMLEN.
           PERFORM 9745-DECODE-COMMAREA THRU 9745-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PRESERVE-ENTRY
      *
           COPY d8evtwrt.
           COPY d8entld.
           COPY d8entchk.
           COPY d8layld.
           COPY d8laydsp.
