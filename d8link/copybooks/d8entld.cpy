      * PERFORMed by D8ROUTELD's 9690 so every client that loads
      * routes loads entitlements with them. A missing matrix leaves
      * enforcement off (with a warning) - the shop turns it on by
      * shipping the file, not by recompiling clients. The client's
      * D8QUOTA call quotas are loaded alongside (9723) on the same
      * terms - no file, no throttling. COPY into PROCEDURE DIVISION
      * alongside D8ROUTELD.
      ******************************************************************
       9720-LOAD-D8-ENTITLEMENTS.
           MOVE ZEROES TO WS-D8ENT-COUNT.
                   UNTIL D8ENT-AT-END
               CLOSE D8ENTITL-FILE
           END-IF.
           PERFORM 9723-LOAD-D8-QUOTAS THRU 9723-EXIT.
       9720-EXIT.
           EXIT.

           PERFORM 9721-READ-D8-ENTITLEMENT THRU 9721-EXIT.
       9722-EXIT.
           EXIT.

      ******************************************************************
      * 9723-LOAD-D8-QUOTAS - Loads the D8QUOTA rows for this client
      * (WS-D8-CLIENT-ID, stamped before the routes load), then
      * starts each day count from what the client's earlier runs
      * today left on D8QUSE - so a rerun, or the next partition of
      * a split job, cannot start the day's allowance over.
      ******************************************************************
       9723-LOAD-D8-QUOTAS.
           MOVE ZEROES TO WS-D8QTA-COUNT.
           MOVE "N" TO WS-D8QTA-EOF.
           ACCEPT WS-D8QTA-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT D8QUOTA-FILE.
           IF NOT D8QUOTA-FILE-OPENED
               GO TO 9723-EXIT
           END-IF.
           PERFORM 9724-READ-D8-QUOTA THRU 9724-EXIT.
           PERFORM 9725-LOAD-D8-QUOTA THRU 9725-EXIT
               UNTIL D8QTA-AT-END.
           CLOSE D8QUOTA-FILE.
           IF WS-D8QTA-COUNT = ZEROES
               GO TO 9723-EXIT
           END-IF.

           MOVE "N" TO WS-D8QTA-EOF.
           OPEN INPUT D8QUSE-FILE.
           IF NOT D8QUSE-FILE-OPENED
               GO TO 9723-EXIT
           END-IF.
           PERFORM 9726-READ-D8-QUOTA-USE THRU 9726-EXIT.
           PERFORM 9727-TAKE-D8-QUOTA-USE THRU 9727-EXIT
               UNTIL D8QTA-AT-END.
           CLOSE D8QUSE-FILE.
       9723-EXIT.
           EXIT.

       9724-READ-D8-QUOTA.
           READ D8QUOTA-FILE
               AT END MOVE "Y" TO WS-D8QTA-EOF
           END-READ.
       9724-EXIT.
           EXIT.

       9725-LOAD-D8-QUOTA.
           IF QTA-CLIENT-ID NOT = WS-D8-CLIENT-ID
               GO TO 9725-NEXT
           END-IF.
           IF QTA-PER-MINUTE NOT NUMERIC OR QTA-PER-DAY NOT NUMERIC
               DISPLAY "*** D8QUOTA row for '" QTA-PROG-NAME
                   "' is not numeric - ignored."
               GO TO 9725-NEXT
           END-IF.
           IF WS-D8QTA-COUNT < WS-D8QTA-MAX
               ADD 1 TO WS-D8QTA-COUNT
               SET D8QTA-IDX TO WS-D8QTA-COUNT
               INITIALIZE D8QTA-ENTRY (D8QTA-IDX)
               MOVE QTA-PROG-NAME TO D8QTA-PROG (D8QTA-IDX)
               MOVE QTA-PER-MINUTE TO D8QTA-PER-MINUTE (D8QTA-IDX)
               MOVE QTA-PER-DAY TO D8QTA-PER-DAY (D8QTA-IDX)
               MOVE WS-D8QTA-TODAY TO D8QTA-DAY (D8QTA-IDX)
           END-IF.
       9725-NEXT.
           PERFORM 9724-READ-D8-QUOTA THRU 9724-EXIT.
       9725-EXIT.
           EXIT.

       9726-READ-D8-QUOTA-USE.
           READ D8QUSE-FILE
               AT END MOVE "Y" TO WS-D8QTA-EOF
           END-READ.
       9726-EXIT.
           EXIT.

       9727-TAKE-D8-QUOTA-USE.
           IF QU-DATE = WS-D8QTA-TODAY
               AND QU-CLIENT-ID = WS-D8-CLIENT-ID
               AND QU-CALLS NUMERIC
               SET D8QTA-IDX TO 1
               SEARCH D8QTA-ENTRY
                   AT END
                       CONTINUE
                   WHEN D8QTA-PROG (D8QTA-IDX) = QU-PROG-NAME
                       ADD QU-CALLS TO D8QTA-DAY-CALLS (D8QTA-IDX)
               END-SEARCH
           END-IF.
           PERFORM 9726-READ-D8-QUOTA-USE THRU 9726-EXIT.
       9727-EXIT.
           EXIT.
